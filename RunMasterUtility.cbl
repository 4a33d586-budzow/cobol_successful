000100*****************************************************************
000200* IDENTIFICATION DIVISION.
000300 IDENTIFICATION DIVISION.
000400 PROGRAM-ID.     RunMasterUtility.
000500 AUTHOR.         D. L. MYERS.
000600 INSTALLATION.   BATCH OPERATIONS.
000700 DATE-WRITTEN.   2026-10-15.
000800 DATE-COMPILED.
000900*****************************************************************
001000*  MODIFICATION HISTORY                                         *
001100*  DATE       INIT  DESCRIPTION                                 *
001200*  ---------- ----  ------------------------------------------  *
001300*  2026-10-15 DLM   ORIGINAL - REBUILD AND VERIFY UTILITY FOR    *
001400*                   THE RUN-HISTORY MASTER (RUNMASTR, DL100RM).  *
001500*                   THE ARCHLOG ANNUAL ARCHIVES AND THE ACTIVE   *
001600*                   RESULTLOG (DL100LR) ARE SORTED BY            *
001700*                   JOB/RUN-DATE/RUN-TIME, THE LAST COPY OF A    *
001800*                   KEY LOGGED TWICE WINNING AS MinimalProgram's *
001900*                   REWRITE DOES.  RBLD RELOADS THE MASTER,      *
002000*                   READS IT BACK AND PRINTS CONTROL TOTALS -    *
002100*                   OUT OF BALANCE RETURNS 08.  VRFY (THE        *
002200*                   DEFAULT) MATCHES THE MASTER TO THE LOG KEY   *
002300*                   BY KEY AND LISTS MASTER-ONLY AND LOG-ONLY    *
002400*                   RUNS AND RUNS WHOSE STATUS, REASON OR CYCLE  *
002500*                   DATE DISAGREE - ANY DIFFERENCE RETURNS 04.   *
002510*  2026-10-15 DLM   ARCHIVE, SORT AND CURRENT-LOG RECORDS        *
002520*                   WIDENED TO 85 BYTES FOR THE NEW RUN TYPE AND *
002530*                   ORIGINAL RUN STAMP.  THE REBUILD CARRIES     *
002540*                   BOTH ONTO THE MASTER, AND THE VERIFY FLAGS A *
002550*                   RUN TYPE THAT DISAGREES (TYPE), A BLANK ON   *
002560*                   EITHER SIDE COUNTING AS SCHEDULED.           *
002600*****************************************************************
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER.    IBM-370.
003000 OBJECT-COMPUTER.    IBM-370.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT ARCHIVE-FILE     ASSIGN TO ARCHLOG
003400         ORGANIZATION LINE SEQUENTIAL
003500         FILE STATUS  IS DL100-ARCH-STATUS.
003600     SELECT RESULT-LOG-FILE  ASSIGN TO RESULTLOG
003700         ORGANIZATION LINE SEQUENTIAL
003800         FILE STATUS  IS DL100-RESLOG-STATUS.
003900     SELECT RUN-MASTER-FILE  ASSIGN TO RUNMASTR
004000         ORGANIZATION INDEXED
004100         ACCESS MODE  IS SEQUENTIAL
004200         RECORD KEY   IS RHM-KEY
004300         FILE STATUS  IS DL100-MASTER-STATUS.
004400     SELECT SORT-FILE        ASSIGN TO SORTWK01.
004500     SELECT REPORT-FILE      ASSIGN TO RPTFILE
004600         ORGANIZATION LINE SEQUENTIAL
004700         FILE STATUS  IS DL100-REPORT-STATUS.
004800     SELECT CONTROL-CARD-FILE ASSIGN TO SYSIN
004900         ORGANIZATION LINE SEQUENTIAL
005000         FILE STATUS  IS DL100-SYSIN-STATUS.
005100*
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  ARCHIVE-FILE
005500     RECORDING MODE IS F.
005600 01  DL100-ARCHIVE-RECORD            PIC X(85).
005700 FD  RESULT-LOG-FILE
005800     RECORDING MODE IS F.
005900 COPY DL100LR.
006000 FD  RUN-MASTER-FILE.
006100 COPY DL100RM.
006200*****************************************************************
006300*    SORT WORK RECORD - THE RESULT-LOG RECORD (DL100LR) FIELD
006400*    FOR FIELD, SO ARCHIVED AND ACTIVE RECORDS MOVE STRAIGHT IN.
006500*****************************************************************
006600 SD  SORT-FILE.
006700 01  DL100-SORT-RECORD.
006800     05  SRT-KEY.
006900         10  SRT-JOB-ID              PIC X(08).
007000         10  SRT-RUN-DATE            PIC 9(08).
007100         10  SRT-RUN-TIME            PIC 9(08).
007200     05  SRT-STATUS-CODE             PIC 9(02).
007300     05  SRT-REASON-CODE             PIC 9(04).
007400     05  SRT-RESULT-TEXT             PIC X(30).
007500     05  SRT-CYCLE-DATE              PIC 9(08).
007520     05  SRT-RUN-TYPE                PIC X(01).
007540     05  SRT-ORIG-RUN-DATE           PIC 9(08).
007560     05  SRT-ORIG-RUN-TIME           PIC 9(08).
007600 FD  REPORT-FILE
007700     RECORDING MODE IS F.
007800 01  DL100-PRINT-RECORD              PIC X(132).
007900 FD  CONTROL-CARD-FILE
008000     RECORDING MODE IS F.
008100 COPY DL100CC.
008200*
008300 WORKING-STORAGE SECTION.
008400 77  DL100-ARCH-STATUS            PIC XX    VALUE '00'.
008500 77  DL100-RESLOG-STATUS          PIC XX    VALUE '00'.
008600 77  DL100-MASTER-STATUS          PIC XX    VALUE '00'.
008700 77  DL100-REPORT-STATUS          PIC XX    VALUE '00'.
008800 77  DL100-SYSIN-STATUS           PIC XX    VALUE '00'.
008900 77  DL100-ARCH-EOF-SWITCH        PIC X     VALUE 'N'.
009000     88  DL100-ARCH-EOF                     VALUE 'Y'.
009100 77  DL100-LOG-EOF-SWITCH         PIC X     VALUE 'N'.
009200     88  DL100-LOG-EOF                      VALUE 'Y'.
009300 77  DL100-SORT-EOF-SWITCH        PIC X     VALUE 'N'.
009400     88  DL100-SORT-EOF                     VALUE 'Y'.
009500 77  DL100-MASTER-EOF-SWITCH      PIC X     VALUE 'N'.
009600     88  DL100-MASTER-EOF                   VALUE 'Y'.
009700 77  DL100-SYSIN-EOF-SWITCH       PIC X     VALUE 'N'.
009800     88  DL100-SYSIN-EOF                    VALUE 'Y'.
009900 77  DL100-MODE-SWITCH            PIC X     VALUE 'V'.
010000     88  DL100-MODE-REBUILD                 VALUE 'R'.
010100     88  DL100-MODE-VERIFY                  VALUE 'V'.
010200 77  DL100-LOG-READY-SWITCH       PIC X     VALUE 'N'.
010300     88  DL100-LOG-READY                    VALUE 'Y'.
010400 77  DL100-ARCH-READ-SWITCH       PIC X     VALUE 'N'.
010500     88  DL100-ARCH-WAS-READ                VALUE 'Y'.
010600 77  DL100-IO-ERROR-SWITCH        PIC X     VALUE 'N'.
010700     88  DL100-IO-ERROR                     VALUE 'Y'.
010800 77  DL100-SOURCE-NAME            PIC X(09) VALUE SPACES.
010900 77  DL100-LINE-COUNT             PIC 9(03) COMP VALUE 99.
011000 77  DL100-PAGE-COUNT             PIC 9(04) COMP VALUE ZERO.
011100 77  DL100-MASTER-CYCLE           PIC 9(08) VALUE ZERO.
011200 77  DL100-LOG-CYCLE              PIC 9(08) VALUE ZERO.
011220 77  DL100-MASTER-TYPE            PIC X(01) VALUE SPACE.
011240 77  DL100-LOG-TYPE               PIC X(01) VALUE SPACE.
011300*
011400*****************************************************************
011500*    THE CURRENT LOG RECORD OFF THE SORT.  WHEN ONE KEY WAS
011600*    LOGGED MORE THAN ONCE ONLY THE LAST ONE IS KEPT - THE SAME
011700*    RECORD MinimalProgram's REWRITE LEFT ON THE MASTER.
011800*****************************************************************
011900 01  DL100-LOG-CURRENT.
012000     05  CUR-KEY.
012100         10  CUR-JOB-ID           PIC X(08).
012200         10  CUR-RUN-DATE         PIC 9(08).
012300         10  CUR-RUN-TIME         PIC 9(08).
012400     05  CUR-STATUS-CODE          PIC 9(02).
012500     05  CUR-REASON-CODE          PIC 9(04).
012600     05  CUR-RESULT-TEXT          PIC X(30).
012700     05  CUR-CYCLE-DATE           PIC 9(08).
012800     05  CUR-CYCLE-X REDEFINES CUR-CYCLE-DATE
012900                                  PIC X(08).
012920     05  CUR-RUN-TYPE             PIC X(01).
012940     05  CUR-ORIG-RUN-DATE        PIC 9(08).
012960     05  CUR-ORIG-RUN-TIME        PIC 9(08).
013000*
013100*****************************************************************
013200*    CONTROL TOTALS.  REBUILD: ARCHIVE PLUS LOG READ MUST EQUAL
013300*    REJECTED PLUS DUPLICATES PLUS WRITTEN, AND THE MASTER READ
013400*    BACK MUST EQUAL WRITTEN.  VERIFY: EVERY KEY IS MATCHED,
013500*    MASTER-ONLY OR LOG-ONLY.
013600*****************************************************************
013700 01  DL100-CONTROL-TOTALS.
013800     05  RMUT-ARCH-READ           PIC 9(07) VALUE ZERO.
013900     05  RMUT-LOG-READ            PIC 9(07) VALUE ZERO.
014000     05  RMUT-REJECTED            PIC 9(07) VALUE ZERO.
014100     05  RMUT-RELEASED            PIC 9(07) VALUE ZERO.
014200     05  RMUT-DUPLICATES          PIC 9(07) VALUE ZERO.
014300     05  RMUT-LOG-KEYS            PIC 9(07) VALUE ZERO.
014400     05  RMUT-WRITTEN             PIC 9(07) VALUE ZERO.
014500     05  RMUT-WRITE-FAILED        PIC 9(07) VALUE ZERO.
014600     05  RMUT-READ-BACK           PIC 9(07) VALUE ZERO.
014700     05  RMUT-SUCCESS             PIC 9(07) VALUE ZERO.
014800     05  RMUT-WARNING             PIC 9(07) VALUE ZERO.
014900     05  RMUT-FAILURE             PIC 9(07) VALUE ZERO.
015000     05  RMUT-MASTER-READ         PIC 9(07) VALUE ZERO.
015100     05  RMUT-MATCHED             PIC 9(07) VALUE ZERO.
015200     05  RMUT-MASTER-ONLY         PIC 9(07) VALUE ZERO.
015300     05  RMUT-LOG-ONLY            PIC 9(07) VALUE ZERO.
015400     05  RMUT-MISMATCHED          PIC 9(07) VALUE ZERO.
015500 77  DL100-EXPECTED               PIC 9(07) VALUE ZERO.
015600*
015700*****************************************************************
015800*    PRINT LINES
015900*****************************************************************
016000 01  DL100-HEADING-1.
016100     05  FILLER                   PIC X(36) VALUE
016200         'RUN-HISTORY MASTER                  '.
016300     05  HDG1-MODE                PIC X(08).
016400     05  FILLER                   PIC X(79) VALUE SPACES.
016500     05  FILLER                   PIC X(05) VALUE 'PAGE '.
016600     05  HDG1-PAGE                PIC ZZZ9.
016700 01  DL100-DIFF-HEADING-1.
016800     05  FILLER                   PIC X(46) VALUE SPACES.
016900     05  FILLER                   PIC X(22) VALUE
017000         '---- MASTER ----'.
017100     05  FILLER                   PIC X(64) VALUE
017200         '----- LOG ------'.
017300 01  DL100-DIFF-HEADING-2.
017400     05  FILLER                   PIC X(46) VALUE
017500         'CONDITION     JOB ID    RUN DATE  RUN TIME'.
017600     05  FILLER                   PIC X(44) VALUE
017700         'ST  RSN   CYCLE       ST  RSN   CYCLE'.
017800     05  FILLER                   PIC X(42) VALUE
017900         'DIFFERS'.
018000 01  DL100-DIFF-DETAIL.
018100     05  DDTL-CONDITION           PIC X(12).
018200     05  FILLER                   PIC X(02) VALUE SPACES.
018300     05  DDTL-JOB-ID              PIC X(08).
018400     05  FILLER                   PIC X(02) VALUE SPACES.
018500     05  DDTL-RUN-DATE            PIC X(08).
018600     05  FILLER                   PIC X(02) VALUE SPACES.
018700     05  DDTL-RUN-TIME            PIC X(08).
018800     05  FILLER                   PIC X(04) VALUE SPACES.
018900     05  DDTL-M-STATUS            PIC X(02).
019000     05  FILLER                   PIC X(02) VALUE SPACES.
019100     05  DDTL-M-REASON            PIC X(04).
019200     05  FILLER                   PIC X(02) VALUE SPACES.
019300     05  DDTL-M-CYCLE             PIC X(08).
019400     05  FILLER                   PIC X(04) VALUE SPACES.
019500     05  DDTL-L-STATUS            PIC X(02).
019600     05  FILLER                   PIC X(02) VALUE SPACES.
019700     05  DDTL-L-REASON            PIC X(04).
019800     05  FILLER                   PIC X(02) VALUE SPACES.
019900     05  DDTL-L-CYCLE             PIC X(08).
020000     05  FILLER                   PIC X(04) VALUE SPACES.
020100     05  DDTL-DIFFERS             PIC X(25).
020200     05  FILLER                   PIC X(17) VALUE SPACES.
020300 01  DL100-TOTAL-LINE.
020400     05  TOTL-LABEL               PIC X(32).
020500     05  TOTL-COUNT               PIC Z,ZZZ,ZZ9.
020600     05  FILLER                   PIC X(02) VALUE SPACES.
020700     05  TOTL-NOTE                PIC X(40).
020800     05  FILLER                   PIC X(49) VALUE SPACES.
020900 01  DL100-BLANK-LINE             PIC X(132) VALUE SPACES.
021000 01  DL100-PRINT-HOLD             PIC X(132) VALUE SPACES.
021100*
021200 PROCEDURE DIVISION.
021300*****************************************************************
021400* 0000-MAINLINE                                                 *
021500*****************************************************************
021600 0000-MAINLINE.
021700     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
021800     IF DL100-MODE-REBUILD
021900         SORT SORT-FILE
022000             ON ASCENDING KEY SRT-JOB-ID SRT-RUN-DATE SRT-RUN-TIME
022100             WITH DUPLICATES IN ORDER
022200             INPUT PROCEDURE  IS 2000-LOAD-SORT THRU 2000-EXIT
022300             OUTPUT PROCEDURE IS 3000-REBUILD-MASTER
022400                 THRU 3000-EXIT
022500     ELSE
022600         SORT SORT-FILE
022700             ON ASCENDING KEY SRT-JOB-ID SRT-RUN-DATE SRT-RUN-TIME
022800             WITH DUPLICATES IN ORDER
022900             INPUT PROCEDURE  IS 2000-LOAD-SORT THRU 2000-EXIT
023000             OUTPUT PROCEDURE IS 4000-VERIFY-MASTER
023100                 THRU 4000-EXIT
023200     END-IF.
023300     PERFORM 7000-PRINT-TOTALS    THRU 7000-EXIT.
023400     CLOSE REPORT-FILE.
023500     STOP RUN.
023600*
023700*****************************************************************
023800* 1000-INITIALIZE - PICK UP THE MODE CARD AND OPEN THE REPORT.   *
023900*                   RBLD RELOADS THE MASTER; VRFY, OR NO CARD,   *
024000*                   ONLY COMPARES - A JOB STEP THAT FORGETS ITS  *
024100*                   CARD NEVER EMPTIES THE MASTER.               *
024200*****************************************************************
024300 1000-INITIALIZE.
024400     PERFORM 1100-READ-CARDS      THRU 1100-EXIT.
024500     OPEN OUTPUT REPORT-FILE.
024600     IF DL100-REPORT-STATUS NOT = '00'
024700         DISPLAY 'RUNMASTERUTILITY - REPORT-FILE OPEN FAILED, '
024800             'STATUS=' DL100-REPORT-STATUS
024900         MOVE 08 TO RETURN-CODE
025000         STOP RUN
025100     END-IF.
025200     IF DL100-MODE-REBUILD
025300         MOVE 'REBUILD' TO HDG1-MODE
025400     ELSE
025500         MOVE 'VERIFY'  TO HDG1-MODE
025600     END-IF.
025700     PERFORM 9000-PAGE-HEADING THRU 9000-EXIT.
025800 1000-EXIT.
025900     EXIT.
026000*
026100 1100-READ-CARDS.
026200     OPEN INPUT CONTROL-CARD-FILE.
026300     IF DL100-SYSIN-STATUS = '00'
026400         PERFORM 1110-READ-CARD THRU 1110-EXIT
026500         PERFORM 1120-PROCESS-CARD THRU 1120-EXIT
026600             UNTIL DL100-SYSIN-EOF
026700         CLOSE CONTROL-CARD-FILE
026800     END-IF.
026900 1100-EXIT.
027000     EXIT.
027100*
027200 1110-READ-CARD.
027300     READ CONTROL-CARD-FILE
027400         AT END
027500             SET DL100-SYSIN-EOF TO TRUE
027600     END-READ.
027700 1110-EXIT.
027800     EXIT.
027900*
028000 1120-PROCESS-CARD.
028100     IF NOT DL100-SYSIN-EOF
028200         EVALUATE CARD-TYPE
028300             WHEN 'RBLD'
028400                 SET DL100-MODE-REBUILD TO TRUE
028500             WHEN 'VRFY'
028600                 SET DL100-MODE-VERIFY TO TRUE
028700             WHEN OTHER
028800                 CONTINUE
028900         END-EVALUATE
029000         PERFORM 1110-READ-CARD THRU 1110-EXIT
029100     END-IF.
029200 1120-EXIT.
029300     EXIT.
029400*
029500*****************************************************************
029600* 2000-LOAD-SORT - SORT INPUT: THE ANNUAL ARCHIVES FIRST, THEN   *
029700*                  THE ACTIVE LOG, SO WITH DUPLICATES IN ORDER   *
029800*                  THE LATEST COPY OF A KEY SORTS LAST.  NO      *
029900*                  ARCHIVE IS ALLOWED (THE FIRST YEAR HAS NONE)  *
030000*                  BUT IS FLAGGED; NO ACTIVE LOG STOPS THE RUN   *
030100*                  BEFORE THE MASTER IS TOUCHED.                 *
030200*****************************************************************
030300 2000-LOAD-SORT.
030400     OPEN INPUT ARCHIVE-FILE.
030500     IF DL100-ARCH-STATUS = '00'
030600         SET DL100-ARCH-WAS-READ TO TRUE
030700         MOVE 'ARCHLOG' TO DL100-SOURCE-NAME
030800         PERFORM 2100-READ-ARCHIVE THRU 2100-EXIT
030900         PERFORM 2200-RELEASE-ARCHIVE THRU 2200-EXIT
031000             UNTIL DL100-ARCH-EOF
031100         CLOSE ARCHIVE-FILE
031200     ELSE
031300         DISPLAY 'RUNMASTERUTILITY - ARCHIVE-FILE NOT '
031400             'AVAILABLE, STATUS=' DL100-ARCH-STATUS
031500             ' - ACTIVE LOG ONLY'
031600     END-IF.
031700     OPEN INPUT RESULT-LOG-FILE.
031800     IF DL100-RESLOG-STATUS NOT = '00'
031900         DISPLAY 'RUNMASTERUTILITY - RESULT-LOG-FILE NOT '
032000             'AVAILABLE, STATUS=' DL100-RESLOG-STATUS
032100         SET DL100-IO-ERROR TO TRUE
032200         GO TO 2000-EXIT
032300     END-IF.
032400     SET DL100-LOG-READY TO TRUE.
032500     MOVE 'RESULTLOG' TO DL100-SOURCE-NAME.
032600     PERFORM 2300-READ-LOG THRU 2300-EXIT.
032700     PERFORM 2400-RELEASE-LOG THRU 2400-EXIT
032800         UNTIL DL100-LOG-EOF.
032900     CLOSE RESULT-LOG-FILE.
033000 2000-EXIT.
033100     EXIT.
033200*
033300 2100-READ-ARCHIVE.
033400     READ ARCHIVE-FILE INTO DL100-SORT-RECORD
033500         AT END
033600             SET DL100-ARCH-EOF TO TRUE
033700     END-READ.
033800 2100-EXIT.
033900     EXIT.
034000*
034100 2200-RELEASE-ARCHIVE.
034200     IF NOT DL100-ARCH-EOF
034300         ADD 1 TO RMUT-ARCH-READ
034400         PERFORM 2500-EDIT-RELEASE THRU 2500-EXIT
034500         PERFORM 2100-READ-ARCHIVE THRU 2100-EXIT
034600     END-IF.
034700 2200-EXIT.
034800     EXIT.
034900*
035000 2300-READ-LOG.
035100     READ RESULT-LOG-FILE INTO DL100-SORT-RECORD
035200         AT END
035300             SET DL100-LOG-EOF TO TRUE
035400     END-READ.
035500 2300-EXIT.
035600     EXIT.
035700*
035800 2400-RELEASE-LOG.
035900     IF NOT DL100-LOG-EOF
036000         ADD 1 TO RMUT-LOG-READ
036100         PERFORM 2500-EDIT-RELEASE THRU 2500-EXIT
036200         PERFORM 2300-READ-LOG THRU 2300-EXIT
036300     END-IF.
036400 2400-EXIT.
036500     EXIT.
036600*
036700*****************************************************************
036800* 2500-EDIT-RELEASE - A RECORD WITH NO USABLE KEY CANNOT GO ON   *
036900*                     THE MASTER; IT IS COUNTED AND NAMED, NOT   *
037000*                     SORTED.                                    *
037100*****************************************************************
037200 2500-EDIT-RELEASE.
037300     IF SRT-JOB-ID = SPACES
037400         OR SRT-RUN-DATE NOT NUMERIC
037500         OR SRT-RUN-TIME NOT NUMERIC
037600         ADD 1 TO RMUT-REJECTED
037700         DISPLAY 'RUNMASTERUTILITY - ' DL100-SOURCE-NAME
037800             ' RECORD REJECTED, BAD KEY: ' SRT-KEY
037900         GO TO 2500-EXIT
038000     END-IF.
038100     RELEASE DL100-SORT-RECORD.
038200     ADD 1 TO RMUT-RELEASED.
038300 2500-EXIT.
038400     EXIT.
038500*
038600*****************************************************************
038700* 2600-NEXT-LOG-KEY - THE NEXT DISTINCT KEY OFF THE SORT INTO    *
038800*                     DL100-LOG-CURRENT, THE LAST COPY OF ANY    *
038900*                     KEY LOGGED TWICE WINNING.  HIGH-VALUES     *
039000*                     WHEN THE SORT IS EMPTY.  THE CALLER        *
039100*                     PRIMES THE SORT WITH ONE 2610 FIRST.       *
039200*****************************************************************
039300 2600-NEXT-LOG-KEY.
039400     IF DL100-SORT-EOF
039500         MOVE HIGH-VALUES TO CUR-KEY
039600         GO TO 2600-EXIT
039700     END-IF.
039800     MOVE DL100-SORT-RECORD TO DL100-LOG-CURRENT.
039900     ADD 1 TO RMUT-LOG-KEYS.
040000     PERFORM 2610-RETURN-SORT THRU 2610-EXIT.
040100     PERFORM 2620-TAKE-DUPLICATE THRU 2620-EXIT
040200         UNTIL DL100-SORT-EOF
040300         OR SRT-KEY NOT = CUR-KEY.
040400 2600-EXIT.
040500     EXIT.
040600*
040700 2610-RETURN-SORT.
040800     RETURN SORT-FILE
040900         AT END
041000             SET DL100-SORT-EOF TO TRUE
041100     END-RETURN.
041200 2610-EXIT.
041300     EXIT.
041400*
041500 2620-TAKE-DUPLICATE.
041600     MOVE DL100-SORT-RECORD TO DL100-LOG-CURRENT.
041700     ADD 1 TO RMUT-DUPLICATES.
041800     PERFORM 2610-RETURN-SORT THRU 2610-EXIT.
041900 2620-EXIT.
042000     EXIT.
042100*
042200*****************************************************************
042300* 3000-REBUILD-MASTER - SORT OUTPUT FOR RBLD: RELOAD THE MASTER  *
042400*                       IN KEY ORDER, THEN READ IT BACK FOR THE  *
042500*                       CONTROL TOTALS.  A LOG THAT COULD NOT    *
042600*                       BE READ LEAVES THE MASTER ALONE.  A      *
042700*                       RECORD LOGGED BEFORE THE CYCLE DATE WAS  *
042800*                       CARRIED TAKES ITS RUN DATE, THE SAME     *
042900*                       FALLBACK THE LOG READERS USE.            *
043000*****************************************************************
043100 3000-REBUILD-MASTER.
043200     IF NOT DL100-LOG-READY
043300         DISPLAY 'RUNMASTERUTILITY - NO ACTIVE LOG, MASTER '
043400             'NOT REBUILT'
043500         GO TO 3000-EXIT
043600     END-IF.
043700     OPEN OUTPUT RUN-MASTER-FILE.
043800     IF DL100-MASTER-STATUS NOT = '00'
043900         DISPLAY 'RUNMASTERUTILITY - RUN-MASTER-FILE OPEN '
044000             'FAILED, STATUS=' DL100-MASTER-STATUS
044100         SET DL100-IO-ERROR TO TRUE
044200         GO TO 3000-EXIT
044300     END-IF.
044400     PERFORM 2610-RETURN-SORT THRU 2610-EXIT.
044500     PERFORM 2600-NEXT-LOG-KEY THRU 2600-EXIT.
044600     PERFORM 3100-WRITE-MASTER THRU 3100-EXIT
044700         UNTIL CUR-KEY = HIGH-VALUES.
044800     CLOSE RUN-MASTER-FILE.
044900     PERFORM 3200-READ-BACK THRU 3200-EXIT.
045000 3000-EXIT.
045100     EXIT.
045200*
045300 3100-WRITE-MASTER.
045400     INITIALIZE DL100-MASTER-RECORD.
045500     MOVE CUR-JOB-ID          TO RHM-JOB-ID.
045600     MOVE CUR-RUN-DATE        TO RHM-RUN-DATE.
045700     MOVE CUR-RUN-TIME        TO RHM-RUN-TIME.
045800     MOVE CUR-STATUS-CODE     TO RHM-STATUS-CODE.
045900     MOVE CUR-REASON-CODE     TO RHM-REASON-CODE.
046000     MOVE CUR-RESULT-TEXT     TO RHM-RESULT-TEXT.
046100     IF CUR-CYCLE-DATE NUMERIC
046200         AND CUR-CYCLE-DATE > ZERO
046300         MOVE CUR-CYCLE-DATE  TO RHM-CYCLE-DATE
046400     ELSE
046500         MOVE CUR-RUN-DATE    TO RHM-CYCLE-DATE
046600     END-IF.
046610     MOVE CUR-RUN-TYPE        TO RHM-RUN-TYPE.
046620     IF CUR-ORIG-RUN-DATE NUMERIC
046630         AND CUR-ORIG-RUN-TIME NUMERIC
046640         MOVE CUR-ORIG-RUN-DATE TO RHM-ORIG-RUN-DATE
046650         MOVE CUR-ORIG-RUN-TIME TO RHM-ORIG-RUN-TIME
046660     ELSE
046670         MOVE ZERO            TO RHM-ORIG-RUN-DATE
046680                                 RHM-ORIG-RUN-TIME
046690     END-IF.
046700     WRITE DL100-MASTER-RECORD
046800         INVALID KEY
046900             ADD 1 TO RMUT-WRITE-FAILED
047000             DISPLAY 'RUNMASTERUTILITY - MASTER WRITE FAILED, '
047100                 'STATUS=' DL100-MASTER-STATUS ' KEY=' RHM-KEY
047200         NOT INVALID KEY
047300             ADD 1 TO RMUT-WRITTEN
047400             EVALUATE RHM-STATUS-CODE
047500                 WHEN 00
047600                     ADD 1 TO RMUT-SUCCESS
047700                 WHEN 04
047800                     ADD 1 TO RMUT-WARNING
047900                 WHEN OTHER
048000                     ADD 1 TO RMUT-FAILURE
048100             END-EVALUATE
048200     END-WRITE.
048300     PERFORM 2600-NEXT-LOG-KEY THRU 2600-EXIT.
048400 3100-EXIT.
048500     EXIT.
048600*
048700 3200-READ-BACK.
048800     OPEN INPUT RUN-MASTER-FILE.
048900     IF DL100-MASTER-STATUS NOT = '00'
049000         DISPLAY 'RUNMASTERUTILITY - RUN-MASTER-FILE REOPEN '
049100             'FAILED, STATUS=' DL100-MASTER-STATUS
049200         SET DL100-IO-ERROR TO TRUE
049300         GO TO 3200-EXIT
049400     END-IF.
049500     PERFORM 4200-READ-MASTER THRU 4200-EXIT.
049600     PERFORM 3210-COUNT-MASTER THRU 3210-EXIT
049700         UNTIL DL100-MASTER-EOF.
049800     CLOSE RUN-MASTER-FILE.
049900 3200-EXIT.
050000     EXIT.
050100*
050200 3210-COUNT-MASTER.
050300     ADD 1 TO RMUT-READ-BACK.
050400     PERFORM 4200-READ-MASTER THRU 4200-EXIT.
050500 3210-EXIT.
050600     EXIT.
050700*
050800*****************************************************************
050900* 4000-VERIFY-MASTER - SORT OUTPUT FOR VRFY: MATCH THE SORTED    *
051000*                      LOG AGAINST THE MASTER IN KEY ORDER,      *
051100*                      LISTING EACH KEY FOUND ON ONE SIDE ONLY   *
051200*                      AND EACH MATCHED KEY WHOSE STATUS,        *
051300*                      REASON OR CYCLE DISAGREES.                *
051400*****************************************************************
051500 4000-VERIFY-MASTER.
051600     IF NOT DL100-LOG-READY
051700         GO TO 4000-EXIT
051800     END-IF.
051900     OPEN INPUT RUN-MASTER-FILE.
052000     IF DL100-MASTER-STATUS NOT = '00'
052100         DISPLAY 'RUNMASTERUTILITY - RUN-MASTER-FILE NOT '
052200             'AVAILABLE, STATUS=' DL100-MASTER-STATUS
052300         SET DL100-IO-ERROR TO TRUE
052400         GO TO 4000-EXIT
052500     END-IF.
052600     MOVE DL100-DIFF-HEADING-1 TO DL100-PRINT-RECORD.
052700     PERFORM 9100-WRITE-LINE THRU 9100-EXIT.
052800     MOVE DL100-DIFF-HEADING-2 TO DL100-PRINT-RECORD.
052900     PERFORM 9100-WRITE-LINE THRU 9100-EXIT.
053000     MOVE DL100-BLANK-LINE TO DL100-PRINT-RECORD.
053100     PERFORM 9100-WRITE-LINE THRU 9100-EXIT.
053200     PERFORM 2610-RETURN-SORT THRU 2610-EXIT.
053300     PERFORM 2600-NEXT-LOG-KEY THRU 2600-EXIT.
053400     PERFORM 4200-READ-MASTER THRU 4200-EXIT.
053500     PERFORM 4100-MATCH-KEY THRU 4100-EXIT
053600         UNTIL CUR-KEY = HIGH-VALUES
053700         AND DL100-MASTER-EOF.
053800     CLOSE RUN-MASTER-FILE.
053900 4000-EXIT.
054000     EXIT.
054100*
054200 4100-MATCH-KEY.
054300     EVALUATE TRUE
054400         WHEN DL100-MASTER-EOF
054500             PERFORM 4400-LOG-ONLY THRU 4400-EXIT
054600             PERFORM 2600-NEXT-LOG-KEY THRU 2600-EXIT
054700         WHEN CUR-KEY < RHM-KEY
054800             PERFORM 4400-LOG-ONLY THRU 4400-EXIT
054900             PERFORM 2600-NEXT-LOG-KEY THRU 2600-EXIT
055000         WHEN CUR-KEY > RHM-KEY
055100             PERFORM 4300-MASTER-ONLY THRU 4300-EXIT
055200             PERFORM 4200-READ-MASTER THRU 4200-EXIT
055300         WHEN OTHER
055400             PERFORM 4500-COMPARE-FIELDS THRU 4500-EXIT
055500             PERFORM 2600-NEXT-LOG-KEY THRU 2600-EXIT
055600             PERFORM 4200-READ-MASTER THRU 4200-EXIT
055700     END-EVALUATE.
055800 4100-EXIT.
055900     EXIT.
056000*
056100 4200-READ-MASTER.
056200     READ RUN-MASTER-FILE NEXT RECORD
056300         AT END
056400             SET DL100-MASTER-EOF TO TRUE
056500     END-READ.
056600     IF NOT DL100-MASTER-EOF
056700         ADD 1 TO RMUT-MASTER-READ
056800     END-IF.
056900 4200-EXIT.
057000     EXIT.
057100*
057200 4300-MASTER-ONLY.
057300     ADD 1 TO RMUT-MASTER-ONLY.
057400     PERFORM 4800-CLEAR-DETAIL THRU 4800-EXIT.
057500     MOVE 'MASTER ONLY' TO DDTL-CONDITION.
057600     MOVE RHM-JOB-ID   TO DDTL-JOB-ID.
057700     MOVE RHM-RUN-DATE TO DDTL-RUN-DATE.
057800     MOVE RHM-RUN-TIME TO DDTL-RUN-TIME.
057900     PERFORM 4810-MASTER-SIDE THRU 4810-EXIT.
058000     MOVE DL100-DIFF-DETAIL TO DL100-PRINT-RECORD.
058100     PERFORM 9100-WRITE-LINE THRU 9100-EXIT.
058200 4300-EXIT.
058300     EXIT.
058400*
058500 4400-LOG-ONLY.
058600     ADD 1 TO RMUT-LOG-ONLY.
058700     PERFORM 4800-CLEAR-DETAIL THRU 4800-EXIT.
058800     MOVE 'LOG ONLY'   TO DDTL-CONDITION.
058900     MOVE CUR-JOB-ID   TO DDTL-JOB-ID.
059000     MOVE CUR-RUN-DATE TO DDTL-RUN-DATE.
059100     MOVE CUR-RUN-TIME TO DDTL-RUN-TIME.
059200     PERFORM 4820-LOG-SIDE THRU 4820-EXIT.
059300     MOVE DL100-DIFF-DETAIL TO DL100-PRINT-RECORD.
059400     PERFORM 9100-WRITE-LINE THRU 9100-EXIT.
059500 4400-EXIT.
059600     EXIT.
059700*
059800*****************************************************************
059900* 4500-COMPARE-FIELDS - A LOG RECORD WITH NO CYCLE DATE (LOGGED  *
060000*                       BEFORE THE FIELD WAS CARRIED) IS TAKEN   *
060100*                       AT ITS RUN DATE, AS THE LOG READERS      *
060200*                       TAKE IT.  A BLANK RUN TYPE ON EITHER     *
060220*                       SIDE IS A SCHEDULED RUN, AS THE READERS  *
060240*                       TAKE IT.                                 *
060300*****************************************************************
060400 4500-COMPARE-FIELDS.
060500     ADD 1 TO RMUT-MATCHED.
060600     PERFORM 4800-CLEAR-DETAIL THRU 4800-EXIT.
060700     MOVE RHM-CYCLE-DATE TO DL100-MASTER-CYCLE.
060800     IF CUR-CYCLE-DATE NUMERIC
060900         AND CUR-CYCLE-DATE > ZERO
061000         MOVE CUR-CYCLE-DATE TO DL100-LOG-CYCLE
061100     ELSE
061200         MOVE CUR-RUN-DATE TO DL100-LOG-CYCLE
061300     END-IF.
061400     IF RHM-STATUS-CODE NOT = CUR-STATUS-CODE
061500         MOVE 'STATUS' TO DDTL-DIFFERS (1:6)
061600     END-IF.
061700     IF RHM-REASON-CODE NOT = CUR-REASON-CODE
061800         MOVE 'REASON' TO DDTL-DIFFERS (8:6)
061900     END-IF.
062000     IF DL100-MASTER-CYCLE NOT = DL100-LOG-CYCLE
062100         MOVE 'CYCLE'  TO DDTL-DIFFERS (15:5)
062200     END-IF.
062210     MOVE RHM-RUN-TYPE TO DL100-MASTER-TYPE.
062220     IF DL100-MASTER-TYPE = SPACE
062230         MOVE 'S' TO DL100-MASTER-TYPE
062240     END-IF.
062250     MOVE CUR-RUN-TYPE TO DL100-LOG-TYPE.
062260     IF DL100-LOG-TYPE = SPACE
062270         MOVE 'S' TO DL100-LOG-TYPE
062280     END-IF.
062290     IF DL100-MASTER-TYPE NOT = DL100-LOG-TYPE
062295         MOVE 'TYPE'   TO DDTL-DIFFERS (21:4)
062297     END-IF.
062300     IF DDTL-DIFFERS = SPACES
062400         GO TO 4500-EXIT
062500     END-IF.
062600     ADD 1 TO RMUT-MISMATCHED.
062700     MOVE 'MISMATCH'   TO DDTL-CONDITION.
062800     MOVE CUR-JOB-ID   TO DDTL-JOB-ID.
062900     MOVE CUR-RUN-DATE TO DDTL-RUN-DATE.
063000     MOVE CUR-RUN-TIME TO DDTL-RUN-TIME.
063100     PERFORM 4810-MASTER-SIDE THRU 4810-EXIT.
063200     PERFORM 4820-LOG-SIDE THRU 4820-EXIT.
063300     MOVE DL100-DIFF-DETAIL TO DL100-PRINT-RECORD.
063400     PERFORM 9100-WRITE-LINE THRU 9100-EXIT.
063500 4500-EXIT.
063600     EXIT.
063700*
063800 4800-CLEAR-DETAIL.
063900     MOVE SPACES TO DDTL-CONDITION DDTL-JOB-ID DDTL-RUN-DATE
064000                    DDTL-RUN-TIME DDTL-M-STATUS DDTL-M-REASON
064100                    DDTL-M-CYCLE DDTL-L-STATUS DDTL-L-REASON
064200                    DDTL-L-CYCLE DDTL-DIFFERS.
064300 4800-EXIT.
064400     EXIT.
064500*
064600 4810-MASTER-SIDE.
064700     MOVE RHM-STATUS-CODE TO DDTL-M-STATUS.
064800     MOVE RHM-REASON-CODE TO DDTL-M-REASON.
064900     MOVE RHM-CYCLE-DATE  TO DDTL-M-CYCLE.
065000 4810-EXIT.
065100     EXIT.
065200*
065300 4820-LOG-SIDE.
065400     MOVE CUR-STATUS-CODE TO DDTL-L-STATUS.
065500     MOVE CUR-REASON-CODE TO DDTL-L-REASON.
065600     MOVE CUR-CYCLE-X     TO DDTL-L-CYCLE.
065700 4820-EXIT.
065800     EXIT.
065900*
066000*****************************************************************
066100* 7000-PRINT-TOTALS - THE CONTROL TOTALS FOR EITHER MODE, WITH   *
066200*                     THE BALANCE CHECK.  AN OUT-OF-BALANCE      *
066300*                     REBUILD RETURNS 08 - THE MASTER IT LEFT    *
066400*                     MUST NOT GO INTO SERVICE.  A VERIFY THAT   *
066500*                     FINDS ANY DIFFERENCE RETURNS 04.           *
066600*****************************************************************
066700 7000-PRINT-TOTALS.
066800     MOVE DL100-BLANK-LINE TO DL100-PRINT-RECORD.
066900     PERFORM 9100-WRITE-LINE THRU 9100-EXIT.
067000     MOVE SPACES TO TOTL-NOTE.
067100     IF NOT DL100-ARCH-WAS-READ
067200         MOVE 'NO ARCHIVE READ' TO TOTL-NOTE
067300     END-IF.
067400     MOVE 'ARCHIVE RECORDS READ' TO TOTL-LABEL.
067500     MOVE RMUT-ARCH-READ TO TOTL-COUNT.
067600     PERFORM 7100-PRINT-TOTAL THRU 7100-EXIT.
067700     MOVE 'ACTIVE LOG RECORDS READ' TO TOTL-LABEL.
067800     MOVE RMUT-LOG-READ TO TOTL-COUNT.
067900     PERFORM 7100-PRINT-TOTAL THRU 7100-EXIT.
068000     MOVE 'REJECTED, BAD KEY' TO TOTL-LABEL.
068100     MOVE RMUT-REJECTED TO TOTL-COUNT.
068200     PERFORM 7100-PRINT-TOTAL THRU 7100-EXIT.
068300     MOVE 'DUPLICATE KEYS, LAST COPY KEPT' TO TOTL-LABEL.
068400     MOVE RMUT-DUPLICATES TO TOTL-COUNT.
068500     PERFORM 7100-PRINT-TOTAL THRU 7100-EXIT.
068600     IF DL100-MODE-REBUILD
068700         PERFORM 7200-REBUILD-TOTALS THRU 7200-EXIT
068800     ELSE
068900         PERFORM 7300-VERIFY-TOTALS THRU 7300-EXIT
069000     END-IF.
069100 7000-EXIT.
069200     EXIT.
069300*
069400 7100-PRINT-TOTAL.
069500     MOVE DL100-TOTAL-LINE TO DL100-PRINT-RECORD.
069600     PERFORM 9100-WRITE-LINE THRU 9100-EXIT.
069700     MOVE SPACES TO TOTL-NOTE.
069800 7100-EXIT.
069900     EXIT.
070000*
070100 7200-REBUILD-TOTALS.
070200     MOVE 'MASTER RECORDS WRITTEN' TO TOTL-LABEL.
070300     MOVE RMUT-WRITTEN TO TOTL-COUNT.
070400     PERFORM 7100-PRINT-TOTAL THRU 7100-EXIT.
070500     MOVE '  SUCCESS (00)' TO TOTL-LABEL.
070600     MOVE RMUT-SUCCESS TO TOTL-COUNT.
070700     PERFORM 7100-PRINT-TOTAL THRU 7100-EXIT.
070800     MOVE '  WARNING (04)' TO TOTL-LABEL.
070900     MOVE RMUT-WARNING TO TOTL-COUNT.
071000     PERFORM 7100-PRINT-TOTAL THRU 7100-EXIT.
071100     MOVE '  FAILURE (08 AND OVER)' TO TOTL-LABEL.
071200     MOVE RMUT-FAILURE TO TOTL-COUNT.
071300     PERFORM 7100-PRINT-TOTAL THRU 7100-EXIT.
071400     MOVE 'MASTER WRITES FAILED' TO TOTL-LABEL.
071500     MOVE RMUT-WRITE-FAILED TO TOTL-COUNT.
071600     PERFORM 7100-PRINT-TOTAL THRU 7100-EXIT.
071700     MOVE 'MASTER RECORDS READ BACK' TO TOTL-LABEL.
071800     MOVE RMUT-READ-BACK TO TOTL-COUNT.
071900     PERFORM 7100-PRINT-TOTAL THRU 7100-EXIT.
072000     MOVE DL100-BLANK-LINE TO DL100-PRINT-RECORD.
072100     PERFORM 9100-WRITE-LINE THRU 9100-EXIT.
072200     COMPUTE DL100-EXPECTED = RMUT-REJECTED + RMUT-DUPLICATES
072300                            + RMUT-WRITTEN + RMUT-WRITE-FAILED.
072400     IF RMUT-ARCH-READ + RMUT-LOG-READ = DL100-EXPECTED
072500         AND RMUT-READ-BACK = RMUT-WRITTEN
072600         AND RMUT-WRITE-FAILED = ZERO
072700         AND NOT DL100-IO-ERROR
072800         MOVE 'TOTALS BALANCE - MASTER REBUILT' TO TOTL-LABEL
072900         IF NOT DL100-ARCH-WAS-READ
073000             MOVE 04 TO RETURN-CODE
073100         END-IF
073200     ELSE
073300         MOVE '*** OUT OF BALANCE ***' TO TOTL-LABEL
073400         MOVE 'DO NOT PUT THE MASTER INTO SERVICE' TO TOTL-NOTE
073500         MOVE 08 TO RETURN-CODE
073600     END-IF.
073700     MOVE ZERO TO TOTL-COUNT.
073800     MOVE DL100-TOTAL-LINE TO DL100-PRINT-RECORD.
073900     MOVE SPACES TO DL100-PRINT-RECORD (33:9).
074000     PERFORM 9100-WRITE-LINE THRU 9100-EXIT.
074100 7200-EXIT.
074200     EXIT.
074300*
074400 7300-VERIFY-TOTALS.
074500     MOVE 'DISTINCT LOG KEYS' TO TOTL-LABEL.
074600     MOVE RMUT-LOG-KEYS TO TOTL-COUNT.
074700     PERFORM 7100-PRINT-TOTAL THRU 7100-EXIT.
074800     MOVE 'MASTER RECORDS READ' TO TOTL-LABEL.
074900     MOVE RMUT-MASTER-READ TO TOTL-COUNT.
075000     PERFORM 7100-PRINT-TOTAL THRU 7100-EXIT.
075100     MOVE 'KEYS MATCHED' TO TOTL-LABEL.
075200     MOVE RMUT-MATCHED TO TOTL-COUNT.
075300     PERFORM 7100-PRINT-TOTAL THRU 7100-EXIT.
075400     MOVE '  FIELDS DISAGREE' TO TOTL-LABEL.
075500     MOVE RMUT-MISMATCHED TO TOTL-COUNT.
075600     PERFORM 7100-PRINT-TOTAL THRU 7100-EXIT.
075700     MOVE 'ON MASTER ONLY' TO TOTL-LABEL.
075800     MOVE RMUT-MASTER-ONLY TO TOTL-COUNT.
075900     PERFORM 7100-PRINT-TOTAL THRU 7100-EXIT.
076000     MOVE 'ON LOG ONLY' TO TOTL-LABEL.
076100     MOVE RMUT-LOG-ONLY TO TOTL-COUNT.
076200     PERFORM 7100-PRINT-TOTAL THRU 7100-EXIT.
076300     IF DL100-IO-ERROR
076400         MOVE 08 TO RETURN-CODE
076500     ELSE
076600         IF RMUT-MISMATCHED > ZERO
076700             OR RMUT-MASTER-ONLY > ZERO
076800             OR RMUT-LOG-ONLY > ZERO
076900             MOVE 04 TO RETURN-CODE
077000         END-IF
077100     END-IF.
077200 7300-EXIT.
077300     EXIT.
077400*
077500*****************************************************************
077600* 9000-PAGE-HEADING                                              *
077700*****************************************************************
077800 9000-PAGE-HEADING.
077900     ADD 1 TO DL100-PAGE-COUNT.
078000     MOVE DL100-PAGE-COUNT TO HDG1-PAGE.
078100     IF DL100-PAGE-COUNT = 1
078200         WRITE DL100-PRINT-RECORD FROM DL100-HEADING-1
078300             AFTER ADVANCING 1 LINE
078400     ELSE
078500         WRITE DL100-PRINT-RECORD FROM DL100-HEADING-1
078600             AFTER ADVANCING PAGE
078700     END-IF.
078800     WRITE DL100-PRINT-RECORD FROM DL100-BLANK-LINE
078900         AFTER ADVANCING 1 LINE.
079000     MOVE 2 TO DL100-LINE-COUNT.
079100 9000-EXIT.
079200     EXIT.
079300*
079400*****************************************************************
079500* 9100-WRITE-LINE - ONE DETAIL LINE, BREAKING TO A NEW PAGE      *
079600*                   EVERY 55 LINES.                              *
079700*****************************************************************
079800 9100-WRITE-LINE.
079900     IF DL100-LINE-COUNT > 55
080000         MOVE DL100-PRINT-RECORD TO DL100-PRINT-HOLD
080100         PERFORM 9000-PAGE-HEADING THRU 9000-EXIT
080200         MOVE DL100-PRINT-HOLD TO DL100-PRINT-RECORD
080300     END-IF.
080400     WRITE DL100-PRINT-RECORD AFTER ADVANCING 1 LINE.
080500     ADD 1 TO DL100-LINE-COUNT.
080600 9100-EXIT.
080700     EXIT.
