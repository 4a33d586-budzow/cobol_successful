000100*****************************************************************
000200* IDENTIFICATION DIVISION.
000300 IDENTIFICATION DIVISION.
000400 PROGRAM-ID.     ScheduleProjection.
000500 AUTHOR.         D. L. MYERS.
000600 INSTALLATION.   BATCH OPERATIONS.
000700 DATE-WRITTEN.   2026-10-15.
000800 DATE-COMPILED.
000900*****************************************************************
001000*  MODIFICATION HISTORY                                         *
001100*  DATE       INIT  DESCRIPTION                                 *
001200*  ---------- ----  ------------------------------------------  *
001300*  2026-10-15 DLM   ORIGINAL - FORWARD RUN-SCHEDULE PROJECTION.  *
001400*                   FROM A START CYCLE DATE (PROJ CARD, DEFAULT  *
001500*                   THE CURRENT CYCLE) FOR A GIVEN NUMBER OF     *
001600*                   DAYS (DEFAULT 7) LISTS THE JOBS DUE ON EACH  *
001700*                   CYCLE UNDER THE CALNDR HOLIDAY AND FREQUENCY *
001800*                   RULES (DL100CA), EACH WITH ITS SCHEDFIL      *
001900*                   EARLY/LATE WINDOW AND THE CHAINDEF           *
002000*                   PREDECESSORS THAT MUST FINISH FIRST.  FLAGS  *
002100*                   A PREDECESSOR NOT DUE THE SAME NIGHT, A      *
002200*                   CHAINDEF JOB WITH NO SCHEDFIL ENTRY, AND A   *
002300*                   HOLIDAY ON A MONTH-END CYCLE (NAMING THE     *
002400*                   MONTH-END JOBS IT COSTS).  RC 04 WHEN        *
002500*                   ANYTHING IS FLAGGED.                         *
002600*****************************************************************
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
002900 SOURCE-COMPUTER.    IBM-370.
003000 OBJECT-COMPUTER.    IBM-370.
003100 INPUT-OUTPUT SECTION.
003200 FILE-CONTROL.
003300     SELECT SCHEDULE-FILE    ASSIGN TO SCHEDFIL
003400         ORGANIZATION LINE SEQUENTIAL
003500         FILE STATUS  IS DL100-SCHED-STATUS.
003600     SELECT CALENDAR-FILE    ASSIGN TO CALNDR
003700         ORGANIZATION LINE SEQUENTIAL
003800         FILE STATUS  IS DL100-CAL-STATUS.
003900     SELECT CHAIN-FILE       ASSIGN TO CHAINDEF
004000         ORGANIZATION LINE SEQUENTIAL
004100         FILE STATUS  IS DL100-CHAIN-STATUS.
004200     SELECT REPORT-FILE      ASSIGN TO RPTFILE
004300         ORGANIZATION LINE SEQUENTIAL
004400         FILE STATUS  IS DL100-REPORT-STATUS.
004500     SELECT CONTROL-CARD-FILE ASSIGN TO SYSIN
004600         ORGANIZATION LINE SEQUENTIAL
004700         FILE STATUS  IS DL100-SYSIN-STATUS.
004800*
004900 DATA DIVISION.
005000 FILE SECTION.
005100 FD  SCHEDULE-FILE
005200     RECORDING MODE IS F.
005300 COPY DL100SC.
005400 FD  CALENDAR-FILE
005500     RECORDING MODE IS F.
005600 COPY DL100CA.
005700 FD  CHAIN-FILE
005800     RECORDING MODE IS F.
005900 COPY DL100CH.
006000 FD  REPORT-FILE
006100     RECORDING MODE IS F.
006200 01  DL100-PRINT-RECORD              PIC X(132).
006300 FD  CONTROL-CARD-FILE
006400     RECORDING MODE IS F.
006500 COPY DL100CC.
006600*
006700 WORKING-STORAGE SECTION.
006800*****************************************************************
006900*    PROCESSING CALENDAR - HOLIDAYS AND JOB FREQUENCY RULES.
007000*****************************************************************
007100 COPY DL100CL.
007200*
007300 77  DL100-SCHED-STATUS           PIC XX    VALUE '00'.
007400 77  DL100-CAL-STATUS             PIC XX    VALUE '00'.
007500 77  DL100-CHAIN-STATUS           PIC XX    VALUE '00'.
007600 77  DL100-REPORT-STATUS          PIC XX    VALUE '00'.
007700 77  DL100-SYSIN-STATUS           PIC XX    VALUE '00'.
007800 77  DL100-SCHED-EOF-SWITCH       PIC X     VALUE 'N'.
007900     88  DL100-SCHED-EOF                    VALUE 'Y'.
008000 77  DL100-CAL-EOF-SWITCH         PIC X     VALUE 'N'.
008100     88  DL100-CAL-EOF                      VALUE 'Y'.
008200 77  DL100-CHAIN-EOF-SWITCH       PIC X     VALUE 'N'.
008300     88  DL100-CHAIN-EOF                    VALUE 'Y'.
008400 77  DL100-SYSIN-EOF-SWITCH       PIC X     VALUE 'N'.
008500     88  DL100-SYSIN-EOF                    VALUE 'Y'.
008600 77  DL100-NODE-SLOT-SWITCH       PIC X     VALUE 'N'.
008700     88  DL100-NODE-SLOT-OK                 VALUE 'Y'.
008800 77  DL100-TABLE-OVFL-SWITCH      PIC X     VALUE 'N'.
008900     88  DL100-TABLE-OVERFLOW               VALUE 'Y'.
009000 77  DL100-HOLIDAY-SWITCH         PIC X     VALUE 'N'.
009100     88  DL100-CYCLE-HOLIDAY                VALUE 'Y'.
009200 77  DL100-MONTH-END-SWITCH       PIC X     VALUE 'N'.
009300     88  DL100-CYCLE-MONTH-END              VALUE 'Y'.
009400 77  DL100-FIRST-PRED-SWITCH      PIC X     VALUE 'Y'.
009500     88  DL100-FIRST-PRED                   VALUE 'Y'.
009600 77  DL100-TODAY                  PIC 9(08) VALUE ZERO.
009700 77  DL100-NOW                    PIC 9(08) VALUE ZERO.
009800 77  DL100-CYCLE-DATE             PIC 9(08) VALUE ZERO.
009900 77  DL100-CYCLE-DAYS             PIC 9(08) COMP VALUE ZERO.
010000 77  DL100-START-DATE             PIC 9(08) VALUE ZERO.
010100 77  DL100-START-DAYS             PIC 9(08) COMP VALUE ZERO.
010200 77  DL100-DAY-COUNT              PIC 9(03) VALUE 007.
010300 77  DL100-DAY-LIMIT              PIC 9(03) VALUE 366.
010400 77  DL100-DAY-SUB                PIC 9(03) COMP VALUE ZERO.
010500 77  DL100-JOB-SUB                PIC 9(03) COMP VALUE ZERO.
010600 77  DL100-PRED-SUB               PIC 9(03) COMP VALUE ZERO.
010700 77  DL100-CYCLE-DUE-COUNT        PIC 9(03) COMP VALUE ZERO.
010800 77  DL100-HOLIDAY-COUNT          PIC 9(05) COMP VALUE ZERO.
010900 77  DL100-RUNS-DUE               PIC 9(07) COMP VALUE ZERO.
011000 77  DL100-PRED-WARN-COUNT        PIC 9(05) COMP VALUE ZERO.
011100 77  DL100-UNSCHED-COUNT          PIC 9(05) COMP VALUE ZERO.
011200 77  DL100-ME-HOLIDAY-COUNT       PIC 9(05) COMP VALUE ZERO.
011300 77  DL100-LINE-COUNT             PIC 9(03) COMP VALUE 99.
011400 77  DL100-PAGE-COUNT             PIC 9(04) COMP VALUE ZERO.
011500 77  DL100-FOLD-JOB-ID            PIC X(08) VALUE SPACES.
011600 77  DL100-DUE-SWITCH             PIC X     VALUE 'Y'.
011700     88  DL100-JOB-IS-DUE                   VALUE 'Y'.
011800 77  DL100-DUE-JOB-ID             PIC X(08) VALUE SPACES.
011900 77  DL100-DUE-DAYS               PIC 9(08) COMP VALUE ZERO.
012000 77  DL100-DUE-DOW                PIC 9(01) VALUE ZERO.
012100 01  DL100-DUE-DATE-WORK          PIC 9(08) VALUE ZERO.
012200 01  DL100-DUE-DATE-PARTS REDEFINES DL100-DUE-DATE-WORK.
012300     05  FILLER                   PIC 9(04).
012400     05  DL100-DUE-DATE-MM        PIC 9(02).
012500     05  FILLER                   PIC 9(02).
012600 77  DL100-DUE-CYCLE-MM           PIC 9(02) VALUE ZERO.
012700*
012800*****************************************************************
012900*    DAY NAMES, 1=MONDAY THROUGH 7=SUNDAY, AS 3600 NUMBERS THEM.
013000*****************************************************************
013100 01  DL100-DAY-NAME-VALUES.
013200     05  FILLER                   PIC X(21) VALUE
013300         'MONTUEWEDTHUFRISATSUN'.
013400 01  DL100-DAY-NAME-TABLE REDEFINES DL100-DAY-NAME-VALUES.
013500     05  DL100-DAY-NAME           PIC X(03) OCCURS 7 TIMES.
013600*
013700*****************************************************************
013800*    ONE SLOT PER JOB - EVERY SCHEDULED JOB AND EVERY JOB NAMED
013900*    ON CHAINDEF - WITH ITS SCHEDFIL WINDOW (WHEN IT HAS ONE),
014000*    ITS CALENDAR FREQUENCY, AND WHETHER IT IS DUE ON THE CYCLE
014100*    BEING PROJECTED.
014200*****************************************************************
014300 01  DL100-PROJECTION-TABLE.
014400     05  PROJ-ENTRY-COUNT         PIC 9(03) VALUE ZERO.
014500     05  PROJ-ENTRY OCCURS 1 TO 200 TIMES
014600                    DEPENDING ON PROJ-ENTRY-COUNT
014700                    INDEXED BY PROJ-IDX.
014800         10  PROJ-JOB-ID          PIC X(08).
014900         10  PROJ-SCHED-SWITCH    PIC X.
015000             88  PROJ-SCHEDULED             VALUE 'Y'.
015100         10  PROJ-EARLY-TIME      PIC 9(08).
015200         10  PROJ-LATE-TIME       PIC 9(08).
015300         10  PROJ-FREQ-TEXT       PIC X(09).
015400         10  PROJ-DUE-SWITCH      PIC X.
015500             88  PROJ-DUE                   VALUE 'Y'.
015600*
015700*****************************************************************
015800*    THE CHAINDEF PAIRS, EACH RESOLVED ONCE TO THE PROJECTION
015900*    SLOTS OF THE JOB AND ITS PREDECESSOR.
016000*****************************************************************
016100 01  DL100-CHAIN-TABLE.
016200     05  CHNT-ENTRY-COUNT         PIC 9(03) VALUE ZERO.
016300     05  CHNT-ENTRY OCCURS 1 TO 500 TIMES
016400                    DEPENDING ON CHNT-ENTRY-COUNT
016500                    INDEXED BY CHNT-IDX.
016600         10  CHNT-JOB-ID          PIC X(08).
016700         10  CHNT-PRED-JOB-ID     PIC X(08).
016800         10  CHNT-JOB-SUB         PIC 9(03).
016900         10  CHNT-PRED-SUB        PIC 9(03).
017000*
017100*****************************************************************
017200*    PRINT LINES
017300*****************************************************************
017400 01  DL100-HEADING-1.
017500     05  FILLER                   PIC X(36) VALUE
017600         'FORWARD RUN-SCHEDULE PROJECTION     '.
017700     05  FILLER                   PIC X(05) VALUE 'FROM '.
017800     05  HDG1-START               PIC 9(08).
017900     05  FILLER                   PIC X(07) VALUE '  DAYS '.
018000     05  HDG1-DAYS                PIC ZZ9.
018100     05  FILLER                   PIC X(61) VALUE SPACES.
018200     05  FILLER                   PIC X(05) VALUE 'PAGE '.
018300     05  HDG1-PAGE                PIC ZZZ9.
018400     05  FILLER                   PIC X(03) VALUE SPACES.
018500 01  DL100-CYCLE-LINE.
018600     05  FILLER                   PIC X(06) VALUE 'CYCLE '.
018700     05  CYCL-DATE                PIC 9(08).
018800     05  FILLER                   PIC X(02) VALUE SPACES.
018900     05  CYCL-DAY-NAME            PIC X(03).
019000     05  FILLER                   PIC X(02) VALUE SPACES.
019100     05  CYCL-MONTH-END           PIC X(09).
019200     05  FILLER                   PIC X(02) VALUE SPACES.
019300     05  CYCL-HOLIDAY             PIC X(07).
019400     05  FILLER                   PIC X(12) VALUE
019500         '  JOBS DUE: '.
019600     05  CYCL-DUE-COUNT           PIC ZZ9.
019700     05  FILLER                   PIC X(78) VALUE SPACES.
019800 01  DL100-JOB-HEADING.
019900     05  FILLER                   PIC X(12) VALUE '  JOB ID'.
020000     05  FILLER                   PIC X(40) VALUE
020100         'FREQ       EARLY     LATE      PRED-JOB'.
020200     05  FILLER                   PIC X(20) VALUE
020300         '   DUE   NOTE'.
020400     05  FILLER                   PIC X(60) VALUE SPACES.
020500 01  DL100-JOB-DETAIL.
020600     05  FILLER                   PIC X(02) VALUE SPACES.
020700     05  JDTL-JOB-ID              PIC X(08).
020800     05  FILLER                   PIC X(02) VALUE SPACES.
020900     05  JDTL-FREQ                PIC X(09).
021000     05  FILLER                   PIC X(02) VALUE SPACES.
021100     05  JDTL-EARLY               PIC X(08).
021200     05  FILLER                   PIC X(02) VALUE SPACES.
021300     05  JDTL-LATE                PIC X(08).
021400     05  FILLER                   PIC X(02) VALUE SPACES.
021500     05  JDTL-PRED-JOB-ID         PIC X(08).
021600     05  FILLER                   PIC X(04) VALUE SPACES.
021700     05  JDTL-PRED-DUE            PIC X(03).
021800     05  FILLER                   PIC X(03) VALUE SPACES.
021900     05  JDTL-NOTE                PIC X(40).
022000     05  FILLER                   PIC X(31) VALUE SPACES.
022100 01  DL100-FLAG-LINE.
022200     05  FILLER                   PIC X(02) VALUE SPACES.
022300     05  FLAG-TEXT                PIC X(44).
022400     05  FLAG-JOB-ID              PIC X(08).
022500     05  FILLER                   PIC X(78) VALUE SPACES.
022600 01  DL100-UNSCHED-HEADING.
022700     05  FILLER                   PIC X(40) VALUE
022800         'CHAINDEF JOBS WITH NO SCHEDFIL ENTRY'.
022900     05  FILLER                   PIC X(92) VALUE SPACES.
023000 01  DL100-TOTAL-LINE-1.
023100     05  FILLER                   PIC X(16) VALUE
023200         'CYCLES:         '.
023300     05  TOTL-CYCLES              PIC ZZZZZZ9.
023400     05  FILLER                   PIC X(14) VALUE
023500         '  HOLIDAYS:   '.
023600     05  TOTL-HOLIDAYS            PIC ZZZZZZ9.
023700     05  FILLER                   PIC X(14) VALUE
023800         '  JOB RUNS:   '.
023900     05  TOTL-RUNS                PIC ZZZZZZ9.
024000     05  FILLER                   PIC X(67) VALUE SPACES.
024100 01  DL100-TOTAL-LINE-2.
024200     05  FILLER                   PIC X(16) VALUE
024300         'PRED NOT DUE:   '.
024400     05  TOTL-PRED-WARN           PIC ZZZZZZ9.
024500     05  FILLER                   PIC X(14) VALUE
024600         '  NO SCHEDFIL:'.
024700     05  TOTL-UNSCHED             PIC ZZZZZZ9.
024800     05  FILLER                   PIC X(14) VALUE
024900         '  HOL ON M/E: '.
025000     05  TOTL-ME-HOLIDAY          PIC ZZZZZZ9.
025100     05  FILLER                   PIC X(67) VALUE SPACES.
025200 01  DL100-BLANK-LINE             PIC X(132) VALUE SPACES.
025300 01  DL100-PRINT-HOLD             PIC X(132) VALUE SPACES.
025400*
025500 PROCEDURE DIVISION.
025600*****************************************************************
025700* 0000-MAINLINE                                                 *
025800*****************************************************************
025900 0000-MAINLINE.
026000     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
026100     PERFORM 2000-LOAD-CHAIN      THRU 2000-EXIT.
026200     PERFORM 2200-SET-FREQUENCY   THRU 2200-EXIT
026300         VARYING PROJ-IDX FROM 1 BY 1
026400         UNTIL PROJ-IDX > PROJ-ENTRY-COUNT.
026500     PERFORM 2300-RESOLVE-PAIR    THRU 2300-EXIT
026600         VARYING CHNT-IDX FROM 1 BY 1
026700         UNTIL CHNT-IDX > CHNT-ENTRY-COUNT.
026800     PERFORM 5000-PRINT-REPORT    THRU 5000-EXIT.
026900     PERFORM 8000-WRAP-UP         THRU 8000-EXIT.
027000     STOP RUN.
027100*
027200*****************************************************************
027300* 1000-INITIALIZE - DERIVE THE CURRENT CYCLE AS THE DEFAULT      *
027400*                   START, PICK UP THE PROJ/CYCL CARDS, AND      *
027500*                   LOAD THE SCHEDULE AND CALENDAR.              *
027600*****************************************************************
027700 1000-INITIALIZE.
027800     ACCEPT DL100-TODAY FROM DATE YYYYMMDD.
027900     ACCEPT DL100-NOW   FROM TIME.
028000     PERFORM 1050-SET-CYCLE-DATE  THRU 1050-EXIT.
028100     MOVE DL100-CYCLE-DATE TO DL100-START-DATE.
028200     PERFORM 1100-READ-CARDS      THRU 1100-EXIT.
028300     COMPUTE DL100-START-DAYS =
028400         FUNCTION INTEGER-OF-DATE (DL100-START-DATE).
028500     PERFORM 1200-LOAD-SCHEDULE   THRU 1200-EXIT.
028600     PERFORM 1300-LOAD-CALENDAR   THRU 1300-EXIT.
028700 1000-EXIT.
028800     EXIT.
028900*
029000*****************************************************************
029100* 1050-SET-CYCLE-DATE - THE SAME DERIVATION MinimalProgram USES  *
029200*                       AT ITS 1050: BEFORE THE 0600 BATCH-      *
029300*                       WINDOW CLOSE THE CURRENT CYCLE IS THE    *
029400*                       PRIOR CALENDAR DAY.                      *
029500*****************************************************************
029600 1050-SET-CYCLE-DATE.
029700     IF DL100-NOW < 06000000
029800         COMPUTE DL100-CYCLE-DAYS =
029900             FUNCTION INTEGER-OF-DATE (DL100-TODAY) - 1
030000         COMPUTE DL100-CYCLE-DATE =
030100             FUNCTION DATE-OF-INTEGER (DL100-CYCLE-DAYS)
030200     ELSE
030300         MOVE DL100-TODAY TO DL100-CYCLE-DATE
030400     END-IF.
030500 1050-EXIT.
030600     EXIT.
030700*
030800*****************************************************************
030900* 1100-READ-CARDS - A PROJ CARD GIVES THE START CYCLE AND THE    *
031000*                   NUMBER OF DAYS TO PROJECT; A CYCL CARD ALONE *
031100*                   SETS THE START.  NO SYSIN PROJECTS SEVEN     *
031200*                   DAYS FROM THE CURRENT CYCLE.                 *
031300*****************************************************************
031400 1100-READ-CARDS.
031500     OPEN INPUT CONTROL-CARD-FILE.
031600     IF DL100-SYSIN-STATUS = '00'
031700         PERFORM 1110-READ-CARD THRU 1110-EXIT
031800         PERFORM 1120-PROCESS-CARD THRU 1120-EXIT
031900             UNTIL DL100-SYSIN-EOF
032000         CLOSE CONTROL-CARD-FILE
032100     END-IF.
032200 1100-EXIT.
032300     EXIT.
032400*
032500 1110-READ-CARD.
032600     READ CONTROL-CARD-FILE
032700         AT END
032800             SET DL100-SYSIN-EOF TO TRUE
032900     END-READ.
033000 1110-EXIT.
033100     EXIT.
033200*
033300 1120-PROCESS-CARD.
033400     IF NOT DL100-SYSIN-EOF
033500         EVALUATE CARD-TYPE
033600             WHEN 'PROJ'
033700                 PERFORM 1130-EDIT-PROJ-CARD THRU 1130-EXIT
033800             WHEN 'CYCL'
033900                 IF CCARD-CYCLE-DATE NUMERIC
034000                     AND CCARD-CYCLE-DATE > 19000101
034100                     MOVE CCARD-CYCLE-DATE TO DL100-START-DATE
034200                 ELSE
034300                     DISPLAY 'SCHEDULEPROJECTION - CYCL CARD '
034400                         'REJECTED, BAD DATE: ' CARD-BODY
034500                 END-IF
034600             WHEN OTHER
034700                 CONTINUE
034800         END-EVALUATE
034900         PERFORM 1110-READ-CARD THRU 1110-EXIT
035000     END-IF.
035100 1120-EXIT.
035200     EXIT.
035300*
035400*****************************************************************
035500* 1130-EDIT-PROJ-CARD - A ZERO START DATE KEEPS THE CURRENT      *
035600*                       CYCLE; THE DAY COUNT RUNS 1 TO 366.      *
035700*****************************************************************
035800 1130-EDIT-PROJ-CARD.
035900     IF PJCARD-START-DATE NOT NUMERIC
036000         OR PJCARD-DAY-COUNT NOT NUMERIC
036100         DISPLAY 'SCHEDULEPROJECTION - PROJ CARD REJECTED, '
036200             'NOT NUMERIC: ' CARD-BODY
036300         GO TO 1130-EXIT
036400     END-IF.
036500     IF PJCARD-START-DATE NOT = ZERO
036600         AND PJCARD-START-DATE NOT > 19000101
036700         DISPLAY 'SCHEDULEPROJECTION - PROJ CARD REJECTED, '
036800             'BAD START DATE: ' CARD-BODY
036900         GO TO 1130-EXIT
037000     END-IF.
037100     IF PJCARD-DAY-COUNT = ZERO
037200         OR PJCARD-DAY-COUNT > DL100-DAY-LIMIT
037300         DISPLAY 'SCHEDULEPROJECTION - PROJ CARD REJECTED, '
037400             'DAY COUNT NOT 1-366: ' CARD-BODY
037500         GO TO 1130-EXIT
037600     END-IF.
037700     IF PJCARD-START-DATE NOT = ZERO
037800         MOVE PJCARD-START-DATE TO DL100-START-DATE
037900     END-IF.
038000     MOVE PJCARD-DAY-COUNT TO DL100-DAY-COUNT.
038100 1130-EXIT.
038200     EXIT.
038300*
038400*****************************************************************
038500* 1200-LOAD-SCHEDULE - ONE PROJECTION SLOT PER SCHEDULED JOB,    *
038600*                      CARRYING ITS EARLY/LATE WINDOW.           *
038700*****************************************************************
038800 1200-LOAD-SCHEDULE.
038900     OPEN INPUT SCHEDULE-FILE.
039000     IF DL100-SCHED-STATUS = '00'
039100         PERFORM 1210-READ-SCHEDULE THRU 1210-EXIT
039200         PERFORM 1220-STORE-SCHEDULE THRU 1220-EXIT
039300             UNTIL DL100-SCHED-EOF
039400         CLOSE SCHEDULE-FILE
039500     ELSE
039600         DISPLAY 'SCHEDULEPROJECTION - SCHEDULE-FILE NOT '
039700             'AVAILABLE, STATUS=' DL100-SCHED-STATUS
039800     END-IF.
039900 1200-EXIT.
040000     EXIT.
040100*
040200 1210-READ-SCHEDULE.
040300     READ SCHEDULE-FILE
040400         AT END
040500             SET DL100-SCHED-EOF TO TRUE
040600     END-READ.
040700 1210-EXIT.
040800     EXIT.
040900*
041000 1220-STORE-SCHEDULE.
041100     IF NOT DL100-SCHED-EOF
041200         MOVE SCHD-JOB-ID TO DL100-FOLD-JOB-ID
041300         PERFORM 7000-FIND-OR-ADD-JOB THRU 7000-EXIT
041400         IF DL100-NODE-SLOT-OK
041500             MOVE 'Y' TO PROJ-SCHED-SWITCH (PROJ-IDX)
041600             MOVE SCHD-EARLY-TIME TO PROJ-EARLY-TIME (PROJ-IDX)
041700             MOVE SCHD-LATE-TIME  TO PROJ-LATE-TIME  (PROJ-IDX)
041800         END-IF
041900         PERFORM 1210-READ-SCHEDULE THRU 1210-EXIT
042000     END-IF.
042100 1220-EXIT.
042200     EXIT.
042300*
042400*****************************************************************
042500* 1300-LOAD-CALENDAR - HOLIDAYS AND FREQUENCY RULES, LOADED THE  *
042600*                      WAY ScheduleWatchdog LOADS THEM.  NO      *
042700*                      CALNDR FILE MEANS EVERY JOB IS DUE EVERY  *
042800*                      NIGHT.                                    *
042900*****************************************************************
043000 1300-LOAD-CALENDAR.
043100     OPEN INPUT CALENDAR-FILE.
043200     IF DL100-CAL-STATUS = '00'
043300         PERFORM 1310-READ-CALENDAR THRU 1310-EXIT
043400         PERFORM 1320-STORE-CALENDAR THRU 1320-EXIT
043500             UNTIL DL100-CAL-EOF
043600         CLOSE CALENDAR-FILE
043700     ELSE
043800         DISPLAY 'SCHEDULEPROJECTION - CALENDAR-FILE NOT '
043900             'AVAILABLE, STATUS=' DL100-CAL-STATUS
044000             ' - EVERY JOB PROJECTED DAILY'
044100     END-IF.
044200 1300-EXIT.
044300     EXIT.
044400*
044500 1310-READ-CALENDAR.
044600     READ CALENDAR-FILE
044700         AT END
044800             SET DL100-CAL-EOF TO TRUE
044900     END-READ.
045000 1310-EXIT.
045100     EXIT.
045200*
045300 1320-STORE-CALENDAR.
045400     IF NOT DL100-CAL-EOF
045500         EVALUATE TRUE
045600             WHEN CAL-TYPE-HOLIDAY
045700                 IF HCAL-ENTRY-COUNT < 100
045800                     ADD 1 TO HCAL-ENTRY-COUNT
045900                     SET HCAL-IDX TO HCAL-ENTRY-COUNT
046000                     MOVE CAL-HOLIDAY-DATE TO HCAL-DATE (HCAL-IDX)
046100                 ELSE
046200                     DISPLAY 'SCHEDULEPROJECTION - HOLIDAY '
046300                         'TABLE FULL, DATE DROPPED: '
046400                         CAL-HOLIDAY-DATE
046500                     SET DL100-TABLE-OVERFLOW TO TRUE
046600                 END-IF
046700             WHEN CAL-TYPE-FREQUENCY
046800                 IF FCAL-ENTRY-COUNT < 100
046900                     ADD 1 TO FCAL-ENTRY-COUNT
047000                     SET FCAL-IDX TO FCAL-ENTRY-COUNT
047100                     MOVE CAL-JOB-ID TO FCAL-JOB-ID (FCAL-IDX)
047200                     MOVE CAL-FREQ-CODE
047300                         TO FCAL-FREQ-CODE (FCAL-IDX)
047400                     MOVE CAL-DAY-OF-WEEK
047500                         TO FCAL-DAY-OF-WEEK (FCAL-IDX)
047600                 ELSE
047700                     DISPLAY 'SCHEDULEPROJECTION - FREQUENCY '
047800                         'TABLE FULL, RULE DROPPED: ' CAL-JOB-ID
047900                     SET DL100-TABLE-OVERFLOW TO TRUE
048000                 END-IF
048100             WHEN OTHER
048200                 CONTINUE
048300         END-EVALUATE
048400         PERFORM 1310-READ-CALENDAR THRU 1310-EXIT
048500     END-IF.
048600 1320-EXIT.
048700     EXIT.
048800*
048900*****************************************************************
049000* 2000-LOAD-CHAIN - EVERY CHAINDEF PAIR, WITH A PROJECTION SLOT  *
049100*                   FOR BOTH THE JOB AND ITS PREDECESSOR.  A     *
049200*                   JOB FIRST SEEN HERE HAS NO SCHEDFIL ENTRY.   *
049300*****************************************************************
049400 2000-LOAD-CHAIN.
049500     OPEN INPUT CHAIN-FILE.
049600     IF DL100-CHAIN-STATUS = '00'
049700         PERFORM 2010-READ-CHAIN THRU 2010-EXIT
049800         PERFORM 2020-STORE-CHAIN THRU 2020-EXIT
049900             UNTIL DL100-CHAIN-EOF
050000         CLOSE CHAIN-FILE
050100     ELSE
050200         DISPLAY 'SCHEDULEPROJECTION - CHAIN-FILE NOT '
050300             'AVAILABLE, STATUS=' DL100-CHAIN-STATUS
050400             ' - JOBS PROJECTED AS UNCHAINED'
050500     END-IF.
050600 2000-EXIT.
050700     EXIT.
050800*
050900 2010-READ-CHAIN.
051000     READ CHAIN-FILE
051100         AT END
051200             SET DL100-CHAIN-EOF TO TRUE
051300     END-READ.
051400 2010-EXIT.
051500     EXIT.
051600*
051700 2020-STORE-CHAIN.
051800     IF DL100-CHAIN-EOF
051900         GO TO 2020-EXIT
052000     END-IF.
052100     IF CHNT-ENTRY-COUNT < 500
052200         ADD 1 TO CHNT-ENTRY-COUNT
052300         SET CHNT-IDX TO CHNT-ENTRY-COUNT
052400         MOVE CHN-JOB-ID      TO CHNT-JOB-ID      (CHNT-IDX)
052500         MOVE CHN-PRED-JOB-ID TO CHNT-PRED-JOB-ID (CHNT-IDX)
052600         MOVE ZERO            TO CHNT-JOB-SUB     (CHNT-IDX)
052700                                 CHNT-PRED-SUB    (CHNT-IDX)
052800         MOVE CHN-JOB-ID TO DL100-FOLD-JOB-ID
052900         PERFORM 7000-FIND-OR-ADD-JOB THRU 7000-EXIT
053000         MOVE CHN-PRED-JOB-ID TO DL100-FOLD-JOB-ID
053100         PERFORM 7000-FIND-OR-ADD-JOB THRU 7000-EXIT
053200     ELSE
053300         DISPLAY 'SCHEDULEPROJECTION - CHAIN TABLE FULL, '
053400             'PAIR DROPPED: ' CHN-JOB-ID ' AFTER ' CHN-PRED-JOB-ID
053500         SET DL100-TABLE-OVERFLOW TO TRUE
053600     END-IF.
053700     PERFORM 2010-READ-CHAIN THRU 2010-EXIT.
053800 2020-EXIT.
053900     EXIT.
054000*
054100*****************************************************************
054200* 2200-SET-FREQUENCY - THE JOB'S CALNDR RULE IN WORDS FOR THE    *
054300*                      REPORT.  NO RULE MEANS DAILY.             *
054400*****************************************************************
054500 2200-SET-FREQUENCY.
054600     MOVE 'DAILY' TO PROJ-FREQ-TEXT (PROJ-IDX).
054700     IF FCAL-ENTRY-COUNT = 0
054800         GO TO 2200-EXIT
054900     END-IF.
055000     SET FCAL-IDX TO 1.
055100     SEARCH FCAL-ENTRY
055200         AT END
055300             CONTINUE
055400         WHEN FCAL-JOB-ID (FCAL-IDX) = PROJ-JOB-ID (PROJ-IDX)
055500             EVALUATE TRUE
055600                 WHEN FCAL-FREQ-WEEKLY (FCAL-IDX)
055700                     MOVE 'WEEKLY'  TO PROJ-FREQ-TEXT (PROJ-IDX)
055800                     IF FCAL-DAY-OF-WEEK (FCAL-IDX) > 0
055900                         AND FCAL-DAY-OF-WEEK (FCAL-IDX) < 8
056000                         MOVE 'WKLY-' TO PROJ-FREQ-TEXT (PROJ-IDX)
056100                         MOVE DL100-DAY-NAME
056200                                 (FCAL-DAY-OF-WEEK (FCAL-IDX))
056300                             TO PROJ-FREQ-TEXT (PROJ-IDX) (6:3)
056400                     END-IF
056500                 WHEN FCAL-FREQ-MONTH-END (FCAL-IDX)
056600                     MOVE 'MONTH-END' TO PROJ-FREQ-TEXT (PROJ-IDX)
056700                 WHEN OTHER
056800                     CONTINUE
056900             END-EVALUATE
057000     END-SEARCH.
057100 2200-EXIT.
057200     EXIT.
057300*
057400*****************************************************************
057500* 2300-RESOLVE-PAIR - POINT A CHAIN PAIR AT THE PROJECTION       *
057600*                     SLOTS OF ITS TWO JOBS.                     *
057700*****************************************************************
057800 2300-RESOLVE-PAIR.
057900     MOVE CHNT-PRED-JOB-ID (CHNT-IDX) TO DL100-FOLD-JOB-ID.
058000     PERFORM 7100-FIND-JOB THRU 7100-EXIT.
058100     MOVE DL100-JOB-SUB TO CHNT-PRED-SUB (CHNT-IDX).
058200     MOVE CHNT-JOB-ID (CHNT-IDX) TO DL100-FOLD-JOB-ID.
058300     PERFORM 7100-FIND-JOB THRU 7100-EXIT.
058400     MOVE DL100-JOB-SUB TO CHNT-JOB-SUB (CHNT-IDX).
058500 2300-EXIT.
058600     EXIT.
058700*
058800*****************************************************************
058900* 3000-PROJECT-CYCLE - ONE CYCLE DATE: MARK EVERY JOB DUE OR     *
059000*                      NOT, THEN PRINT THE CYCLE LINE, THE       *
059100*                      HOLIDAY FLAGS OR THE DUE JOBS.            *
059200*****************************************************************
059300 3000-PROJECT-CYCLE.
059400     COMPUTE DL100-CYCLE-DAYS = DL100-START-DAYS + DL100-DAY-SUB.
059500     COMPUTE DL100-CYCLE-DATE =
059600         FUNCTION DATE-OF-INTEGER (DL100-CYCLE-DAYS).
059700     PERFORM 3100-CLASSIFY-CYCLE  THRU 3100-EXIT.
059800     MOVE ZERO TO DL100-CYCLE-DUE-COUNT.
059900     PERFORM 3200-MARK-DUE        THRU 3200-EXIT
060000         VARYING PROJ-IDX FROM 1 BY 1
060100         UNTIL PROJ-IDX > PROJ-ENTRY-COUNT.
060200     MOVE DL100-CYCLE-DATE TO CYCL-DATE.
060300     MOVE DL100-DAY-NAME (DL100-DUE-DOW) TO CYCL-DAY-NAME.
060400     MOVE SPACES TO CYCL-MONTH-END CYCL-HOLIDAY.
060500     IF DL100-CYCLE-MONTH-END
060600         MOVE 'MONTH-END' TO CYCL-MONTH-END
060700     END-IF.
060800     IF DL100-CYCLE-HOLIDAY
060900         MOVE 'HOLIDAY' TO CYCL-HOLIDAY
061000     END-IF.
061100     MOVE DL100-CYCLE-DUE-COUNT TO CYCL-DUE-COUNT.
061200     MOVE DL100-BLANK-LINE TO DL100-PRINT-RECORD.
061300     PERFORM 9100-WRITE-LINE THRU 9100-EXIT.
061400     MOVE DL100-CYCLE-LINE TO DL100-PRINT-RECORD.
061500     PERFORM 9100-WRITE-LINE THRU 9100-EXIT.
061600     IF DL100-CYCLE-HOLIDAY
061700         PERFORM 3300-FLAG-HOLIDAY THRU 3300-EXIT
061800     ELSE
061900         PERFORM 4000-PRINT-DUE-JOB THRU 4000-EXIT
062000             VARYING PROJ-IDX FROM 1 BY 1
062100             UNTIL PROJ-IDX > PROJ-ENTRY-COUNT
062200     END-IF.
062300 3000-EXIT.
062400     EXIT.
062500*
062600*****************************************************************
062700* 3100-CLASSIFY-CYCLE - DAY OF WEEK, HOLIDAY AND MONTH-END FOR   *
062800*                       THE CYCLE LINE.  3500 IS LEFT ALONE -    *
062900*                       IT STAYS THE SAME TEST ScheduleWatchdog  *
063000*                       APPLIES.                                 *
063100*****************************************************************
063200 3100-CLASSIFY-CYCLE.
063300     PERFORM 3600-DAY-OF-WEEK THRU 3600-EXIT.
063400     MOVE 'N' TO DL100-HOLIDAY-SWITCH.
063500     IF HCAL-ENTRY-COUNT > 0
063600         SET HCAL-IDX TO 1
063700         SEARCH HCAL-ENTRY
063800             AT END
063900                 CONTINUE
064000             WHEN HCAL-DATE (HCAL-IDX) = DL100-CYCLE-DATE
064100                 SET DL100-CYCLE-HOLIDAY TO TRUE
064200         END-SEARCH
064300     END-IF.
064400     MOVE 'Y' TO DL100-DUE-SWITCH.
064500     PERFORM 3700-CHECK-MONTH-END THRU 3700-EXIT.
064600     MOVE DL100-DUE-SWITCH TO DL100-MONTH-END-SWITCH.
064700     IF DL100-CYCLE-HOLIDAY
064800         ADD 1 TO DL100-HOLIDAY-COUNT
064900     END-IF.
065000 3100-EXIT.
065100     EXIT.
065200*
065300 3200-MARK-DUE.
065400     MOVE PROJ-JOB-ID (PROJ-IDX) TO DL100-DUE-JOB-ID.
065500     PERFORM 3500-CHECK-JOB-DUE THRU 3500-EXIT.
065600     IF DL100-JOB-IS-DUE
065700         MOVE 'Y' TO PROJ-DUE-SWITCH (PROJ-IDX)
065800         ADD 1 TO DL100-CYCLE-DUE-COUNT
065900         ADD 1 TO DL100-RUNS-DUE
066000     ELSE
066100         MOVE 'N' TO PROJ-DUE-SWITCH (PROJ-IDX)
066200     END-IF.
066300 3200-EXIT.
066400     EXIT.
066500*
066600*****************************************************************
066700* 3300-FLAG-HOLIDAY - NOTHING RUNS ON A HOLIDAY.  WHEN THE       *
066800*                     HOLIDAY IS ALSO THE LAST DAY OF THE MONTH  *
066900*                     THE MONTH-END JOBS MISS THEIR ONLY RUN     *
067000*                     FOR THE MONTH, SO EACH ONE IS NAMED.       *
067100*****************************************************************
067200 3300-FLAG-HOLIDAY.
067300     MOVE SPACES TO FLAG-JOB-ID.
067400     MOVE 'HOLIDAY - NO JOBS RUN ON THIS CYCLE' TO FLAG-TEXT.
067500     MOVE DL100-FLAG-LINE TO DL100-PRINT-RECORD.
067600     PERFORM 9100-WRITE-LINE THRU 9100-EXIT.
067700     IF NOT DL100-CYCLE-MONTH-END
067800         GO TO 3300-EXIT
067900     END-IF.
068000     ADD 1 TO DL100-ME-HOLIDAY-COUNT.
068100     MOVE '*** HOLIDAY FALLS ON A MONTH-END CYCLE' TO FLAG-TEXT.
068200     MOVE DL100-FLAG-LINE TO DL100-PRINT-RECORD.
068300     PERFORM 9100-WRITE-LINE THRU 9100-EXIT.
068400     PERFORM 3350-FLAG-MONTH-END-JOB THRU 3350-EXIT
068500         VARYING FCAL-IDX FROM 1 BY 1
068600         UNTIL FCAL-IDX > FCAL-ENTRY-COUNT.
068700 3300-EXIT.
068800     EXIT.
068900*
069000 3350-FLAG-MONTH-END-JOB.
069100     IF FCAL-FREQ-MONTH-END (FCAL-IDX)
069200         MOVE '*** MONTH-END JOB WILL NOT RUN THIS MONTH:'
069300             TO FLAG-TEXT
069400         MOVE FCAL-JOB-ID (FCAL-IDX) TO FLAG-JOB-ID
069500         MOVE DL100-FLAG-LINE TO DL100-PRINT-RECORD
069600         PERFORM 9100-WRITE-LINE THRU 9100-EXIT
069700     END-IF.
069800 3350-EXIT.
069900     EXIT.
070000*
070100*****************************************************************
070200* 3500-CHECK-JOB-DUE - WAS DL100-DUE-JOB-ID DUE TO RUN ON        *
070300*                      DL100-CYCLE-DATE?  THE SAME RULES         *
070400*                      ScheduleWatchdog APPLIES AT ITS 3500: A   *
070500*                      HOLIDAY MAKES EVERY JOB NOT DUE, WEEKLY   *
070600*                      RUNS ONLY ON ITS DAY OF WEEK, MONTH-END   *
070700*                      ONLY ON THE LAST DAY, ANYTHING ELSE       *
070800*                      DAILY.                                    *
070900*****************************************************************
071000 3500-CHECK-JOB-DUE.
071100     MOVE 'Y' TO DL100-DUE-SWITCH.
071200     IF HCAL-ENTRY-COUNT > 0
071300         SET HCAL-IDX TO 1
071400         SEARCH HCAL-ENTRY
071500             AT END
071600                 CONTINUE
071700             WHEN HCAL-DATE (HCAL-IDX) = DL100-CYCLE-DATE
071800                 MOVE 'N' TO DL100-DUE-SWITCH
071900         END-SEARCH
072000     END-IF.
072100     IF NOT DL100-JOB-IS-DUE
072200         OR FCAL-ENTRY-COUNT = 0
072300         GO TO 3500-EXIT
072400     END-IF.
072500     SET FCAL-IDX TO 1.
072600     SEARCH FCAL-ENTRY
072700         AT END
072800             GO TO 3500-EXIT
072900         WHEN FCAL-JOB-ID (FCAL-IDX) = DL100-DUE-JOB-ID
073000             CONTINUE
073100     END-SEARCH.
073200     EVALUATE TRUE
073300         WHEN FCAL-FREQ-WEEKLY (FCAL-IDX)
073400             PERFORM 3600-DAY-OF-WEEK THRU 3600-EXIT
073500             IF DL100-DUE-DOW NOT =
073600                     FCAL-DAY-OF-WEEK (FCAL-IDX)
073700                 MOVE 'N' TO DL100-DUE-SWITCH
073800             END-IF
073900         WHEN FCAL-FREQ-MONTH-END (FCAL-IDX)
074000             PERFORM 3700-CHECK-MONTH-END THRU 3700-EXIT
074100         WHEN OTHER
074200             CONTINUE
074300     END-EVALUATE.
074400 3500-EXIT.
074500     EXIT.
074600*
074700*****************************************************************
074800* 3600-DAY-OF-WEEK - THE CYCLE DATE'S DAY OF WEEK, 1=MONDAY      *
074900*                    THROUGH 7=SUNDAY.  DAY 1 OF THE INTEGER     *
075000*                    DATE BASE (1601-01-01) WAS A MONDAY.        *
075100*****************************************************************
075200 3600-DAY-OF-WEEK.
075300     COMPUTE DL100-DUE-DAYS =
075400         FUNCTION INTEGER-OF-DATE (DL100-CYCLE-DATE).
075500     COMPUTE DL100-DUE-DOW =
075600         FUNCTION MOD (DL100-DUE-DAYS - 1, 7) + 1.
075700 3600-EXIT.
075800     EXIT.
075900*
076000*****************************************************************
076100* 3700-CHECK-MONTH-END - THE CYCLE IS THE LAST DAY OF ITS        *
076200*                        MONTH WHEN THE NEXT CALENDAR DAY        *
076300*                        LANDS IN A DIFFERENT MONTH.             *
076400*****************************************************************
076500 3700-CHECK-MONTH-END.
076600     MOVE DL100-CYCLE-DATE TO DL100-DUE-DATE-WORK.
076700     MOVE DL100-DUE-DATE-MM TO DL100-DUE-CYCLE-MM.
076800     COMPUTE DL100-DUE-DAYS =
076900         FUNCTION INTEGER-OF-DATE (DL100-CYCLE-DATE) + 1.
077000     COMPUTE DL100-DUE-DATE-WORK =
077100         FUNCTION DATE-OF-INTEGER (DL100-DUE-DAYS).
077200     IF DL100-DUE-DATE-MM = DL100-DUE-CYCLE-MM
077300         MOVE 'N' TO DL100-DUE-SWITCH
077400     END-IF.
077500 3700-EXIT.
077600     EXIT.
077700*
077800*****************************************************************
077900* 4000-PRINT-DUE-JOB - A DUE JOB WITH ITS WINDOW, THEN ONE LINE  *
078000*                      PER CHAINDEF PREDECESSOR.  A PREDECESSOR  *
078100*                      NOT DUE THAT NIGHT IS FLAGGED - THE GATE  *
078200*                      WILL LET THE JOB GO WITHOUT IT.           *
078300*****************************************************************
078400 4000-PRINT-DUE-JOB.
078500     IF NOT PROJ-DUE (PROJ-IDX)
078600         GO TO 4000-EXIT
078700     END-IF.
078800     MOVE PROJ-JOB-ID    (PROJ-IDX) TO JDTL-JOB-ID.
078900     MOVE PROJ-FREQ-TEXT (PROJ-IDX) TO JDTL-FREQ.
079000     IF PROJ-SCHEDULED (PROJ-IDX)
079100         MOVE PROJ-EARLY-TIME (PROJ-IDX) TO JDTL-EARLY
079200         MOVE PROJ-LATE-TIME  (PROJ-IDX) TO JDTL-LATE
079300     ELSE
079400         MOVE 'NOT SCHD' TO JDTL-EARLY
079500         MOVE SPACES     TO JDTL-LATE
079600     END-IF.
079700     MOVE SPACES TO JDTL-PRED-JOB-ID JDTL-PRED-DUE JDTL-NOTE.
079800     SET DL100-JOB-SUB TO PROJ-IDX.
079900     SET DL100-FIRST-PRED TO TRUE.
080000     PERFORM 4100-PRINT-PRED THRU 4100-EXIT
080100         VARYING CHNT-IDX FROM 1 BY 1
080200         UNTIL CHNT-IDX > CHNT-ENTRY-COUNT.
080300     IF DL100-FIRST-PRED
080400         IF NOT PROJ-SCHEDULED (PROJ-IDX)
080500             MOVE 'NO SCHEDFIL ENTRY - NO WINDOW' TO JDTL-NOTE
080600         END-IF
080700         MOVE DL100-JOB-DETAIL TO DL100-PRINT-RECORD
080800         PERFORM 9100-WRITE-LINE THRU 9100-EXIT
080900     END-IF.
081000 4000-EXIT.
081100     EXIT.
081200*
081300 4100-PRINT-PRED.
081400     IF CHNT-JOB-SUB (CHNT-IDX) NOT = DL100-JOB-SUB
081500         GO TO 4100-EXIT
081600     END-IF.
081700     IF NOT DL100-FIRST-PRED
081800         MOVE SPACES TO JDTL-JOB-ID JDTL-FREQ JDTL-EARLY JDTL-LATE
081900     END-IF.
082000     MOVE CHNT-PRED-SUB (CHNT-IDX) TO DL100-PRED-SUB.
082100     IF DL100-PRED-SUB = ZERO
082200         GO TO 4100-EXIT
082300     END-IF.
082400     MOVE CHNT-PRED-JOB-ID (CHNT-IDX) TO JDTL-PRED-JOB-ID.
082500     IF PROJ-DUE (DL100-PRED-SUB)
082600         MOVE 'YES' TO JDTL-PRED-DUE
082700         MOVE SPACES TO JDTL-NOTE
082800     ELSE
082900         MOVE 'NO' TO JDTL-PRED-DUE
083000         MOVE '*** PREDECESSOR NOT DUE - GATE SKIPS IT'
083100             TO JDTL-NOTE
083200         ADD 1 TO DL100-PRED-WARN-COUNT
083300     END-IF.
083400     IF DL100-FIRST-PRED
083500         AND NOT PROJ-SCHEDULED (DL100-JOB-SUB)
083600         AND JDTL-NOTE = SPACES
083700         MOVE 'NO SCHEDFIL ENTRY - NO WINDOW' TO JDTL-NOTE
083800     END-IF.
083900     MOVE DL100-JOB-DETAIL TO DL100-PRINT-RECORD.
084000     PERFORM 9100-WRITE-LINE THRU 9100-EXIT.
084100     MOVE 'N' TO DL100-FIRST-PRED-SWITCH.
084200 4100-EXIT.
084300     EXIT.
084400*
084500*****************************************************************
084600* 5000-PRINT-REPORT - ONE BLOCK PER CYCLE DATE, THEN THE         *
084700*                     CHAINDEF JOBS SCHEDFIL DOES NOT KNOW, AND  *
084800*                     THE CONTROL TOTALS.                        *
084900*****************************************************************
085000 5000-PRINT-REPORT.
085100     OPEN OUTPUT REPORT-FILE.
085200     IF DL100-REPORT-STATUS NOT = '00'
085300         DISPLAY 'SCHEDULEPROJECTION - REPORT-FILE OPEN FAILED, '
085400             'STATUS=' DL100-REPORT-STATUS
085500         MOVE 08 TO RETURN-CODE
085600         GO TO 5000-EXIT
085700     END-IF.
085800     MOVE DL100-START-DATE TO HDG1-START.
085900     MOVE DL100-DAY-COUNT  TO HDG1-DAYS.
086000     PERFORM 9000-PAGE-HEADING THRU 9000-EXIT.
086100     MOVE DL100-JOB-HEADING TO DL100-PRINT-RECORD.
086200     PERFORM 9100-WRITE-LINE THRU 9100-EXIT.
086300     PERFORM 3000-PROJECT-CYCLE THRU 3000-EXIT
086400         VARYING DL100-DAY-SUB FROM 0 BY 1
086500         UNTIL DL100-DAY-SUB NOT < DL100-DAY-COUNT.
086600     MOVE DL100-BLANK-LINE TO DL100-PRINT-RECORD.
086700     PERFORM 9100-WRITE-LINE THRU 9100-EXIT.
086800     MOVE DL100-UNSCHED-HEADING TO DL100-PRINT-RECORD.
086900     PERFORM 9100-WRITE-LINE THRU 9100-EXIT.
087000     PERFORM 5100-PRINT-UNSCHEDULED THRU 5100-EXIT
087100         VARYING PROJ-IDX FROM 1 BY 1
087200         UNTIL PROJ-IDX > PROJ-ENTRY-COUNT.
087300     IF DL100-UNSCHED-COUNT = ZERO
087400         MOVE SPACES TO FLAG-JOB-ID
087500         MOVE 'NONE' TO FLAG-TEXT
087600         MOVE DL100-FLAG-LINE TO DL100-PRINT-RECORD
087700         PERFORM 9100-WRITE-LINE THRU 9100-EXIT
087800     END-IF.
087900     MOVE DL100-BLANK-LINE TO DL100-PRINT-RECORD.
088000     PERFORM 9100-WRITE-LINE THRU 9100-EXIT.
088100     MOVE DL100-DAY-COUNT        TO TOTL-CYCLES.
088200     MOVE DL100-HOLIDAY-COUNT    TO TOTL-HOLIDAYS.
088300     MOVE DL100-RUNS-DUE         TO TOTL-RUNS.
088400     MOVE DL100-TOTAL-LINE-1 TO DL100-PRINT-RECORD.
088500     PERFORM 9100-WRITE-LINE THRU 9100-EXIT.
088600     MOVE DL100-PRED-WARN-COUNT  TO TOTL-PRED-WARN.
088700     MOVE DL100-UNSCHED-COUNT    TO TOTL-UNSCHED.
088800     MOVE DL100-ME-HOLIDAY-COUNT TO TOTL-ME-HOLIDAY.
088900     MOVE DL100-TOTAL-LINE-2 TO DL100-PRINT-RECORD.
089000     PERFORM 9100-WRITE-LINE THRU 9100-EXIT.
089100     CLOSE REPORT-FILE.
089200 5000-EXIT.
089300     EXIT.
089400*
089500 5100-PRINT-UNSCHEDULED.
089600     IF NOT PROJ-SCHEDULED (PROJ-IDX)
089700         ADD 1 TO DL100-UNSCHED-COUNT
089800         MOVE '*** ON CHAINDEF, NO SCHEDFIL ENTRY:' TO FLAG-TEXT
089900         MOVE PROJ-JOB-ID (PROJ-IDX) TO FLAG-JOB-ID
090000         MOVE DL100-FLAG-LINE TO DL100-PRINT-RECORD
090100         PERFORM 9100-WRITE-LINE THRU 9100-EXIT
090200     END-IF.
090300 5100-EXIT.
090400     EXIT.
090500*
090600*****************************************************************
090700* 7000-FIND-OR-ADD-JOB - POINT PROJ-IDX AT DL100-FOLD-JOB-ID,    *
090800*                        ADDING AN UNSCHEDULED SLOT THE FIRST    *
090900*                        TIME.                                   *
091000*****************************************************************
091100 7000-FIND-OR-ADD-JOB.
091200     MOVE 'N' TO DL100-NODE-SLOT-SWITCH.
091300     IF PROJ-ENTRY-COUNT > 0
091400         SET PROJ-IDX TO 1
091500         SEARCH PROJ-ENTRY
091600             AT END
091700                 PERFORM 7050-ADD-JOB THRU 7050-EXIT
091800             WHEN PROJ-JOB-ID (PROJ-IDX) = DL100-FOLD-JOB-ID
091900                 SET DL100-NODE-SLOT-OK TO TRUE
092000         END-SEARCH
092100     ELSE
092200         PERFORM 7050-ADD-JOB THRU 7050-EXIT
092300     END-IF.
092400 7000-EXIT.
092500     EXIT.
092600*
092700 7050-ADD-JOB.
092800     IF PROJ-ENTRY-COUNT < 200
092900         ADD 1 TO PROJ-ENTRY-COUNT
093000         SET PROJ-IDX TO PROJ-ENTRY-COUNT
093100         MOVE DL100-FOLD-JOB-ID TO PROJ-JOB-ID (PROJ-IDX)
093200         MOVE 'N'    TO PROJ-SCHED-SWITCH (PROJ-IDX)
093300                        PROJ-DUE-SWITCH   (PROJ-IDX)
093400         MOVE ZERO   TO PROJ-EARLY-TIME   (PROJ-IDX)
093500                        PROJ-LATE-TIME    (PROJ-IDX)
093600         MOVE SPACES TO PROJ-FREQ-TEXT    (PROJ-IDX)
093700         SET DL100-NODE-SLOT-OK TO TRUE
093800     ELSE
093900         DISPLAY 'SCHEDULEPROJECTION - JOB TABLE FULL, '
094000             'JOB NOT PROJECTED: ' DL100-FOLD-JOB-ID
094100         SET DL100-TABLE-OVERFLOW TO TRUE
094200     END-IF.
094300 7050-EXIT.
094400     EXIT.
094500*
094600*****************************************************************
094700* 7100-FIND-JOB - DL100-JOB-SUB TO THE SLOT OF DL100-FOLD-JOB-ID *
094800*                 (ALWAYS THERE ONCE THE CHAIN IS LOADED, UNLESS *
094900*                 THE TABLE OVERFLOWED).                         *
095000*****************************************************************
095100 7100-FIND-JOB.
095200     MOVE ZERO TO DL100-JOB-SUB.
095300     IF PROJ-ENTRY-COUNT > 0
095400         SET PROJ-IDX TO 1
095500         SEARCH PROJ-ENTRY
095600             AT END
095700                 CONTINUE
095800             WHEN PROJ-JOB-ID (PROJ-IDX) = DL100-FOLD-JOB-ID
095900                 SET DL100-JOB-SUB TO PROJ-IDX
096000         END-SEARCH
096100     END-IF.
096200 7100-EXIT.
096300     EXIT.
096400*
096500*****************************************************************
096600* 8000-WRAP-UP - RETURN-CODE 04 WHEN ANYTHING WAS FLAGGED, 08    *
096700*                WHEN A TABLE OVERFLOWED AND THE PROJECTION IS   *
096800*                INCOMPLETE.                                     *
096900*****************************************************************
097000 8000-WRAP-UP.
097100     IF DL100-PRED-WARN-COUNT > ZERO
097200         OR DL100-UNSCHED-COUNT > ZERO
097300         OR DL100-ME-HOLIDAY-COUNT > ZERO
097400         MOVE 04 TO RETURN-CODE
097500     END-IF.
097600     IF DL100-TABLE-OVERFLOW
097700         MOVE 08 TO RETURN-CODE
097800     END-IF.
097900     DISPLAY 'SCHEDULEPROJECTION - ' DL100-DAY-COUNT
098000         ' CYCLES FROM ' DL100-START-DATE ', '
098100         DL100-PRED-WARN-COUNT ' PREDECESSOR WARNINGS, '
098200         DL100-UNSCHED-COUNT ' UNSCHEDULED CHAIN JOBS'.
098300 8000-EXIT.
098400     EXIT.
098500*
098600*****************************************************************
098700* 9000-PAGE-HEADING                                              *
098800*****************************************************************
098900 9000-PAGE-HEADING.
099000     ADD 1 TO DL100-PAGE-COUNT.
099100     MOVE DL100-PAGE-COUNT TO HDG1-PAGE.
099200     IF DL100-PAGE-COUNT = 1
099300         WRITE DL100-PRINT-RECORD FROM DL100-HEADING-1
099400             AFTER ADVANCING 1 LINE
099500     ELSE
099600         WRITE DL100-PRINT-RECORD FROM DL100-HEADING-1
099700             AFTER ADVANCING PAGE
099800     END-IF.
099900     WRITE DL100-PRINT-RECORD FROM DL100-BLANK-LINE
100000         AFTER ADVANCING 1 LINE.
100100     MOVE 2 TO DL100-LINE-COUNT.
100200 9000-EXIT.
100300     EXIT.
100400*
100500*****************************************************************
100600* 9100-WRITE-LINE - ONE DETAIL LINE, BREAKING TO A NEW PAGE      *
100700*                   EVERY 55 LINES.                              *
100800*****************************************************************
100900 9100-WRITE-LINE.
101000     IF DL100-LINE-COUNT > 55
101100         MOVE DL100-PRINT-RECORD TO DL100-PRINT-HOLD
101200         PERFORM 9000-PAGE-HEADING THRU 9000-EXIT
101300         MOVE DL100-PRINT-HOLD TO DL100-PRINT-RECORD
101400     END-IF.
101500     WRITE DL100-PRINT-RECORD AFTER ADVANCING 1 LINE.
101600     ADD 1 TO DL100-LINE-COUNT.
101700 9100-EXIT.
101800     EXIT.
