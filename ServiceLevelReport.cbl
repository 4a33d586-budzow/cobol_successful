000100*****************************************************************
000200* IDENTIFICATION DIVISION.
000300 IDENTIFICATION DIVISION.
000400 PROGRAM-ID.     ServiceLevelReport.
000500 AUTHOR.         D. L. MYERS.
000600 INSTALLATION.   BATCH OPERATIONS.
000700 DATE-WRITTEN.   2026-10-15.
000800 DATE-COMPILED.
000900*****************************************************************
001000*  MODIFICATION HISTORY                                         *
001100*  DATE       INIT  DESCRIPTION                                 *
001200*  ---------- ----  ------------------------------------------  *
001300*  2026-10-15 DLM   ORIGINAL - MONTHLY SERVICE-LEVEL REPORT.     *
001400*                   SECTION ONE SCORES EVERY JOB ON THE NIGHTLY  *
001500*                   SCHEDULE (SCHEDFIL, DL100SC): OF THE CYCLES  *
001600*                   IN THE MONTH ON WHICH THE CALENDAR (CALNDR)  *
001700*                   SAYS THE JOB WAS DUE, THE PERCENTAGE THAT    *
001800*                   HAVE A CLEAN RUN ON THE RUN-HISTORY MASTER   *
001900*                   (RUNMASTR, DL100RM) LOGGED NO LATER THAN     *
002000*                   SCHD-LATE-TIME.  IT ALSO SHOWS THE MEAN AND  *
002100*                   WORST TIME TO REPAIR PER JOB - FROM THE      *
002200*                   FAILING RUN'S STAMP TO THE ACTION STAMP ON   *
002300*                   WHICH ITS DL100AS ALERT REACHED STATE R.     *
002400*                   SECTION TWO ROLLS THE SAME REPAIR TIMES UP   *
002500*                   BY SUPPORT GROUP - THE GROUP THE ALERT WAS   *
002600*                   ROUTED TO ON THE ALERT FILE, OR, FOR AN      *
002700*                   ALERT NO LONGER ON IT, THE GROUP ALRTROUT    *
002800*                   RESOLVES TODAY.  MNTH CARD ON SYSIN PICKS    *
002900*                   THE MONTH, DEFAULT THE CURRENT ONE.          *
002910*  2026-10-15 DLM   AN AD-HOC RUN (RUN TYPE A) NO LONGER MARKS A *
002920*                   CYCLE ON TIME, AND AN ALERT RAISED BY A      *
002930*                   RERUN IS LEFT OUT OF THE REPAIR COUNTS - IT  *
002940*                   BELONGS TO THE ORIGINAL FAILURE'S INCIDENT.  *
003000*****************************************************************
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER.    IBM-370.
003400 OBJECT-COMPUTER.    IBM-370.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT SCHEDULE-FILE    ASSIGN TO SCHEDFIL
003800         ORGANIZATION LINE SEQUENTIAL
003900         FILE STATUS  IS DL100-SCHED-STATUS.
004000     SELECT CALENDAR-FILE    ASSIGN TO CALNDR
004100         ORGANIZATION LINE SEQUENTIAL
004200         FILE STATUS  IS DL100-CAL-STATUS.
004300     SELECT RUN-MASTER-FILE  ASSIGN TO RUNMASTR
004400         ORGANIZATION INDEXED
004500         ACCESS MODE  IS SEQUENTIAL
004600         RECORD KEY   IS RHM-KEY
004700         FILE STATUS  IS DL100-MASTER-STATUS.
004800     SELECT ALERT-STATE-FILE ASSIGN TO ALRTSTAT
004900         ORGANIZATION LINE SEQUENTIAL
005000         FILE STATUS  IS DL100-STATE-STATUS.
005100     SELECT ALERT-FILE       ASSIGN TO ALERTFIL
005200         ORGANIZATION LINE SEQUENTIAL
005300         FILE STATUS  IS DL100-ALERT-STATUS.
005400     SELECT ROUTE-FILE       ASSIGN TO ALRTROUT
005500         ORGANIZATION LINE SEQUENTIAL
005600         FILE STATUS  IS DL100-ROUTEF-STATUS.
005700     SELECT REPORT-FILE      ASSIGN TO RPTFILE
005800         ORGANIZATION LINE SEQUENTIAL
005900         FILE STATUS  IS DL100-REPORT-STATUS.
006000     SELECT CONTROL-CARD-FILE ASSIGN TO SYSIN
006100         ORGANIZATION LINE SEQUENTIAL
006200         FILE STATUS  IS DL100-SYSIN-STATUS.
006300*
006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  SCHEDULE-FILE
006700     RECORDING MODE IS F.
006800 COPY DL100SC.
006900 FD  CALENDAR-FILE
007000     RECORDING MODE IS F.
007100 COPY DL100CA.
007200 FD  RUN-MASTER-FILE.
007300 COPY DL100RM.
007400 FD  ALERT-STATE-FILE
007500     RECORDING MODE IS F.
007600 COPY DL100AS.
007700 FD  ALERT-FILE
007800     RECORDING MODE IS F.
007900 COPY DL100AL.
008000 FD  ROUTE-FILE
008100     RECORDING MODE IS F.
008200 COPY DL100AR.
008300 FD  REPORT-FILE
008400     RECORDING MODE IS F.
008500 01  DL100-PRINT-RECORD              PIC X(132).
008600 FD  CONTROL-CARD-FILE
008700     RECORDING MODE IS F.
008800 COPY DL100CC.
008900*
009000 WORKING-STORAGE SECTION.
009100*****************************************************************
009200*    PROCESSING CALENDAR - HOLIDAYS AND JOB FREQUENCY RULES.
009300*****************************************************************
009400 COPY DL100CL.
009500*****************************************************************
009600*    ALERT ROUTING TABLE (SUPPORT GROUP PER JOB/STATUS/REASON)
009700*****************************************************************
009800 COPY DL100AG.
009900*
010000 77  DL100-SCHED-STATUS           PIC XX    VALUE '00'.
010100 77  DL100-CAL-STATUS             PIC XX    VALUE '00'.
010200 77  DL100-MASTER-STATUS          PIC XX    VALUE '00'.
010300 77  DL100-STATE-STATUS           PIC XX    VALUE '00'.
010400 77  DL100-ALERT-STATUS           PIC XX    VALUE '00'.
010500 77  DL100-ROUTEF-STATUS          PIC XX    VALUE '00'.
010600 77  DL100-REPORT-STATUS          PIC XX    VALUE '00'.
010700 77  DL100-SYSIN-STATUS           PIC XX    VALUE '00'.
010800 77  DL100-SCHED-EOF-SWITCH       PIC X     VALUE 'N'.
010900     88  DL100-SCHED-EOF                    VALUE 'Y'.
011000 77  DL100-CAL-EOF-SWITCH         PIC X     VALUE 'N'.
011100     88  DL100-CAL-EOF                      VALUE 'Y'.
011200 77  DL100-MASTER-EOF-SWITCH      PIC X     VALUE 'N'.
011300     88  DL100-MASTER-EOF                   VALUE 'Y'.
011400 77  DL100-STATE-EOF-SWITCH       PIC X     VALUE 'N'.
011500     88  DL100-STATE-EOF                    VALUE 'Y'.
011600 77  DL100-ALERT-EOF-SWITCH       PIC X     VALUE 'N'.
011700     88  DL100-ALERT-EOF                    VALUE 'Y'.
011800 77  DL100-ROUTE-EOF-SWITCH       PIC X     VALUE 'N'.
011900     88  DL100-ROUTE-EOF                    VALUE 'Y'.
012000 77  DL100-SYSIN-EOF-SWITCH       PIC X     VALUE 'N'.
012100     88  DL100-SYSIN-EOF                    VALUE 'Y'.
012200 77  DL100-JOB-SLOT-SWITCH        PIC X     VALUE 'N'.
012300     88  DL100-JOB-SLOT-OK                  VALUE 'Y'.
012400 77  DL100-GROUP-SLOT-SWITCH      PIC X     VALUE 'N'.
012500     88  DL100-GROUP-SLOT-OK                VALUE 'Y'.
012600 77  DL100-TABLE-OVFL-SWITCH      PIC X     VALUE 'N'.
012700     88  DL100-TABLE-OVERFLOW               VALUE 'Y'.
012800 77  DL100-REPORT-MONTH           PIC 9(06) VALUE ZERO.
012900 77  DL100-NOW                    PIC 9(08) VALUE ZERO.
013000 77  DL100-LAST-CYCLE             PIC 9(08) VALUE ZERO.
013100 77  DL100-LAST-CYCLE-DAYS        PIC 9(08) COMP VALUE ZERO.
013200 77  DL100-MONTH-START-DAYS       PIC 9(08) COMP VALUE ZERO.
013300 77  DL100-DAY-SUB                PIC 9(02) COMP VALUE ZERO.
013400 77  DL100-LINE-COUNT             PIC 9(03) COMP VALUE 99.
013500 77  DL100-PAGE-COUNT             PIC 9(04) COMP VALUE ZERO.
013600 77  DL100-FOLD-JOB-ID            PIC X(08) VALUE SPACES.
013700 77  DL100-FOLD-GROUP             PIC X(08) VALUE SPACES.
013800 77  DL100-CYCLE-DATE             PIC 9(08) VALUE ZERO.
013900 77  DL100-DUE-SWITCH             PIC X     VALUE 'Y'.
014000     88  DL100-JOB-IS-DUE                   VALUE 'Y'.
014100 77  DL100-DUE-JOB-ID             PIC X(08) VALUE SPACES.
014200 77  DL100-DUE-DAYS               PIC 9(08) COMP VALUE ZERO.
014300 77  DL100-DUE-DOW                PIC 9(01) VALUE ZERO.
014400 01  DL100-DUE-DATE-WORK          PIC 9(08) VALUE ZERO.
014500 01  DL100-DUE-DATE-PARTS REDEFINES DL100-DUE-DATE-WORK.
014600     05  FILLER                   PIC 9(04).
014700     05  DL100-DUE-DATE-MM        PIC 9(02).
014800     05  FILLER                   PIC 9(02).
014900 77  DL100-DUE-CYCLE-MM           PIC 9(02) VALUE ZERO.
015000 77  DL100-ROUTE-FOUND-SWITCH     PIC X     VALUE 'N'.
015100     88  DL100-ROUTE-FOUND                  VALUE 'Y'.
015200 77  DL100-ROUTE-JOB-ID           PIC X(08) VALUE SPACES.
015300 77  DL100-ROUTE-CODE             PIC 9(02) VALUE ZERO.
015400 77  DL100-ROUTE-REASON           PIC 9(04) VALUE ZERO.
015500 77  DL100-ROUTE-LEVEL            PIC 9(01) VALUE 1.
015600 77  DL100-ROUTE-GROUP            PIC X(08) VALUE SPACES.
015700 77  DL100-DEFAULT-GROUP          PIC X(08) VALUE 'ONCALL  '.
015800 77  DL100-TOTAL-DUE              PIC 9(07) COMP VALUE ZERO.
015900 77  DL100-TOTAL-ONTIME           PIC 9(07) COMP VALUE ZERO.
016000 77  DL100-TOTAL-REPAIRS          PIC 9(07) COMP VALUE ZERO.
016100 77  DL100-PCT-EDIT               PIC ZZ9.
016200*
016300 01  DL100-TODAY                  PIC 9(08) VALUE ZERO.
016400 01  DL100-TODAY-PARTS REDEFINES DL100-TODAY.
016500     05  DL100-TODAY-MONTH        PIC 9(06).
016600     05  FILLER                   PIC 9(02).
016700*
016800 01  DL100-DATE-WORK              PIC 9(08) VALUE ZERO.
016900 01  DL100-DATE-PARTS REDEFINES DL100-DATE-WORK.
017000     05  DL100-DATE-MONTH         PIC 9(06).
017100     05  DL100-DATE-DD            PIC 9(02).
017200*
017300*****************************************************************
017400*    REPAIR-TIME WORK AREA - MINUTES FROM THE FAILING RUN'S
017500*    STAMP TO THE RESOLVING ACTION'S STAMP, ACROSS MIDNIGHT.
017600*****************************************************************
017700 01  DL100-REPAIR-WORK.
017800     05  DL100-FROM-DAYS          PIC 9(08) COMP VALUE ZERO.
017900     05  DL100-TO-DAYS            PIC 9(08) COMP VALUE ZERO.
018000     05  DL100-FROM-MINS          PIC 9(04) COMP VALUE ZERO.
018100     05  DL100-TO-MINS            PIC 9(04) COMP VALUE ZERO.
018200     05  DL100-REPAIR-MINS        PIC S9(09) COMP VALUE ZERO.
018300 01  DL100-TIME-WORK              PIC 9(08) VALUE ZERO.
018400 01  DL100-TIME-PARTS REDEFINES DL100-TIME-WORK.
018500     05  DL100-TIME-HH            PIC 9(02).
018600     05  DL100-TIME-MM            PIC 9(02).
018700     05  FILLER                   PIC 9(04).
018800*
018900*****************************************************************
019000*    ONE SLOT PER JOB - EVERY SCHEDULED JOB, PLUS ANY JOB THAT
019100*    ONLY SHOWS UP THROUGH A REPAIRED ALERT.  THE DAY FLAGS MARK
019200*    THE CYCLES OF THE MONTH WITH A CLEAN RUN INSIDE THE WINDOW.
019300*****************************************************************
019400 01  DL100-SLA-JOB-TABLE.
019500     05  SLAJ-ENTRY-COUNT         PIC 9(03) VALUE ZERO.
019600     05  SLAJ-ENTRY OCCURS 1 TO 100 TIMES
019700                    DEPENDING ON SLAJ-ENTRY-COUNT
019800                    INDEXED BY SLAJ-IDX.
019900         10  SLAJ-JOB-ID          PIC X(08).
020000         10  SLAJ-SCHED-SWITCH    PIC X.
020100             88  SLAJ-SCHEDULED             VALUE 'Y'.
020200         10  SLAJ-LATE-TIME       PIC 9(08).
020300         10  SLAJ-DUE-COUNT       PIC 9(03).
020400         10  SLAJ-ONTIME-COUNT    PIC 9(03).
020500         10  SLAJ-REPAIR-COUNT    PIC 9(05).
020600         10  SLAJ-REPAIR-TOTAL    PIC 9(09).
020700         10  SLAJ-REPAIR-WORST    PIC 9(07).
020800         10  SLAJ-DAY-FLAG        PIC X OCCURS 31 TIMES.
020900             88  SLAJ-DAY-ONTIME            VALUE 'Y'.
021000*
021100*****************************************************************
021200*    RESOLVED ALERTS FOR THE MONTH, WITH THE SUPPORT GROUP THE
021300*    ALERT WENT TO AND ITS TIME TO REPAIR IN MINUTES.
021400*****************************************************************
021500 01  DL100-REPAIR-TABLE.
021600     05  REPR-ENTRY-COUNT         PIC 9(03) VALUE ZERO.
021700     05  REPR-ENTRY OCCURS 1 TO 500 TIMES
021800                    DEPENDING ON REPR-ENTRY-COUNT
021900                    INDEXED BY REPR-IDX.
022000         10  REPR-JOB-ID          PIC X(08).
022100         10  REPR-RUN-DATE        PIC 9(08).
022200         10  REPR-RUN-TIME        PIC 9(08).
022300         10  REPR-STATUS-CODE     PIC 9(02).
022400         10  REPR-REASON-CODE     PIC 9(04).
022500         10  REPR-GROUP           PIC X(08).
022600         10  REPR-MINUTES         PIC 9(07).
022700*
022800*****************************************************************
022900*    REPAIR-TIME ROLL-UP PER SUPPORT GROUP
023000*****************************************************************
023100 01  DL100-GROUP-TABLE.
023200     05  GRPT-ENTRY-COUNT         PIC 9(03) VALUE ZERO.
023300     05  GRPT-ENTRY OCCURS 1 TO 50 TIMES
023400                    DEPENDING ON GRPT-ENTRY-COUNT
023500                    INDEXED BY GRPT-IDX.
023600         10  GRPT-GROUP           PIC X(08).
023700         10  GRPT-REPAIR-COUNT    PIC 9(05).
023800         10  GRPT-REPAIR-TOTAL    PIC 9(09).
023900         10  GRPT-REPAIR-WORST    PIC 9(07).
024000*
024100*****************************************************************
024200*    PRINT LINES
024300*****************************************************************
024400 01  DL100-HEADING-1.
024500     05  FILLER                   PIC X(36) VALUE
024600         'SERVICE LEVEL AND TIME TO REPAIR    '.
024700     05  FILLER                   PIC X(06) VALUE 'MONTH '.
024800     05  HDG1-MONTH               PIC 9(06).
024900     05  FILLER                   PIC X(72) VALUE SPACES.
025000     05  FILLER                   PIC X(05) VALUE 'PAGE '.
025100     05  HDG1-PAGE                PIC ZZZ9.
025200     05  FILLER                   PIC X(03) VALUE SPACES.
025300 01  DL100-JOB-HEADING.
025400     05  FILLER                   PIC X(10) VALUE 'JOB ID'.
025500     05  FILLER                   PIC X(36) VALUE
025600         'LATE BY   DUE  ONTIME  PCT  REPAIRS'.
025700     05  FILLER                   PIC X(26) VALUE
025800         '  MEAN MINS  WORST MINS'.
025900     05  FILLER                   PIC X(60) VALUE SPACES.
026000 01  DL100-JOB-DETAIL.
026100     05  JDTL-JOB-ID              PIC X(08).
026200     05  FILLER                   PIC X(02) VALUE SPACES.
026300     05  JDTL-LATE-TIME           PIC X(08).
026400     05  FILLER                   PIC X(02) VALUE SPACES.
026500     05  JDTL-DUE                 PIC ZZ9.
026600     05  FILLER                   PIC X(05) VALUE SPACES.
026700     05  JDTL-ONTIME              PIC ZZ9.
026800     05  FILLER                   PIC X(02) VALUE SPACES.
026900     05  JDTL-PCT                 PIC X(03).
027000     05  FILLER                   PIC X(04) VALUE SPACES.
027100     05  JDTL-REPAIRS             PIC ZZZZ9.
027200     05  FILLER                   PIC X(04) VALUE SPACES.
027300     05  JDTL-MEAN                PIC ZZZZZZ9.
027400     05  FILLER                   PIC X(05) VALUE SPACES.
027500     05  JDTL-WORST               PIC ZZZZZZ9.
027600     05  FILLER                   PIC X(64) VALUE SPACES.
027700 01  DL100-GROUP-HEADING.
027800     05  FILLER                   PIC X(10) VALUE 'GROUP'.
027900     05  FILLER                   PIC X(36) VALUE
028000         'REPAIRS    MEAN MINS  WORST MINS'.
028100     05  FILLER                   PIC X(86) VALUE SPACES.
028200 01  DL100-GROUP-DETAIL.
028300     05  GDTL-GROUP               PIC X(08).
028400     05  FILLER                   PIC X(04) VALUE SPACES.
028500     05  GDTL-REPAIRS             PIC ZZZZ9.
028600     05  FILLER                   PIC X(06) VALUE SPACES.
028700     05  GDTL-MEAN                PIC ZZZZZZ9.
028800     05  FILLER                   PIC X(05) VALUE SPACES.
028900     05  GDTL-WORST               PIC ZZZZZZ9.
029000     05  FILLER                   PIC X(90) VALUE SPACES.
029100 01  DL100-TOTAL-LINE.
029200     05  FILLER                   PIC X(16) VALUE
029300         'CYCLES DUE:     '.
029400     05  TOTL-DUE                 PIC ZZZZZZ9.
029500     05  FILLER                   PIC X(12) VALUE
029600         '  ON TIME:  '.
029700     05  TOTL-ONTIME              PIC ZZZZZZ9.
029800     05  FILLER                   PIC X(12) VALUE
029900         '  REPAIRS:  '.
030000     05  TOTL-REPAIRS             PIC ZZZZZZ9.
030100     05  FILLER                   PIC X(71) VALUE SPACES.
030200 01  DL100-BLANK-LINE             PIC X(132) VALUE SPACES.
030300 01  DL100-PRINT-HOLD             PIC X(132) VALUE SPACES.
030400*
030500 PROCEDURE DIVISION.
030600*****************************************************************
030700* 0000-MAINLINE                                                 *
030800*****************************************************************
030900 0000-MAINLINE.
031000     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
031100     PERFORM 2000-SCAN-MASTER     THRU 2000-EXIT.
031200     PERFORM 2500-LOAD-REPAIRS    THRU 2500-EXIT.
031300     PERFORM 2700-SCAN-ALERTS     THRU 2700-EXIT.
031400     PERFORM 3000-SCORE-JOB       THRU 3000-EXIT
031500         VARYING SLAJ-IDX FROM 1 BY 1
031600         UNTIL SLAJ-IDX > SLAJ-ENTRY-COUNT.
031700     PERFORM 4000-ROLL-UP-REPAIR  THRU 4000-EXIT
031800         VARYING REPR-IDX FROM 1 BY 1
031900         UNTIL REPR-IDX > REPR-ENTRY-COUNT.
032000     PERFORM 5000-PRINT-REPORT    THRU 5000-EXIT.
032100     IF DL100-TABLE-OVERFLOW
032200         AND RETURN-CODE = ZERO
032300         MOVE 04 TO RETURN-CODE
032400     END-IF.
032500     STOP RUN.
032600*
032700*****************************************************************
032800* 1000-INITIALIZE - RESOLVE THE REPORT MONTH (MNTH CARD,        *
032900*                   DEFAULT THE CURRENT MONTH), WORK OUT THE    *
033000*                   LAST CYCLE THAT CAN HAVE FINISHED, AND LOAD *
033100*                   THE SCHEDULE, CALENDAR AND ROUTING RULES.   *
033200*****************************************************************
033300 1000-INITIALIZE.
033400     ACCEPT DL100-TODAY FROM DATE YYYYMMDD.
033500     ACCEPT DL100-NOW   FROM TIME.
033600     MOVE DL100-TODAY-MONTH TO DL100-REPORT-MONTH.
033700     PERFORM 1050-SET-LAST-CYCLE   THRU 1050-EXIT.
033800     PERFORM 1100-READ-MONTH-CARD  THRU 1100-EXIT.
033900     PERFORM 1200-LOAD-SCHEDULE    THRU 1200-EXIT.
034000     PERFORM 1300-LOAD-CALENDAR    THRU 1300-EXIT.
034100     PERFORM 1400-LOAD-ROUTES      THRU 1400-EXIT.
034200     MOVE DL100-REPORT-MONTH TO DL100-DATE-MONTH.
034300     MOVE 01 TO DL100-DATE-DD.
034400     COMPUTE DL100-MONTH-START-DAYS =
034500         FUNCTION INTEGER-OF-DATE (DL100-DATE-WORK).
034600 1000-EXIT.
034700     EXIT.
034800*
034900*****************************************************************
035000* 1050-SET-LAST-CYCLE - THE CYCLE STILL RUNNING IS NOT SCORED.  *
035100*                       BEFORE THE 0600 WINDOW CLOSE THAT IS     *
035200*                       YESTERDAY'S CYCLE, AFTER IT TODAY'S - SO *
035300*                       THE LAST SCORED CYCLE IS ONE DAY EARLIER *
035400*                       (THE SAME DERIVATION MinimalProgram USES *
035500*                       AT ITS 1050).                            *
035600*****************************************************************
035700 1050-SET-LAST-CYCLE.
035800     COMPUTE DL100-LAST-CYCLE-DAYS =
035900         FUNCTION INTEGER-OF-DATE (DL100-TODAY) - 1.
036000     IF DL100-NOW < 06000000
036100         SUBTRACT 1 FROM DL100-LAST-CYCLE-DAYS
036200     END-IF.
036300     COMPUTE DL100-LAST-CYCLE =
036400         FUNCTION DATE-OF-INTEGER (DL100-LAST-CYCLE-DAYS).
036500 1050-EXIT.
036600     EXIT.
036700*
036800 1100-READ-MONTH-CARD.
036900     OPEN INPUT CONTROL-CARD-FILE.
037000     IF DL100-SYSIN-STATUS = '00'
037100         PERFORM 1110-READ-CARD THRU 1110-EXIT
037200         PERFORM 1120-PROCESS-CARD THRU 1120-EXIT
037300             UNTIL DL100-SYSIN-EOF
037400         CLOSE CONTROL-CARD-FILE
037500     END-IF.
037600 1100-EXIT.
037700     EXIT.
037800*
037900 1110-READ-CARD.
038000     READ CONTROL-CARD-FILE
038100         AT END
038200             SET DL100-SYSIN-EOF TO TRUE
038300     END-READ.
038400 1110-EXIT.
038500     EXIT.
038600*
038700 1120-PROCESS-CARD.
038800     IF NOT DL100-SYSIN-EOF
038900         IF CARD-TYPE = 'MNTH'
039000             AND MCARD-REPORT-MONTH NUMERIC
039100             AND MCARD-REPORT-MONTH > ZERO
039200             MOVE MCARD-REPORT-MONTH TO DL100-REPORT-MONTH
039300         END-IF
039400         PERFORM 1110-READ-CARD THRU 1110-EXIT
039500     END-IF.
039600 1120-EXIT.
039700     EXIT.
039800*
039900*****************************************************************
040000* 1200-LOAD-SCHEDULE - ONE JOB SLOT PER SCHEDULE RECORD.  A     *
040100*                      MISSING SCHEDULE-FILE LEAVES NOTHING TO  *
040200*                      SCORE, BUT REPAIR TIMES STILL PRINT.     *
040300*****************************************************************
040400 1200-LOAD-SCHEDULE.
040500     OPEN INPUT SCHEDULE-FILE.
040600     IF DL100-SCHED-STATUS = '00'
040700         PERFORM 1210-READ-SCHEDULE THRU 1210-EXIT
040800         PERFORM 1220-STORE-SCHEDULE THRU 1220-EXIT
040900             UNTIL DL100-SCHED-EOF
041000         CLOSE SCHEDULE-FILE
041100     ELSE
041200         DISPLAY 'SERVICELEVELREPORT - SCHEDULE-FILE NOT '
041300             'AVAILABLE, STATUS=' DL100-SCHED-STATUS
041400     END-IF.
041500 1200-EXIT.
041600     EXIT.
041700*
041800 1210-READ-SCHEDULE.
041900     READ SCHEDULE-FILE
042000         AT END
042100             SET DL100-SCHED-EOF TO TRUE
042200     END-READ.
042300 1210-EXIT.
042400     EXIT.
042500*
042600 1220-STORE-SCHEDULE.
042700     IF NOT DL100-SCHED-EOF
042800         MOVE SCHD-JOB-ID TO DL100-FOLD-JOB-ID
042900         PERFORM 7000-FIND-OR-ADD-JOB THRU 7000-EXIT
043000         IF DL100-JOB-SLOT-OK
043100             SET SLAJ-SCHEDULED (SLAJ-IDX) TO TRUE
043200             MOVE SCHD-LATE-TIME TO SLAJ-LATE-TIME (SLAJ-IDX)
043300         END-IF
043400         PERFORM 1210-READ-SCHEDULE THRU 1210-EXIT
043500     END-IF.
043600 1220-EXIT.
043700     EXIT.
043800*
043900*****************************************************************
044000* 1300-LOAD-CALENDAR - HOLIDAYS AND FREQUENCY RULES, LOADED THE *
044100*                      WAY ScheduleWatchdog LOADS THEM.  NO     *
044200*                      CALNDR FILE MEANS EVERY JOB IS DUE EVERY *
044300*                      NIGHT.                                   *
044400*****************************************************************
044500 1300-LOAD-CALENDAR.
044600     OPEN INPUT CALENDAR-FILE.
044700     IF DL100-CAL-STATUS = '00'
044800         PERFORM 1310-READ-CALENDAR THRU 1310-EXIT
044900         PERFORM 1320-STORE-CALENDAR THRU 1320-EXIT
045000             UNTIL DL100-CAL-EOF
045100         CLOSE CALENDAR-FILE
045200     END-IF.
045300 1300-EXIT.
045400     EXIT.
045500*
045600 1310-READ-CALENDAR.
045700     READ CALENDAR-FILE
045800         AT END
045900             SET DL100-CAL-EOF TO TRUE
046000     END-READ.
046100 1310-EXIT.
046200     EXIT.
046300*
046400 1320-STORE-CALENDAR.
046500     IF NOT DL100-CAL-EOF
046600         EVALUATE TRUE
046700             WHEN CAL-TYPE-HOLIDAY
046800                 IF HCAL-ENTRY-COUNT < 100
046900                     ADD 1 TO HCAL-ENTRY-COUNT
047000                     SET HCAL-IDX TO HCAL-ENTRY-COUNT
047100                     MOVE CAL-HOLIDAY-DATE TO HCAL-DATE (HCAL-IDX)
047200                 ELSE
047300                     DISPLAY 'SERVICELEVELREPORT - HOLIDAY TABLE '
047400                         'FULL, DATE DROPPED: ' CAL-HOLIDAY-DATE
047500                 END-IF
047600             WHEN CAL-TYPE-FREQUENCY
047700                 IF FCAL-ENTRY-COUNT < 100
047800                     ADD 1 TO FCAL-ENTRY-COUNT
047900                     SET FCAL-IDX TO FCAL-ENTRY-COUNT
048000                     MOVE CAL-JOB-ID TO FCAL-JOB-ID (FCAL-IDX)
048100                     MOVE CAL-FREQ-CODE
048200                         TO FCAL-FREQ-CODE (FCAL-IDX)
048300                     MOVE CAL-DAY-OF-WEEK
048400                         TO FCAL-DAY-OF-WEEK (FCAL-IDX)
048500                 ELSE
048600                     DISPLAY 'SERVICELEVELREPORT - FREQUENCY '
048700                         'TABLE FULL, RULE DROPPED: ' CAL-JOB-ID
048800                 END-IF
048900             WHEN OTHER
049000                 CONTINUE
049100         END-EVALUATE
049200         PERFORM 1310-READ-CALENDAR THRU 1310-EXIT
049300     END-IF.
049400 1320-EXIT.
049500     EXIT.
049600*
049700*****************************************************************
049800* 1400-LOAD-ROUTES - THE ALERT ROUTING RULES, FOR A REPAIRED    *
049900*                    ALERT THAT HAS SINCE LEFT THE ALERT FILE.  *
050000*****************************************************************
050100 1400-LOAD-ROUTES.
050200     OPEN INPUT ROUTE-FILE.
050300     IF DL100-ROUTEF-STATUS = '00'
050400         PERFORM 1410-READ-ROUTE THRU 1410-EXIT
050500         PERFORM 1420-STORE-ROUTE THRU 1420-EXIT
050600             UNTIL DL100-ROUTE-EOF
050700         CLOSE ROUTE-FILE
050800     END-IF.
050900 1400-EXIT.
051000     EXIT.
051100*
051200 1410-READ-ROUTE.
051300     READ ROUTE-FILE
051400         AT END
051500             SET DL100-ROUTE-EOF TO TRUE
051600     END-READ.
051700 1410-EXIT.
051800     EXIT.
051900*
052000 1420-STORE-ROUTE.
052100     IF NOT DL100-ROUTE-EOF
052200         IF ROUT-ENTRY-COUNT < 100
052300             ADD 1 TO ROUT-ENTRY-COUNT
052400             SET ROUT-IDX TO ROUT-ENTRY-COUNT
052500             MOVE ARO-JOB-ID      TO ROUT-JOB-ID      (ROUT-IDX)
052600             MOVE ARO-STATUS-CODE TO ROUT-STATUS-CODE (ROUT-IDX)
052700             MOVE ARO-REASON-LO   TO ROUT-REASON-LO   (ROUT-IDX)
052800             MOVE ARO-REASON-HI   TO ROUT-REASON-HI   (ROUT-IDX)
052900             MOVE ARO-LEVEL       TO ROUT-LEVEL       (ROUT-IDX)
053000             MOVE ARO-GROUP       TO ROUT-GROUP       (ROUT-IDX)
053100         ELSE
053200             DISPLAY 'SERVICELEVELREPORT - ROUTE TABLE FULL, '
053300                 'RULE DROPPED FOR ' ARO-GROUP
053400         END-IF
053500         PERFORM 1410-READ-ROUTE THRU 1410-EXIT
053600     END-IF.
053700 1420-EXIT.
053800     EXIT.
053900*
054000*****************************************************************
054100* 2000-SCAN-MASTER - ONE SEQUENTIAL PASS OVER THE RUN-HISTORY   *
054200*                    MASTER.  A CLEAN RUN OF A SCHEDULED JOB,   *
054300*                    ON A CYCLE IN THE MONTH, LOGGED NO LATER   *
054400*                    THAN THE JOB'S LATE TIME, MARKS THAT CYCLE *
054500*                    ON TIME.  AN AD-HOC RUN NEVER DOES - IT    *
054520*                    IS NOT THE SCHEDULED RUN.  A RERUN DOES,   *
054540*                    SO A REPAIR INSIDE THE WINDOW STILL MAKES  *
054560*                    THE CYCLE.                                 *
054600*****************************************************************
054700 2000-SCAN-MASTER.
054800     OPEN INPUT RUN-MASTER-FILE.
054900     IF DL100-MASTER-STATUS NOT = '00'
055000         DISPLAY 'SERVICELEVELREPORT - RUN-MASTER-FILE NOT '
055100             'AVAILABLE, STATUS=' DL100-MASTER-STATUS
055200         GO TO 2000-EXIT
055300     END-IF.
055400     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
055500     PERFORM 2200-MARK-RUN THRU 2200-EXIT
055600         UNTIL DL100-MASTER-EOF.
055700     CLOSE RUN-MASTER-FILE.
055800 2000-EXIT.
055900     EXIT.
056000*
056100 2100-READ-MASTER.
056200     READ RUN-MASTER-FILE
056300         AT END
056400             SET DL100-MASTER-EOF TO TRUE
056500     END-READ.
056600 2100-EXIT.
056700     EXIT.
056800*
056900 2200-MARK-RUN.
057000     IF DL100-MASTER-EOF
057100         GO TO 2200-EXIT
057200     END-IF.
057300     MOVE RHM-RUN-DATE TO DL100-DATE-WORK.
057400     IF RHM-CYCLE-DATE NUMERIC
057500         AND RHM-CYCLE-DATE > ZERO
057600         MOVE RHM-CYCLE-DATE TO DL100-DATE-WORK
057700     END-IF.
057800     IF DL100-DATE-MONTH = DL100-REPORT-MONTH
057900         AND DL100-DATE-DD > ZERO
058000         AND RHM-STATUS-CODE = 00
058050         AND NOT RHM-RUN-ADHOC
058100         AND SLAJ-ENTRY-COUNT > 0
058200         SET SLAJ-IDX TO 1
058300         SEARCH SLAJ-ENTRY
058400             AT END
058500                 CONTINUE
058600             WHEN SLAJ-JOB-ID (SLAJ-IDX) = RHM-JOB-ID
058700                 IF SLAJ-SCHEDULED (SLAJ-IDX)
058800                     AND RHM-RUN-TIME NOT >
058900                         SLAJ-LATE-TIME (SLAJ-IDX)
059000                     SET SLAJ-DAY-ONTIME (SLAJ-IDX, DL100-DATE-DD)
059100                         TO TRUE
059200                 END-IF
059300         END-SEARCH
059400     END-IF.
059500     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
059600 2200-EXIT.
059700     EXIT.
059800*
059900*****************************************************************
060000* 2500-LOAD-REPAIRS - EVERY RESOLVED ALERT WHOSE CYCLE FALLS IN *
060100*                     THE MONTH, WITH ITS TIME TO REPAIR.  THE  *
060200*                     ALERT'S RUN STAMP IS THE START, THE       *
060300*                     RESOLVING ACTION'S STAMP THE END.  AN     *
060320*                     ALERT RAISED BY A RERUN IS PART OF THE    *
060340*                     ORIGINAL FAILURE'S INCIDENT, NOT ANOTHER  *
060360*                     ONE, AND IS LEFT OUT.                     *
060400*****************************************************************
060500 2500-LOAD-REPAIRS.
060600     OPEN INPUT ALERT-STATE-FILE.
060700     IF DL100-STATE-STATUS = '00'
060800         PERFORM 2510-READ-STATE THRU 2510-EXIT
060900         PERFORM 2520-STORE-REPAIR THRU 2520-EXIT
061000             UNTIL DL100-STATE-EOF
061100         CLOSE ALERT-STATE-FILE
061200     ELSE
061300         DISPLAY 'SERVICELEVELREPORT - ALERT-STATE-FILE NOT '
061400             'AVAILABLE, STATUS=' DL100-STATE-STATUS
061500     END-IF.
061600 2500-EXIT.
061700     EXIT.
061800*
061900 2510-READ-STATE.
062000     READ ALERT-STATE-FILE
062100         AT END
062200             SET DL100-STATE-EOF TO TRUE
062300     END-READ.
062400 2510-EXIT.
062500     EXIT.
062600*
062700 2520-STORE-REPAIR.
062800     IF DL100-STATE-EOF
062900         GO TO 2520-EXIT
063000     END-IF.
063100     MOVE AST-RUN-DATE TO DL100-DATE-WORK.
063200     IF AST-CYCLE-DATE NUMERIC
063300         AND AST-CYCLE-DATE > ZERO
063400         MOVE AST-CYCLE-DATE TO DL100-DATE-WORK
063500     END-IF.
063600     IF AST-STATE-RESOLVED
063700         AND DL100-DATE-MONTH = DL100-REPORT-MONTH
063750         AND AST-RUN-TYPE NOT = 'R'
063800         IF REPR-ENTRY-COUNT < 500
063900             ADD 1 TO REPR-ENTRY-COUNT
064000             SET REPR-IDX TO REPR-ENTRY-COUNT
064100             MOVE AST-JOB-ID      TO REPR-JOB-ID      (REPR-IDX)
064200             MOVE AST-RUN-DATE    TO REPR-RUN-DATE    (REPR-IDX)
064300             MOVE AST-RUN-TIME    TO REPR-RUN-TIME    (REPR-IDX)
064400             MOVE AST-STATUS-CODE TO REPR-STATUS-CODE (REPR-IDX)
064500             MOVE AST-REASON-CODE TO REPR-REASON-CODE (REPR-IDX)
064600             MOVE SPACES          TO REPR-GROUP       (REPR-IDX)
064700             PERFORM 2550-COMPUTE-REPAIR THRU 2550-EXIT
064800             MOVE DL100-REPAIR-MINS TO REPR-MINUTES   (REPR-IDX)
064900         ELSE
065000             DISPLAY 'SERVICELEVELREPORT - REPAIR TABLE FULL, '
065100                 'ALERT NOT COUNTED FOR ' AST-JOB-ID
065200             SET DL100-TABLE-OVERFLOW TO TRUE
065300         END-IF
065400     END-IF.
065500     PERFORM 2510-READ-STATE THRU 2510-EXIT.
065600 2520-EXIT.
065700     EXIT.
065800*
065900*****************************************************************
066000* 2550-COMPUTE-REPAIR - WHOLE MINUTES FROM AST-RUN-DATE/TIME TO *
066100*                       AST-ACTION-DATE/TIME.  A STAMP THAT WILL *
066200*                       NOT DECODE, OR AN ACTION STAMPED BEFORE  *
066300*                       THE RUN, COUNTS AS ZERO.                 *
066400*****************************************************************
066500 2550-COMPUTE-REPAIR.
066600     MOVE ZERO TO DL100-REPAIR-MINS.
066700     IF AST-RUN-DATE NOT NUMERIC
066800         OR AST-ACTION-DATE NOT NUMERIC
066900         OR AST-RUN-DATE < 19000101
067000         OR AST-ACTION-DATE < 19000101
067100         GO TO 2550-EXIT
067200     END-IF.
067300     COMPUTE DL100-FROM-DAYS =
067400         FUNCTION INTEGER-OF-DATE (AST-RUN-DATE).
067500     COMPUTE DL100-TO-DAYS =
067600         FUNCTION INTEGER-OF-DATE (AST-ACTION-DATE).
067700     MOVE AST-RUN-TIME TO DL100-TIME-WORK.
067800     COMPUTE DL100-FROM-MINS =
067900         DL100-TIME-HH * 60 + DL100-TIME-MM.
068000     MOVE AST-ACTION-TIME TO DL100-TIME-WORK.
068100     COMPUTE DL100-TO-MINS =
068200         DL100-TIME-HH * 60 + DL100-TIME-MM.
068300     COMPUTE DL100-REPAIR-MINS =
068400         (DL100-TO-DAYS - DL100-FROM-DAYS) * 1440
068500         + DL100-TO-MINS - DL100-FROM-MINS.
068600     IF DL100-REPAIR-MINS < ZERO
068700         MOVE ZERO TO DL100-REPAIR-MINS
068800     END-IF.
068900 2550-EXIT.
069000     EXIT.
069100*
069200*****************************************************************
069300* 2700-SCAN-ALERTS - ONE PASS OVER THE ALERT FILE, PICKING UP   *
069400*                    THE SUPPORT GROUP EACH REPAIRED ALERT WAS  *
069500*                    ACTUALLY ROUTED TO.                        *
069600*****************************************************************
069700 2700-SCAN-ALERTS.
069800     IF REPR-ENTRY-COUNT = 0
069900         GO TO 2700-EXIT
070000     END-IF.
070100     OPEN INPUT ALERT-FILE.
070200     IF DL100-ALERT-STATUS = '00'
070300         PERFORM 2710-READ-ALERT THRU 2710-EXIT
070400         PERFORM 2720-MATCH-ALERT THRU 2720-EXIT
070500             UNTIL DL100-ALERT-EOF
070600         CLOSE ALERT-FILE
070700     END-IF.
070800 2700-EXIT.
070900     EXIT.
071000*
071100 2710-READ-ALERT.
071200     READ ALERT-FILE
071300         AT END
071400             SET DL100-ALERT-EOF TO TRUE
071500     END-READ.
071600 2710-EXIT.
071700     EXIT.
071800*
071900 2720-MATCH-ALERT.
072000     IF NOT DL100-ALERT-EOF
072100         IF ALRT-GROUP NOT = SPACES
072200             SET REPR-IDX TO 1
072300             SEARCH REPR-ENTRY
072400                 AT END
072500                     CONTINUE
072600                 WHEN REPR-JOB-ID   (REPR-IDX) = ALRT-JOB-ID
072700                     AND REPR-RUN-DATE (REPR-IDX) = ALRT-RUN-DATE
072800                     AND REPR-RUN-TIME (REPR-IDX) = ALRT-RUN-TIME
072900                     MOVE ALRT-GROUP TO REPR-GROUP (REPR-IDX)
073000             END-SEARCH
073100         END-IF
073200         PERFORM 2710-READ-ALERT THRU 2710-EXIT
073300     END-IF.
073400 2720-EXIT.
073500     EXIT.
073600*
073700*****************************************************************
073800* 3000-SCORE-JOB - ONE PASS PER SCHEDULED JOB OVER THE CYCLES   *
073900*                  OF THE MONTH UP TO THE LAST FINISHED ONE.    *
074000*****************************************************************
074100 3000-SCORE-JOB.
074200     IF NOT SLAJ-SCHEDULED (SLAJ-IDX)
074300         GO TO 3000-EXIT
074400     END-IF.
074500     MOVE SLAJ-JOB-ID (SLAJ-IDX) TO DL100-DUE-JOB-ID.
074600     PERFORM 3100-SCORE-DAY THRU 3100-EXIT
074700         VARYING DL100-DAY-SUB FROM 1 BY 1
074800         UNTIL DL100-DAY-SUB > 31.
074900     ADD SLAJ-DUE-COUNT    (SLAJ-IDX) TO DL100-TOTAL-DUE.
075000     ADD SLAJ-ONTIME-COUNT (SLAJ-IDX) TO DL100-TOTAL-ONTIME.
075100 3000-EXIT.
075200     EXIT.
075300*
075400*****************************************************************
075500* 3100-SCORE-DAY - A CYCLE PAST THE MONTH END, OR NOT YET       *
075600*                  FINISHED, IS NOT SCORED; NEITHER IS ONE THE  *
075700*                  CALENDAR SAYS THE JOB WAS NOT DUE ON.        *
075800*****************************************************************
075900 3100-SCORE-DAY.
076000     COMPUTE DL100-CYCLE-DATE =
076100         FUNCTION DATE-OF-INTEGER
076200             (DL100-MONTH-START-DAYS + DL100-DAY-SUB - 1).
076300     MOVE DL100-CYCLE-DATE TO DL100-DATE-WORK.
076400     IF DL100-DATE-MONTH NOT = DL100-REPORT-MONTH
076500         OR DL100-CYCLE-DATE > DL100-LAST-CYCLE
076600         GO TO 3100-EXIT
076700     END-IF.
076800     PERFORM 3500-CHECK-JOB-DUE THRU 3500-EXIT.
076900     IF NOT DL100-JOB-IS-DUE
077000         GO TO 3100-EXIT
077100     END-IF.
077200     ADD 1 TO SLAJ-DUE-COUNT (SLAJ-IDX).
077300     IF SLAJ-DAY-ONTIME (SLAJ-IDX, DL100-DAY-SUB)
077400         ADD 1 TO SLAJ-ONTIME-COUNT (SLAJ-IDX)
077500     END-IF.
077600 3100-EXIT.
077700     EXIT.
077800*
077900*****************************************************************
078000* 3500-CHECK-JOB-DUE - WAS DL100-DUE-JOB-ID DUE TO RUN ON       *
078100*                      DL100-CYCLE-DATE?  THE SAME RULES        *
078200*                      ScheduleWatchdog APPLIES AT ITS 3500: A  *
078300*                      HOLIDAY MAKES EVERY JOB NOT DUE, WEEKLY  *
078400*                      RUNS ONLY ON ITS DAY OF WEEK, MONTH-END  *
078500*                      ONLY ON THE LAST DAY, ANYTHING ELSE      *
078600*                      DAILY.                                   *
078700*****************************************************************
078800 3500-CHECK-JOB-DUE.
078900     MOVE 'Y' TO DL100-DUE-SWITCH.
079000     IF HCAL-ENTRY-COUNT > 0
079100         SET HCAL-IDX TO 1
079200         SEARCH HCAL-ENTRY
079300             AT END
079400                 CONTINUE
079500             WHEN HCAL-DATE (HCAL-IDX) = DL100-CYCLE-DATE
079600                 MOVE 'N' TO DL100-DUE-SWITCH
079700         END-SEARCH
079800     END-IF.
079900     IF NOT DL100-JOB-IS-DUE
080000         OR FCAL-ENTRY-COUNT = 0
080100         GO TO 3500-EXIT
080200     END-IF.
080300     SET FCAL-IDX TO 1.
080400     SEARCH FCAL-ENTRY
080500         AT END
080600             GO TO 3500-EXIT
080700         WHEN FCAL-JOB-ID (FCAL-IDX) = DL100-DUE-JOB-ID
080800             CONTINUE
080900     END-SEARCH.
081000     EVALUATE TRUE
081100         WHEN FCAL-FREQ-WEEKLY (FCAL-IDX)
081200             PERFORM 3600-DAY-OF-WEEK THRU 3600-EXIT
081300             IF DL100-DUE-DOW NOT =
081400                     FCAL-DAY-OF-WEEK (FCAL-IDX)
081500                 MOVE 'N' TO DL100-DUE-SWITCH
081600             END-IF
081700         WHEN FCAL-FREQ-MONTH-END (FCAL-IDX)
081800             PERFORM 3700-CHECK-MONTH-END THRU 3700-EXIT
081900         WHEN OTHER
082000             CONTINUE
082100     END-EVALUATE.
082200 3500-EXIT.
082300     EXIT.
082400*
082500*****************************************************************
082600* 3600-DAY-OF-WEEK - THE CYCLE DATE'S DAY OF WEEK, 1=MONDAY     *
082700*                    THROUGH 7=SUNDAY.  DAY 1 OF THE INTEGER    *
082800*                    DATE BASE (1601-01-01) WAS A MONDAY.       *
082900*****************************************************************
083000 3600-DAY-OF-WEEK.
083100     COMPUTE DL100-DUE-DAYS =
083200         FUNCTION INTEGER-OF-DATE (DL100-CYCLE-DATE).
083300     COMPUTE DL100-DUE-DOW =
083400         FUNCTION MOD (DL100-DUE-DAYS - 1, 7) + 1.
083500 3600-EXIT.
083600     EXIT.
083700*
083800*****************************************************************
083900* 3700-CHECK-MONTH-END - THE CYCLE IS THE LAST DAY OF ITS       *
084000*                        MONTH WHEN THE NEXT CALENDAR DAY       *
084100*                        LANDS IN A DIFFERENT MONTH.            *
084200*****************************************************************
084300 3700-CHECK-MONTH-END.
084400     MOVE DL100-CYCLE-DATE TO DL100-DUE-DATE-WORK.
084500     MOVE DL100-DUE-DATE-MM TO DL100-DUE-CYCLE-MM.
084600     COMPUTE DL100-DUE-DAYS =
084700         FUNCTION INTEGER-OF-DATE (DL100-CYCLE-DATE) + 1.
084800     COMPUTE DL100-DUE-DATE-WORK =
084900         FUNCTION DATE-OF-INTEGER (DL100-DUE-DAYS).
085000     IF DL100-DUE-DATE-MM = DL100-DUE-CYCLE-MM
085100         MOVE 'N' TO DL100-DUE-SWITCH
085200     END-IF.
085300 3700-EXIT.
085400     EXIT.
085500*
085600*****************************************************************
085700* 4000-ROLL-UP-REPAIR - ONE REPAIRED ALERT INTO ITS JOB AND ITS *
085800*                       SUPPORT GROUP.  AN ALERT NO LONGER ON   *
085900*                       THE ALERT FILE IS CHARGED TO THE GROUP  *
086000*                       THE ROUTING RULES RESOLVE FOR IT NOW.   *
086100*****************************************************************
086200 4000-ROLL-UP-REPAIR.
086300     IF REPR-GROUP (REPR-IDX) = SPACES
086400         MOVE REPR-JOB-ID      (REPR-IDX) TO DL100-ROUTE-JOB-ID
086500         MOVE REPR-STATUS-CODE (REPR-IDX) TO DL100-ROUTE-CODE
086600         MOVE REPR-REASON-CODE (REPR-IDX) TO DL100-ROUTE-REASON
086700         MOVE 1                           TO DL100-ROUTE-LEVEL
086800         PERFORM 4500-RESOLVE-ROUTE THRU 4500-EXIT
086900         MOVE DL100-ROUTE-GROUP TO REPR-GROUP (REPR-IDX)
087000     END-IF.
087100     ADD 1 TO DL100-TOTAL-REPAIRS.
087200     MOVE REPR-JOB-ID (REPR-IDX) TO DL100-FOLD-JOB-ID.
087300     PERFORM 7000-FIND-OR-ADD-JOB THRU 7000-EXIT.
087400     IF DL100-JOB-SLOT-OK
087500         ADD 1 TO SLAJ-REPAIR-COUNT (SLAJ-IDX)
087600         ADD REPR-MINUTES (REPR-IDX)
087700            TO SLAJ-REPAIR-TOTAL (SLAJ-IDX)
087800         IF REPR-MINUTES (REPR-IDX) > SLAJ-REPAIR-WORST (SLAJ-IDX)
087900             MOVE REPR-MINUTES (REPR-IDX)
088000                 TO SLAJ-REPAIR-WORST (SLAJ-IDX)
088100         END-IF
088200     END-IF.
088300     MOVE REPR-GROUP (REPR-IDX) TO DL100-FOLD-GROUP.
088400     PERFORM 7100-FIND-OR-ADD-GROUP THRU 7100-EXIT.
088500     IF DL100-GROUP-SLOT-OK
088600         ADD 1 TO GRPT-REPAIR-COUNT (GRPT-IDX)
088700         ADD REPR-MINUTES (REPR-IDX)
088800            TO GRPT-REPAIR-TOTAL (GRPT-IDX)
088900         IF REPR-MINUTES (REPR-IDX) > GRPT-REPAIR-WORST (GRPT-IDX)
089000             MOVE REPR-MINUTES (REPR-IDX)
089100                 TO GRPT-REPAIR-WORST (GRPT-IDX)
089200         END-IF
089300     END-IF.
089400 4000-EXIT.
089500     EXIT.
089600*
089700*****************************************************************
089800* 4500-RESOLVE-ROUTE - THE SUPPORT GROUP FOR THE ALERT NAMED    *
089900*                      BY DL100-ROUTE-JOB-ID/-CODE/-REASON AT   *
090000*                      DL100-ROUTE-LEVEL, FALLING BACK A LEVEL  *
090100*                      AT A TIME AND FINALLY TO THE DEFAULT     *
090200*                      ONCALL GROUP - THE SAME RESOLUTION       *
090300*                      MinimalProgram USES.                     *
090400*****************************************************************
090500 4500-RESOLVE-ROUTE.
090600     MOVE DL100-DEFAULT-GROUP TO DL100-ROUTE-GROUP.
090700     MOVE 'N' TO DL100-ROUTE-FOUND-SWITCH.
090800     IF ROUT-ENTRY-COUNT = 0
090900         GO TO 4500-EXIT
091000     END-IF.
091100     PERFORM 4600-SCAN-ROUTE-LEVEL THRU 4600-EXIT
091200         UNTIL DL100-ROUTE-FOUND
091300            OR DL100-ROUTE-LEVEL < 1.
091400 4500-EXIT.
091500     EXIT.
091600*
091700 4600-SCAN-ROUTE-LEVEL.
091800     PERFORM 4700-TEST-ROUTE THRU 4700-EXIT
091900         VARYING ROUT-IDX FROM 1 BY 1
092000         UNTIL ROUT-IDX > ROUT-ENTRY-COUNT
092100            OR DL100-ROUTE-FOUND.
092200     IF NOT DL100-ROUTE-FOUND
092300         SUBTRACT 1 FROM DL100-ROUTE-LEVEL
092400     END-IF.
092500 4600-EXIT.
092600     EXIT.
092700*
092800 4700-TEST-ROUTE.
092900     IF ROUT-LEVEL (ROUT-IDX) = DL100-ROUTE-LEVEL
093000         AND (ROUT-JOB-ID (ROUT-IDX) = SPACES
093100             OR ROUT-JOB-ID (ROUT-IDX) = DL100-ROUTE-JOB-ID)
093200         AND (ROUT-STATUS-CODE (ROUT-IDX) = 99
093300             OR ROUT-STATUS-CODE (ROUT-IDX) = DL100-ROUTE-CODE)
093400         AND DL100-ROUTE-REASON NOT <
093500             ROUT-REASON-LO (ROUT-IDX)
093600         AND DL100-ROUTE-REASON NOT >
093700             ROUT-REASON-HI (ROUT-IDX)
093800         MOVE ROUT-GROUP (ROUT-IDX) TO DL100-ROUTE-GROUP
093900         SET DL100-ROUTE-FOUND TO TRUE
094000     END-IF.
094100 4700-EXIT.
094200     EXIT.
094300*
094400*****************************************************************
094500* 5000-PRINT-REPORT - BOTH SECTIONS PLUS THE CONTROL TOTALS, ON *
094600*                     A PROPER PRINT FILE WITH PAGE HEADINGS.   *
094700*****************************************************************
094800 5000-PRINT-REPORT.
094900     OPEN OUTPUT REPORT-FILE.
095000     IF DL100-REPORT-STATUS NOT = '00'
095100         DISPLAY 'SERVICELEVELREPORT - REPORT-FILE OPEN FAILED, '
095200             'STATUS=' DL100-REPORT-STATUS
095300         MOVE 08 TO RETURN-CODE
095400         GO TO 5000-EXIT
095500     END-IF.
095600     MOVE DL100-REPORT-MONTH TO HDG1-MONTH.
095700     PERFORM 9000-PAGE-HEADING THRU 9000-EXIT.
095800     MOVE DL100-JOB-HEADING TO DL100-PRINT-RECORD.
095900     PERFORM 9100-WRITE-LINE THRU 9100-EXIT.
096000     MOVE DL100-BLANK-LINE TO DL100-PRINT-RECORD.
096100     PERFORM 9100-WRITE-LINE THRU 9100-EXIT.
096200     PERFORM 5100-PRINT-JOB-LINE THRU 5100-EXIT
096300         VARYING SLAJ-IDX FROM 1 BY 1
096400         UNTIL SLAJ-IDX > SLAJ-ENTRY-COUNT.
096500     MOVE DL100-BLANK-LINE TO DL100-PRINT-RECORD.
096600     PERFORM 9100-WRITE-LINE THRU 9100-EXIT.
096700     MOVE DL100-GROUP-HEADING TO DL100-PRINT-RECORD.
096800     PERFORM 9100-WRITE-LINE THRU 9100-EXIT.
096900     MOVE DL100-BLANK-LINE TO DL100-PRINT-RECORD.
097000     PERFORM 9100-WRITE-LINE THRU 9100-EXIT.
097100     PERFORM 5200-PRINT-GROUP-LINE THRU 5200-EXIT
097200         VARYING GRPT-IDX FROM 1 BY 1
097300         UNTIL GRPT-IDX > GRPT-ENTRY-COUNT.
097400     MOVE DL100-BLANK-LINE TO DL100-PRINT-RECORD.
097500     PERFORM 9100-WRITE-LINE THRU 9100-EXIT.
097600     MOVE DL100-TOTAL-DUE     TO TOTL-DUE.
097700     MOVE DL100-TOTAL-ONTIME  TO TOTL-ONTIME.
097800     MOVE DL100-TOTAL-REPAIRS TO TOTL-REPAIRS.
097900     MOVE DL100-TOTAL-LINE TO DL100-PRINT-RECORD.
098000     PERFORM 9100-WRITE-LINE THRU 9100-EXIT.
098100     CLOSE REPORT-FILE.
098200 5000-EXIT.
098300     EXIT.
098400*
098500*****************************************************************
098600* 5100-PRINT-JOB-LINE - A JOB ONLY SEEN THROUGH A REPAIRED      *
098700*                       ALERT HAS NO WINDOW TO SCORE, SO ITS    *
098800*                       SERVICE-LEVEL COLUMNS PRINT BLANK.      *
098900*****************************************************************
099000 5100-PRINT-JOB-LINE.
099100     MOVE SLAJ-JOB-ID (SLAJ-IDX) TO JDTL-JOB-ID.
099200     IF SLAJ-SCHEDULED (SLAJ-IDX)
099300         MOVE SLAJ-LATE-TIME    (SLAJ-IDX) TO JDTL-LATE-TIME
099400         MOVE SLAJ-DUE-COUNT    (SLAJ-IDX) TO JDTL-DUE
099500         MOVE SLAJ-ONTIME-COUNT (SLAJ-IDX) TO JDTL-ONTIME
099600         IF SLAJ-DUE-COUNT (SLAJ-IDX) > ZERO
099700             COMPUTE DL100-PCT-EDIT ROUNDED =
099800                 SLAJ-ONTIME-COUNT (SLAJ-IDX) * 100
099900                 / SLAJ-DUE-COUNT (SLAJ-IDX)
100000             MOVE DL100-PCT-EDIT TO JDTL-PCT
100100         ELSE
100200             MOVE SPACES TO JDTL-PCT
100300         END-IF
100400     ELSE
100500         MOVE 'NOT SCHD' TO JDTL-LATE-TIME
100600         MOVE ZERO TO JDTL-DUE
100700         MOVE ZERO TO JDTL-ONTIME
100800         MOVE SPACES TO JDTL-PCT
100900     END-IF.
101000     MOVE SLAJ-REPAIR-COUNT (SLAJ-IDX) TO JDTL-REPAIRS.
101100     MOVE SLAJ-REPAIR-WORST (SLAJ-IDX) TO JDTL-WORST.
101200     IF SLAJ-REPAIR-COUNT (SLAJ-IDX) > ZERO
101300         COMPUTE JDTL-MEAN ROUNDED =
101400             SLAJ-REPAIR-TOTAL (SLAJ-IDX)
101500             / SLAJ-REPAIR-COUNT (SLAJ-IDX)
101600     ELSE
101700         MOVE ZERO TO JDTL-MEAN
101800     END-IF.
101900     MOVE DL100-JOB-DETAIL TO DL100-PRINT-RECORD.
102000     PERFORM 9100-WRITE-LINE THRU 9100-EXIT.
102100 5100-EXIT.
102200     EXIT.
102300*
102400 5200-PRINT-GROUP-LINE.
102500     MOVE GRPT-GROUP        (GRPT-IDX) TO GDTL-GROUP.
102600     MOVE GRPT-REPAIR-COUNT (GRPT-IDX) TO GDTL-REPAIRS.
102700     MOVE GRPT-REPAIR-WORST (GRPT-IDX) TO GDTL-WORST.
102800     IF GRPT-REPAIR-COUNT (GRPT-IDX) > ZERO
102900         COMPUTE GDTL-MEAN ROUNDED =
103000             GRPT-REPAIR-TOTAL (GRPT-IDX)
103100             / GRPT-REPAIR-COUNT (GRPT-IDX)
103200     ELSE
103300         MOVE ZERO TO GDTL-MEAN
103400     END-IF.
103500     MOVE DL100-GROUP-DETAIL TO DL100-PRINT-RECORD.
103600     PERFORM 9100-WRITE-LINE THRU 9100-EXIT.
103700 5200-EXIT.
103800     EXIT.
103900*
104000*****************************************************************
104100* 7000-FIND-OR-ADD-JOB - POINT SLAJ-IDX AT DL100-FOLD-JOB-ID,   *
104200*                        ADDING A ZEROED SLOT THE FIRST TIME.   *
104300*****************************************************************
104400 7000-FIND-OR-ADD-JOB.
104500     MOVE 'N' TO DL100-JOB-SLOT-SWITCH.
104600     IF SLAJ-ENTRY-COUNT > 0
104700         SET SLAJ-IDX TO 1
104800         SEARCH SLAJ-ENTRY
104900             AT END
105000                 PERFORM 7050-ADD-JOB THRU 7050-EXIT
105100             WHEN SLAJ-JOB-ID (SLAJ-IDX) = DL100-FOLD-JOB-ID
105200                 SET DL100-JOB-SLOT-OK TO TRUE
105300         END-SEARCH
105400     ELSE
105500         PERFORM 7050-ADD-JOB THRU 7050-EXIT
105600     END-IF.
105700 7000-EXIT.
105800     EXIT.
105900*
106000 7050-ADD-JOB.
106100     IF SLAJ-ENTRY-COUNT < 100
106200         ADD 1 TO SLAJ-ENTRY-COUNT
106300         SET SLAJ-IDX TO SLAJ-ENTRY-COUNT
106400         MOVE SPACES TO SLAJ-ENTRY (SLAJ-IDX)
106500         MOVE DL100-FOLD-JOB-ID TO SLAJ-JOB-ID (SLAJ-IDX)
106600         MOVE 'N'  TO SLAJ-SCHED-SWITCH (SLAJ-IDX)
106700         MOVE ZERO TO SLAJ-LATE-TIME    (SLAJ-IDX)
106800                      SLAJ-DUE-COUNT    (SLAJ-IDX)
106900                      SLAJ-ONTIME-COUNT (SLAJ-IDX)
107000                      SLAJ-REPAIR-COUNT (SLAJ-IDX)
107100                      SLAJ-REPAIR-TOTAL (SLAJ-IDX)
107200                      SLAJ-REPAIR-WORST (SLAJ-IDX)
107300         SET DL100-JOB-SLOT-OK TO TRUE
107400     ELSE
107500         DISPLAY 'SERVICELEVELREPORT - JOB TABLE FULL, '
107600             'JOB NOT SCORED: ' DL100-FOLD-JOB-ID
107700         SET DL100-TABLE-OVERFLOW TO TRUE
107800     END-IF.
107900 7050-EXIT.
108000     EXIT.
108100*
108200*****************************************************************
108300* 7100-FIND-OR-ADD-GROUP - POINT GRPT-IDX AT DL100-FOLD-GROUP,  *
108400*                          ADDING A ZEROED SLOT THE FIRST TIME. *
108500*****************************************************************
108600 7100-FIND-OR-ADD-GROUP.
108700     MOVE 'N' TO DL100-GROUP-SLOT-SWITCH.
108800     IF GRPT-ENTRY-COUNT > 0
108900         SET GRPT-IDX TO 1
109000         SEARCH GRPT-ENTRY
109100             AT END
109200                 PERFORM 7150-ADD-GROUP THRU 7150-EXIT
109300             WHEN GRPT-GROUP (GRPT-IDX) = DL100-FOLD-GROUP
109400                 SET DL100-GROUP-SLOT-OK TO TRUE
109500         END-SEARCH
109600     ELSE
109700         PERFORM 7150-ADD-GROUP THRU 7150-EXIT
109800     END-IF.
109900 7100-EXIT.
110000     EXIT.
110100*
110200 7150-ADD-GROUP.
110300     IF GRPT-ENTRY-COUNT < 50
110400         ADD 1 TO GRPT-ENTRY-COUNT
110500         SET GRPT-IDX TO GRPT-ENTRY-COUNT
110600         MOVE DL100-FOLD-GROUP TO GRPT-GROUP (GRPT-IDX)
110700         MOVE ZERO TO GRPT-REPAIR-COUNT (GRPT-IDX)
110800                      GRPT-REPAIR-TOTAL (GRPT-IDX)
110900                      GRPT-REPAIR-WORST (GRPT-IDX)
111000         SET DL100-GROUP-SLOT-OK TO TRUE
111100     ELSE
111200         DISPLAY 'SERVICELEVELREPORT - GROUP TABLE FULL, '
111300             'REPAIR NOT COUNTED FOR ' DL100-FOLD-GROUP
111400         SET DL100-TABLE-OVERFLOW TO TRUE
111500     END-IF.
111600 7150-EXIT.
111700     EXIT.
111800*
111900*****************************************************************
112000* 9000-PAGE-HEADING                                             *
112100*****************************************************************
112200 9000-PAGE-HEADING.
112300     ADD 1 TO DL100-PAGE-COUNT.
112400     MOVE DL100-PAGE-COUNT TO HDG1-PAGE.
112500     IF DL100-PAGE-COUNT = 1
112600         WRITE DL100-PRINT-RECORD FROM DL100-HEADING-1
112700             AFTER ADVANCING 1 LINE
112800     ELSE
112900         WRITE DL100-PRINT-RECORD FROM DL100-HEADING-1
113000             AFTER ADVANCING PAGE
113100     END-IF.
113200     WRITE DL100-PRINT-RECORD FROM DL100-BLANK-LINE
113300         AFTER ADVANCING 1 LINE.
113400     MOVE 2 TO DL100-LINE-COUNT.
113500 9000-EXIT.
113600     EXIT.
113700*
113800*****************************************************************
113900* 9100-WRITE-LINE - ONE DETAIL LINE, BREAKING TO A NEW PAGE     *
114000*                   EVERY 55 LINES.                             *
114100*****************************************************************
114200 9100-WRITE-LINE.
114300     IF DL100-LINE-COUNT > 55
114400         MOVE DL100-PRINT-RECORD TO DL100-PRINT-HOLD
114500         PERFORM 9000-PAGE-HEADING THRU 9000-EXIT
114600         MOVE DL100-PRINT-HOLD TO DL100-PRINT-RECORD
114700     END-IF.
114800     WRITE DL100-PRINT-RECORD AFTER ADVANCING 1 LINE.
114900     ADD 1 TO DL100-LINE-COUNT.
115000 9100-EXIT.
115100     EXIT.
