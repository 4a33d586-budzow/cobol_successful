000100*****************************************************************
000200* IDENTIFICATION DIVISION.
000300 IDENTIFICATION DIVISION.
000400 PROGRAM-ID.     BatchWindowForecast.
000500 AUTHOR.         D. L. MYERS.
000600 INSTALLATION.   BATCH OPERATIONS.
000700 DATE-WRITTEN.   2026-10-15.
000800 DATE-COMPILED.
000900*****************************************************************
001000*  MODIFICATION HISTORY                                         *
001100*  DATE       INIT  DESCRIPTION                                 *
001200*  ---------- ----  ------------------------------------------  *
001300*  2026-10-15 DLM   ORIGINAL - BATCH-WINDOW COMPLETION FORECAST. *
001400*                   RUN MID-BATCH.  EVERY JOB DUE ON THE CYCLE   *
001500*                   (SCHEDFIL AND CHAINDEF JOBS, FILTERED BY     *
001600*                   THE CALNDR RULES) IS GIVEN AN ESTIMATED      *
001700*                   RUNTIME - THE AVERAGE PER-RUN ELAPSED TIME   *
001800*                   ON THE STEP-HISTORY FILE (STEPHIST, DL100SD) *
001900*                   - AND THE LONGEST PATH THROUGH THE CHAINDEF  *
002000*                   PREDECESSOR PAIRS (DL100CH) IS WALKED FROM   *
002100*                   NOW.  A JOB ALREADY CLEAN ON THE RUN-HISTORY *
002200*                   MASTER (RUNMASTR) FOR THE CYCLE USES ITS     *
002300*                   ACTUAL END.  THE PROJECTED FINISH AND THE    *
002400*                   CRITICAL PATH ARE LISTED; A PROJECTED FINISH *
002500*                   PAST THE BWIN DEADLINE (DEFAULT 0600) DROPS  *
002600*                   A ROUTED STATUS-04 EARLY-WARNING ALERT WHILE *
002700*                   THERE IS STILL TIME TO ACT ON IT.            *
002800*****************************************************************
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER.    IBM-370.
003200 OBJECT-COMPUTER.    IBM-370.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT CHAIN-FILE       ASSIGN TO CHAINDEF
003600         ORGANIZATION LINE SEQUENTIAL
003700         FILE STATUS  IS DL100-CHAIN-STATUS.
003800     SELECT SCHEDULE-FILE    ASSIGN TO SCHEDFIL
003900         ORGANIZATION LINE SEQUENTIAL
004000         FILE STATUS  IS DL100-SCHED-STATUS.
004100     SELECT CALENDAR-FILE    ASSIGN TO CALNDR
004200         ORGANIZATION LINE SEQUENTIAL
004300         FILE STATUS  IS DL100-CAL-STATUS.
004400     SELECT STEP-HISTORY-FILE ASSIGN TO STEPHIST
004500         ORGANIZATION LINE SEQUENTIAL
004600         FILE STATUS  IS DL100-STEPH-STATUS.
004700     SELECT RUN-MASTER-FILE  ASSIGN TO RUNMASTR
004800         ORGANIZATION INDEXED
004900         ACCESS MODE  IS SEQUENTIAL
005000         RECORD KEY   IS RHM-KEY
005100         FILE STATUS  IS DL100-MASTER-STATUS.
005200     SELECT ALERT-FILE       ASSIGN TO ALERTFIL
005300         ORGANIZATION LINE SEQUENTIAL
005400         FILE STATUS  IS DL100-ALERT-STATUS.
005500     SELECT ROUTE-FILE       ASSIGN TO ALRTROUT
005600         ORGANIZATION LINE SEQUENTIAL
005700         FILE STATUS  IS DL100-ROUTEF-STATUS.
005800     SELECT REASON-FILE      ASSIGN TO REASCODE
005900         ORGANIZATION LINE SEQUENTIAL
006000         FILE STATUS  IS DL100-REASON-STATUS.
006100     SELECT LOCK-FILE        ASSIGN TO ALERTLCK
006200         ORGANIZATION LINE SEQUENTIAL
006300         FILE STATUS  IS DL100-LOCKF-STATUS.
006400     SELECT CONTROL-CARD-FILE ASSIGN TO SYSIN
006500         ORGANIZATION LINE SEQUENTIAL
006600         FILE STATUS  IS DL100-SYSIN-STATUS.
006700*
006800 DATA DIVISION.
006900 FILE SECTION.
007000 FD  CHAIN-FILE
007100     RECORDING MODE IS F.
007200 COPY DL100CH.
007300 FD  SCHEDULE-FILE
007400     RECORDING MODE IS F.
007500 COPY DL100SC.
007600 FD  CALENDAR-FILE
007700     RECORDING MODE IS F.
007800 COPY DL100CA.
007900 FD  STEP-HISTORY-FILE
008000     RECORDING MODE IS F.
008100 COPY DL100SD.
008200 FD  RUN-MASTER-FILE.
008300 COPY DL100RM.
008400 FD  ALERT-FILE
008500     RECORDING MODE IS F.
008600 COPY DL100AL.
008700 FD  ROUTE-FILE
008800     RECORDING MODE IS F.
008900 COPY DL100AR.
009000 FD  REASON-FILE
009100     RECORDING MODE IS F.
009200 COPY DL100RR.
009300 FD  LOCK-FILE
009400     RECORDING MODE IS F.
009500 01  DL100-LOCK-FD-RECORD            PIC X(32).
009600 FD  CONTROL-CARD-FILE
009700     RECORDING MODE IS F.
009800 COPY DL100CC.
009900*
010000 WORKING-STORAGE SECTION.
010100*****************************************************************
010200*    PROCESSING CALENDAR - HOLIDAYS AND JOB FREQUENCY RULES.
010300*****************************************************************
010400 COPY DL100CL.
010500*****************************************************************
010600*    ALERT ROUTING TABLE (SUPPORT GROUP PER JOB/STATUS/REASON)
010700*****************************************************************
010800 COPY DL100AG.
010900*****************************************************************
011000*    REASON-CODE DESCRIPTION TABLE (DECODED TEXT PER CODE)
011100*****************************************************************
011200 COPY DL100RT.
011300*
011400 77  DL100-CHAIN-STATUS           PIC XX    VALUE '00'.
011500 77  DL100-SCHED-STATUS           PIC XX    VALUE '00'.
011600 77  DL100-CAL-STATUS             PIC XX    VALUE '00'.
011700 77  DL100-STEPH-STATUS           PIC XX    VALUE '00'.
011800 77  DL100-MASTER-STATUS          PIC XX    VALUE '00'.
011900 77  DL100-ALERT-STATUS           PIC XX    VALUE '00'.
012000 77  DL100-ROUTEF-STATUS          PIC XX    VALUE '00'.
012100 77  DL100-REASON-STATUS          PIC XX    VALUE '00'.
012200 77  DL100-SYSIN-STATUS           PIC XX    VALUE '00'.
012300 77  DL100-CHAIN-EOF-SWITCH       PIC X     VALUE 'N'.
012400     88  DL100-CHAIN-EOF                    VALUE 'Y'.
012500 77  DL100-SCHED-EOF-SWITCH       PIC X     VALUE 'N'.
012600     88  DL100-SCHED-EOF                    VALUE 'Y'.
012700 77  DL100-CAL-EOF-SWITCH         PIC X     VALUE 'N'.
012800     88  DL100-CAL-EOF                      VALUE 'Y'.
012900 77  DL100-STEPH-EOF-SWITCH       PIC X     VALUE 'N'.
013000     88  DL100-STEPH-EOF                    VALUE 'Y'.
013100 77  DL100-MASTER-EOF-SWITCH      PIC X     VALUE 'N'.
013200     88  DL100-MASTER-EOF                   VALUE 'Y'.
013300 77  DL100-ROUTE-EOF-SWITCH       PIC X     VALUE 'N'.
013400     88  DL100-ROUTE-EOF                    VALUE 'Y'.
013500 77  DL100-REASON-EOF-SWITCH      PIC X     VALUE 'N'.
013600     88  DL100-REASON-EOF                   VALUE 'Y'.
013700 77  DL100-SYSIN-EOF-SWITCH       PIC X     VALUE 'N'.
013800     88  DL100-SYSIN-EOF                    VALUE 'Y'.
013900 77  DL100-NODE-SLOT-SWITCH       PIC X     VALUE 'N'.
014000     88  DL100-NODE-SLOT-OK                 VALUE 'Y'.
014100 77  DL100-TABLE-OVFL-SWITCH      PIC X     VALUE 'N'.
014200     88  DL100-TABLE-OVERFLOW               VALUE 'Y'.
014300 77  DL100-CHANGED-SWITCH         PIC X     VALUE 'N'.
014400     88  DL100-PASS-CHANGED                 VALUE 'Y'.
014500 77  DL100-LOOP-SWITCH            PIC X     VALUE 'N'.
014600     88  DL100-CHAIN-LOOP                   VALUE 'Y'.
014700 77  DL100-AT-RISK-SWITCH         PIC X     VALUE 'N'.
014800     88  DL100-WINDOW-AT-RISK               VALUE 'Y'.
014900 77  DL100-TODAY                  PIC 9(08) VALUE ZERO.
015000 77  DL100-NOW                    PIC 9(08) VALUE ZERO.
015100 77  DL100-CYCLE-DATE             PIC 9(08) VALUE ZERO.
015200 77  DL100-CYCLE-DAYS             PIC 9(08) COMP VALUE ZERO.
015300 77  DL100-CYCLE-OVERRIDE         PIC 9(08) VALUE ZERO.
015400 77  DL100-DEADLINE-TIME          PIC 9(08) VALUE 06000000.
015500 77  DL100-DEADLINE-DATE          PIC 9(08) VALUE ZERO.
015600 77  DL100-DEADLINE-STAMP         PIC 9(12) COMP VALUE ZERO.
015700 77  DL100-NOW-STAMP              PIC 9(12) COMP VALUE ZERO.
015800 77  DL100-CHAIN-FINISH           PIC 9(12) COMP VALUE ZERO.
015900 77  DL100-MARGIN-MINS            PIC S9(07) COMP VALUE ZERO.
016000 77  DL100-MARGIN-EDIT            PIC -(6)9.
016100 77  DL100-END-SUB                PIC 9(03) COMP VALUE ZERO.
016200 77  DL100-JOB-SUB                PIC 9(03) COMP VALUE ZERO.
016300 77  DL100-PRED-SUB               PIC 9(03) COMP VALUE ZERO.
016400 77  DL100-PASS-COUNT             PIC 9(03) COMP VALUE ZERO.
016500 77  DL100-PASS-LIMIT             PIC 9(03) COMP VALUE ZERO.
016600 77  DL100-DUE-COUNT              PIC 9(03) COMP VALUE ZERO.
016700 77  DL100-DONE-COUNT             PIC 9(03) COMP VALUE ZERO.
016800 77  DL100-FOLD-JOB-ID            PIC X(08) VALUE SPACES.
016900 77  DL100-HIST-DATE              PIC 9(08) VALUE ZERO.
017000 77  DL100-WINDOW-REASON          PIC 9(04) VALUE 9003.
017100 77  DL100-DUE-SWITCH             PIC X     VALUE 'Y'.
017200     88  DL100-JOB-IS-DUE                   VALUE 'Y'.
017300 77  DL100-DUE-JOB-ID             PIC X(08) VALUE SPACES.
017400 77  DL100-DUE-DAYS               PIC 9(08) COMP VALUE ZERO.
017500 77  DL100-DUE-DOW                PIC 9(01) VALUE ZERO.
017600 01  DL100-DUE-DATE-WORK          PIC 9(08) VALUE ZERO.
017700 01  DL100-DUE-DATE-PARTS REDEFINES DL100-DUE-DATE-WORK.
017800     05  FILLER                   PIC 9(04).
017900     05  DL100-DUE-DATE-MM        PIC 9(02).
018000     05  FILLER                   PIC 9(02).
018100 77  DL100-DUE-CYCLE-MM           PIC 9(02) VALUE ZERO.
018200 77  DL100-ROUTE-FOUND-SWITCH     PIC X     VALUE 'N'.
018300     88  DL100-ROUTE-FOUND                  VALUE 'Y'.
018400 77  DL100-ROUTE-JOB-ID           PIC X(08) VALUE SPACES.
018500 77  DL100-ROUTE-CODE             PIC 9(02) VALUE ZERO.
018600 77  DL100-ROUTE-REASON           PIC 9(04) VALUE ZERO.
018700 77  DL100-ROUTE-LEVEL            PIC 9(01) VALUE 1.
018800 77  DL100-ROUTE-GROUP            PIC X(08) VALUE SPACES.
018900 77  DL100-DEFAULT-GROUP          PIC X(08) VALUE 'ONCALL  '.
019000 77  DL100-REASON-LOOKUP          PIC 9(04) VALUE ZERO.
019100 77  DL100-REASON-FOUND-SWITCH    PIC X     VALUE 'N'.
019200     88  DL100-REASON-FOUND                 VALUE 'Y'.
019300 77  DL100-REASON-ACTION          PIC X(30) VALUE SPACES.
019400*
019500*****************************************************************
019600*    ALERTLCK LOCK TOKEN AND ITS WORK FIELDS - SEE DL100LK.
019700*****************************************************************
019800 COPY DL100LK.
019900 77  DL100-LOCKF-STATUS           PIC XX    VALUE '00'.
020000 77  DL100-LOCK-SWITCH            PIC X     VALUE 'N'.
020100     88  DL100-LOCK-HELD                    VALUE 'Y'.
020200 77  DL100-LOCK-TRIES             PIC 9(02) COMP VALUE ZERO.
020300 77  DL100-LOCK-STALE-MINS        PIC 9(04) VALUE 0030.
020400 77  DL100-LOCK-AGE-MINS          PIC S9(09) COMP VALUE ZERO.
020500 77  DL100-LOCK-NOW-DAYS          PIC 9(08) COMP VALUE ZERO.
020600 77  DL100-LOCK-THEN-DAYS         PIC 9(08) COMP VALUE ZERO.
020700 77  DL100-LOCK-NOW-MINS          PIC 9(04) COMP VALUE ZERO.
020800 77  DL100-LOCK-THEN-MINS         PIC 9(04) COMP VALUE ZERO.
020900 77  DL100-LOCK-OWNER             PIC X(08) VALUE 'BWFCAST '.
021000 01  DL100-LOCK-TIME-WORK         PIC 9(08) VALUE ZERO.
021100 01  DL100-LOCK-TIME-PARTS REDEFINES DL100-LOCK-TIME-WORK.
021200     05  DL100-LOCK-TIME-HH       PIC 9(02).
021300     05  DL100-LOCK-TIME-MM       PIC 9(02).
021400     05  FILLER                   PIC 9(04).
021500*
021600*****************************************************************
021700*    CLOCK STAMPS - A DATE AND HHMMSSHH TIME HELD AS SECONDS
021800*    SINCE THE INTEGER-DATE BASE, SO FINISHES THAT CROSS
021900*    MIDNIGHT COMPARE AND ADD STRAIGHT.
022000*****************************************************************
022100 01  DL100-STAMP-WORK.
022200     05  DL100-STAMP              PIC 9(12) COMP VALUE ZERO.
022300     05  DL100-STAMP-DAYS         PIC 9(08) COMP VALUE ZERO.
022400     05  DL100-STAMP-SECS         PIC 9(05) COMP VALUE ZERO.
022500     05  DL100-STAMP-REST         PIC 9(05) COMP VALUE ZERO.
022600     05  DL100-STAMP-DATE         PIC 9(08) VALUE ZERO.
022700     05  DL100-STAMP-TIME         PIC 9(08) VALUE ZERO.
022800 01  DL100-TIME-WORK              PIC 9(08) VALUE ZERO.
022900 01  DL100-TIME-PARTS REDEFINES DL100-TIME-WORK.
023000     05  DL100-TIME-HH            PIC 9(02).
023100     05  DL100-TIME-MM            PIC 9(02).
023200     05  DL100-TIME-SS            PIC 9(02).
023300     05  DL100-TIME-HS            PIC 9(02).
023400*
023500*****************************************************************
023600*    ONE SLOT PER JOB IN TONIGHT'S CHAIN - EVERY SCHEDULED JOB
023700*    AND EVERY JOB NAMED ON CHAINDEF - WITH ITS RUNTIME
023800*    ESTIMATE, ITS ACTUAL OR PROJECTED FINISH, AND THE
023900*    PREDECESSOR THAT HOLDS ITS START BACK (ZERO = NOW).
024000*****************************************************************
024100 01  DL100-FORECAST-TABLE.
024200     05  FCST-ENTRY-COUNT         PIC 9(03) VALUE ZERO.
024300     05  FCST-ENTRY OCCURS 1 TO 200 TIMES
024400                    DEPENDING ON FCST-ENTRY-COUNT
024500                    INDEXED BY FCST-IDX.
024600         10  FCST-JOB-ID          PIC X(08).
024700         10  FCST-DUE-SWITCH      PIC X.
024800             88  FCST-DUE                   VALUE 'Y'.
024900         10  FCST-DONE-SWITCH     PIC X.
025000             88  FCST-DONE                  VALUE 'Y'.
025100         10  FCST-RUN-COUNT       PIC 9(05).
025200         10  FCST-ELAPSED-TOTAL   PIC 9(09).
025300         10  FCST-LAST-RUN-DATE   PIC 9(08).
025400         10  FCST-LAST-RUN-TIME   PIC 9(08).
025500         10  FCST-EST-SECS        PIC 9(07).
025600         10  FCST-START-STAMP     PIC 9(12).
025700         10  FCST-FINISH-STAMP    PIC 9(12).
025800         10  FCST-CRIT-SUB        PIC 9(03).
025900*
026000*****************************************************************
026100*    THE CHAINDEF PAIRS, EACH RESOLVED TO THE FORECAST SLOTS OF
026200*    THE JOB AND ITS PREDECESSOR.  A PAIR WITH EITHER SIDE NOT
026300*    DUE ON THE CYCLE RESOLVES TO ZERO AND IS IGNORED, THE WAY
026400*    THE PREDECESSOR GATE IGNORES A PREDECESSOR NOT DUE.
026500*****************************************************************
026600 01  DL100-CHAIN-TABLE.
026700     05  CHNT-ENTRY-COUNT         PIC 9(03) VALUE ZERO.
026800     05  CHNT-ENTRY OCCURS 1 TO 500 TIMES
026900                    DEPENDING ON CHNT-ENTRY-COUNT
027000                    INDEXED BY CHNT-IDX.
027100         10  CHNT-JOB-ID          PIC X(08).
027200         10  CHNT-PRED-JOB-ID     PIC X(08).
027300         10  CHNT-JOB-SUB         PIC 9(03).
027400         10  CHNT-PRED-SUB        PIC 9(03).
027500*
027600*****************************************************************
027700*    THE CRITICAL PATH, TRACED BACK FROM THE LAST JOB TO FINISH
027800*    AND LISTED FIRST JOB FIRST.
027900*****************************************************************
028000 01  DL100-PATH-TABLE.
028100     05  PATH-ENTRY-COUNT         PIC 9(03) VALUE ZERO.
028200     05  PATH-ENTRY OCCURS 1 TO 200 TIMES
028300                    DEPENDING ON PATH-ENTRY-COUNT
028400                    INDEXED BY PATH-IDX.
028500         10  PATH-SUB             PIC 9(03).
028600*
028700 01  DL100-ALERT-TEXT             PIC X(70) VALUE SPACES.
028800*
028900 PROCEDURE DIVISION.
029000*****************************************************************
029100* 0000-MAINLINE                                                 *
029200*****************************************************************
029300 0000-MAINLINE.
029400     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
029500     PERFORM 2000-LOAD-CHAIN      THRU 2000-EXIT.
029600     PERFORM 2200-MARK-DUE        THRU 2200-EXIT
029700         VARYING FCST-IDX FROM 1 BY 1
029800         UNTIL FCST-IDX > FCST-ENTRY-COUNT.
029900     PERFORM 2300-RESOLVE-PAIR    THRU 2300-EXIT
030000         VARYING CHNT-IDX FROM 1 BY 1
030100         UNTIL CHNT-IDX > CHNT-ENTRY-COUNT.
030200     PERFORM 2400-SCAN-HISTORY    THRU 2400-EXIT.
030300     PERFORM 2600-SCAN-MASTER     THRU 2600-EXIT.
030400     PERFORM 3000-PROJECT         THRU 3000-EXIT.
030500     PERFORM 4000-LIST-FORECAST   THRU 4000-EXIT.
030600     PERFORM 4500-CHECK-DEADLINE  THRU 4500-EXIT.
030700     PERFORM 8000-WRAP-UP         THRU 8000-EXIT.
030800     STOP RUN.
030900*
031000*****************************************************************
031100* 1000-INITIALIZE - STAMP NOW, DERIVE THE CYCLE, PICK UP THE    *
031200*                   BWIN/CYCL CARDS, SET THE DEADLINE, AND LOAD *
031300*                   THE SCHEDULE, CALENDAR, ROUTES AND REASONS. *
031400*****************************************************************
031500 1000-INITIALIZE.
031600     ACCEPT DL100-TODAY FROM DATE YYYYMMDD.
031700     ACCEPT DL100-NOW   FROM TIME.
031800     PERFORM 1050-SET-CYCLE-DATE  THRU 1050-EXIT.
031900     PERFORM 1100-READ-CARDS      THRU 1100-EXIT.
032000     IF DL100-CYCLE-OVERRIDE > ZERO
032100         MOVE DL100-CYCLE-OVERRIDE TO DL100-CYCLE-DATE
032200     END-IF.
032300     PERFORM 1150-SET-DEADLINE    THRU 1150-EXIT.
032400     PERFORM 1200-LOAD-SCHEDULE   THRU 1200-EXIT.
032500     PERFORM 1300-LOAD-CALENDAR   THRU 1300-EXIT.
032600     PERFORM 1400-LOAD-ROUTES     THRU 1400-EXIT.
032700     PERFORM 1600-LOAD-REASONS    THRU 1600-EXIT.
032800     MOVE DL100-TODAY TO DL100-STAMP-DATE.
032900     MOVE DL100-NOW   TO DL100-STAMP-TIME.
033000     PERFORM 7600-MAKE-STAMP THRU 7600-EXIT.
033100     MOVE DL100-STAMP TO DL100-NOW-STAMP.
033200 1000-EXIT.
033300     EXIT.
033400*
033500*****************************************************************
033600* 1050-SET-CYCLE-DATE - THE SAME DERIVATION MinimalProgram USES  *
033700*                       AT ITS 1050: A FORECAST STARTED BEFORE  *
033800*                       THE 0600 BATCH-WINDOW CLOSE IS LOOKING  *
033900*                       AT THE PRIOR CALENDAR DAY'S CYCLE.      *
034000*****************************************************************
034100 1050-SET-CYCLE-DATE.
034200     IF DL100-NOW < 06000000
034300         COMPUTE DL100-CYCLE-DAYS =
034400             FUNCTION INTEGER-OF-DATE (DL100-TODAY) - 1
034500         COMPUTE DL100-CYCLE-DATE =
034600             FUNCTION DATE-OF-INTEGER (DL100-CYCLE-DAYS)
034700     ELSE
034800         MOVE DL100-TODAY TO DL100-CYCLE-DATE
034900     END-IF.
035000 1050-EXIT.
035100     EXIT.
035200*
035300*****************************************************************
035400* 1100-READ-CARDS - A BWIN CARD SETS THE DEADLINE TIME, A CYCL  *
035500*                   CARD PINS THE CYCLE.  NO SYSIN LEAVES THE   *
035600*                   0600 WINDOW CLOSE ON THE DERIVED CYCLE.     *
035700*****************************************************************
035800 1100-READ-CARDS.
035900     OPEN INPUT CONTROL-CARD-FILE.
036000     IF DL100-SYSIN-STATUS = '00'
036100         PERFORM 1110-READ-CARD THRU 1110-EXIT
036200         PERFORM 1120-PROCESS-CARD THRU 1120-EXIT
036300             UNTIL DL100-SYSIN-EOF
036400         CLOSE CONTROL-CARD-FILE
036500     END-IF.
036600 1100-EXIT.
036700     EXIT.
036800*
036900 1110-READ-CARD.
037000     READ CONTROL-CARD-FILE
037100         AT END
037200             SET DL100-SYSIN-EOF TO TRUE
037300     END-READ.
037400 1110-EXIT.
037500     EXIT.
037600*
037700 1120-PROCESS-CARD.
037800     IF NOT DL100-SYSIN-EOF
037900         EVALUATE CARD-TYPE
038000             WHEN 'BWIN'
038100                 IF BWCARD-DEADLINE-TIME NUMERIC
038200                     AND BWCARD-DEADLINE-TIME < 24000000
038300                     MOVE BWCARD-DEADLINE-TIME
038400                         TO DL100-DEADLINE-TIME
038500                 ELSE
038600                     DISPLAY 'BATCHWINDOWFORECAST - BWIN CARD '
038700                         'REJECTED, BAD TIME: ' CARD-BODY
038800                 END-IF
038900             WHEN 'CYCL'
039000                 IF CCARD-CYCLE-DATE NUMERIC
039100                     AND CCARD-CYCLE-DATE > 19000101
039200                     MOVE CCARD-CYCLE-DATE TO DL100-CYCLE-OVERRIDE
039300                 ELSE
039400                     DISPLAY 'BATCHWINDOWFORECAST - CYCL CARD '
039500                         'REJECTED, BAD DATE: ' CARD-BODY
039600                 END-IF
039700             WHEN OTHER
039800                 CONTINUE
039900         END-EVALUATE
040000         PERFORM 1110-READ-CARD THRU 1110-EXIT
040100     END-IF.
040200 1120-EXIT.
040300     EXIT.
040400*
040500*****************************************************************
040600* 1150-SET-DEADLINE - THE NIGHT'S BATCH RUNS FROM THE CYCLE     *
040700*                     DATE INTO THE NEXT MORNING, SO A DEADLINE *
040800*                     BEFORE NOON FALLS ON THE DAY AFTER THE    *
040900*                     CYCLE AND ONE FROM NOON ON FALLS ON THE   *
041000*                     CYCLE DATE ITSELF.                        *
041100*****************************************************************
041200 1150-SET-DEADLINE.
041300     MOVE DL100-CYCLE-DATE TO DL100-DEADLINE-DATE.
041400     IF DL100-DEADLINE-TIME < 12000000
041500         COMPUTE DL100-CYCLE-DAYS =
041600             FUNCTION INTEGER-OF-DATE (DL100-CYCLE-DATE) + 1
041700         COMPUTE DL100-DEADLINE-DATE =
041800             FUNCTION DATE-OF-INTEGER (DL100-CYCLE-DAYS)
041900     END-IF.
042000     MOVE DL100-DEADLINE-DATE TO DL100-STAMP-DATE.
042100     MOVE DL100-DEADLINE-TIME TO DL100-STAMP-TIME.
042200     PERFORM 7600-MAKE-STAMP THRU 7600-EXIT.
042300     MOVE DL100-STAMP TO DL100-DEADLINE-STAMP.
042400 1150-EXIT.
042500     EXIT.
042600*
042700*****************************************************************
042800* 1200-LOAD-SCHEDULE - ONE FORECAST SLOT PER SCHEDULED JOB.     *
042900*****************************************************************
043000 1200-LOAD-SCHEDULE.
043100     OPEN INPUT SCHEDULE-FILE.
043200     IF DL100-SCHED-STATUS = '00'
043300         PERFORM 1210-READ-SCHEDULE THRU 1210-EXIT
043400         PERFORM 1220-STORE-SCHEDULE THRU 1220-EXIT
043500             UNTIL DL100-SCHED-EOF
043600         CLOSE SCHEDULE-FILE
043700     ELSE
043800         DISPLAY 'BATCHWINDOWFORECAST - SCHEDULE-FILE NOT '
043900             'AVAILABLE, STATUS=' DL100-SCHED-STATUS
044000     END-IF.
044100 1200-EXIT.
044200     EXIT.
044300*
044400 1210-READ-SCHEDULE.
044500     READ SCHEDULE-FILE
044600         AT END
044700             SET DL100-SCHED-EOF TO TRUE
044800     END-READ.
044900 1210-EXIT.
045000     EXIT.
045100*
045200 1220-STORE-SCHEDULE.
045300     IF NOT DL100-SCHED-EOF
045400         MOVE SCHD-JOB-ID TO DL100-FOLD-JOB-ID
045500         PERFORM 7000-FIND-OR-ADD-JOB THRU 7000-EXIT
045600         PERFORM 1210-READ-SCHEDULE THRU 1210-EXIT
045700     END-IF.
045800 1220-EXIT.
045900     EXIT.
046000*
046100*****************************************************************
046200* 1300-LOAD-CALENDAR - HOLIDAYS AND FREQUENCY RULES, LOADED THE *
046300*                      WAY ScheduleWatchdog LOADS THEM.  NO     *
046400*                      CALNDR FILE MEANS EVERY JOB IS DUE EVERY *
046500*                      NIGHT.                                   *
046600*****************************************************************
046700 1300-LOAD-CALENDAR.
046800     OPEN INPUT CALENDAR-FILE.
046900     IF DL100-CAL-STATUS = '00'
047000         PERFORM 1310-READ-CALENDAR THRU 1310-EXIT
047100         PERFORM 1320-STORE-CALENDAR THRU 1320-EXIT
047200             UNTIL DL100-CAL-EOF
047300         CLOSE CALENDAR-FILE
047400     END-IF.
047500 1300-EXIT.
047600     EXIT.
047700*
047800 1310-READ-CALENDAR.
047900     READ CALENDAR-FILE
048000         AT END
048100             SET DL100-CAL-EOF TO TRUE
048200     END-READ.
048300 1310-EXIT.
048400     EXIT.
048500*
048600 1320-STORE-CALENDAR.
048700     IF NOT DL100-CAL-EOF
048800         EVALUATE TRUE
048900             WHEN CAL-TYPE-HOLIDAY
049000                 IF HCAL-ENTRY-COUNT < 100
049100                     ADD 1 TO HCAL-ENTRY-COUNT
049200                     SET HCAL-IDX TO HCAL-ENTRY-COUNT
049300                     MOVE CAL-HOLIDAY-DATE TO HCAL-DATE (HCAL-IDX)
049400                 ELSE
049500                     DISPLAY 'BATCHWINDOWFORECAST - HOLIDAY '
049600                         'TABLE FULL, DATE DROPPED: '
049700                         CAL-HOLIDAY-DATE
049800                 END-IF
049900             WHEN CAL-TYPE-FREQUENCY
050000                 IF FCAL-ENTRY-COUNT < 100
050100                     ADD 1 TO FCAL-ENTRY-COUNT
050200                     SET FCAL-IDX TO FCAL-ENTRY-COUNT
050300                     MOVE CAL-JOB-ID TO FCAL-JOB-ID (FCAL-IDX)
050400                     MOVE CAL-FREQ-CODE
050500                         TO FCAL-FREQ-CODE (FCAL-IDX)
050600                     MOVE CAL-DAY-OF-WEEK
050700                         TO FCAL-DAY-OF-WEEK (FCAL-IDX)
050800                 ELSE
050900                     DISPLAY 'BATCHWINDOWFORECAST - FREQUENCY '
051000                         'TABLE FULL, RULE DROPPED: ' CAL-JOB-ID
051100                 END-IF
051200             WHEN OTHER
051300                 CONTINUE
051400         END-EVALUATE
051500         PERFORM 1310-READ-CALENDAR THRU 1310-EXIT
051600     END-IF.
051700 1320-EXIT.
051800     EXIT.
051900*
052000*****************************************************************
052100* 1400-LOAD-ROUTES - THE ALERT ROUTING RULES FOR THE EARLY-     *
052200*                    WARNING ALERT.                             *
052300*****************************************************************
052400 1400-LOAD-ROUTES.
052500     OPEN INPUT ROUTE-FILE.
052600     IF DL100-ROUTEF-STATUS = '00'
052700         PERFORM 1410-READ-ROUTE THRU 1410-EXIT
052800         PERFORM 1420-STORE-ROUTE THRU 1420-EXIT
052900             UNTIL DL100-ROUTE-EOF
053000         CLOSE ROUTE-FILE
053100     END-IF.
053200 1400-EXIT.
053300     EXIT.
053400*
053500 1410-READ-ROUTE.
053600     READ ROUTE-FILE
053700         AT END
053800             SET DL100-ROUTE-EOF TO TRUE
053900     END-READ.
054000 1410-EXIT.
054100     EXIT.
054200*
054300 1420-STORE-ROUTE.
054400     IF NOT DL100-ROUTE-EOF
054500         IF ROUT-ENTRY-COUNT < 100
054600             ADD 1 TO ROUT-ENTRY-COUNT
054700             SET ROUT-IDX TO ROUT-ENTRY-COUNT
054800             MOVE ARO-JOB-ID      TO ROUT-JOB-ID      (ROUT-IDX)
054900             MOVE ARO-STATUS-CODE TO ROUT-STATUS-CODE (ROUT-IDX)
055000             MOVE ARO-REASON-LO   TO ROUT-REASON-LO   (ROUT-IDX)
055100             MOVE ARO-REASON-HI   TO ROUT-REASON-HI   (ROUT-IDX)
055200             MOVE ARO-LEVEL       TO ROUT-LEVEL       (ROUT-IDX)
055300             MOVE ARO-GROUP       TO ROUT-GROUP       (ROUT-IDX)
055400         ELSE
055500             DISPLAY 'BATCHWINDOWFORECAST - ROUTE TABLE FULL, '
055600                 'RULE DROPPED FOR ' ARO-GROUP
055700         END-IF
055800         PERFORM 1410-READ-ROUTE THRU 1410-EXIT
055900     END-IF.
056000 1420-EXIT.
056100     EXIT.
056200*
056300*****************************************************************
056400* 1600-LOAD-REASONS - THE REASCODE TABLE, FOR THE SUGGESTED     *
056500*                     OPERATOR ACTION CARRIED ON THE ALERT.  A  *
056600*                     MISSING FILE LEAVES THE ACTION BLANK.     *
056700*****************************************************************
056800 1600-LOAD-REASONS.
056900     OPEN INPUT REASON-FILE.
057000     IF DL100-REASON-STATUS = '00'
057100         PERFORM 1610-READ-REASON THRU 1610-EXIT
057200         PERFORM 1620-STORE-REASON THRU 1620-EXIT
057300             UNTIL DL100-REASON-EOF
057400         CLOSE REASON-FILE
057500     END-IF.
057600 1600-EXIT.
057700     EXIT.
057800*
057900 1610-READ-REASON.
058000     READ REASON-FILE
058100         AT END
058200             SET DL100-REASON-EOF TO TRUE
058300     END-READ.
058400 1610-EXIT.
058500     EXIT.
058600*
058700 1620-STORE-REASON.
058800     IF NOT DL100-REASON-EOF
058900         IF RSNT-ENTRY-COUNT < 200
059000             ADD 1 TO RSNT-ENTRY-COUNT
059100             SET RSNT-IDX TO RSNT-ENTRY-COUNT
059200             MOVE RSN-REASON-CODE TO RSNT-CODE   (RSNT-IDX)
059300             MOVE RSN-SHORT-TEXT  TO RSNT-TEXT   (RSNT-IDX)
059400             MOVE RSN-OPER-ACTION TO RSNT-ACTION (RSNT-IDX)
059500         END-IF
059600         PERFORM 1610-READ-REASON THRU 1610-EXIT
059700     END-IF.
059800 1620-EXIT.
059900     EXIT.
060000*
060100*****************************************************************
060200* 2000-LOAD-CHAIN - EVERY CHAINDEF PAIR, WITH A FORECAST SLOT   *
060300*                   FOR BOTH THE JOB AND ITS PREDECESSOR.       *
060400*****************************************************************
060500 2000-LOAD-CHAIN.
060600     OPEN INPUT CHAIN-FILE.
060700     IF DL100-CHAIN-STATUS = '00'
060800         PERFORM 2010-READ-CHAIN THRU 2010-EXIT
060900         PERFORM 2020-STORE-CHAIN THRU 2020-EXIT
061000             UNTIL DL100-CHAIN-EOF
061100         CLOSE CHAIN-FILE
061200     ELSE
061300         DISPLAY 'BATCHWINDOWFORECAST - CHAIN-FILE NOT '
061400             'AVAILABLE, STATUS=' DL100-CHAIN-STATUS
061500             ' - JOBS FORECAST AS UNCHAINED'
061600     END-IF.
061700 2000-EXIT.
061800     EXIT.
061900*
062000 2010-READ-CHAIN.
062100     READ CHAIN-FILE
062200         AT END
062300             SET DL100-CHAIN-EOF TO TRUE
062400     END-READ.
062500 2010-EXIT.
062600     EXIT.
062700*
062800 2020-STORE-CHAIN.
062900     IF DL100-CHAIN-EOF
063000         GO TO 2020-EXIT
063100     END-IF.
063200     IF CHNT-ENTRY-COUNT < 500
063300         ADD 1 TO CHNT-ENTRY-COUNT
063400         SET CHNT-IDX TO CHNT-ENTRY-COUNT
063500         MOVE CHN-JOB-ID      TO CHNT-JOB-ID      (CHNT-IDX)
063600         MOVE CHN-PRED-JOB-ID TO CHNT-PRED-JOB-ID (CHNT-IDX)
063700         MOVE ZERO            TO CHNT-JOB-SUB     (CHNT-IDX)
063800                                 CHNT-PRED-SUB    (CHNT-IDX)
063900         MOVE CHN-JOB-ID TO DL100-FOLD-JOB-ID
064000         PERFORM 7000-FIND-OR-ADD-JOB THRU 7000-EXIT
064100         MOVE CHN-PRED-JOB-ID TO DL100-FOLD-JOB-ID
064200         PERFORM 7000-FIND-OR-ADD-JOB THRU 7000-EXIT
064300     ELSE
064400         DISPLAY 'BATCHWINDOWFORECAST - CHAIN TABLE FULL, '
064500             'PAIR DROPPED: ' CHN-JOB-ID ' AFTER ' CHN-PRED-JOB-ID
064600         SET DL100-TABLE-OVERFLOW TO TRUE
064700     END-IF.
064800     PERFORM 2010-READ-CHAIN THRU 2010-EXIT.
064900 2020-EXIT.
065000     EXIT.
065100*
065200*****************************************************************
065300* 2200-MARK-DUE - A JOB THE CALENDAR SAYS IS NOT DUE ON THE     *
065400*                 CYCLE DROPS OUT OF THE FORECAST ALTOGETHER.   *
065500*****************************************************************
065600 2200-MARK-DUE.
065700     MOVE FCST-JOB-ID (FCST-IDX) TO DL100-DUE-JOB-ID.
065800     PERFORM 3500-CHECK-JOB-DUE THRU 3500-EXIT.
065900     IF DL100-JOB-IS-DUE
066000         MOVE 'Y' TO FCST-DUE-SWITCH (FCST-IDX)
066100         ADD 1 TO DL100-DUE-COUNT
066200     ELSE
066300         MOVE 'N' TO FCST-DUE-SWITCH (FCST-IDX)
066400     END-IF.
066500 2200-EXIT.
066600     EXIT.
066700*
066800*****************************************************************
066900* 2300-RESOLVE-PAIR - POINT A CHAIN PAIR AT THE FORECAST SLOTS  *
067000*                     OF ITS TWO JOBS, LEAVING IT ZERO WHEN     *
067100*                     EITHER IS NOT DUE TONIGHT.                *
067200*****************************************************************
067300 2300-RESOLVE-PAIR.
067400     MOVE CHNT-PRED-JOB-ID (CHNT-IDX) TO DL100-FOLD-JOB-ID.
067500     PERFORM 7100-FIND-JOB THRU 7100-EXIT.
067600     MOVE DL100-JOB-SUB TO DL100-PRED-SUB.
067700     MOVE CHNT-JOB-ID (CHNT-IDX) TO DL100-FOLD-JOB-ID.
067800     PERFORM 7100-FIND-JOB THRU 7100-EXIT.
067900     IF DL100-PRED-SUB > ZERO
068000         AND DL100-JOB-SUB > ZERO
068100         MOVE DL100-JOB-SUB  TO CHNT-JOB-SUB  (CHNT-IDX)
068200         MOVE DL100-PRED-SUB TO CHNT-PRED-SUB (CHNT-IDX)
068300     END-IF.
068400 2300-EXIT.
068500     EXIT.
068600*
068700*****************************************************************
068800* 2400-SCAN-HISTORY - ONE PASS OVER THE STEP HISTORY, ADDING    *
068900*                     EACH STEP'S ELAPSED SECONDS INTO ITS JOB  *
069000*                     AND COUNTING THE DISTINCT RUNS (A RUN'S   *
069100*                     STEPS ARE WRITTEN TOGETHER, SO A CHANGE   *
069200*                     OF RUN STAMP IS A NEW RUN).  STEPS FROM   *
069300*                     THE CYCLE BEING FORECAST ARE LEFT OUT -   *
069400*                     TONIGHT'S PARTIAL RUNS WOULD DRAG THE     *
069500*                     AVERAGE DOWN.                             *
069600*****************************************************************
069700 2400-SCAN-HISTORY.
069800     OPEN INPUT STEP-HISTORY-FILE.
069900     IF DL100-STEPH-STATUS NOT = '00'
070000         DISPLAY 'BATCHWINDOWFORECAST - STEP-HISTORY-FILE NOT '
070100             'AVAILABLE, STATUS=' DL100-STEPH-STATUS
070200             ' - NO RUNTIME ESTIMATES'
070300         GO TO 2400-EXIT
070400     END-IF.
070500     PERFORM 2410-READ-HISTORY THRU 2410-EXIT.
070600     PERFORM 2420-FOLD-HISTORY THRU 2420-EXIT
070700         UNTIL DL100-STEPH-EOF.
070800     CLOSE STEP-HISTORY-FILE.
070900     PERFORM 2450-SET-ESTIMATE THRU 2450-EXIT
071000         VARYING FCST-IDX FROM 1 BY 1
071100         UNTIL FCST-IDX > FCST-ENTRY-COUNT.
071200 2400-EXIT.
071300     EXIT.
071400*
071500 2410-READ-HISTORY.
071600     READ STEP-HISTORY-FILE
071700         AT END
071800             SET DL100-STEPH-EOF TO TRUE
071900     END-READ.
072000 2410-EXIT.
072100     EXIT.
072200*
072300 2420-FOLD-HISTORY.
072400     IF DL100-STEPH-EOF
072500         GO TO 2420-EXIT
072600     END-IF.
072700     MOVE SDT-RUN-DATE TO DL100-HIST-DATE.
072800     IF SDT-CYCLE-DATE NUMERIC
072900         AND SDT-CYCLE-DATE > ZERO
073000         MOVE SDT-CYCLE-DATE TO DL100-HIST-DATE
073100     END-IF.
073200     IF DL100-HIST-DATE NOT = DL100-CYCLE-DATE
073300         AND SDT-ELAPSED-SECS NUMERIC
073400         AND FCST-ENTRY-COUNT > 0
073500         SET FCST-IDX TO 1
073600         SEARCH FCST-ENTRY
073700             AT END
073800                 CONTINUE
073900             WHEN FCST-JOB-ID (FCST-IDX) = SDT-JOB-ID
074000                 IF SDT-RUN-DATE NOT =
074100                         FCST-LAST-RUN-DATE (FCST-IDX)
074200                     OR SDT-RUN-TIME NOT =
074300                         FCST-LAST-RUN-TIME (FCST-IDX)
074400                     ADD 1 TO FCST-RUN-COUNT (FCST-IDX)
074500                     MOVE SDT-RUN-DATE
074600                         TO FCST-LAST-RUN-DATE (FCST-IDX)
074700                     MOVE SDT-RUN-TIME
074800                         TO FCST-LAST-RUN-TIME (FCST-IDX)
074900                 END-IF
075000                 ADD SDT-ELAPSED-SECS
075100                     TO FCST-ELAPSED-TOTAL (FCST-IDX)
075200         END-SEARCH
075300     END-IF.
075400     PERFORM 2410-READ-HISTORY THRU 2410-EXIT.
075500 2420-EXIT.
075600     EXIT.
075700*
075800 2450-SET-ESTIMATE.
075900     IF FCST-RUN-COUNT (FCST-IDX) > ZERO
076000         COMPUTE FCST-EST-SECS (FCST-IDX) ROUNDED =
076100             FCST-ELAPSED-TOTAL (FCST-IDX)
076200             / FCST-RUN-COUNT (FCST-IDX)
076300     END-IF.
076400 2450-EXIT.
076500     EXIT.
076600*
076700*****************************************************************
076800* 2600-SCAN-MASTER - A JOB WITH A CLEAN (00 OR 04) RUN ON THE   *
076900*                    RUN-HISTORY MASTER FOR THE CYCLE IS DONE,  *
077000*                    AND ITS LATEST SUCH RUN STAMP IS ITS       *
077100*                    ACTUAL FINISH.  A FAILED RUN LEAVES THE    *
077200*                    JOB STILL TO RUN.                          *
077300*****************************************************************
077400 2600-SCAN-MASTER.
077500     OPEN INPUT RUN-MASTER-FILE.
077600     IF DL100-MASTER-STATUS NOT = '00'
077700         DISPLAY 'BATCHWINDOWFORECAST - RUN-MASTER-FILE NOT '
077800             'AVAILABLE, STATUS=' DL100-MASTER-STATUS
077900             ' - EVERY JOB FORECAST AS STILL TO RUN'
078000         GO TO 2600-EXIT
078100     END-IF.
078200     PERFORM 2610-READ-MASTER THRU 2610-EXIT.
078300     PERFORM 2620-MARK-DONE THRU 2620-EXIT
078400         UNTIL DL100-MASTER-EOF.
078500     CLOSE RUN-MASTER-FILE.
078600 2600-EXIT.
078700     EXIT.
078800*
078900 2610-READ-MASTER.
079000     READ RUN-MASTER-FILE
079100         AT END
079200             SET DL100-MASTER-EOF TO TRUE
079300     END-READ.
079400 2610-EXIT.
079500     EXIT.
079600*
079700 2620-MARK-DONE.
079800     IF DL100-MASTER-EOF
079900         GO TO 2620-EXIT
080000     END-IF.
080100     MOVE RHM-RUN-DATE TO DL100-HIST-DATE.
080200     IF RHM-CYCLE-DATE NUMERIC
080300         AND RHM-CYCLE-DATE > ZERO
080400         MOVE RHM-CYCLE-DATE TO DL100-HIST-DATE
080500     END-IF.
080600     IF DL100-HIST-DATE = DL100-CYCLE-DATE
080700         AND (RHM-STATUS-CODE = 00 OR RHM-STATUS-CODE = 04)
080800         AND RHM-RUN-DATE NUMERIC
080900         AND RHM-RUN-DATE > 19000101
081000         MOVE RHM-JOB-ID TO DL100-FOLD-JOB-ID
081100         PERFORM 7100-FIND-JOB THRU 7100-EXIT
081200         IF DL100-JOB-SUB > ZERO
081300             MOVE RHM-RUN-DATE TO DL100-STAMP-DATE
081400             MOVE RHM-RUN-TIME TO DL100-STAMP-TIME
081500             PERFORM 7600-MAKE-STAMP THRU 7600-EXIT
081600             IF NOT FCST-DONE (DL100-JOB-SUB)
081700                 ADD 1 TO DL100-DONE-COUNT
081800             END-IF
081900             IF DL100-STAMP > FCST-FINISH-STAMP (DL100-JOB-SUB)
082000                 MOVE DL100-STAMP
082100                     TO FCST-FINISH-STAMP (DL100-JOB-SUB)
082200             END-IF
082300             MOVE 'Y' TO FCST-DONE-SWITCH (DL100-JOB-SUB)
082400         END-IF
082500     END-IF.
082600     PERFORM 2610-READ-MASTER THRU 2610-EXIT.
082700 2620-EXIT.
082800     EXIT.
082900*
083000*****************************************************************
083100* 3000-PROJECT - LONGEST PATH BY REPEATED PASSES: EACH PASS     *
083200*                STARTS EVERY JOB STILL TO RUN AT THE LATER OF  *
083300*                NOW AND ITS LATEST PREDECESSOR FINISH, UNTIL A *
083400*                PASS CHANGES NOTHING.  A CHAIN WITHOUT LOOPS   *
083500*                SETTLES IN NO MORE PASSES THAN IT HAS JOBS;    *
083600*                ONE STILL MOVING AFTER THAT HAS A LOOP IN IT   *
083700*                AND CANNOT BE FORECAST.                        *
083800*****************************************************************
083900 3000-PROJECT.
084000     IF DL100-DUE-COUNT = ZERO
084100         GO TO 3000-EXIT
084200     END-IF.
084300     COMPUTE DL100-PASS-LIMIT = FCST-ENTRY-COUNT + 1.
084400     MOVE ZERO TO DL100-PASS-COUNT.
084500     SET DL100-PASS-CHANGED TO TRUE.
084600     PERFORM 3100-PROJECT-PASS THRU 3100-EXIT
084700         UNTIL NOT DL100-PASS-CHANGED
084800            OR DL100-PASS-COUNT > DL100-PASS-LIMIT.
084900     IF DL100-PASS-CHANGED
085000         SET DL100-CHAIN-LOOP TO TRUE
085100         DISPLAY 'BATCHWINDOWFORECAST - CHAINDEF HAS A LOOP, '
085200             'CHAIN CANNOT BE FORECAST'
085300         GO TO 3000-EXIT
085400     END-IF.
085500     MOVE ZERO TO DL100-CHAIN-FINISH DL100-END-SUB.
085600     PERFORM 3200-FIND-LAST THRU 3200-EXIT
085700         VARYING FCST-IDX FROM 1 BY 1
085800         UNTIL FCST-IDX > FCST-ENTRY-COUNT.
085900 3000-EXIT.
086000     EXIT.
086100*
086200 3100-PROJECT-PASS.
086300     ADD 1 TO DL100-PASS-COUNT.
086400     MOVE 'N' TO DL100-CHANGED-SWITCH.
086500     PERFORM 3110-RESET-START THRU 3110-EXIT
086600         VARYING FCST-IDX FROM 1 BY 1
086700         UNTIL FCST-IDX > FCST-ENTRY-COUNT.
086800     PERFORM 3120-RAISE-START THRU 3120-EXIT
086900         VARYING CHNT-IDX FROM 1 BY 1
087000         UNTIL CHNT-IDX > CHNT-ENTRY-COUNT.
087100     PERFORM 3130-SET-FINISH THRU 3130-EXIT
087200         VARYING FCST-IDX FROM 1 BY 1
087300         UNTIL FCST-IDX > FCST-ENTRY-COUNT.
087400 3100-EXIT.
087500     EXIT.
087600*
087700 3110-RESET-START.
087800     IF FCST-DUE (FCST-IDX)
087900         AND NOT FCST-DONE (FCST-IDX)
088000         MOVE DL100-NOW-STAMP TO FCST-START-STAMP (FCST-IDX)
088100         MOVE ZERO            TO FCST-CRIT-SUB    (FCST-IDX)
088200     END-IF.
088300 3110-EXIT.
088400     EXIT.
088500*
088600 3120-RAISE-START.
088700     MOVE CHNT-JOB-SUB  (CHNT-IDX) TO DL100-JOB-SUB.
088800     MOVE CHNT-PRED-SUB (CHNT-IDX) TO DL100-PRED-SUB.
088900     IF DL100-JOB-SUB = ZERO
089000         GO TO 3120-EXIT
089100     END-IF.
089200     IF FCST-DONE (DL100-JOB-SUB)
089300         GO TO 3120-EXIT
089400     END-IF.
089500     IF FCST-FINISH-STAMP (DL100-PRED-SUB) >
089600             FCST-START-STAMP (DL100-JOB-SUB)
089700         MOVE FCST-FINISH-STAMP (DL100-PRED-SUB)
089800             TO FCST-START-STAMP (DL100-JOB-SUB)
089900         MOVE DL100-PRED-SUB TO FCST-CRIT-SUB (DL100-JOB-SUB)
090000     END-IF.
090100 3120-EXIT.
090200     EXIT.
090300*
090400 3130-SET-FINISH.
090500     IF NOT FCST-DUE (FCST-IDX)
090600         OR FCST-DONE (FCST-IDX)
090700         GO TO 3130-EXIT
090800     END-IF.
090900     COMPUTE DL100-STAMP = FCST-START-STAMP (FCST-IDX)
091000         + FCST-EST-SECS (FCST-IDX).
091100     IF DL100-STAMP NOT = FCST-FINISH-STAMP (FCST-IDX)
091200         MOVE DL100-STAMP TO FCST-FINISH-STAMP (FCST-IDX)
091300         SET DL100-PASS-CHANGED TO TRUE
091400     END-IF.
091500 3130-EXIT.
091600     EXIT.
091700*
091800 3200-FIND-LAST.
091900     IF FCST-DUE (FCST-IDX)
092000         AND FCST-FINISH-STAMP (FCST-IDX) > DL100-CHAIN-FINISH
092100         MOVE FCST-FINISH-STAMP (FCST-IDX) TO DL100-CHAIN-FINISH
092200         SET DL100-END-SUB TO FCST-IDX
092300     END-IF.
092400 3200-EXIT.
092500     EXIT.
092600*
092700*****************************************************************
092800* 3500-CHECK-JOB-DUE - WAS DL100-DUE-JOB-ID DUE TO RUN ON       *
092900*                      DL100-CYCLE-DATE?  THE SAME RULES        *
093000*                      ScheduleWatchdog APPLIES AT ITS 3500: A  *
093100*                      HOLIDAY MAKES EVERY JOB NOT DUE, WEEKLY  *
093200*                      RUNS ONLY ON ITS DAY OF WEEK, MONTH-END  *
093300*                      ONLY ON THE LAST DAY, ANYTHING ELSE      *
093400*                      DAILY.                                   *
093500*****************************************************************
093600 3500-CHECK-JOB-DUE.
093700     MOVE 'Y' TO DL100-DUE-SWITCH.
093800     IF HCAL-ENTRY-COUNT > 0
093900         SET HCAL-IDX TO 1
094000         SEARCH HCAL-ENTRY
094100             AT END
094200                 CONTINUE
094300             WHEN HCAL-DATE (HCAL-IDX) = DL100-CYCLE-DATE
094400                 MOVE 'N' TO DL100-DUE-SWITCH
094500         END-SEARCH
094600     END-IF.
094700     IF NOT DL100-JOB-IS-DUE
094800         OR FCAL-ENTRY-COUNT = 0
094900         GO TO 3500-EXIT
095000     END-IF.
095100     SET FCAL-IDX TO 1.
095200     SEARCH FCAL-ENTRY
095300         AT END
095400             GO TO 3500-EXIT
095500         WHEN FCAL-JOB-ID (FCAL-IDX) = DL100-DUE-JOB-ID
095600             CONTINUE
095700     END-SEARCH.
095800     EVALUATE TRUE
095900         WHEN FCAL-FREQ-WEEKLY (FCAL-IDX)
096000             PERFORM 3600-DAY-OF-WEEK THRU 3600-EXIT
096100             IF DL100-DUE-DOW NOT =
096200                     FCAL-DAY-OF-WEEK (FCAL-IDX)
096300                 MOVE 'N' TO DL100-DUE-SWITCH
096400             END-IF
096500         WHEN FCAL-FREQ-MONTH-END (FCAL-IDX)
096600             PERFORM 3700-CHECK-MONTH-END THRU 3700-EXIT
096700         WHEN OTHER
096800             CONTINUE
096900     END-EVALUATE.
097000 3500-EXIT.
097100     EXIT.
097200*
097300*****************************************************************
097400* 3600-DAY-OF-WEEK - THE CYCLE DATE'S DAY OF WEEK, 1=MONDAY     *
097500*                    THROUGH 7=SUNDAY.  DAY 1 OF THE INTEGER    *
097600*                    DATE BASE (1601-01-01) WAS A MONDAY.       *
097700*****************************************************************
097800 3600-DAY-OF-WEEK.
097900     COMPUTE DL100-DUE-DAYS =
098000         FUNCTION INTEGER-OF-DATE (DL100-CYCLE-DATE).
098100     COMPUTE DL100-DUE-DOW =
098200         FUNCTION MOD (DL100-DUE-DAYS - 1, 7) + 1.
098300 3600-EXIT.
098400     EXIT.
098500*
098600*****************************************************************
098700* 3700-CHECK-MONTH-END - THE CYCLE IS THE LAST DAY OF ITS       *
098800*                        MONTH WHEN THE NEXT CALENDAR DAY       *
098900*                        LANDS IN A DIFFERENT MONTH.            *
099000*****************************************************************
099100 3700-CHECK-MONTH-END.
099200     MOVE DL100-CYCLE-DATE TO DL100-DUE-DATE-WORK.
099300     MOVE DL100-DUE-DATE-MM TO DL100-DUE-CYCLE-MM.
099400     COMPUTE DL100-DUE-DAYS =
099500         FUNCTION INTEGER-OF-DATE (DL100-CYCLE-DATE) + 1.
099600     COMPUTE DL100-DUE-DATE-WORK =
099700         FUNCTION DATE-OF-INTEGER (DL100-DUE-DAYS).
099800     IF DL100-DUE-DATE-MM = DL100-DUE-CYCLE-MM
099900         MOVE 'N' TO DL100-DUE-SWITCH
100000     END-IF.
100100 3700-EXIT.
100200     EXIT.
100300*
100400*****************************************************************
100500* 4000-LIST-FORECAST - EVERY DUE JOB WITH ITS ESTIMATE AND ITS  *
100600*                      ACTUAL OR PROJECTED FINISH, THEN THE     *
100700*                      CRITICAL PATH TO THE LAST FINISH.        *
100800*****************************************************************
100900 4000-LIST-FORECAST.
101000     DISPLAY 'BATCHWINDOWFORECAST - CYCLE=' DL100-CYCLE-DATE
101100         ' AS OF ' DL100-TODAY ' ' DL100-NOW
101200         ' DEADLINE ' DL100-DEADLINE-DATE ' '
101300         DL100-DEADLINE-TIME.
101400     IF DL100-DUE-COUNT = ZERO
101500         DISPLAY 'BATCHWINDOWFORECAST - NO JOB DUE ON THIS '
101600             'CYCLE, NOTHING TO FORECAST'
101700         GO TO 4000-EXIT
101800     END-IF.
101900     IF DL100-CHAIN-LOOP
102000         GO TO 4000-EXIT
102100     END-IF.
102200     PERFORM 4100-LIST-JOB THRU 4100-EXIT
102300         VARYING FCST-IDX FROM 1 BY 1
102400         UNTIL FCST-IDX > FCST-ENTRY-COUNT.
102500     MOVE ZERO TO PATH-ENTRY-COUNT.
102600     MOVE DL100-END-SUB TO DL100-JOB-SUB.
102700     PERFORM 4200-TRACE-PATH THRU 4200-EXIT
102800         UNTIL DL100-JOB-SUB = ZERO.
102900     DISPLAY 'BATCHWINDOWFORECAST - CRITICAL PATH:'.
103000     PERFORM 4300-LIST-PATH THRU 4300-EXIT
103100         VARYING PATH-IDX FROM PATH-ENTRY-COUNT BY -1
103200         UNTIL PATH-IDX < 1.
103300     MOVE DL100-CHAIN-FINISH TO DL100-STAMP.
103400     PERFORM 7500-SPLIT-STAMP THRU 7500-EXIT.
103500     COMPUTE DL100-MARGIN-MINS =
103600         (DL100-DEADLINE-STAMP - DL100-CHAIN-FINISH) / 60.
103700     MOVE DL100-MARGIN-MINS TO DL100-MARGIN-EDIT.
103800     DISPLAY 'BATCHWINDOWFORECAST - JOBS DUE=' DL100-DUE-COUNT
103900         ' DONE=' DL100-DONE-COUNT
104000         ' PROJECTED FINISH ' DL100-STAMP-DATE ' '
104100         DL100-STAMP-TIME
104200         ' MARGIN MINUTES=' DL100-MARGIN-EDIT.
104300 4000-EXIT.
104400     EXIT.
104500*
104600 4100-LIST-JOB.
104700     IF NOT FCST-DUE (FCST-IDX)
104800         GO TO 4100-EXIT
104900     END-IF.
105000     MOVE FCST-FINISH-STAMP (FCST-IDX) TO DL100-STAMP.
105100     PERFORM 7500-SPLIT-STAMP THRU 7500-EXIT.
105200     IF FCST-DONE (FCST-IDX)
105300         DISPLAY 'BATCHWINDOWFORECAST - JOB='
105400             FCST-JOB-ID (FCST-IDX)
105500             ' DONE      ENDED ' DL100-STAMP-DATE ' '
105600             DL100-STAMP-TIME
105700     ELSE
105800         IF FCST-RUN-COUNT (FCST-IDX) = ZERO
105900             DISPLAY 'BATCHWINDOWFORECAST - JOB='
106000                 FCST-JOB-ID (FCST-IDX)
106100                 ' TO RUN    NO STEP HISTORY, ESTIMATED AT ZERO'
106200         END-IF
106300         DISPLAY 'BATCHWINDOWFORECAST - JOB='
106400             FCST-JOB-ID (FCST-IDX)
106500             ' TO RUN    EST-SECS=' FCST-EST-SECS (FCST-IDX)
106600             ' FINISH ' DL100-STAMP-DATE ' ' DL100-STAMP-TIME
106700     END-IF.
106800 4100-EXIT.
106900     EXIT.
107000*
107100 4200-TRACE-PATH.
107200     IF PATH-ENTRY-COUNT NOT < 200
107300         MOVE ZERO TO DL100-JOB-SUB
107400         GO TO 4200-EXIT
107500     END-IF.
107600     ADD 1 TO PATH-ENTRY-COUNT.
107700     SET PATH-IDX TO PATH-ENTRY-COUNT.
107800     MOVE DL100-JOB-SUB TO PATH-SUB (PATH-IDX).
107900     IF FCST-DONE (DL100-JOB-SUB)
108000         MOVE ZERO TO DL100-JOB-SUB
108100     ELSE
108200         MOVE FCST-CRIT-SUB (DL100-JOB-SUB) TO DL100-JOB-SUB
108300     END-IF.
108400 4200-EXIT.
108500     EXIT.
108600*
108700 4300-LIST-PATH.
108800     MOVE PATH-SUB (PATH-IDX) TO DL100-JOB-SUB.
108900     MOVE FCST-FINISH-STAMP (DL100-JOB-SUB) TO DL100-STAMP.
109000     PERFORM 7500-SPLIT-STAMP THRU 7500-EXIT.
109100     DISPLAY 'BATCHWINDOWFORECAST -    '
109200         FCST-JOB-ID (DL100-JOB-SUB)
109300         ' FINISH ' DL100-STAMP-DATE ' ' DL100-STAMP-TIME.
109400 4300-EXIT.
109500     EXIT.
109600*
109700*****************************************************************
109800* 4500-CHECK-DEADLINE - A PROJECTED FINISH PAST THE DEADLINE,   *
109900*                       WITH THE LAST JOB STILL TO RUN, DROPS   *
110000*                       THE EARLY-WARNING ALERT.  A CHAIN THAT  *
110100*                       HAS ALREADY FINISHED LATE IS NOT        *
110200*                       FORECAST - THE WATCHDOG OWNS THAT.      *
110300*****************************************************************
110400 4500-CHECK-DEADLINE.
110500     IF DL100-DUE-COUNT = ZERO
110600         OR DL100-CHAIN-LOOP
110700         OR DL100-END-SUB = ZERO
110800         GO TO 4500-EXIT
110900     END-IF.
111000     IF DL100-CHAIN-FINISH NOT > DL100-DEADLINE-STAMP
111100         OR FCST-DONE (DL100-END-SUB)
111200         GO TO 4500-EXIT
111300     END-IF.
111400     SET DL100-WINDOW-AT-RISK TO TRUE.
111500     DISPLAY 'BATCHWINDOWFORECAST - BATCH WINDOW AT RISK, '
111600         'LAST JOB ' FCST-JOB-ID (DL100-END-SUB)
111700         ' PROJECTED PAST THE DEADLINE'.
111800     PERFORM 5000-WRITE-WINDOW-ALERT THRU 5000-EXIT.
111900 4500-EXIT.
112000     EXIT.
112100*
112200*****************************************************************
112300* 5000-WRITE-WINDOW-ALERT - ONE STATUS-04 ALERT AGAINST THE     *
112400*                           LAST JOB ON THE CRITICAL PATH, ON   *
112500*                           THE SAME OPERATOR-ALERT FILE THE    *
112600*                           PAGING JOB WATCHES, ROUTED AND      *
112700*                           SERIALIZED LIKE EVERY OTHER ALERT.  *
112800*****************************************************************
112900 5000-WRITE-WINDOW-ALERT.
113000     PERFORM 0500-ACQUIRE-LOCK THRU 0500-EXIT.
113100     IF NOT DL100-LOCK-HELD
113200         DISPLAY 'BATCHWINDOWFORECAST - ALERT NOT WRITTEN '
113300             '- ALERT FILES BUSY, HELD BY ' LCK-HOLDER
113400         GO TO 5000-EXIT
113500     END-IF.
113600     OPEN EXTEND ALERT-FILE.
113700     IF DL100-ALERT-STATUS = '05' OR '35'
113800         OPEN OUTPUT ALERT-FILE
113900     END-IF.
114000     IF DL100-ALERT-STATUS NOT = '00'
114100         DISPLAY 'BATCHWINDOWFORECAST - ALERT-FILE OPEN '
114200             'FAILED, STATUS=' DL100-ALERT-STATUS
114300         PERFORM 0900-RELEASE-LOCK THRU 0900-EXIT
114400         GO TO 5000-EXIT
114500     END-IF.
114600     MOVE DL100-CHAIN-FINISH TO DL100-STAMP.
114700     PERFORM 7500-SPLIT-STAMP THRU 7500-EXIT.
114800     MOVE SPACES TO DL100-ALERT-TEXT.
114900     STRING 'BATCH WINDOW AT RISK - PROJECTED FINISH '
115000            DL100-STAMP-DATE ' ' DL100-STAMP-TIME (1:4)
115100            ' DEADLINE ' DL100-DEADLINE-TIME (1:4)
115200         DELIMITED BY SIZE
115300         INTO DL100-ALERT-TEXT
115400     END-STRING.
115500     MOVE SPACES TO DL100-ALERT-RECORD.
115600     INITIALIZE DL100-ALERT-RECORD.
115700     MOVE FCST-JOB-ID (DL100-END-SUB) TO ALRT-JOB-ID.
115800     MOVE DL100-TODAY            TO ALRT-RUN-DATE.
115900     MOVE DL100-NOW              TO ALRT-RUN-TIME.
116000     MOVE DL100-CYCLE-DATE       TO ALRT-CYCLE-DATE.
116100     MOVE 04                     TO ALRT-STATUS-CODE.
116200     MOVE DL100-WINDOW-REASON    TO ALRT-REASON-CODE.
116300     MOVE DL100-ALERT-TEXT       TO ALRT-MESSAGE.
116400     MOVE FCST-JOB-ID (DL100-END-SUB) TO DL100-ROUTE-JOB-ID.
116500     MOVE 04                     TO DL100-ROUTE-CODE.
116600     MOVE DL100-WINDOW-REASON    TO DL100-ROUTE-REASON.
116700     MOVE 1                      TO DL100-ROUTE-LEVEL.
116800     PERFORM 5500-RESOLVE-ROUTE THRU 5500-EXIT.
116900     MOVE DL100-ROUTE-GROUP      TO ALRT-GROUP.
117000     MOVE DL100-WINDOW-REASON    TO DL100-REASON-LOOKUP.
117100     PERFORM 5800-LOOKUP-REASON THRU 5800-EXIT.
117200     MOVE DL100-REASON-ACTION    TO ALRT-OPER-ACTION.
117300     WRITE DL100-ALERT-RECORD.
117400     CLOSE ALERT-FILE.
117500     PERFORM 0900-RELEASE-LOCK THRU 0900-EXIT.
117600     DISPLAY 'BATCHWINDOWFORECAST - EARLY-WARNING ALERT ROUTED '
117700         'TO ' DL100-ROUTE-GROUP.
117800 5000-EXIT.
117900     EXIT.
118000*
118100*****************************************************************
118200* 5500-RESOLVE-ROUTE - THE SUPPORT GROUP FOR THE ALERT NAMED    *
118300*                      BY DL100-ROUTE-JOB-ID/-CODE/-REASON AT   *
118400*                      DL100-ROUTE-LEVEL, FALLING BACK A LEVEL  *
118500*                      AT A TIME AND FINALLY TO THE DEFAULT     *
118600*                      ONCALL GROUP - THE SAME RESOLUTION       *
118700*                      MinimalProgram USES.                     *
118800*****************************************************************
118900 5500-RESOLVE-ROUTE.
119000     MOVE DL100-DEFAULT-GROUP TO DL100-ROUTE-GROUP.
119100     MOVE 'N' TO DL100-ROUTE-FOUND-SWITCH.
119200     IF ROUT-ENTRY-COUNT = 0
119300         GO TO 5500-EXIT
119400     END-IF.
119500     PERFORM 5600-SCAN-ROUTE-LEVEL THRU 5600-EXIT
119600         UNTIL DL100-ROUTE-FOUND
119700            OR DL100-ROUTE-LEVEL < 1.
119800 5500-EXIT.
119900     EXIT.
120000*
120100 5600-SCAN-ROUTE-LEVEL.
120200     PERFORM 5700-TEST-ROUTE THRU 5700-EXIT
120300         VARYING ROUT-IDX FROM 1 BY 1
120400         UNTIL ROUT-IDX > ROUT-ENTRY-COUNT
120500            OR DL100-ROUTE-FOUND.
120600     IF NOT DL100-ROUTE-FOUND
120700         SUBTRACT 1 FROM DL100-ROUTE-LEVEL
120800     END-IF.
120900 5600-EXIT.
121000     EXIT.
121100*
121200 5700-TEST-ROUTE.
121300     IF ROUT-LEVEL (ROUT-IDX) = DL100-ROUTE-LEVEL
121400         AND (ROUT-JOB-ID (ROUT-IDX) = SPACES
121500             OR ROUT-JOB-ID (ROUT-IDX) = DL100-ROUTE-JOB-ID)
121600         AND (ROUT-STATUS-CODE (ROUT-IDX) = 99
121700             OR ROUT-STATUS-CODE (ROUT-IDX) = DL100-ROUTE-CODE)
121800         AND DL100-ROUTE-REASON NOT <
121900             ROUT-REASON-LO (ROUT-IDX)
122000         AND DL100-ROUTE-REASON NOT >
122100             ROUT-REASON-HI (ROUT-IDX)
122200         MOVE ROUT-GROUP (ROUT-IDX) TO DL100-ROUTE-GROUP
122300         SET DL100-ROUTE-FOUND TO TRUE
122400     END-IF.
122500 5700-EXIT.
122600     EXIT.
122700*
122800*****************************************************************
122900* 5800-LOOKUP-REASON - THE SUGGESTED OPERATOR ACTION FOR ONE    *
123000*                      REASON CODE.  AN UNKNOWN CODE LEAVES     *
123100*                      THE ACTION BLANK.                        *
123200*****************************************************************
123300 5800-LOOKUP-REASON.
123400     MOVE 'N' TO DL100-REASON-FOUND-SWITCH.
123500     MOVE SPACES TO DL100-REASON-ACTION.
123600     IF RSNT-ENTRY-COUNT > 0
123700         SET RSNT-IDX TO 1
123800         SEARCH RSNT-ENTRY
123900             AT END
124000                 CONTINUE
124100             WHEN RSNT-CODE (RSNT-IDX) = DL100-REASON-LOOKUP
124200                 MOVE RSNT-ACTION (RSNT-IDX)
124300                     TO DL100-REASON-ACTION
124400                 SET DL100-REASON-FOUND TO TRUE
124500         END-SEARCH
124600     END-IF.
124700 5800-EXIT.
124800     EXIT.
124900*
125000*****************************************************************
125100* 7000-FIND-OR-ADD-JOB - POINT FCST-IDX AT DL100-FOLD-JOB-ID,   *
125200*                        ADDING A ZEROED SLOT THE FIRST TIME.   *
125300*****************************************************************
125400 7000-FIND-OR-ADD-JOB.
125500     MOVE 'N' TO DL100-NODE-SLOT-SWITCH.
125600     IF FCST-ENTRY-COUNT > 0
125700         SET FCST-IDX TO 1
125800         SEARCH FCST-ENTRY
125900             AT END
126000                 PERFORM 7050-ADD-JOB THRU 7050-EXIT
126100             WHEN FCST-JOB-ID (FCST-IDX) = DL100-FOLD-JOB-ID
126200                 SET DL100-NODE-SLOT-OK TO TRUE
126300         END-SEARCH
126400     ELSE
126500         PERFORM 7050-ADD-JOB THRU 7050-EXIT
126600     END-IF.
126700 7000-EXIT.
126800     EXIT.
126900*
127000 7050-ADD-JOB.
127100     IF FCST-ENTRY-COUNT < 200
127200         ADD 1 TO FCST-ENTRY-COUNT
127300         SET FCST-IDX TO FCST-ENTRY-COUNT
127400         MOVE DL100-FOLD-JOB-ID TO FCST-JOB-ID (FCST-IDX)
127500         MOVE 'Y'  TO FCST-DUE-SWITCH    (FCST-IDX)
127600         MOVE 'N'  TO FCST-DONE-SWITCH   (FCST-IDX)
127700         MOVE ZERO TO FCST-RUN-COUNT     (FCST-IDX)
127800                      FCST-ELAPSED-TOTAL (FCST-IDX)
127900                      FCST-LAST-RUN-DATE (FCST-IDX)
128000                      FCST-LAST-RUN-TIME (FCST-IDX)
128100                      FCST-EST-SECS      (FCST-IDX)
128200                      FCST-START-STAMP   (FCST-IDX)
128300                      FCST-FINISH-STAMP  (FCST-IDX)
128400                      FCST-CRIT-SUB      (FCST-IDX)
128500         SET DL100-NODE-SLOT-OK TO TRUE
128600     ELSE
128700         DISPLAY 'BATCHWINDOWFORECAST - JOB TABLE FULL, '
128800             'JOB NOT FORECAST: ' DL100-FOLD-JOB-ID
128900         SET DL100-TABLE-OVERFLOW TO TRUE
129000     END-IF.
129100 7050-EXIT.
129200     EXIT.
129300*
129400*****************************************************************
129500* 7100-FIND-JOB - DL100-JOB-SUB TO THE SLOT OF DL100-FOLD-JOB-ID *
129600*                 WHEN IT IS DUE TONIGHT, ELSE ZERO.             *
129700*****************************************************************
129800 7100-FIND-JOB.
129900     MOVE ZERO TO DL100-JOB-SUB.
130000     IF FCST-ENTRY-COUNT > 0
130100         SET FCST-IDX TO 1
130200         SEARCH FCST-ENTRY
130300             AT END
130400                 CONTINUE
130500             WHEN FCST-JOB-ID (FCST-IDX) = DL100-FOLD-JOB-ID
130600                 IF FCST-DUE (FCST-IDX)
130700                     SET DL100-JOB-SUB TO FCST-IDX
130800                 END-IF
130900         END-SEARCH
131000     END-IF.
131100 7100-EXIT.
131200     EXIT.
131300*
131400*****************************************************************
131500* 7500-SPLIT-STAMP - DL100-STAMP BACK TO A DATE AND AN HHMMSSHH *
131600*                    TIME (HUNDREDTHS ZERO).                    *
131700*****************************************************************
131800 7500-SPLIT-STAMP.
131900     MOVE ZERO TO DL100-STAMP-DATE DL100-STAMP-TIME.
132000     IF DL100-STAMP = ZERO
132100         GO TO 7500-EXIT
132200     END-IF.
132300     DIVIDE DL100-STAMP BY 86400 GIVING DL100-STAMP-DAYS
132400         REMAINDER DL100-STAMP-SECS.
132500     COMPUTE DL100-STAMP-DATE =
132600         FUNCTION DATE-OF-INTEGER (DL100-STAMP-DAYS).
132700     MOVE ZERO TO DL100-TIME-WORK.
132800     DIVIDE DL100-STAMP-SECS BY 3600 GIVING DL100-TIME-HH
132900         REMAINDER DL100-STAMP-REST.
133000     DIVIDE DL100-STAMP-REST BY 60 GIVING DL100-TIME-MM
133100         REMAINDER DL100-TIME-SS.
133200     MOVE DL100-TIME-WORK TO DL100-STAMP-TIME.
133300 7500-EXIT.
133400     EXIT.
133500*
133600*****************************************************************
133700* 7600-MAKE-STAMP - DL100-STAMP-DATE/-TIME TO SECONDS SINCE THE *
133800*                   INTEGER-DATE BASE.                          *
133900*****************************************************************
134000 7600-MAKE-STAMP.
134100     COMPUTE DL100-STAMP-DAYS =
134200         FUNCTION INTEGER-OF-DATE (DL100-STAMP-DATE).
134300     MOVE DL100-STAMP-TIME TO DL100-TIME-WORK.
134400     COMPUTE DL100-STAMP = DL100-STAMP-DAYS * 86400
134500         + DL100-TIME-HH * 3600 + DL100-TIME-MM * 60
134600         + DL100-TIME-SS.
134700 7600-EXIT.
134800     EXIT.
134900*
135000*****************************************************************
135100* 8000-WRAP-UP - RETURN-CODE 04 WHEN THE WINDOW IS AT RISK; 08  *
135200*                WHEN THE CHAIN COULD NOT BE FORECAST (A LOOP   *
135300*                IN CHAINDEF) OR A TABLE OVERFLOWED - A PARTIAL *
135400*                FORECAST MUST NEVER PASS AS AN ALL-CLEAR.      *
135500*****************************************************************
135600 8000-WRAP-UP.
135700     IF DL100-WINDOW-AT-RISK
135800         MOVE 04 TO RETURN-CODE
135900     END-IF.
136000     IF DL100-CHAIN-LOOP
136100         OR DL100-TABLE-OVERFLOW
136200         MOVE 08 TO RETURN-CODE
136300     END-IF.
136400 8000-EXIT.
136500     EXIT.
136600*
136700*****************************************************************
136800* 0500-ACQUIRE-LOCK - TAKE THE ALERTLCK TOKEN BEFORE THE ALERT  *
136900*                     APPEND.  A HELD TOKEN IS RETRIED A FEW    *
137000*                     TIMES, A STALE ONE (ABANDONED BY A FAILED *
137100*                     RUN) IS TAKEN OVER WITH A MESSAGE, AND A  *
137200*                     LIVE ONE MAKES THE FORECAST SKIP ITS      *
137300*                     ALERT RATHER THAN RACE THE LIFECYCLE      *
137400*                     REWRITE.                                  *
137500*****************************************************************
137600 0500-ACQUIRE-LOCK.
137700     MOVE 'N' TO DL100-LOCK-SWITCH.
137800     MOVE ZERO TO DL100-LOCK-TRIES.
137900     PERFORM 0510-TRY-LOCK THRU 0510-EXIT
138000         UNTIL DL100-LOCK-HELD
138100            OR DL100-LOCK-TRIES NOT < 10.
138200 0500-EXIT.
138300     EXIT.
138400*
138500 0510-TRY-LOCK.
138600     ADD 1 TO DL100-LOCK-TRIES.
138700     OPEN INPUT LOCK-FILE.
138800     IF DL100-LOCKF-STATUS = '35'
138900         PERFORM 0530-TAKE-LOCK THRU 0530-EXIT
139000         GO TO 0510-EXIT
139100     END-IF.
139200     IF DL100-LOCKF-STATUS NOT = '00' AND '05'
139300         DISPLAY 'BATCHWINDOWFORECAST - LOCK FILE ERROR, '
139400             'STATUS=' DL100-LOCKF-STATUS
139500         GO TO 0510-EXIT
139600     END-IF.
139700     MOVE SPACES TO DL100-LOCK-RECORD.
139800     READ LOCK-FILE INTO DL100-LOCK-RECORD
139900         AT END
140000             CONTINUE
140100     END-READ.
140200     CLOSE LOCK-FILE.
140300     IF NOT LCK-STATE-HELD
140400         PERFORM 0530-TAKE-LOCK THRU 0530-EXIT
140500         GO TO 0510-EXIT
140600     END-IF.
140700     PERFORM 0520-CHECK-STALE THRU 0520-EXIT.
140800     IF DL100-LOCK-AGE-MINS > DL100-LOCK-STALE-MINS
140900         DISPLAY 'BATCHWINDOWFORECAST - STALE LOCK FROM '
141000             LCK-HOLDER ' TAKEN OVER'
141100         PERFORM 0530-TAKE-LOCK THRU 0530-EXIT
141200     END-IF.
141300 0510-EXIT.
141400     EXIT.
141500*
141600*****************************************************************
141700* 0520-CHECK-STALE - MINUTES SINCE THE LOCK WAS STAMPED.  A     *
141800*                    LOCK WITH NO READABLE STAMP COUNTS AS      *
141900*                    STALE - BETTER TO TAKE OVER A BROKEN       *
142000*                    TOKEN THAN TO WAIT ON IT FOREVER.          *
142100*****************************************************************
142200 0520-CHECK-STALE.
142300     IF LCK-LOCK-DATE NOT NUMERIC
142400         OR LCK-LOCK-DATE < 19000101
142500         MOVE 9999 TO DL100-LOCK-AGE-MINS
142600         GO TO 0520-EXIT
142700     END-IF.
142800     COMPUTE DL100-LOCK-NOW-DAYS =
142900         FUNCTION INTEGER-OF-DATE (DL100-TODAY).
143000     COMPUTE DL100-LOCK-THEN-DAYS =
143100         FUNCTION INTEGER-OF-DATE (LCK-LOCK-DATE).
143200     MOVE DL100-NOW TO DL100-LOCK-TIME-WORK.
143300     COMPUTE DL100-LOCK-NOW-MINS =
143400         DL100-LOCK-TIME-HH * 60 + DL100-LOCK-TIME-MM.
143500     MOVE LCK-LOCK-TIME TO DL100-LOCK-TIME-WORK.
143600     COMPUTE DL100-LOCK-THEN-MINS =
143700         DL100-LOCK-TIME-HH * 60 + DL100-LOCK-TIME-MM.
143800     COMPUTE DL100-LOCK-AGE-MINS =
143900         (DL100-LOCK-NOW-DAYS - DL100-LOCK-THEN-DAYS) * 1440
144000         + DL100-LOCK-NOW-MINS - DL100-LOCK-THEN-MINS.
144100 0520-EXIT.
144200     EXIT.
144300*
144400 0530-TAKE-LOCK.
144500     OPEN OUTPUT LOCK-FILE.
144600     IF DL100-LOCKF-STATUS NOT = '00'
144700         DISPLAY 'BATCHWINDOWFORECAST - LOCK TAKE FAILED, '
144800             'STATUS=' DL100-LOCKF-STATUS
144900         GO TO 0530-EXIT
145000     END-IF.
145100     MOVE SPACES TO DL100-LOCK-RECORD.
145200     INITIALIZE DL100-LOCK-RECORD.
145300     MOVE DL100-LOCK-OWNER TO LCK-HOLDER.
145400     SET LCK-STATE-HELD TO TRUE.
145500     MOVE DL100-TODAY TO LCK-LOCK-DATE.
145600     MOVE DL100-NOW   TO LCK-LOCK-TIME.
145700     WRITE DL100-LOCK-FD-RECORD FROM DL100-LOCK-RECORD.
145800     CLOSE LOCK-FILE.
145900     SET DL100-LOCK-HELD TO TRUE.
146000 0530-EXIT.
146100     EXIT.
146200*
146300*****************************************************************
146400* 0900-RELEASE-LOCK - HAND THE TOKEN BACK AS FREE SO THE NEXT   *
146500*                     WRITER GETS STRAIGHT IN.                  *
146600*****************************************************************
146700 0900-RELEASE-LOCK.
146800     IF NOT DL100-LOCK-HELD
146900         GO TO 0900-EXIT
147000     END-IF.
147100     OPEN OUTPUT LOCK-FILE.
147200     IF DL100-LOCKF-STATUS NOT = '00'
147300         DISPLAY 'BATCHWINDOWFORECAST - LOCK RELEASE FAILED, '
147400             'STATUS=' DL100-LOCKF-STATUS
147500         GO TO 0900-EXIT
147600     END-IF.
147700     MOVE SPACES TO DL100-LOCK-RECORD.
147800     INITIALIZE DL100-LOCK-RECORD.
147900     SET LCK-STATE-FREE TO TRUE.
148000     MOVE DL100-TODAY TO LCK-LOCK-DATE.
148100     MOVE DL100-NOW   TO LCK-LOCK-TIME.
148200     WRITE DL100-LOCK-FD-RECORD FROM DL100-LOCK-RECORD.
148300     CLOSE LOCK-FILE.
148400     MOVE 'N' TO DL100-LOCK-SWITCH.
148500 0900-EXIT.
148600     EXIT.
