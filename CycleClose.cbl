000100*****************************************************************
000200* IDENTIFICATION DIVISION.
000300 IDENTIFICATION DIVISION.
000400 PROGRAM-ID.     CycleClose.
000500 AUTHOR.         D. L. MYERS.
000600 INSTALLATION.   BATCH OPERATIONS.
000700 DATE-WRITTEN.   2026-10-15.
000800 DATE-COMPILED.
000900*****************************************************************
001000*  MODIFICATION HISTORY                                         *
001100*  DATE       INIT  DESCRIPTION                                 *
001200*  ---------- ----  ------------------------------------------  *
001300*  2026-10-15 DLM   ORIGINAL - CERTIFIES ONE PROCESSING CYCLE    *
001400*                   (BUSINESS DAY), NAMED WITH ITS CLOSING       *
001500*                   OPERATOR ON A CLOS CARD, AS COMPLETE.  THE   *
001600*                   CYCLE CLOSES ONLY WHEN EVERY JOB DUE THAT    *
001700*                   DAY PER THE SCHEDULE (SCHEDFIL, DL100SC) AND *
001800*                   THE PROCESSING CALENDAR (CALNDR, DL100CA)    *
001900*                   HAS A SUCCESSFUL SCHEDULED OR RERUN RUN ON   *
002000*                   THE RUN-HISTORY MASTER (RUNMASTR, DL100RM),  *
002100*                   NO ALERT FOR THE CYCLE IS STILL OPEN OR      *
002200*                   ACKED ON THE ALERT-STATE FILE (ALRTSTAT,     *
002300*                   DL100AS) AND NO RERUN FOR THE CYCLE IS STILL *
002400*                   QUEUED (RERUNQ, DL100RQ).  A CLOSE APPENDS A *
002500*                   CYCLE-CONTROL RECORD (CYCLCTL, DL100CY) WITH *
002600*                   THE OPERATOR, TIMESTAMP AND COUNTS, AND A    *
002700*                   CLOS AUDIT RECORD (CYCAUDIT, DL100CU);       *
002800*                   OTHERWISE EVERY BLOCKING ITEM IS LISTED AND  *
002900*                   NOTHING IS WRITTEN.                          *
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
005100     SELECT RERUN-QUEUE-FILE ASSIGN TO RERUNQ
005200         ORGANIZATION LINE SEQUENTIAL
005300         FILE STATUS  IS DL100-RERUNQ-STATUS.
005400     SELECT CYCLE-CONTROL-FILE ASSIGN TO CYCLCTL
005500         ORGANIZATION LINE SEQUENTIAL
005600         FILE STATUS  IS DL100-CYCCTL-STATUS.
005700     SELECT CYCLE-AUDIT-FILE ASSIGN TO CYCAUDIT
005800         ORGANIZATION LINE SEQUENTIAL
005900         FILE STATUS  IS DL100-AUDIT-STATUS.
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
007700 FD  RERUN-QUEUE-FILE
007800     RECORDING MODE IS F.
007900 COPY DL100RQ.
008000 FD  CYCLE-CONTROL-FILE
008100     RECORDING MODE IS F.
008200 COPY DL100CY.
008300 FD  CYCLE-AUDIT-FILE
008400     RECORDING MODE IS F.
008500 COPY DL100CU.
008600 FD  CONTROL-CARD-FILE
008700     RECORDING MODE IS F.
008800 COPY DL100CC.
008900*
009000 WORKING-STORAGE SECTION.
009100*****************************************************************
009200*    PROCESSING CALENDAR - HOLIDAYS AND JOB FREQUENCY RULES.
009300*****************************************************************
009400 COPY DL100CL.
009500*
009600 77  DL100-SCHED-STATUS           PIC XX    VALUE '00'.
009700 77  DL100-CAL-STATUS             PIC XX    VALUE '00'.
009800 77  DL100-MASTER-STATUS          PIC XX    VALUE '00'.
009900 77  DL100-STATE-STATUS           PIC XX    VALUE '00'.
010000 77  DL100-RERUNQ-STATUS          PIC XX    VALUE '00'.
010100 77  DL100-CYCCTL-STATUS          PIC XX    VALUE '00'.
010200 77  DL100-AUDIT-STATUS           PIC XX    VALUE '00'.
010300 77  DL100-SYSIN-STATUS           PIC XX    VALUE '00'.
010400 77  DL100-SCHED-EOF-SWITCH       PIC X     VALUE 'N'.
010500     88  DL100-SCHED-EOF                     VALUE 'Y'.
010600 77  DL100-CAL-EOF-SWITCH         PIC X     VALUE 'N'.
010700     88  DL100-CAL-EOF                       VALUE 'Y'.
010800 77  DL100-MASTER-EOF-SWITCH      PIC X     VALUE 'N'.
010900     88  DL100-MASTER-EOF                    VALUE 'Y'.
011000 77  DL100-STATE-EOF-SWITCH       PIC X     VALUE 'N'.
011100     88  DL100-STATE-EOF                     VALUE 'Y'.
011200 77  DL100-RERUNQ-EOF-SWITCH      PIC X     VALUE 'N'.
011300     88  DL100-RERUNQ-EOF                    VALUE 'Y'.
011400 77  DL100-CYCCTL-EOF-SWITCH      PIC X     VALUE 'N'.
011500     88  DL100-CYCCTL-EOF                    VALUE 'Y'.
011600 77  DL100-AUDIT-EOF-SWITCH       PIC X     VALUE 'N'.
011700     88  DL100-AUDIT-EOF                     VALUE 'Y'.
011800 77  DL100-SYSIN-EOF-SWITCH       PIC X     VALUE 'N'.
011900     88  DL100-SYSIN-EOF                     VALUE 'Y'.
012000 77  DL100-CARD-SWITCH            PIC X     VALUE 'N'.
012100     88  DL100-CARD-ACCEPTED                 VALUE 'Y'.
012200 77  DL100-REFUSE-SWITCH          PIC X     VALUE 'N'.
012300     88  DL100-CLOSE-REFUSED                 VALUE 'Y'.
012400 77  DL100-CLOSED-SWITCH          PIC X     VALUE 'N'.
012500     88  DL100-CYCLE-CLOSED                  VALUE 'Y'.
012600 77  DL100-PRIOR-SWITCH           PIC X     VALUE 'N'.
012700     88  DL100-PRIOR-CLOSE-FOUND             VALUE 'Y'.
012800 77  DL100-DUE-SWITCH             PIC X     VALUE 'Y'.
012900     88  DL100-JOB-IS-DUE                    VALUE 'Y'.
013000 77  DL100-CLOSE-OPER             PIC X(08) VALUE SPACES.
013100 77  DL100-CYCLE-DATE             PIC 9(08) VALUE ZERO.
013200 77  DL100-REC-CYCLE              PIC 9(08) VALUE ZERO.
013300 77  DL100-PRIOR-OPER             PIC X(08) VALUE SPACES.
013400 77  DL100-PRIOR-DATE             PIC 9(08) VALUE ZERO.
013500 77  DL100-PRIOR-TIME             PIC 9(08) VALUE ZERO.
013600 77  DL100-REJECT-TEXT            PIC X(30) VALUE SPACES.
013700 77  DL100-ITEM-STATE             PIC X(06) VALUE SPACES.
013800 77  DL100-DUE-JOB-ID             PIC X(08) VALUE SPACES.
013900 77  DL100-DUE-DAYS               PIC 9(08) COMP VALUE ZERO.
014000 77  DL100-DUE-DOW                PIC 9(01) VALUE ZERO.
014100 01  DL100-DUE-DATE-WORK          PIC 9(08) VALUE ZERO.
014200 01  DL100-DUE-DATE-PARTS REDEFINES DL100-DUE-DATE-WORK.
014300     05  FILLER                   PIC 9(04).
014400     05  DL100-DUE-DATE-MM        PIC 9(02).
014500     05  FILLER                   PIC 9(02).
014600 77  DL100-DUE-CYCLE-MM           PIC 9(02) VALUE ZERO.
014700*
014800*****************************************************************
014900*    THE COUNTS BEHIND THE SIGN-OFF, AND THE BLOCKING ITEMS THAT
015000*    KEEP A CYCLE OPEN.
015100*****************************************************************
015200 77  DL100-DUE-COUNT              PIC 9(04) COMP VALUE ZERO.
015300 77  DL100-NOTDUE-COUNT           PIC 9(04) COMP VALUE ZERO.
015400 77  DL100-RUN-COUNT              PIC 9(05) COMP VALUE ZERO.
015500 77  DL100-FAILED-COUNT           PIC 9(05) COMP VALUE ZERO.
015600 77  DL100-ALERT-COUNT            PIC 9(04) COMP VALUE ZERO.
015700 77  DL100-RERUN-COUNT            PIC 9(04) COMP VALUE ZERO.
015800 77  DL100-REOPEN-COUNT           PIC 9(03) COMP VALUE ZERO.
015900 77  DL100-MISSING-COUNT          PIC 9(04) COMP VALUE ZERO.
016000 77  DL100-OPEN-ALERT-COUNT       PIC 9(04) COMP VALUE ZERO.
016100 77  DL100-QUEUED-COUNT           PIC 9(04) COMP VALUE ZERO.
016200 77  DL100-BLOCK-COUNT            PIC 9(04) COMP VALUE ZERO.
016300 77  DL100-REJECT-COUNT           PIC 9(03) COMP VALUE ZERO.
016400*
016500*****************************************************************
016600*    RUN STAMP.
016700*****************************************************************
016800 01  DL100-NOW-STAMP.
016900     05  DL100-TODAY              PIC 9(08) VALUE ZERO.
017000     05  DL100-NOW                PIC 9(08) VALUE ZERO.
017100*
017200 01  DL100-RPT-DETAIL-LINE        PIC X(80).
017300*
017400*****************************************************************
017500*    ONE SLOT PER SCHEDULED JOB, NOTING WHETHER IT WAS DUE ON THE
017600*    CYCLE, WHETHER A SUCCESSFUL RUN WAS FOUND FOR IT, AND THE
017700*    LATEST RUN SEEN SO A JOB THAT RAN BUT NEVER SUCCEEDED CAN BE
017800*    LISTED WITH ITS LAST OUTCOME.
017900*****************************************************************
018000 01  DL100-CLOSE-JOB-TABLE.
018100     05  CJOB-ENTRY-COUNT         PIC 9(03) VALUE ZERO.
018200     05  CJOB-ENTRY OCCURS 1 TO 100 TIMES
018300                    DEPENDING ON CJOB-ENTRY-COUNT
018400                    INDEXED BY CJOB-IDX.
018500         10  CJOB-JOB-ID          PIC X(08).
018600         10  CJOB-DUE-SWITCH      PIC X.
018700             88  CJOB-DUE                   VALUE 'Y'.
018800         10  CJOB-OK-SWITCH       PIC X.
018900             88  CJOB-SUCCEEDED             VALUE 'Y'.
019000         10  CJOB-RAN-SWITCH      PIC X.
019100             88  CJOB-RAN                   VALUE 'Y'.
019200         10  CJOB-LAST-STATUS     PIC 9(02).
019300         10  CJOB-LAST-REASON     PIC 9(04).
019400         10  CJOB-LAST-DATE       PIC 9(08).
019500         10  CJOB-LAST-TIME       PIC 9(08).
019600*
019700 PROCEDURE DIVISION.
019800*****************************************************************
019900* 0000-MAINLINE                                                 *
020000*****************************************************************
020100 0000-MAINLINE.
020200     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
020300     IF DL100-CLOSE-REFUSED
020400         PERFORM 8000-WRAP-UP     THRU 8000-EXIT
020500         STOP RUN
020600     END-IF.
020700     PERFORM 2000-SCAN-MASTER     THRU 2000-EXIT.
020800     IF CJOB-ENTRY-COUNT > 0
020900         PERFORM 3000-CHECK-DUE-JOB THRU 3000-EXIT
021000             VARYING CJOB-IDX FROM 1 BY 1
021100             UNTIL CJOB-IDX > CJOB-ENTRY-COUNT
021200     END-IF.
021300     PERFORM 4000-SCAN-ALERTS     THRU 4000-EXIT.
021400     PERFORM 4500-SCAN-RERUN-QUEUE THRU 4500-EXIT.
021500     PERFORM 5000-COUNT-REOPENS   THRU 5000-EXIT.
021600     IF DL100-BLOCK-COUNT = ZERO
021700         AND NOT DL100-CLOSE-REFUSED
021800         PERFORM 6000-WRITE-CONTROL THRU 6000-EXIT
021900     END-IF.
022000     PERFORM 8000-WRAP-UP         THRU 8000-EXIT.
022100     STOP RUN.
022200*
022300*****************************************************************
022400* 1000-INITIALIZE - STAMP NOW, TAKE THE CYCLE AND OPERATOR OFF  *
022500*                   THE CLOS CARD, THEN LOAD THE SCHEDULE, THE  *
022600*                   CALENDAR AND ANY EARLIER CLOSE OF THE       *
022700*                   CYCLE.                                      *
022800*****************************************************************
022900 1000-INITIALIZE.
023000     ACCEPT DL100-TODAY FROM DATE YYYYMMDD.
023100     ACCEPT DL100-NOW   FROM TIME.
023200     PERFORM 1100-READ-CARDS      THRU 1100-EXIT.
023300     IF NOT DL100-CARD-ACCEPTED
023400         DISPLAY 'CYCLECLOSE - NO VALID CLOS CARD, NOTHING CLOSED'
023500         SET DL100-CLOSE-REFUSED TO TRUE
023600         GO TO 1000-EXIT
023700     END-IF.
023800     DISPLAY 'CYCLECLOSE - CLOSING CYCLE ' DL100-CYCLE-DATE
023900         ' FOR ' DL100-CLOSE-OPER.
024000     PERFORM 1300-LOAD-SCHEDULE   THRU 1300-EXIT.
024100     PERFORM 1400-LOAD-CALENDAR   THRU 1400-EXIT.
024200     PERFORM 1500-FIND-PRIOR-CLOSE THRU 1500-EXIT.
024300 1000-EXIT.
024400     EXIT.
024500*
024600 1100-READ-CARDS.
024700     OPEN INPUT CONTROL-CARD-FILE.
024800     IF DL100-SYSIN-STATUS = '00'
024900         PERFORM 1110-READ-CARD THRU 1110-EXIT
025000         PERFORM 1120-PROCESS-CARD THRU 1120-EXIT
025100             UNTIL DL100-SYSIN-EOF
025200         CLOSE CONTROL-CARD-FILE
025300     ELSE
025400         DISPLAY 'CYCLECLOSE - NO SYSIN, STATUS='
025500             DL100-SYSIN-STATUS
025600     END-IF.
025700 1100-EXIT.
025800     EXIT.
025900*
026000 1110-READ-CARD.
026100     READ CONTROL-CARD-FILE
026200         AT END
026300             SET DL100-SYSIN-EOF TO TRUE
026400     END-READ.
026500 1110-EXIT.
026600     EXIT.
026700*
026800 1120-PROCESS-CARD.
026900     IF NOT DL100-SYSIN-EOF
027000         EVALUATE CARD-TYPE
027100             WHEN 'CLOS'
027200                 PERFORM 1200-EDIT-CLOSE-CARD THRU 1200-EXIT
027300             WHEN OTHER
027400                 CONTINUE
027500         END-EVALUATE
027600         PERFORM 1110-READ-CARD THRU 1110-EXIT
027700     END-IF.
027800 1120-EXIT.
027900     EXIT.
028000*
028100*****************************************************************
028200* 1200-EDIT-CLOSE-CARD - A CLOS CARD NEEDS THE CLOSING OPERATOR *
028300*                        AND A REAL CYCLE DATE NOT AFTER TODAY. *
028400*                        ONE CYCLE IS CLOSED PER RUN, SO A      *
028500*                        SECOND CLOS CARD IS REJECTED.          *
028600*****************************************************************
028700 1200-EDIT-CLOSE-CARD.
028800     IF DL100-CARD-ACCEPTED
028900         MOVE 'ONE CYCLE PER RUN' TO DL100-REJECT-TEXT
029000         PERFORM 1250-REJECT-CARD THRU 1250-EXIT
029100         GO TO 1200-EXIT
029200     END-IF.
029300     IF CLCARD-OPER-ID = SPACES
029400         MOVE 'OPERATOR ID MISSING' TO DL100-REJECT-TEXT
029500         PERFORM 1250-REJECT-CARD THRU 1250-EXIT
029600         GO TO 1200-EXIT
029700     END-IF.
029800     IF CLCARD-CYCLE-DATE NOT NUMERIC
029900         MOVE 'CYCLE DATE NOT NUMERIC' TO DL100-REJECT-TEXT
030000         PERFORM 1250-REJECT-CARD THRU 1250-EXIT
030100         GO TO 1200-EXIT
030200     END-IF.
030300     IF CLCARD-CYCLE-DATE < 19000101
030400         OR FUNCTION TEST-DATE-YYYYMMDD (CLCARD-CYCLE-DATE)
030500             NOT = ZERO
030600         MOVE 'CYCLE DATE INVALID' TO DL100-REJECT-TEXT
030700         PERFORM 1250-REJECT-CARD THRU 1250-EXIT
030800         GO TO 1200-EXIT
030900     END-IF.
031000     IF CLCARD-CYCLE-DATE > DL100-TODAY
031100         MOVE 'CYCLE DATE IN THE FUTURE' TO DL100-REJECT-TEXT
031200         PERFORM 1250-REJECT-CARD THRU 1250-EXIT
031300         GO TO 1200-EXIT
031400     END-IF.
031500     MOVE CLCARD-OPER-ID    TO DL100-CLOSE-OPER.
031600     MOVE CLCARD-CYCLE-DATE TO DL100-CYCLE-DATE.
031700     SET DL100-CARD-ACCEPTED TO TRUE.
031800 1200-EXIT.
031900     EXIT.
032000*
032100 1250-REJECT-CARD.
032200     ADD 1 TO DL100-REJECT-COUNT.
032300     DISPLAY 'CYCLECLOSE - REJECTED ' CARD-TYPE ' '
032400         CLCARD-OPER-ID ' ' CLCARD-CYCLE-DATE
032500         ' (' DL100-REJECT-TEXT ')'.
032600 1250-EXIT.
032700     EXIT.
032800*
032900*****************************************************************
033000* 1300-LOAD-SCHEDULE - PULL EVERY SCHEDULED JOB INTO THE CLOSE  *
033100*                      TABLE.  WITHOUT THE SCHEDULE THERE IS    *
033200*                      NOTHING TO CERTIFY AGAINST, AND A FULL   *
033300*                      TABLE WOULD LEAVE JOBS UNCHECKED - BOTH  *
033400*                      REFUSE THE CLOSE.                        *
033500*****************************************************************
033600 1300-LOAD-SCHEDULE.
033700     OPEN INPUT SCHEDULE-FILE.
033800     IF DL100-SCHED-STATUS = '00'
033900         PERFORM 1310-READ-SCHEDULE THRU 1310-EXIT
034000         PERFORM 1320-STORE-SCHEDULE THRU 1320-EXIT
034100             UNTIL DL100-SCHED-EOF
034200         CLOSE SCHEDULE-FILE
034300     ELSE
034400         DISPLAY 'CYCLECLOSE - SCHEDULE-FILE NOT AVAILABLE, '
034500             'STATUS=' DL100-SCHED-STATUS ' - CANNOT CERTIFY'
034600         SET DL100-CLOSE-REFUSED TO TRUE
034700     END-IF.
034800 1300-EXIT.
034900     EXIT.
035000*
035100 1310-READ-SCHEDULE.
035200     READ SCHEDULE-FILE
035300         AT END
035400             SET DL100-SCHED-EOF TO TRUE
035500     END-READ.
035600 1310-EXIT.
035700     EXIT.
035800*
035900 1320-STORE-SCHEDULE.
036000     IF NOT DL100-SCHED-EOF
036100         IF CJOB-ENTRY-COUNT > 0
036200             SET CJOB-IDX TO 1
036300             SEARCH CJOB-ENTRY
036400                 AT END
036500                     PERFORM 1330-ADD-JOB THRU 1330-EXIT
036600                 WHEN CJOB-JOB-ID (CJOB-IDX) = SCHD-JOB-ID
036700                     CONTINUE
036800             END-SEARCH
036900         ELSE
037000             PERFORM 1330-ADD-JOB THRU 1330-EXIT
037100         END-IF
037200         PERFORM 1310-READ-SCHEDULE THRU 1310-EXIT
037300     END-IF.
037400 1320-EXIT.
037500     EXIT.
037600*
037700 1330-ADD-JOB.
037800     IF CJOB-ENTRY-COUNT < 100
037900         ADD 1 TO CJOB-ENTRY-COUNT
038000         SET CJOB-IDX TO CJOB-ENTRY-COUNT
038100         MOVE SCHD-JOB-ID TO CJOB-JOB-ID      (CJOB-IDX)
038200         MOVE 'N'         TO CJOB-DUE-SWITCH  (CJOB-IDX)
038300         MOVE 'N'         TO CJOB-OK-SWITCH   (CJOB-IDX)
038400         MOVE 'N'         TO CJOB-RAN-SWITCH  (CJOB-IDX)
038500         MOVE ZERO        TO CJOB-LAST-STATUS (CJOB-IDX)
038600                             CJOB-LAST-REASON (CJOB-IDX)
038700                             CJOB-LAST-DATE   (CJOB-IDX)
038800                             CJOB-LAST-TIME   (CJOB-IDX)
038900     ELSE
039000         DISPLAY 'CYCLECLOSE - JOB TABLE FULL, JOB NOT CHECKED: '
039100             SCHD-JOB-ID ' - CANNOT CERTIFY'
039200         SET DL100-CLOSE-REFUSED TO TRUE
039300     END-IF.
039400 1330-EXIT.
039500     EXIT.
039600*
039700*****************************************************************
039800* 1400-LOAD-CALENDAR - PULL THE HOLIDAYS AND FREQUENCY RULES    *
039900*                      OFF THE PROCESSING-CALENDAR FILE.  A     *
040000*                      MISSING CALNDR FILE IS NOT AN ERROR -    *
040100*                      EVERY JOB IS SIMPLY DUE EVERY DAY.       *
040200*****************************************************************
040300 1400-LOAD-CALENDAR.
040400     OPEN INPUT CALENDAR-FILE.
040500     IF DL100-CAL-STATUS = '00'
040600         PERFORM 1410-READ-CALENDAR THRU 1410-EXIT
040700         PERFORM 1420-STORE-CALENDAR THRU 1420-EXIT
040800             UNTIL DL100-CAL-EOF
040900         CLOSE CALENDAR-FILE
041000     END-IF.
041100 1400-EXIT.
041200     EXIT.
041300*
041400 1410-READ-CALENDAR.
041500     READ CALENDAR-FILE
041600         AT END
041700             SET DL100-CAL-EOF TO TRUE
041800     END-READ.
041900 1410-EXIT.
042000     EXIT.
042100*
042200 1420-STORE-CALENDAR.
042300     IF NOT DL100-CAL-EOF
042400         EVALUATE TRUE
042500             WHEN CAL-TYPE-HOLIDAY
042600                 IF HCAL-ENTRY-COUNT < 100
042700                     ADD 1 TO HCAL-ENTRY-COUNT
042800                     SET HCAL-IDX TO HCAL-ENTRY-COUNT
042900                     MOVE CAL-HOLIDAY-DATE TO HCAL-DATE (HCAL-IDX)
043000                 ELSE
043100                     DISPLAY 'CYCLECLOSE - HOLIDAY TABLE '
043200                         'FULL, DATE DROPPED: ' CAL-HOLIDAY-DATE
043300                 END-IF
043400             WHEN CAL-TYPE-FREQUENCY
043500                 IF FCAL-ENTRY-COUNT < 100
043600                     ADD 1 TO FCAL-ENTRY-COUNT
043700                     SET FCAL-IDX TO FCAL-ENTRY-COUNT
043800                     MOVE CAL-JOB-ID TO FCAL-JOB-ID (FCAL-IDX)
043900                     MOVE CAL-FREQ-CODE
044000                         TO FCAL-FREQ-CODE (FCAL-IDX)
044100                     MOVE CAL-DAY-OF-WEEK
044200                         TO FCAL-DAY-OF-WEEK (FCAL-IDX)
044300                 ELSE
044400                     DISPLAY 'CYCLECLOSE - FREQUENCY '
044500                         'TABLE FULL, RULE DROPPED: ' CAL-JOB-ID
044600                 END-IF
044700             WHEN OTHER
044800                 CONTINUE
044900         END-EVALUATE
045000         PERFORM 1410-READ-CALENDAR THRU 1410-EXIT
045100     END-IF.
045200 1420-EXIT.
045300     EXIT.
045400*
045500*****************************************************************
045600* 1500-FIND-PRIOR-CLOSE - NOTE THE LATEST CYCLE-CONTROL RECORD  *
045700*                         ALREADY ON FILE FOR THE CYCLE.  A     *
045800*                         CYCLE CLOSED BEFORE MAY BE CLOSED     *
045900*                         AGAIN - AFTER A REOPEN THAT IS HOW    *
046000*                         IT IS RE-CERTIFIED - AND THE NEW      *
046100*                         RECORD SUPERSEDES THE OLD ONE.        *
046200*****************************************************************
046300 1500-FIND-PRIOR-CLOSE.
046400     OPEN INPUT CYCLE-CONTROL-FILE.
046500     IF DL100-CYCCTL-STATUS NOT = '00'
046600         GO TO 1500-EXIT
046700     END-IF.
046800     PERFORM 1510-READ-CONTROL THRU 1510-EXIT.
046900     PERFORM 1520-MATCH-CONTROL THRU 1520-EXIT
047000         UNTIL DL100-CYCCTL-EOF.
047100     CLOSE CYCLE-CONTROL-FILE.
047200     IF DL100-PRIOR-CLOSE-FOUND
047300         DISPLAY 'CYCLECLOSE - CYCLE ' DL100-CYCLE-DATE
047400             ' ALREADY CLOSED BY ' DL100-PRIOR-OPER
047500             ' ON ' DL100-PRIOR-DATE ' ' DL100-PRIOR-TIME
047600             ' - RE-CERTIFYING'
047700     END-IF.
047800 1500-EXIT.
047900     EXIT.
048000*
048100 1510-READ-CONTROL.
048200     READ CYCLE-CONTROL-FILE
048300         AT END
048400             SET DL100-CYCCTL-EOF TO TRUE
048500     END-READ.
048600 1510-EXIT.
048700     EXIT.
048800*
048900 1520-MATCH-CONTROL.
049000     IF NOT DL100-CYCCTL-EOF
049100         IF CYC-CYCLE-DATE = DL100-CYCLE-DATE
049200             SET DL100-PRIOR-CLOSE-FOUND TO TRUE
049300             MOVE CYC-CLOSE-OPER TO DL100-PRIOR-OPER
049400             MOVE CYC-CLOSE-DATE TO DL100-PRIOR-DATE
049500             MOVE CYC-CLOSE-TIME TO DL100-PRIOR-TIME
049600         END-IF
049700         PERFORM 1510-READ-CONTROL THRU 1510-EXIT
049800     END-IF.
049900 1520-EXIT.
050000     EXIT.
050100*
050200*****************************************************************
050300* 2000-SCAN-MASTER - READ THE WHOLE RUN-HISTORY MASTER AND      *
050400*                    CREDIT EVERY RUN STAMPED FOR THE CYCLE.    *
050500*                    AN UNREADABLE MASTER REFUSES THE CLOSE -   *
050600*                    NO SUCCESS CAN BE PROVEN WITHOUT IT.       *
050700*****************************************************************
050800 2000-SCAN-MASTER.
050900     OPEN INPUT RUN-MASTER-FILE.
051000     IF DL100-MASTER-STATUS NOT = '00'
051100         DISPLAY 'CYCLECLOSE - RUN-MASTER-FILE NOT AVAILABLE, '
051200             'STATUS=' DL100-MASTER-STATUS ' - CANNOT CERTIFY'
051300         SET DL100-CLOSE-REFUSED TO TRUE
051400         GO TO 2000-EXIT
051500     END-IF.
051600     PERFORM 2100-READ-MASTER THRU 2100-EXIT.
051700     PERFORM 2200-MATCH-MASTER THRU 2200-EXIT
051800         UNTIL DL100-MASTER-EOF.
051900     CLOSE RUN-MASTER-FILE.
052000 2000-EXIT.
052100     EXIT.
052200*
052300 2100-READ-MASTER.
052400     READ RUN-MASTER-FILE
052500         AT END
052600             SET DL100-MASTER-EOF TO TRUE
052700     END-READ.
052800 2100-EXIT.
052900     EXIT.
053000*
053100*****************************************************************
053200* 2200-MATCH-MASTER - A MASTER RECORD'S CYCLE IS ITS CYCLE DATE *
053300*                     OR, ON RECORDS WRITTEN BEFORE THE CYCLE   *
053400*                     DATE EXISTED, ITS RUN DATE.               *
053500*****************************************************************
053600 2200-MATCH-MASTER.
053700     IF NOT DL100-MASTER-EOF
053800         MOVE RHM-RUN-DATE TO DL100-REC-CYCLE
053900         IF RHM-CYCLE-DATE NUMERIC
054000             AND RHM-CYCLE-DATE > ZERO
054100             MOVE RHM-CYCLE-DATE TO DL100-REC-CYCLE
054200         END-IF
054300         IF DL100-REC-CYCLE = DL100-CYCLE-DATE
054400             PERFORM 2300-TALLY-RUN THRU 2300-EXIT
054500         END-IF
054600         PERFORM 2100-READ-MASTER THRU 2100-EXIT
054700     END-IF.
054800 2200-EXIT.
054900     EXIT.
055000*
055100*****************************************************************
055200* 2300-TALLY-RUN - COUNT THE RUN, AND NOTE IT AGAINST ITS JOB'S *
055300*                  SLOT.  THE MASTER IS READ IN KEY ORDER, SO   *
055400*                  THE LAST RUN NOTED IS THE LATEST.  AN AD-HOC *
055500*                  RUN IS NOT THE JOB'S SCHEDULED WORK AND      *
055600*                  NEITHER CREDITS NOR BLOCKS IT.               *
055700*****************************************************************
055800 2300-TALLY-RUN.
055900     ADD 1 TO DL100-RUN-COUNT.
056000     IF RHM-STATUS-CODE = 08
056100         ADD 1 TO DL100-FAILED-COUNT
056200     END-IF.
056300     IF CJOB-ENTRY-COUNT = 0
056400         OR RHM-RUN-ADHOC
056500         GO TO 2300-EXIT
056600     END-IF.
056700     SET CJOB-IDX TO 1.
056800     SEARCH CJOB-ENTRY
056900         AT END
057000             GO TO 2300-EXIT
057100         WHEN CJOB-JOB-ID (CJOB-IDX) = RHM-JOB-ID
057200             CONTINUE
057300     END-SEARCH.
057400     MOVE 'Y'             TO CJOB-RAN-SWITCH  (CJOB-IDX).
057500     MOVE RHM-STATUS-CODE TO CJOB-LAST-STATUS (CJOB-IDX).
057600     MOVE RHM-REASON-CODE TO CJOB-LAST-REASON (CJOB-IDX).
057700     MOVE RHM-RUN-DATE    TO CJOB-LAST-DATE   (CJOB-IDX).
057800     MOVE RHM-RUN-TIME    TO CJOB-LAST-TIME   (CJOB-IDX).
057900     IF RHM-STATUS-CODE = 00
058000         MOVE 'Y' TO CJOB-OK-SWITCH (CJOB-IDX)
058100     END-IF.
058200 2300-EXIT.
058300     EXIT.
058400*
058500*****************************************************************
058600* 3000-CHECK-DUE-JOB - ONE PASS PER SCHEDULED JOB.  A JOB THE   *
058700*                      CALENDAR SAYS WAS NOT DUE IS ONLY        *
058800*                      COUNTED; A DUE JOB WITHOUT A SUCCESS IS  *
058900*                      A BLOCKING ITEM, LISTED WITH ITS LATEST  *
059000*                      RUN WHEN IT HAS ONE.                     *
059100*****************************************************************
059200 3000-CHECK-DUE-JOB.
059300     MOVE CJOB-JOB-ID (CJOB-IDX) TO DL100-DUE-JOB-ID.
059400     PERFORM 3500-CHECK-JOB-DUE THRU 3500-EXIT.
059500     IF NOT DL100-JOB-IS-DUE
059600         ADD 1 TO DL100-NOTDUE-COUNT
059700         GO TO 3000-EXIT
059800     END-IF.
059900     MOVE 'Y' TO CJOB-DUE-SWITCH (CJOB-IDX).
060000     ADD 1 TO DL100-DUE-COUNT.
060100     IF CJOB-SUCCEEDED (CJOB-IDX)
060200         GO TO 3000-EXIT
060300     END-IF.
060400     ADD 1 TO DL100-MISSING-COUNT.
060500     ADD 1 TO DL100-BLOCK-COUNT.
060600     MOVE SPACES TO DL100-RPT-DETAIL-LINE.
060700     IF CJOB-RAN (CJOB-IDX)
060800         STRING 'NOT DONE  '               DELIMITED BY SIZE
060900                CJOB-JOB-ID (CJOB-IDX)     DELIMITED BY SIZE
061000                '  LAST RUN '              DELIMITED BY SIZE
061100                CJOB-LAST-DATE (CJOB-IDX)  DELIMITED BY SIZE
061200                ' '                        DELIMITED BY SIZE
061300                CJOB-LAST-TIME (CJOB-IDX)  DELIMITED BY SIZE
061400                ' STATUS '                 DELIMITED BY SIZE
061500                CJOB-LAST-STATUS (CJOB-IDX) DELIMITED BY SIZE
061600                ' REASON '                 DELIMITED BY SIZE
061700                CJOB-LAST-REASON (CJOB-IDX) DELIMITED BY SIZE
061800           INTO DL100-RPT-DETAIL-LINE
061900     ELSE
062000         STRING 'NOT RUN   '               DELIMITED BY SIZE
062100                CJOB-JOB-ID (CJOB-IDX)     DELIMITED BY SIZE
062200                '  NO RUN RECORDED FOR THE CYCLE'
062300                                           DELIMITED BY SIZE
062400           INTO DL100-RPT-DETAIL-LINE
062500     END-IF.
062600     DISPLAY DL100-RPT-DETAIL-LINE.
062700 3000-EXIT.
062800     EXIT.
062900*
063000*****************************************************************
063100* 3500-CHECK-JOB-DUE - WAS DL100-DUE-JOB-ID DUE TO RUN ON THE   *
063200*                      CYCLE BEING CLOSED?  THE SAME RULES      *
063300*                      ScheduleWatchdog APPLIES: A HOLIDAY      *
063400*                      MAKES EVERY JOB NOT DUE; OTHERWISE       *
063500*                      DAILY (OR NO RULE) IS ALWAYS DUE, WEEKLY *
063600*                      ONLY ON ITS DAY OF WEEK (1=MONDAY ..     *
063700*                      7=SUNDAY), MONTH-END ONLY ON THE LAST    *
063800*                      CALENDAR DAY OF THE MONTH.               *
063900*****************************************************************
064000 3500-CHECK-JOB-DUE.
064100     MOVE 'Y' TO DL100-DUE-SWITCH.
064200     IF HCAL-ENTRY-COUNT > 0
064300         SET HCAL-IDX TO 1
064400         SEARCH HCAL-ENTRY
064500             AT END
064600                 CONTINUE
064700             WHEN HCAL-DATE (HCAL-IDX) = DL100-CYCLE-DATE
064800                 MOVE 'N' TO DL100-DUE-SWITCH
064900         END-SEARCH
065000     END-IF.
065100     IF NOT DL100-JOB-IS-DUE
065200         OR FCAL-ENTRY-COUNT = 0
065300         GO TO 3500-EXIT
065400     END-IF.
065500     SET FCAL-IDX TO 1.
065600     SEARCH FCAL-ENTRY
065700         AT END
065800             GO TO 3500-EXIT
065900         WHEN FCAL-JOB-ID (FCAL-IDX) = DL100-DUE-JOB-ID
066000             CONTINUE
066100     END-SEARCH.
066200     EVALUATE TRUE
066300         WHEN FCAL-FREQ-WEEKLY (FCAL-IDX)
066400             PERFORM 3600-DAY-OF-WEEK THRU 3600-EXIT
066500             IF DL100-DUE-DOW NOT =
066600                     FCAL-DAY-OF-WEEK (FCAL-IDX)
066700                 MOVE 'N' TO DL100-DUE-SWITCH
066800             END-IF
066900         WHEN FCAL-FREQ-MONTH-END (FCAL-IDX)
067000             PERFORM 3700-CHECK-MONTH-END THRU 3700-EXIT
067100         WHEN OTHER
067200             CONTINUE
067300     END-EVALUATE.
067400 3500-EXIT.
067500     EXIT.
067600*
067700*****************************************************************
067800* 3600-DAY-OF-WEEK - THE CYCLE DATE'S DAY OF WEEK, 1=MONDAY     *
067900*                    THROUGH 7=SUNDAY.  DAY 1 OF THE INTEGER    *
068000*                    DATE BASE (1601-01-01) WAS A MONDAY.       *
068100*****************************************************************
068200 3600-DAY-OF-WEEK.
068300     COMPUTE DL100-DUE-DAYS =
068400         FUNCTION INTEGER-OF-DATE (DL100-CYCLE-DATE).
068500     COMPUTE DL100-DUE-DOW =
068600         FUNCTION MOD (DL100-DUE-DAYS - 1, 7) + 1.
068700 3600-EXIT.
068800     EXIT.
068900*
069000*****************************************************************
069100* 3700-CHECK-MONTH-END - THE CYCLE IS THE LAST DAY OF ITS       *
069200*                        MONTH WHEN THE NEXT CALENDAR DAY       *
069300*                        LANDS IN A DIFFERENT MONTH.            *
069400*****************************************************************
069500 3700-CHECK-MONTH-END.
069600     MOVE DL100-CYCLE-DATE TO DL100-DUE-DATE-WORK.
069700     MOVE DL100-DUE-DATE-MM TO DL100-DUE-CYCLE-MM.
069800     COMPUTE DL100-DUE-DAYS =
069900         FUNCTION INTEGER-OF-DATE (DL100-CYCLE-DATE) + 1.
070000     COMPUTE DL100-DUE-DATE-WORK =
070100         FUNCTION DATE-OF-INTEGER (DL100-DUE-DAYS).
070200     IF DL100-DUE-DATE-MM = DL100-DUE-CYCLE-MM
070300         MOVE 'N' TO DL100-DUE-SWITCH
070400     END-IF.
070500 3700-EXIT.
070600     EXIT.
070700*
070800*****************************************************************
070900* 4000-SCAN-ALERTS - EVERY ALERT FOR THE CYCLE MUST BE RESOLVED.*
071000*                    ONE STILL OPEN OR ONLY ACKNOWLEDGED IS A   *
071100*                    BLOCKING ITEM.  NO ALERT-STATE FILE MEANS  *
071200*                    NO ALERT HAS EVER BEEN TRACKED; ANY OTHER  *
071300*                    OPEN FAILURE REFUSES THE CLOSE.            *
071400*****************************************************************
071500 4000-SCAN-ALERTS.
071600     OPEN INPUT ALERT-STATE-FILE.
071700     IF DL100-STATE-STATUS = '35'
071800         GO TO 4000-EXIT
071900     END-IF.
072000     IF DL100-STATE-STATUS NOT = '00'
072100         DISPLAY 'CYCLECLOSE - ALERT-STATE-FILE NOT AVAILABLE, '
072200             'STATUS=' DL100-STATE-STATUS ' - CANNOT CERTIFY'
072300         SET DL100-CLOSE-REFUSED TO TRUE
072400         GO TO 4000-EXIT
072500     END-IF.
072600     PERFORM 4100-READ-ALERT THRU 4100-EXIT.
072700     PERFORM 4200-CHECK-ALERT THRU 4200-EXIT
072800         UNTIL DL100-STATE-EOF.
072900     CLOSE ALERT-STATE-FILE.
073000 4000-EXIT.
073100     EXIT.
073200*
073300 4100-READ-ALERT.
073400     READ ALERT-STATE-FILE
073500         AT END
073600             SET DL100-STATE-EOF TO TRUE
073700     END-READ.
073800 4100-EXIT.
073900     EXIT.
074000*
074100 4200-CHECK-ALERT.
074200     IF NOT DL100-STATE-EOF
074300         MOVE AST-RUN-DATE TO DL100-REC-CYCLE
074400         IF AST-CYCLE-DATE NUMERIC
074500             AND AST-CYCLE-DATE > ZERO
074600             MOVE AST-CYCLE-DATE TO DL100-REC-CYCLE
074700         END-IF
074800         IF DL100-REC-CYCLE = DL100-CYCLE-DATE
074900             PERFORM 4300-TALLY-ALERT THRU 4300-EXIT
075000         END-IF
075100         PERFORM 4100-READ-ALERT THRU 4100-EXIT
075200     END-IF.
075300 4200-EXIT.
075400     EXIT.
075500*
075600 4300-TALLY-ALERT.
075700     IF AST-STATE-RESOLVED
075800         ADD 1 TO DL100-ALERT-COUNT
075900         GO TO 4300-EXIT
076000     END-IF.
076100     ADD 1 TO DL100-OPEN-ALERT-COUNT.
076200     ADD 1 TO DL100-BLOCK-COUNT.
076300     IF AST-STATE-ACKED
076400         MOVE 'ACKED' TO DL100-ITEM-STATE
076500     ELSE
076600         MOVE 'OPEN'  TO DL100-ITEM-STATE
076700     END-IF.
076800     MOVE SPACES TO DL100-RPT-DETAIL-LINE.
076900     STRING 'ALERT     '               DELIMITED BY SIZE
077000            AST-JOB-ID                 DELIMITED BY SIZE
077100            '  RUN '                   DELIMITED BY SIZE
077200            AST-RUN-DATE               DELIMITED BY SIZE
077300            ' '                        DELIMITED BY SIZE
077400            AST-RUN-TIME               DELIMITED BY SIZE
077500            ' STATUS '                 DELIMITED BY SIZE
077600            AST-STATUS-CODE            DELIMITED BY SIZE
077700            ' REASON '                 DELIMITED BY SIZE
077800            AST-REASON-CODE            DELIMITED BY SIZE
077900            ' '                        DELIMITED BY SIZE
078000            DL100-ITEM-STATE           DELIMITED BY SIZE
078100       INTO DL100-RPT-DETAIL-LINE.
078200     DISPLAY DL100-RPT-DETAIL-LINE.
078300 4300-EXIT.
078400     EXIT.
078500*
078600*****************************************************************
078700* 4500-SCAN-RERUN-QUEUE - A RERUN STILL QUEUED FOR THE CYCLE    *
078800*                         MEANS MORE WORK IS COMING FOR IT AND  *
078900*                         IS A BLOCKING ITEM.  NO QUEUE FILE    *
079000*                         MEANS NOTHING WAS EVER QUEUED.        *
079100*****************************************************************
079200 4500-SCAN-RERUN-QUEUE.
079300     OPEN INPUT RERUN-QUEUE-FILE.
079400     IF DL100-RERUNQ-STATUS = '35'
079500         GO TO 4500-EXIT
079600     END-IF.
079700     IF DL100-RERUNQ-STATUS NOT = '00'
079800         DISPLAY 'CYCLECLOSE - RERUN-QUEUE-FILE NOT AVAILABLE, '
079900             'STATUS=' DL100-RERUNQ-STATUS ' - CANNOT CERTIFY'
080000         SET DL100-CLOSE-REFUSED TO TRUE
080100         GO TO 4500-EXIT
080200     END-IF.
080300     PERFORM 4600-READ-RERUN THRU 4600-EXIT.
080400     PERFORM 4700-CHECK-RERUN THRU 4700-EXIT
080500         UNTIL DL100-RERUNQ-EOF.
080600     CLOSE RERUN-QUEUE-FILE.
080700 4500-EXIT.
080800     EXIT.
080900*
081000 4600-READ-RERUN.
081100     READ RERUN-QUEUE-FILE
081200         AT END
081300             SET DL100-RERUNQ-EOF TO TRUE
081400     END-READ.
081500 4600-EXIT.
081600     EXIT.
081700*
081800 4700-CHECK-RERUN.
081900     IF NOT DL100-RERUNQ-EOF
082000         MOVE RRQ-RUN-DATE TO DL100-REC-CYCLE
082100         IF RRQ-CYCLE-DATE NUMERIC
082200             AND RRQ-CYCLE-DATE > ZERO
082300             MOVE RRQ-CYCLE-DATE TO DL100-REC-CYCLE
082400         END-IF
082500         IF DL100-REC-CYCLE = DL100-CYCLE-DATE
082600             PERFORM 4800-TALLY-RERUN THRU 4800-EXIT
082700         END-IF
082800         PERFORM 4600-READ-RERUN THRU 4600-EXIT
082900     END-IF.
083000 4700-EXIT.
083100     EXIT.
083200*
083300 4800-TALLY-RERUN.
083400     IF NOT RRQ-STATE-QUEUED
083500         ADD 1 TO DL100-RERUN-COUNT
083600         GO TO 4800-EXIT
083700     END-IF.
083800     ADD 1 TO DL100-QUEUED-COUNT.
083900     ADD 1 TO DL100-BLOCK-COUNT.
084000     MOVE SPACES TO DL100-RPT-DETAIL-LINE.
084100     STRING 'RERUN     '               DELIMITED BY SIZE
084200            RRQ-JOB-ID                 DELIMITED BY SIZE
084300            '  STEP '                  DELIMITED BY SIZE
084400            RRQ-STEP-NAME              DELIMITED BY SIZE
084500            ' RUN '                    DELIMITED BY SIZE
084600            RRQ-RUN-DATE               DELIMITED BY SIZE
084700            ' '                        DELIMITED BY SIZE
084800            RRQ-RUN-TIME               DELIMITED BY SIZE
084900            ' ATTEMPT '                DELIMITED BY SIZE
085000            RRQ-ATTEMPT                DELIMITED BY SIZE
085100            ' QUEUED'                  DELIMITED BY SIZE
085200       INTO DL100-RPT-DETAIL-LINE.
085300     DISPLAY DL100-RPT-DETAIL-LINE.
085400 4800-EXIT.
085500     EXIT.
085600*
085700*****************************************************************
085800* 5000-COUNT-REOPENS - HOW MANY RUNS HAVE BEEN LET INTO THE     *
085900*                      CYCLE ON A REOP CARD, FROM THE CYCLE     *
086000*                      AUDIT FILE, FOR THE CONTROL RECORD.      *
086100*****************************************************************
086200 5000-COUNT-REOPENS.
086300     OPEN INPUT CYCLE-AUDIT-FILE.
086400     IF DL100-AUDIT-STATUS NOT = '00'
086500         GO TO 5000-EXIT
086600     END-IF.
086700     PERFORM 5100-READ-AUDIT THRU 5100-EXIT.
086800     PERFORM 5200-MATCH-AUDIT THRU 5200-EXIT
086900         UNTIL DL100-AUDIT-EOF.
087000     CLOSE CYCLE-AUDIT-FILE.
087100 5000-EXIT.
087200     EXIT.
087300*
087400 5100-READ-AUDIT.
087500     READ CYCLE-AUDIT-FILE
087600         AT END
087700             SET DL100-AUDIT-EOF TO TRUE
087800     END-READ.
087900 5100-EXIT.
088000     EXIT.
088100*
088200 5200-MATCH-AUDIT.
088300     IF NOT DL100-AUDIT-EOF
088400         IF CAU-ACTION-REOPEN
088500             AND CAU-CYCLE-DATE = DL100-CYCLE-DATE
088600             ADD 1 TO DL100-REOPEN-COUNT
088700         END-IF
088800         PERFORM 5100-READ-AUDIT THRU 5100-EXIT
088900     END-IF.
089000 5200-EXIT.
089100     EXIT.
089200*
089300*****************************************************************
089400* 6000-WRITE-CONTROL - NOTHING BLOCKS THE CYCLE: APPEND ITS     *
089500*                      CYCLE-CONTROL RECORD, WHICH IS WHAT      *
089600*                      CLOSES IT, THEN THE CLOS AUDIT RECORD.   *
089700*                      A FAILED OPEN LEAVES THE CYCLE OPEN AND  *
089800*                      REFUSES THE CLOSE.                       *
089900*****************************************************************
090000 6000-WRITE-CONTROL.
090100     OPEN EXTEND CYCLE-CONTROL-FILE.
090200     IF DL100-CYCCTL-STATUS = '05' OR '35'
090300         OPEN OUTPUT CYCLE-CONTROL-FILE
090400     END-IF.
090500     IF DL100-CYCCTL-STATUS NOT = '00'
090600         DISPLAY 'CYCLECLOSE - CYCLE-CONTROL-FILE OPEN FAILED, '
090700             'STATUS=' DL100-CYCCTL-STATUS
090800         SET DL100-CLOSE-REFUSED TO TRUE
090900         GO TO 6000-EXIT
091000     END-IF.
091100     MOVE SPACES TO DL100-CYCLE-CONTROL-RECORD.
091200     INITIALIZE DL100-CYCLE-CONTROL-RECORD.
091300     MOVE DL100-CYCLE-DATE       TO CYC-CYCLE-DATE.
091400     MOVE DL100-CLOSE-OPER       TO CYC-CLOSE-OPER.
091500     MOVE DL100-TODAY            TO CYC-CLOSE-DATE.
091600     MOVE DL100-NOW              TO CYC-CLOSE-TIME.
091700     MOVE DL100-DUE-COUNT        TO CYC-DUE-COUNT.
091800     MOVE DL100-NOTDUE-COUNT     TO CYC-NOTDUE-COUNT.
091900     MOVE DL100-RUN-COUNT        TO CYC-RUN-COUNT.
092000     MOVE DL100-FAILED-COUNT     TO CYC-FAILED-COUNT.
092100     MOVE DL100-ALERT-COUNT      TO CYC-ALERT-COUNT.
092200     MOVE DL100-RERUN-COUNT      TO CYC-RERUN-COUNT.
092300     MOVE DL100-REOPEN-COUNT     TO CYC-REOPEN-COUNT.
092400     WRITE DL100-CYCLE-CONTROL-RECORD.
092500     CLOSE CYCLE-CONTROL-FILE.
092600     SET DL100-CYCLE-CLOSED TO TRUE.
092700     PERFORM 6100-WRITE-AUDIT THRU 6100-EXIT.
092800 6000-EXIT.
092900     EXIT.
093000*
093100 6100-WRITE-AUDIT.
093200     OPEN EXTEND CYCLE-AUDIT-FILE.
093300     IF DL100-AUDIT-STATUS = '05' OR '35'
093400         OPEN OUTPUT CYCLE-AUDIT-FILE
093500     END-IF.
093600     IF DL100-AUDIT-STATUS NOT = '00'
093700         DISPLAY 'CYCLECLOSE - AUDIT FILE OPEN FAILED, '
093800             'STATUS=' DL100-AUDIT-STATUS
093900         GO TO 6100-EXIT
094000     END-IF.
094100     MOVE SPACES TO DL100-CYCLE-AUDIT-RECORD.
094200     INITIALIZE DL100-CYCLE-AUDIT-RECORD.
094300     SET CAU-ACTION-CLOSE        TO TRUE.
094400     MOVE DL100-CYCLE-DATE       TO CAU-CYCLE-DATE.
094500     MOVE DL100-CLOSE-OPER       TO CAU-OPER-ID.
094600     MOVE DL100-TODAY            TO CAU-ACTION-DATE.
094700     MOVE DL100-NOW              TO CAU-ACTION-TIME.
094800     IF DL100-PRIOR-CLOSE-FOUND
094900         MOVE 'CYCLE RE-CERTIFIED COMPLETE' TO CAU-REASON
095000     ELSE
095100         MOVE 'CYCLE CERTIFIED COMPLETE'    TO CAU-REASON
095200     END-IF.
095300     WRITE DL100-CYCLE-AUDIT-RECORD.
095400     CLOSE CYCLE-AUDIT-FILE.
095500 6100-EXIT.
095600     EXIT.
095700*
095800*****************************************************************
095900* 8000-WRAP-UP - PRINT THE COUNTS AND THE VERDICT.  RETURN 00   *
096000*                WHEN THE CYCLE CLOSED, 04 WHEN BLOCKING ITEMS  *
096100*                KEPT IT OPEN, AND 08 WHEN IT COULD NOT BE      *
096200*                CERTIFIED AT ALL (NO VALID CLOS CARD, A        *
096300*                MISSING SCHEDULE OR MASTER, A FULL TABLE, OR   *
096400*                A FAILED WRITE) - SO THE LEDGER POSTING THAT   *
096500*                WAITS ON THIS STEP NEVER RUNS ON AN OPEN DAY.  *
096600*****************************************************************
096700 8000-WRAP-UP.
096800     IF DL100-CARD-ACCEPTED
096900         DISPLAY 'CYCLECLOSE - CYCLE ' DL100-CYCLE-DATE
097000             ' DUE=' DL100-DUE-COUNT
097100             ' NOT-DUE=' DL100-NOTDUE-COUNT
097200             ' RUNS=' DL100-RUN-COUNT
097300             ' FAILED=' DL100-FAILED-COUNT
097400         DISPLAY 'CYCLECLOSE - ALERTS RESOLVED=' DL100-ALERT-COUNT
097500             ' OPEN=' DL100-OPEN-ALERT-COUNT
097600             ' RERUNS RELEASED=' DL100-RERUN-COUNT
097700             ' QUEUED=' DL100-QUEUED-COUNT
097800             ' REOPENS=' DL100-REOPEN-COUNT
097900     END-IF.
098000     EVALUATE TRUE
098100         WHEN DL100-CYCLE-CLOSED
098200             DISPLAY 'CYCLECLOSE - CYCLE ' DL100-CYCLE-DATE
098300                 ' CLOSED BY ' DL100-CLOSE-OPER
098400                 ' ON ' DL100-TODAY ' ' DL100-NOW
098500             MOVE 00 TO RETURN-CODE
098600         WHEN DL100-CLOSE-REFUSED
098700             DISPLAY 'CYCLECLOSE - CYCLE NOT CLOSED, IT COULD '
098800                 'NOT BE CERTIFIED'
098900             MOVE 08 TO RETURN-CODE
099000         WHEN OTHER
099100             DISPLAY 'CYCLECLOSE - CYCLE ' DL100-CYCLE-DATE
099200                 ' NOT CLOSED - ' DL100-BLOCK-COUNT
099300                 ' BLOCKING ITEM(S) LISTED ABOVE'
099400             MOVE 04 TO RETURN-CODE
099500     END-EVALUATE.
099600 8000-EXIT.
099700     EXIT.
