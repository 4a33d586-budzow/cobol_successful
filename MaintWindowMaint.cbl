000100*****************************************************************
000200* IDENTIFICATION DIVISION.
000300 IDENTIFICATION DIVISION.
000400 PROGRAM-ID.     MaintWindowMaint.
000500 AUTHOR.         D. L. MYERS.
000600 INSTALLATION.   BATCH OPERATIONS.
000700 DATE-WRITTEN.   2026-10-15.
000800 DATE-COMPILED.
000900*****************************************************************
001000*  MODIFICATION HISTORY                                         *
001100*  DATE       INIT  DESCRIPTION                                 *
001200*  ---------- ----  ------------------------------------------  *
001300*  2026-10-15 DLM   ORIGINAL - THE ONLY SANCTIONED WAY TO UPDATE *
001400*                   THE MAINTENANCE-WINDOW FILE (MAINTWIN,       *
001500*                   DL100MW), IN THE CARD-DRIVEN STYLE OF        *
001600*                   ChainMaint.  WADD AND WDEL CARDS (OPERATOR   *
001700*                   ID, JOB-ID OR ALL, START AND END DATE/TIME,  *
001800*                   CHANGE TICKET) ADD AND REMOVE PLANNED        *
001900*                   WINDOWS, VALIDATED FOR MISSING FIELDS, REAL  *
002000*                   DATES AND TIMES, AN END AFTER THE START, A   *
002100*                   LENGTH OF AT MOST DL100-MAX-WINDOW-DAYS, A   *
002200*                   WINDOW NOT ALREADY OVER, A JOB-ID KNOWN TO   *
002300*                   THE SCHEDULE OR RUN MASTER, AND NO OVERLAP   *
002400*                   WITH ANOTHER WINDOW FOR THE SAME JOB.  WLST  *
002500*                   LISTS THE EFFECTIVE FILE MARKED PLANNED,     *
002600*                   OPEN OR ENDED.  EVERY ACCEPTED CHANGE IS     *
002700*                   APPENDED TO THE MWAUDIT FILE (DL100MA) WITH  *
002800*                   WHO, WHEN, THE WINDOW AND ITS TICKET, AND    *
002900*                   THE FILE IS SERIALIZED THROUGH THE MAINTLCK  *
003000*                   LOCK TOKEN (DL100LK).                        *
003100*****************************************************************
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER.    IBM-370.
003500 OBJECT-COMPUTER.    IBM-370.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT MAINT-WINDOW-FILE ASSIGN TO MAINTWIN
003900         ORGANIZATION LINE SEQUENTIAL
004000         FILE STATUS  IS DL100-WINDOW-STATUS.
004100     SELECT SCHEDULE-FILE    ASSIGN TO SCHEDFIL
004200         ORGANIZATION LINE SEQUENTIAL
004300         FILE STATUS  IS DL100-SCHED-STATUS.
004400     SELECT RUN-MASTER-FILE  ASSIGN TO RUNMASTR
004500         ORGANIZATION INDEXED
004600         ACCESS MODE  IS SEQUENTIAL
004700         RECORD KEY   IS RHM-KEY
004800         FILE STATUS  IS DL100-MASTER-STATUS.
004900     SELECT WINDOW-AUDIT-FILE ASSIGN TO MWAUDIT
005000         ORGANIZATION LINE SEQUENTIAL
005100         FILE STATUS  IS DL100-AUDIT-STATUS.
005200     SELECT CONTROL-CARD-FILE ASSIGN TO SYSIN
005300         ORGANIZATION LINE SEQUENTIAL
005400         FILE STATUS  IS DL100-SYSIN-STATUS.
005500     SELECT LOCK-FILE        ASSIGN TO MAINTLCK
005600         ORGANIZATION LINE SEQUENTIAL
005700         FILE STATUS  IS DL100-LOCKF-STATUS.
005800*
005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  MAINT-WINDOW-FILE
006200     RECORDING MODE IS F.
006300 COPY DL100MW.
006400 FD  SCHEDULE-FILE
006500     RECORDING MODE IS F.
006600 COPY DL100SC.
006700 FD  RUN-MASTER-FILE.
006800 COPY DL100RM.
006900 FD  WINDOW-AUDIT-FILE
007000     RECORDING MODE IS F.
007100 COPY DL100MA.
007200 FD  CONTROL-CARD-FILE
007300     RECORDING MODE IS F.
007400 COPY DL100CC.
007500 FD  LOCK-FILE
007600     RECORDING MODE IS F.
007700 01  DL100-LOCK-FD-RECORD            PIC X(32).
007800*
007900 WORKING-STORAGE SECTION.
008000 77  DL100-WINDOW-STATUS          PIC XX    VALUE '00'.
008100 77  DL100-SCHED-STATUS           PIC XX    VALUE '00'.
008200 77  DL100-MASTER-STATUS          PIC XX    VALUE '00'.
008300 77  DL100-AUDIT-STATUS           PIC XX    VALUE '00'.
008400 77  DL100-SYSIN-STATUS           PIC XX    VALUE '00'.
008500 77  DL100-WINDOW-EOF-SWITCH      PIC X     VALUE 'N'.
008600     88  DL100-WINDOW-EOF                    VALUE 'Y'.
008700 77  DL100-SCHED-EOF-SWITCH       PIC X     VALUE 'N'.
008800     88  DL100-SCHED-EOF                     VALUE 'Y'.
008900 77  DL100-MASTER-EOF-SWITCH      PIC X     VALUE 'N'.
009000     88  DL100-MASTER-EOF                    VALUE 'Y'.
009100 77  DL100-SYSIN-EOF-SWITCH       PIC X     VALUE 'N'.
009200     88  DL100-SYSIN-EOF                     VALUE 'Y'.
009300 77  DL100-CHANGE-SWITCH          PIC X     VALUE 'N'.
009400     88  DL100-WINDOWS-CHANGED               VALUE 'Y'.
009500 77  DL100-AUDIT-OPEN-SWITCH      PIC X     VALUE 'N'.
009600     88  DL100-AUDIT-IS-OPEN                 VALUE 'Y'.
009700 77  DL100-WINDOW-OVFL-SWITCH     PIC X     VALUE 'N'.
009800     88  DL100-WINDOW-OVERFLOW               VALUE 'Y'.
009900 77  DL100-KNOWN-SWITCH           PIC X     VALUE 'N'.
010000     88  DL100-JOB-KNOWN                     VALUE 'Y'.
010100 77  DL100-FOUND-SWITCH           PIC X     VALUE 'N'.
010200     88  DL100-WINDOW-FOUND                  VALUE 'Y'.
010300 77  DL100-OVERLAP-SWITCH         PIC X     VALUE 'N'.
010400     88  DL100-WINDOW-OVERLAPS               VALUE 'Y'.
010500 77  DL100-TIME-OK-SWITCH         PIC X     VALUE 'Y'.
010600     88  DL100-TIME-OK                       VALUE 'Y'.
010700 77  DL100-ACCEPT-COUNT           PIC 9(03) COMP VALUE ZERO.
010800 77  DL100-REJECT-COUNT           PIC 9(03) COMP VALUE ZERO.
010900 77  DL100-LIST-COUNT             PIC 9(03) COMP VALUE ZERO.
011000 77  DL100-CHECK-JOB-ID           PIC X(08) VALUE SPACES.
011100 77  DL100-REJECT-TEXT            PIC X(30) VALUE SPACES.
011200 77  DL100-AUDIT-ACTION           PIC X(04) VALUE SPACES.
011300 77  DL100-WINDOW-STATE           PIC X(07) VALUE SPACES.
011400 77  DL100-MAX-WINDOW-DAYS        PIC 9(02) VALUE 03.
011500 77  DL100-START-DAYS             PIC 9(08) COMP VALUE ZERO.
011600 77  DL100-END-DAYS               PIC 9(08) COMP VALUE ZERO.
011700*
011800*****************************************************************
011900*    RUN STAMP AND THE CARD'S WINDOW, EACH HELD AS DATE FOLLOWED
012000*    BY TIME SO ONE COMPARE ORDERS THEM.
012100*****************************************************************
012200 01  DL100-NOW-STAMP.
012300     05  DL100-TODAY              PIC 9(08) VALUE ZERO.
012400     05  DL100-NOW                PIC 9(08) VALUE ZERO.
012500 01  DL100-CARD-START-STAMP.
012600     05  DL100-CARD-START-DATE    PIC 9(08) VALUE ZERO.
012700     05  DL100-CARD-START-TIME    PIC 9(08) VALUE ZERO.
012800 01  DL100-CARD-END-STAMP.
012900     05  DL100-CARD-END-DATE      PIC 9(08) VALUE ZERO.
013000     05  DL100-CARD-END-TIME      PIC 9(08) VALUE ZERO.
013100 01  DL100-TIME-WORK              PIC 9(08) VALUE ZERO.
013200 01  DL100-TIME-PARTS REDEFINES DL100-TIME-WORK.
013300     05  DL100-TIME-HH            PIC 9(02).
013400     05  DL100-TIME-MM            PIC 9(02).
013500     05  DL100-TIME-SS            PIC 9(02).
013600     05  FILLER                   PIC 9(02).
013700*
013800 01  DL100-RPT-DETAIL-LINE        PIC X(80).
013900*
014000*****************************************************************
014100*    MAINTLCK LOCK TOKEN AND ITS WORK FIELDS - SEE DL100LK.
014200*****************************************************************
014300 COPY DL100LK.
014400 77  DL100-LOCKF-STATUS           PIC XX    VALUE '00'.
014500 77  DL100-LOCK-SWITCH            PIC X     VALUE 'N'.
014600     88  DL100-LOCK-HELD                     VALUE 'Y'.
014700 77  DL100-LOCK-TRIES             PIC 9(02) COMP VALUE ZERO.
014800 77  DL100-LOCK-STALE-MINS        PIC 9(04) VALUE 0030.
014900 77  DL100-LOCK-AGE-MINS          PIC S9(09) COMP VALUE ZERO.
015000 77  DL100-LOCK-NOW-DAYS          PIC 9(08) COMP VALUE ZERO.
015100 77  DL100-LOCK-THEN-DAYS         PIC 9(08) COMP VALUE ZERO.
015200 77  DL100-LOCK-NOW-MINS          PIC 9(04) COMP VALUE ZERO.
015300 77  DL100-LOCK-THEN-MINS         PIC 9(04) COMP VALUE ZERO.
015400 77  DL100-LOCK-OWNER             PIC X(08) VALUE 'MWNMAINT'.
015500 01  DL100-LOCK-TIME-WORK         PIC 9(08) VALUE ZERO.
015600 01  DL100-LOCK-TIME-PARTS REDEFINES DL100-LOCK-TIME-WORK.
015700     05  DL100-LOCK-TIME-HH       PIC 9(02).
015800     05  DL100-LOCK-TIME-MM       PIC 9(02).
015900     05  FILLER                   PIC 9(04).
016000*
016100*****************************************************************
016200*    THE WHOLE MAINTENANCE-WINDOW FILE IN STORAGE WHILE THE
016300*    CARDS ARE APPLIED, THEN REWRITTEN IN ONE PASS.  A DROPPED
016400*    ENTRY IS A WDEL THAT TOOK EFFECT.
016500*****************************************************************
016600 01  DL100-WINDOW-TABLE.
016700     05  MWTB-ENTRY-COUNT         PIC 9(03) VALUE ZERO.
016800     05  MWTB-ENTRY OCCURS 1 TO 100 TIMES
016900                    DEPENDING ON MWTB-ENTRY-COUNT
017000                    INDEXED BY MWTB-IDX.
017100         10  MWTB-JOB-ID          PIC X(08).
017200         10  MWTB-START-STAMP.
017300             15  MWTB-START-DATE  PIC 9(08).
017400             15  MWTB-START-TIME  PIC 9(08).
017500         10  MWTB-END-STAMP.
017600             15  MWTB-END-DATE    PIC 9(08).
017700             15  MWTB-END-TIME    PIC 9(08).
017800         10  MWTB-TICKET          PIC X(12).
017900         10  MWTB-OPER-ID         PIC X(08).
018000         10  MWTB-ADDED-DATE      PIC 9(08).
018100         10  MWTB-DROP-SWITCH     PIC X.
018200             88  MWTB-DROPPED               VALUE 'Y'.
018300*
018400*****************************************************************
018500*    EVERY JOB-ID KNOWN TO THE SHOP - THE UNION OF THE
018600*    SCHEDULE FILE AND THE RUN-HISTORY MASTER.  AN EMPTY TABLE
018700*    (NEITHER FILE READABLE) SKIPS THE UNKNOWN-JOB CHECK WITH
018800*    A WARNING RATHER THAN REJECTING EVERYTHING.
018900*****************************************************************
019000 01  DL100-KNOWN-JOB-TABLE.
019100     05  KJOB-ENTRY-COUNT         PIC 9(03) VALUE ZERO.
019200     05  KJOB-ENTRY OCCURS 1 TO 300 TIMES
019300                    DEPENDING ON KJOB-ENTRY-COUNT
019400                    INDEXED BY KJOB-IDX.
019500         10  KJOB-JOB-ID          PIC X(08).
019600*
019700 PROCEDURE DIVISION.
019800*****************************************************************
019900* 0000-MAINLINE                                                 *
020000*****************************************************************
020100 0000-MAINLINE.
020200     PERFORM 0500-ACQUIRE-LOCK    THRU 0500-EXIT.
020300     IF NOT DL100-LOCK-HELD
020400         MOVE 08 TO RETURN-CODE
020500         STOP RUN
020600     END-IF.
020700     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
020800     PERFORM 2000-PROCESS-CARDS   THRU 2000-EXIT.
020900     IF DL100-WINDOWS-CHANGED
021000         AND NOT DL100-WINDOW-OVERFLOW
021100         PERFORM 5000-REWRITE-WINDOWS THRU 5000-EXIT
021200     END-IF.
021300     PERFORM 0900-RELEASE-LOCK    THRU 0900-EXIT.
021400     IF DL100-AUDIT-IS-OPEN
021500         CLOSE WINDOW-AUDIT-FILE
021600     END-IF.
021700     PERFORM 8000-WRAP-UP         THRU 8000-EXIT.
021800     STOP RUN.
021900*
022000*****************************************************************
022100* 1000-INITIALIZE - STAMP NOW, LOAD THE WINDOW FILE, AND BUILD  *
022200*                   THE KNOWN-JOB LIST FROM THE SCHEDULE AND    *
022300*                   THE RUN-HISTORY MASTER.                     *
022400*****************************************************************
022500 1000-INITIALIZE.
022600     ACCEPT DL100-TODAY FROM DATE YYYYMMDD.
022700     ACCEPT DL100-NOW   FROM TIME.
022800     PERFORM 1100-LOAD-WINDOWS    THRU 1100-EXIT.
022900     PERFORM 1300-LOAD-SCHEDULE   THRU 1300-EXIT.
023000     PERFORM 1500-SCAN-MASTER     THRU 1500-EXIT.
023100     IF KJOB-ENTRY-COUNT = ZERO
023200         DISPLAY 'MAINTWINDOWMAINT - NO SCHEDULE OR MASTER JOBS '
023300             'READABLE, UNKNOWN-JOB CHECK SKIPPED'
023400     END-IF.
023500 1000-EXIT.
023600     EXIT.
023700*
023800 1100-LOAD-WINDOWS.
023900     OPEN INPUT MAINT-WINDOW-FILE.
024000     IF DL100-WINDOW-STATUS = '00'
024100         PERFORM 1110-READ-WINDOW THRU 1110-EXIT
024200         PERFORM 1120-STORE-WINDOW THRU 1120-EXIT
024300             UNTIL DL100-WINDOW-EOF
024400         CLOSE MAINT-WINDOW-FILE
024500     ELSE
024600         DISPLAY 'MAINTWINDOWMAINT - MAINTWIN NOT AVAILABLE, '
024700             'STATUS=' DL100-WINDOW-STATUS
024800             ' - STARTING FROM AN EMPTY FILE'
024900     END-IF.
025000 1100-EXIT.
025100     EXIT.
025200*
025300 1110-READ-WINDOW.
025400     READ MAINT-WINDOW-FILE
025500         AT END
025600             SET DL100-WINDOW-EOF TO TRUE
025700     END-READ.
025800 1110-EXIT.
025900     EXIT.
026000*
026100 1120-STORE-WINDOW.
026200     IF NOT DL100-WINDOW-EOF
026300         IF MWTB-ENTRY-COUNT < 100
026400             ADD 1 TO MWTB-ENTRY-COUNT
026500             SET MWTB-IDX TO MWTB-ENTRY-COUNT
026600             MOVE MWN-JOB-ID      TO MWTB-JOB-ID      (MWTB-IDX)
026700             MOVE MWN-START-STAMP TO MWTB-START-STAMP (MWTB-IDX)
026800             MOVE MWN-END-STAMP   TO MWTB-END-STAMP   (MWTB-IDX)
026900             MOVE MWN-TICKET      TO MWTB-TICKET      (MWTB-IDX)
027000             MOVE MWN-OPER-ID     TO MWTB-OPER-ID     (MWTB-IDX)
027100             MOVE MWN-ADDED-DATE  TO MWTB-ADDED-DATE  (MWTB-IDX)
027200             MOVE 'N'             TO MWTB-DROP-SWITCH (MWTB-IDX)
027300         ELSE
027400             DISPLAY 'MAINTWINDOWMAINT - WINDOW TABLE FULL, '
027500                 'RECORD DROPPED FOR ' MWN-JOB-ID
027600             SET DL100-WINDOW-OVERFLOW TO TRUE
027700         END-IF
027800         PERFORM 1110-READ-WINDOW THRU 1110-EXIT
027900     END-IF.
028000 1120-EXIT.
028100     EXIT.
028200*
028300 1300-LOAD-SCHEDULE.
028400     OPEN INPUT SCHEDULE-FILE.
028500     IF DL100-SCHED-STATUS = '00'
028600         PERFORM 1310-READ-SCHEDULE THRU 1310-EXIT
028700         PERFORM 1320-STORE-SCHEDULE THRU 1320-EXIT
028800             UNTIL DL100-SCHED-EOF
028900         CLOSE SCHEDULE-FILE
029000     END-IF.
029100 1300-EXIT.
029200     EXIT.
029300*
029400 1310-READ-SCHEDULE.
029500     READ SCHEDULE-FILE
029600         AT END
029700             SET DL100-SCHED-EOF TO TRUE
029800     END-READ.
029900 1310-EXIT.
030000     EXIT.
030100*
030200 1320-STORE-SCHEDULE.
030300     IF NOT DL100-SCHED-EOF
030400         MOVE SCHD-JOB-ID TO DL100-CHECK-JOB-ID
030500         PERFORM 7000-ADD-KNOWN-JOB THRU 7000-EXIT
030600         PERFORM 1310-READ-SCHEDULE THRU 1310-EXIT
030700     END-IF.
030800 1320-EXIT.
030900     EXIT.
031000*
031100 1500-SCAN-MASTER.
031200     OPEN INPUT RUN-MASTER-FILE.
031300     IF DL100-MASTER-STATUS NOT = '00'
031400         GO TO 1500-EXIT
031500     END-IF.
031600     PERFORM 1510-READ-MASTER THRU 1510-EXIT.
031700     PERFORM 1520-STORE-MASTER THRU 1520-EXIT
031800         UNTIL DL100-MASTER-EOF.
031900     CLOSE RUN-MASTER-FILE.
032000 1500-EXIT.
032100     EXIT.
032200*
032300 1510-READ-MASTER.
032400     READ RUN-MASTER-FILE
032500         AT END
032600             SET DL100-MASTER-EOF TO TRUE
032700     END-READ.
032800 1510-EXIT.
032900     EXIT.
033000*
033100 1520-STORE-MASTER.
033200     IF NOT DL100-MASTER-EOF
033300         MOVE RHM-JOB-ID TO DL100-CHECK-JOB-ID
033400         PERFORM 7000-ADD-KNOWN-JOB THRU 7000-EXIT
033500         PERFORM 1510-READ-MASTER THRU 1510-EXIT
033600     END-IF.
033700 1520-EXIT.
033800     EXIT.
033900*
034000*****************************************************************
034100* 7000-ADD-KNOWN-JOB - PUT DL100-CHECK-JOB-ID ON THE KNOWN-JOB  *
034200*                      LIST IF IT IS NOT THERE ALREADY.  A      *
034300*                      FULL LIST IS REPORTED ONCE PER DROPPED   *
034400*                      JOB - BETTER A NOISY LIST THAN A WRONG   *
034500*                      REJECT.                                  *
034600*****************************************************************
034700 7000-ADD-KNOWN-JOB.
034800     IF KJOB-ENTRY-COUNT > 0
034900         SET KJOB-IDX TO 1
035000         SEARCH KJOB-ENTRY
035100             AT END
035200                 PERFORM 7100-ADD-KJOB-ENTRY THRU 7100-EXIT
035300             WHEN KJOB-JOB-ID (KJOB-IDX) = DL100-CHECK-JOB-ID
035400                 CONTINUE
035500         END-SEARCH
035600     ELSE
035700         PERFORM 7100-ADD-KJOB-ENTRY THRU 7100-EXIT
035800     END-IF.
035900 7000-EXIT.
036000     EXIT.
036100*
036200 7100-ADD-KJOB-ENTRY.
036300     IF KJOB-ENTRY-COUNT < 300
036400         ADD 1 TO KJOB-ENTRY-COUNT
036500         SET KJOB-IDX TO KJOB-ENTRY-COUNT
036600         MOVE DL100-CHECK-JOB-ID TO KJOB-JOB-ID (KJOB-IDX)
036700     ELSE
036800         DISPLAY 'MAINTWINDOWMAINT - KNOWN-JOB LIST FULL, '
036900             'JOB DROPPED: ' DL100-CHECK-JOB-ID
037000     END-IF.
037100 7100-EXIT.
037200     EXIT.
037300*
037400*****************************************************************
037500* 2000-PROCESS-CARDS                                            *
037600*****************************************************************
037700 2000-PROCESS-CARDS.
037800     OPEN INPUT CONTROL-CARD-FILE.
037900     IF DL100-SYSIN-STATUS = '00'
038000         PERFORM 2100-READ-CARD THRU 2100-EXIT
038100         PERFORM 2200-PROCESS-CARD THRU 2200-EXIT
038200             UNTIL DL100-SYSIN-EOF
038300         CLOSE CONTROL-CARD-FILE
038400     ELSE
038500         DISPLAY 'MAINTWINDOWMAINT - NO SYSIN, NOTHING TO DO'
038600     END-IF.
038700 2000-EXIT.
038800     EXIT.
038900*
039000 2100-READ-CARD.
039100     READ CONTROL-CARD-FILE
039200         AT END
039300             SET DL100-SYSIN-EOF TO TRUE
039400     END-READ.
039500 2100-EXIT.
039600     EXIT.
039700*
039800 2200-PROCESS-CARD.
039900     IF NOT DL100-SYSIN-EOF
040000         EVALUATE CARD-TYPE
040100             WHEN 'WADD'
040200                 PERFORM 3000-APPLY-ADD THRU 3000-EXIT
040300             WHEN 'WDEL'
040400                 PERFORM 3500-APPLY-DELETE THRU 3500-EXIT
040500             WHEN 'WLST'
040600                 PERFORM 6500-LIST-WINDOWS THRU 6500-EXIT
040700             WHEN OTHER
040800                 CONTINUE
040900         END-EVALUATE
041000         PERFORM 2100-READ-CARD THRU 2100-EXIT
041100     END-IF.
041200 2200-EXIT.
041300     EXIT.
041400*
041500*****************************************************************
041600* 3000-APPLY-ADD - VALIDATE ONE WADD CARD AND FOLD THE WINDOW   *
041700*                  INTO THE TABLE.  THE CHECKS RUN WORST-FIRST: *
041800*                  A MISSING OPERATOR, JOB OR TICKET, A BAD     *
041900*                  DATE OR TIME, A WINDOW THAT ENDS BEFORE IT   *
042000*                  STARTS, RUNS PAST DL100-MAX-WINDOW-DAYS OR   *
042100*                  HAS ALREADY ENDED, AN UNKNOWN JOB, AND       *
042200*                  FINALLY AN OVERLAP WITH A WINDOW ALREADY ON  *
042300*                  THE FILE FOR THE SAME JOB (OR FOR ALL).  A   *
042400*                  WINDOW SILENCES PAGING, SO A TYPO HERE MUST  *
042500*                  NEVER QUIETLY HIDE A WEEK OF FAILURES.       *
042600*****************************************************************
042700 3000-APPLY-ADD.
042800     IF WMCARD-OPER-ID = SPACES
042900         MOVE 'OPERATOR ID MISSING' TO DL100-REJECT-TEXT
043000         PERFORM 4500-REJECT-CARD THRU 4500-EXIT
043100         GO TO 3000-EXIT
043200     END-IF.
043300     IF WMCARD-JOB-ID = SPACES
043400         MOVE 'JOB-ID OR ALL MISSING' TO DL100-REJECT-TEXT
043500         PERFORM 4500-REJECT-CARD THRU 4500-EXIT
043600         GO TO 3000-EXIT
043700     END-IF.
043800     IF WMCARD-TICKET = SPACES
043900         MOVE 'CHANGE TICKET MISSING' TO DL100-REJECT-TEXT
044000         PERFORM 4500-REJECT-CARD THRU 4500-EXIT
044100         GO TO 3000-EXIT
044200     END-IF.
044300     PERFORM 3100-EDIT-STAMPS THRU 3100-EXIT.
044400     IF DL100-REJECT-TEXT NOT = SPACES
044500         PERFORM 4500-REJECT-CARD THRU 4500-EXIT
044600         GO TO 3000-EXIT
044700     END-IF.
044800     IF DL100-CARD-END-STAMP NOT > DL100-CARD-START-STAMP
044900         MOVE 'WINDOW ENDS BEFORE IT STARTS' TO DL100-REJECT-TEXT
045000         PERFORM 4500-REJECT-CARD THRU 4500-EXIT
045100         GO TO 3000-EXIT
045200     END-IF.
045300     COMPUTE DL100-START-DAYS =
045400         FUNCTION INTEGER-OF-DATE (DL100-CARD-START-DATE).
045500     COMPUTE DL100-END-DAYS =
045600         FUNCTION INTEGER-OF-DATE (DL100-CARD-END-DATE).
045700     IF DL100-END-DAYS - DL100-START-DAYS > DL100-MAX-WINDOW-DAYS
045800         MOVE 'WINDOW LONGER THAN 3 DAYS' TO DL100-REJECT-TEXT
045900         PERFORM 4500-REJECT-CARD THRU 4500-EXIT
046000         GO TO 3000-EXIT
046100     END-IF.
046200     IF DL100-CARD-END-STAMP < DL100-NOW-STAMP
046300         MOVE 'WINDOW HAS ALREADY ENDED' TO DL100-REJECT-TEXT
046400         PERFORM 4500-REJECT-CARD THRU 4500-EXIT
046500         GO TO 3000-EXIT
046600     END-IF.
046700     IF WMCARD-JOB-ID NOT = 'ALL     '
046800         MOVE WMCARD-JOB-ID TO DL100-CHECK-JOB-ID
046900         PERFORM 4000-CHECK-JOB-KNOWN THRU 4000-EXIT
047000         IF NOT DL100-JOB-KNOWN
047100             MOVE 'JOB-ID UNKNOWN TO THE SHOP'
047200                 TO DL100-REJECT-TEXT
047300             PERFORM 4500-REJECT-CARD THRU 4500-EXIT
047400             GO TO 3000-EXIT
047500         END-IF
047600     END-IF.
047700     PERFORM 4200-CHECK-OVERLAP THRU 4200-EXIT.
047800     IF DL100-WINDOW-OVERLAPS
047900         MOVE 'OVERLAPS A WINDOW FOR THE JOB' TO DL100-REJECT-TEXT
048000         PERFORM 4500-REJECT-CARD THRU 4500-EXIT
048100         GO TO 3000-EXIT
048200     END-IF.
048300     IF MWTB-ENTRY-COUNT NOT < 100
048400         MOVE 'WINDOW TABLE FULL' TO DL100-REJECT-TEXT
048500         PERFORM 4500-REJECT-CARD THRU 4500-EXIT
048600         GO TO 3000-EXIT
048700     END-IF.
048800     ADD 1 TO MWTB-ENTRY-COUNT.
048900     SET MWTB-IDX TO MWTB-ENTRY-COUNT.
049000     MOVE WMCARD-JOB-ID          TO MWTB-JOB-ID      (MWTB-IDX).
049100     MOVE DL100-CARD-START-STAMP TO MWTB-START-STAMP (MWTB-IDX).
049200     MOVE DL100-CARD-END-STAMP   TO MWTB-END-STAMP   (MWTB-IDX).
049300     MOVE WMCARD-TICKET          TO MWTB-TICKET      (MWTB-IDX).
049400     MOVE WMCARD-OPER-ID         TO MWTB-OPER-ID     (MWTB-IDX).
049500     MOVE DL100-TODAY            TO MWTB-ADDED-DATE  (MWTB-IDX).
049600     MOVE 'N'                    TO MWTB-DROP-SWITCH (MWTB-IDX).
049700     SET DL100-WINDOWS-CHANGED TO TRUE.
049800     ADD 1 TO DL100-ACCEPT-COUNT.
049900     MOVE 'ADD ' TO DL100-AUDIT-ACTION.
050000     PERFORM 4700-WRITE-AUDIT THRU 4700-EXIT.
050100     DISPLAY 'MAINTWINDOWMAINT - ADDED ' WMCARD-JOB-ID
050200         ' ' DL100-CARD-START-DATE ' ' DL100-CARD-START-TIME
050300         ' TO ' DL100-CARD-END-DATE ' ' DL100-CARD-END-TIME
050400         ' ' WMCARD-TICKET ' BY ' WMCARD-OPER-ID.
050500 3000-EXIT.
050600     EXIT.
050700*
050800*****************************************************************
050900* 3100-EDIT-STAMPS - THE CARD'S START AND END MUST BE NUMERIC,  *
051000*                    REAL CALENDAR DATES AND REAL CLOCK TIMES   *
051100*                    (HHMMSSHH).  LEAVES DL100-REJECT-TEXT      *
051200*                    BLANK WHEN BOTH ARE GOOD.                  *
051300*****************************************************************
051400 3100-EDIT-STAMPS.
051500     MOVE SPACES TO DL100-REJECT-TEXT.
051600     IF WMCARD-START-DATE NOT NUMERIC
051700         OR WMCARD-START-TIME NOT NUMERIC
051800         OR WMCARD-END-DATE NOT NUMERIC
051900         OR WMCARD-END-TIME NOT NUMERIC
052000         MOVE 'START OR END NOT NUMERIC' TO DL100-REJECT-TEXT
052100         GO TO 3100-EXIT
052200     END-IF.
052300     MOVE WMCARD-START-DATE TO DL100-CARD-START-DATE.
052400     MOVE WMCARD-START-TIME TO DL100-CARD-START-TIME.
052500     MOVE WMCARD-END-DATE   TO DL100-CARD-END-DATE.
052600     MOVE WMCARD-END-TIME   TO DL100-CARD-END-TIME.
052700     IF DL100-CARD-START-DATE < 19000101
052800         OR DL100-CARD-END-DATE < 19000101
052900         OR FUNCTION TEST-DATE-YYYYMMDD (DL100-CARD-START-DATE)
053000             NOT = ZERO
053100         OR FUNCTION TEST-DATE-YYYYMMDD (DL100-CARD-END-DATE)
053200             NOT = ZERO
053300         MOVE 'START OR END DATE INVALID' TO DL100-REJECT-TEXT
053400         GO TO 3100-EXIT
053500     END-IF.
053600     MOVE DL100-CARD-START-TIME TO DL100-TIME-WORK.
053700     PERFORM 3150-EDIT-TIME THRU 3150-EXIT.
053800     IF DL100-TIME-OK
053900         MOVE DL100-CARD-END-TIME TO DL100-TIME-WORK
054000         PERFORM 3150-EDIT-TIME THRU 3150-EXIT
054100     END-IF.
054200     IF NOT DL100-TIME-OK
054300         MOVE 'START OR END TIME INVALID' TO DL100-REJECT-TEXT
054400     END-IF.
054500 3100-EXIT.
054600     EXIT.
054700*
054800 3150-EDIT-TIME.
054900     MOVE 'Y' TO DL100-TIME-OK-SWITCH.
055000     IF DL100-TIME-HH > 23
055100         OR DL100-TIME-MM > 59
055200         OR DL100-TIME-SS > 59
055300         MOVE 'N' TO DL100-TIME-OK-SWITCH
055400     END-IF.
055500 3150-EXIT.
055600     EXIT.
055700*
055800*****************************************************************
055900* 3500-APPLY-DELETE - REMOVE THE WINDOW NAMED BY JOB AND START  *
056000*                     STAMP.  DELETING AN OPEN WINDOW ENDS THE  *
056100*                     SUPPRESSION AT ONCE - THE WAY TO CLOSE A  *
056200*                     CHANGE THAT FINISHED EARLY.  A WINDOW NOT *
056300*                     ON THE FILE IS A REJECT, NOT A NO-OP.     *
056400*****************************************************************
056500 3500-APPLY-DELETE.
056600     IF WMCARD-OPER-ID = SPACES
056700         MOVE 'OPERATOR ID MISSING' TO DL100-REJECT-TEXT
056800         PERFORM 4500-REJECT-CARD THRU 4500-EXIT
056900         GO TO 3500-EXIT
057000     END-IF.
057100     IF WMCARD-START-DATE NOT NUMERIC
057200         OR WMCARD-START-TIME NOT NUMERIC
057300         MOVE 'START OR END NOT NUMERIC' TO DL100-REJECT-TEXT
057400         PERFORM 4500-REJECT-CARD THRU 4500-EXIT
057500         GO TO 3500-EXIT
057600     END-IF.
057700     MOVE WMCARD-START-DATE TO DL100-CARD-START-DATE.
057800     MOVE WMCARD-START-TIME TO DL100-CARD-START-TIME.
057900     PERFORM 4100-FIND-WINDOW THRU 4100-EXIT.
058000     IF NOT DL100-WINDOW-FOUND
058100         MOVE 'WINDOW NOT ON THE FILE' TO DL100-REJECT-TEXT
058200         PERFORM 4500-REJECT-CARD THRU 4500-EXIT
058300         GO TO 3500-EXIT
058400     END-IF.
058500     MOVE 'Y' TO MWTB-DROP-SWITCH (MWTB-IDX).
058600     MOVE MWTB-END-STAMP (MWTB-IDX) TO DL100-CARD-END-STAMP.
058700     SET DL100-WINDOWS-CHANGED TO TRUE.
058800     ADD 1 TO DL100-ACCEPT-COUNT.
058900     MOVE 'DEL ' TO DL100-AUDIT-ACTION.
059000     PERFORM 4700-WRITE-AUDIT THRU 4700-EXIT.
059100     DISPLAY 'MAINTWINDOWMAINT - DELETED ' WMCARD-JOB-ID
059200         ' ' DL100-CARD-START-DATE ' ' DL100-CARD-START-TIME
059300         ' ' MWTB-TICKET (MWTB-IDX) ' BY ' WMCARD-OPER-ID.
059400 3500-EXIT.
059500     EXIT.
059600*
059700*****************************************************************
059800* 4000-CHECK-JOB-KNOWN - IS DL100-CHECK-JOB-ID ON THE KNOWN-    *
059900*                        JOB LIST?  AN EMPTY LIST (NEITHER      *
060000*                        SOURCE FILE READABLE) PASSES           *
060100*                        EVERYTHING RATHER THAN REJECTING       *
060200*                        EVERYTHING.                            *
060300*****************************************************************
060400 4000-CHECK-JOB-KNOWN.
060500     MOVE 'Y' TO DL100-KNOWN-SWITCH.
060600     IF KJOB-ENTRY-COUNT = 0
060700         GO TO 4000-EXIT
060800     END-IF.
060900     MOVE 'N' TO DL100-KNOWN-SWITCH.
061000     SET KJOB-IDX TO 1.
061100     SEARCH KJOB-ENTRY
061200         AT END
061300             CONTINUE
061400         WHEN KJOB-JOB-ID (KJOB-IDX) = DL100-CHECK-JOB-ID
061500             MOVE 'Y' TO DL100-KNOWN-SWITCH
061600     END-SEARCH.
061700 4000-EXIT.
061800     EXIT.
061900*
062000*****************************************************************
062100* 4100-FIND-WINDOW - LEAVE MWTB-IDX ON THE LIVE (NOT DROPPED)   *
062200*                    ENTRY FOR THE CARD'S JOB AND START STAMP,  *
062300*                    IF ONE EXISTS.                             *
062400*****************************************************************
062500 4100-FIND-WINDOW.
062600     MOVE 'N' TO DL100-FOUND-SWITCH.
062700     IF MWTB-ENTRY-COUNT = 0
062800         GO TO 4100-EXIT
062900     END-IF.
063000     SET MWTB-IDX TO 1.
063100     SEARCH MWTB-ENTRY
063200         AT END
063300             CONTINUE
063400         WHEN MWTB-JOB-ID (MWTB-IDX) = WMCARD-JOB-ID
063500             AND MWTB-START-STAMP (MWTB-IDX)
063600                 = DL100-CARD-START-STAMP
063700             AND NOT MWTB-DROPPED (MWTB-IDX)
063800             SET DL100-WINDOW-FOUND TO TRUE
063900     END-SEARCH.
064000 4100-EXIT.
064100     EXIT.
064200*
064300*****************************************************************
064400* 4200-CHECK-OVERLAP - DOES ANY LIVE WINDOW FOR THE SAME JOB    *
064500*                      (ALL COUNTS AS A JOB OF ITS OWN HERE)    *
064600*                      SHARE ANY MOMENT WITH THE CARD'S WINDOW? *
064700*                      TWO WINDOWS FOR ONE JOB AT ONCE ONLY     *
064800*                      MUDDY WHICH TICKET A SUPPRESSION BELONGS *
064900*                      TO; A JOB WINDOW INSIDE AN ALL WINDOW IS *
065000*                      HARMLESS AND ALLOWED.                    *
065100*****************************************************************
065200 4200-CHECK-OVERLAP.
065300     MOVE 'N' TO DL100-OVERLAP-SWITCH.
065400     IF MWTB-ENTRY-COUNT = 0
065500         GO TO 4200-EXIT
065600     END-IF.
065700     SET MWTB-IDX TO 1.
065800     SEARCH MWTB-ENTRY
065900         AT END
066000             CONTINUE
066100         WHEN MWTB-JOB-ID (MWTB-IDX) = WMCARD-JOB-ID
066200             AND NOT MWTB-DROPPED (MWTB-IDX)
066300             AND MWTB-START-STAMP (MWTB-IDX)
066400                 NOT > DL100-CARD-END-STAMP
066500             AND MWTB-END-STAMP (MWTB-IDX)
066600                 NOT < DL100-CARD-START-STAMP
066700             SET DL100-WINDOW-OVERLAPS TO TRUE
066800     END-SEARCH.
066900 4200-EXIT.
067000     EXIT.
067100*
067200 4500-REJECT-CARD.
067300     ADD 1 TO DL100-REJECT-COUNT.
067400     DISPLAY 'MAINTWINDOWMAINT - REJECTED ' CARD-TYPE ' '
067500         WMCARD-JOB-ID ' FROM ' WMCARD-START-DATE
067600         ' ' WMCARD-START-TIME
067700         ' BY ' WMCARD-OPER-ID
067800         ' (' DL100-REJECT-TEXT ')'.
067900 4500-EXIT.
068000     EXIT.
068100*
068200*****************************************************************
068300* 4700-WRITE-AUDIT - ONE AUDIT RECORD PER ACCEPTED CHANGE,      *
068400*                    APPENDED SO THE TRAIL IS NEVER REWRITTEN.  *
068500*****************************************************************
068600 4700-WRITE-AUDIT.
068700     IF NOT DL100-AUDIT-IS-OPEN
068800         OPEN EXTEND WINDOW-AUDIT-FILE
068900         IF DL100-AUDIT-STATUS = '05' OR '35'
069000             OPEN OUTPUT WINDOW-AUDIT-FILE
069100         END-IF
069200         IF DL100-AUDIT-STATUS NOT = '00'
069300             DISPLAY 'MAINTWINDOWMAINT - AUDIT FILE OPEN FAILED, '
069400                 'STATUS=' DL100-AUDIT-STATUS
069500             GO TO 4700-EXIT
069600         END-IF
069700         SET DL100-AUDIT-IS-OPEN TO TRUE
069800     END-IF.
069900     MOVE SPACES TO DL100-WINDOW-AUDIT-RECORD.
070000     INITIALIZE DL100-WINDOW-AUDIT-RECORD.
070100     MOVE WMCARD-OPER-ID        TO MAU-OPER-ID.
070200     MOVE DL100-TODAY           TO MAU-CHANGE-DATE.
070300     MOVE DL100-NOW             TO MAU-CHANGE-TIME.
070400     MOVE DL100-AUDIT-ACTION    TO MAU-ACTION.
070500     MOVE WMCARD-JOB-ID         TO MAU-JOB-ID.
070600     MOVE DL100-CARD-START-DATE TO MAU-START-DATE.
070700     MOVE DL100-CARD-START-TIME TO MAU-START-TIME.
070800     MOVE DL100-CARD-END-DATE   TO MAU-END-DATE.
070900     MOVE DL100-CARD-END-TIME   TO MAU-END-TIME.
071000     IF DL100-AUDIT-ACTION = 'DEL '
071100         MOVE MWTB-TICKET (MWTB-IDX) TO MAU-TICKET
071200     ELSE
071300         MOVE WMCARD-TICKET         TO MAU-TICKET
071400     END-IF.
071500     WRITE DL100-WINDOW-AUDIT-RECORD.
071600 4700-EXIT.
071700     EXIT.
071800*
071900*****************************************************************
072000* 6500-LIST-WINDOWS - ONE LINE PER LIVE WINDOW ON THE EFFECTIVE *
072100*                     FILE, MARKED PLANNED, OPEN OR ENDED       *
072200*                     AGAINST THE CLOCK AT THIS RUN.            *
072300*****************************************************************
072400 6500-LIST-WINDOWS.
072500     DISPLAY 'MAINTWINDOWMAINT - EFFECTIVE MAINTENANCE WINDOWS'.
072600     MOVE ZERO TO DL100-LIST-COUNT.
072700     IF MWTB-ENTRY-COUNT > 0
072800         PERFORM 6600-LIST-ONE-WINDOW THRU 6600-EXIT
072900             VARYING MWTB-IDX FROM 1 BY 1
073000             UNTIL MWTB-IDX > MWTB-ENTRY-COUNT
073100     END-IF.
073200     IF DL100-LIST-COUNT = ZERO
073300         DISPLAY '  (NONE)'
073400     END-IF.
073500 6500-EXIT.
073600     EXIT.
073700*
073800 6600-LIST-ONE-WINDOW.
073900     IF MWTB-DROPPED (MWTB-IDX)
074000         GO TO 6600-EXIT
074100     END-IF.
074200     ADD 1 TO DL100-LIST-COUNT.
074300     EVALUATE TRUE
074400         WHEN MWTB-START-STAMP (MWTB-IDX) > DL100-NOW-STAMP
074500             MOVE 'PLANNED' TO DL100-WINDOW-STATE
074600         WHEN MWTB-END-STAMP (MWTB-IDX) < DL100-NOW-STAMP
074700             MOVE 'ENDED'   TO DL100-WINDOW-STATE
074800         WHEN OTHER
074900             MOVE 'OPEN'    TO DL100-WINDOW-STATE
075000     END-EVALUATE.
075100     MOVE SPACES TO DL100-RPT-DETAIL-LINE.
075200     STRING '  '                          DELIMITED BY SIZE
075300            MWTB-JOB-ID (MWTB-IDX)        DELIMITED BY SIZE
075400            '  '                          DELIMITED BY SIZE
075500            MWTB-START-DATE (MWTB-IDX)    DELIMITED BY SIZE
075600            ' '                           DELIMITED BY SIZE
075700            MWTB-START-TIME (MWTB-IDX)    DELIMITED BY SIZE
075800            ' - '                         DELIMITED BY SIZE
075900            MWTB-END-DATE (MWTB-IDX)      DELIMITED BY SIZE
076000            ' '                           DELIMITED BY SIZE
076100            MWTB-END-TIME (MWTB-IDX)      DELIMITED BY SIZE
076200            '  '                          DELIMITED BY SIZE
076300            MWTB-TICKET (MWTB-IDX)        DELIMITED BY SIZE
076400            '  '                          DELIMITED BY SIZE
076500            MWTB-OPER-ID (MWTB-IDX)       DELIMITED BY SIZE
076600            '  '                          DELIMITED BY SIZE
076700            DL100-WINDOW-STATE            DELIMITED BY SIZE
076800       INTO DL100-RPT-DETAIL-LINE.
076900     DISPLAY DL100-RPT-DETAIL-LINE.
077000 6600-EXIT.
077100     EXIT.
077200*
077300*****************************************************************
077400* 5000-REWRITE-WINDOWS - PUT EVERY LIVE ENTRY BACK AS THE WHOLE *
077500*                        MAINTENANCE-WINDOW FILE.  SUPPRESSED,  *
077600*                        WITH RETURN-CODE 08, WHEN THE LOAD     *
077700*                        OVERFLOWED - REWRITING FROM A          *
077800*                        TRUNCATED TABLE WOULD DESTROY THE      *
077900*                        DROPPED RECORDS.                       *
078000*****************************************************************
078100 5000-REWRITE-WINDOWS.
078200     OPEN OUTPUT MAINT-WINDOW-FILE.
078300     IF DL100-WINDOW-STATUS NOT = '00'
078400         DISPLAY 'MAINTWINDOWMAINT - MAINTWIN REWRITE FAILED, '
078500             'STATUS=' DL100-WINDOW-STATUS
078600         MOVE 08 TO RETURN-CODE
078700         GO TO 5000-EXIT
078800     END-IF.
078900     PERFORM 5100-WRITE-WINDOW THRU 5100-EXIT
079000         VARYING MWTB-IDX FROM 1 BY 1
079100         UNTIL MWTB-IDX > MWTB-ENTRY-COUNT.
079200     CLOSE MAINT-WINDOW-FILE.
079300 5000-EXIT.
079400     EXIT.
079500*
079600 5100-WRITE-WINDOW.
079700     IF NOT MWTB-DROPPED (MWTB-IDX)
079800         MOVE SPACES TO DL100-MAINT-WINDOW-RECORD
079900         INITIALIZE DL100-MAINT-WINDOW-RECORD
080000         MOVE MWTB-JOB-ID      (MWTB-IDX) TO MWN-JOB-ID
080100         MOVE MWTB-START-STAMP (MWTB-IDX) TO MWN-START-STAMP
080200         MOVE MWTB-END-STAMP   (MWTB-IDX) TO MWN-END-STAMP
080300         MOVE MWTB-TICKET      (MWTB-IDX) TO MWN-TICKET
080400         MOVE MWTB-OPER-ID     (MWTB-IDX) TO MWN-OPER-ID
080500         MOVE MWTB-ADDED-DATE  (MWTB-IDX) TO MWN-ADDED-DATE
080600         WRITE DL100-MAINT-WINDOW-RECORD
080700     END-IF.
080800 5100-EXIT.
080900     EXIT.
081000*
081100*****************************************************************
081200* 8000-WRAP-UP - RETURN 04 WHEN ANY CARD WAS REJECTED SO THE    *
081300*                OPERATOR GOES BACK TO THE SPOOL, 08 WHEN THE   *
081400*                LOAD OVERFLOWED AND THE REWRITE WAS            *
081500*                SUPPRESSED.                                    *
081600*****************************************************************
081700 8000-WRAP-UP.
081800     DISPLAY 'MAINTWINDOWMAINT - CHANGES ACCEPTED='
081900         DL100-ACCEPT-COUNT
082000         ' REJECTED=' DL100-REJECT-COUNT.
082100     IF DL100-REJECT-COUNT > ZERO
082200         AND RETURN-CODE = ZERO
082300         MOVE 04 TO RETURN-CODE
082400     END-IF.
082500     IF DL100-WINDOW-OVERFLOW
082600         DISPLAY 'MAINTWINDOWMAINT - MAINTWIN REWRITE '
082700             'SUPPRESSED, TABLE OVERFLOWED'
082800         MOVE 08 TO RETURN-CODE
082900     END-IF.
083000 8000-EXIT.
083100     EXIT.
083200*
083300*****************************************************************
083400* 0500-ACQUIRE-LOCK - TAKE THE MAINTLCK TOKEN BEFORE TOUCHING   *
083500*                     THE WINDOW FILE.  A HELD TOKEN IS RETRIED *
083600*                     A FEW TIMES, A STALE ONE (ABANDONED BY A  *
083700*                     FAILED RUN) IS TAKEN OVER WITH A MESSAGE, *
083800*                     AND A LIVE ONE MAKES THIS RUN BACK OFF    *
083900*                     CLEANLY.                                  *
084000*****************************************************************
084100 0500-ACQUIRE-LOCK.
084200     MOVE 'N' TO DL100-LOCK-SWITCH.
084300     MOVE ZERO TO DL100-LOCK-TRIES.
084400     ACCEPT DL100-TODAY FROM DATE YYYYMMDD.
084500     ACCEPT DL100-NOW   FROM TIME.
084600     PERFORM 0510-TRY-LOCK THRU 0510-EXIT
084700         UNTIL DL100-LOCK-HELD
084800            OR DL100-LOCK-TRIES NOT < 10.
084900     IF NOT DL100-LOCK-HELD
085000         DISPLAY 'MAINTWINDOWMAINT - MAINTWIN BUSY, HELD '
085100             'BY ' LCK-HOLDER ' - NOTHING APPLIED, RERUN '
085200             'WHEN FREE'
085300     END-IF.
085400 0500-EXIT.
085500     EXIT.
085600*
085700 0510-TRY-LOCK.
085800     ADD 1 TO DL100-LOCK-TRIES.
085900     OPEN INPUT LOCK-FILE.
086000     IF DL100-LOCKF-STATUS = '35'
086100         PERFORM 0530-TAKE-LOCK THRU 0530-EXIT
086200         GO TO 0510-EXIT
086300     END-IF.
086400     IF DL100-LOCKF-STATUS NOT = '00' AND '05'
086500         DISPLAY 'MAINTWINDOWMAINT - LOCK FILE ERROR, '
086600             'STATUS=' DL100-LOCKF-STATUS
086700         GO TO 0510-EXIT
086800     END-IF.
086900     MOVE SPACES TO DL100-LOCK-RECORD.
087000     READ LOCK-FILE INTO DL100-LOCK-RECORD
087100         AT END
087200             CONTINUE
087300     END-READ.
087400     CLOSE LOCK-FILE.
087500     IF NOT LCK-STATE-HELD
087600         PERFORM 0530-TAKE-LOCK THRU 0530-EXIT
087700         GO TO 0510-EXIT
087800     END-IF.
087900     PERFORM 0520-CHECK-STALE THRU 0520-EXIT.
088000     IF DL100-LOCK-AGE-MINS > DL100-LOCK-STALE-MINS
088100         DISPLAY 'MAINTWINDOWMAINT - STALE LOCK FROM '
088200             LCK-HOLDER ' TAKEN OVER'
088300         PERFORM 0530-TAKE-LOCK THRU 0530-EXIT
088400     END-IF.
088500 0510-EXIT.
088600     EXIT.
088700*
088800*****************************************************************
088900* 0520-CHECK-STALE - MINUTES SINCE THE LOCK WAS STAMPED.  A     *
089000*                    LOCK WITH NO READABLE STAMP COUNTS AS      *
089100*                    STALE - BETTER TO TAKE OVER A BROKEN       *
089200*                    TOKEN THAN TO WAIT ON IT FOREVER.          *
089300*****************************************************************
089400 0520-CHECK-STALE.
089500     IF LCK-LOCK-DATE NOT NUMERIC
089600         OR LCK-LOCK-DATE < 19000101
089700         MOVE 9999 TO DL100-LOCK-AGE-MINS
089800         GO TO 0520-EXIT
089900     END-IF.
090000     COMPUTE DL100-LOCK-NOW-DAYS =
090100         FUNCTION INTEGER-OF-DATE (DL100-TODAY).
090200     COMPUTE DL100-LOCK-THEN-DAYS =
090300         FUNCTION INTEGER-OF-DATE (LCK-LOCK-DATE).
090400     MOVE DL100-NOW TO DL100-LOCK-TIME-WORK.
090500     COMPUTE DL100-LOCK-NOW-MINS =
090600         DL100-LOCK-TIME-HH * 60 + DL100-LOCK-TIME-MM.
090700     MOVE LCK-LOCK-TIME TO DL100-LOCK-TIME-WORK.
090800     COMPUTE DL100-LOCK-THEN-MINS =
090900         DL100-LOCK-TIME-HH * 60 + DL100-LOCK-TIME-MM.
091000     COMPUTE DL100-LOCK-AGE-MINS =
091100         (DL100-LOCK-NOW-DAYS - DL100-LOCK-THEN-DAYS) * 1440
091200         + DL100-LOCK-NOW-MINS - DL100-LOCK-THEN-MINS.
091300 0520-EXIT.
091400     EXIT.
091500*
091600 0530-TAKE-LOCK.
091700     OPEN OUTPUT LOCK-FILE.
091800     IF DL100-LOCKF-STATUS NOT = '00'
091900         DISPLAY 'MAINTWINDOWMAINT - LOCK TAKE FAILED, '
092000             'STATUS=' DL100-LOCKF-STATUS
092100         GO TO 0530-EXIT
092200     END-IF.
092300     MOVE SPACES TO DL100-LOCK-RECORD.
092400     INITIALIZE DL100-LOCK-RECORD.
092500     MOVE DL100-LOCK-OWNER TO LCK-HOLDER.
092600     SET LCK-STATE-HELD TO TRUE.
092700     MOVE DL100-TODAY TO LCK-LOCK-DATE.
092800     MOVE DL100-NOW   TO LCK-LOCK-TIME.
092900     WRITE DL100-LOCK-FD-RECORD FROM DL100-LOCK-RECORD.
093000     CLOSE LOCK-FILE.
093100     SET DL100-LOCK-HELD TO TRUE.
093200 0530-EXIT.
093300     EXIT.
093400*
093500*****************************************************************
093600* 0900-RELEASE-LOCK - HAND THE TOKEN BACK AS FREE SO THE NEXT   *
093700*                     WRITER GETS STRAIGHT IN.                  *
093800*****************************************************************
093900 0900-RELEASE-LOCK.
094000     IF NOT DL100-LOCK-HELD
094100         GO TO 0900-EXIT
094200     END-IF.
094300     OPEN OUTPUT LOCK-FILE.
094400     IF DL100-LOCKF-STATUS NOT = '00'
094500         DISPLAY 'MAINTWINDOWMAINT - LOCK RELEASE FAILED, '
094600             'STATUS=' DL100-LOCKF-STATUS
094700         GO TO 0900-EXIT
094800     END-IF.
094900     MOVE SPACES TO DL100-LOCK-RECORD.
095000     INITIALIZE DL100-LOCK-RECORD.
095100     SET LCK-STATE-FREE TO TRUE.
095200     MOVE DL100-TODAY TO LCK-LOCK-DATE.
095300     MOVE DL100-NOW   TO LCK-LOCK-TIME.
095400     WRITE DL100-LOCK-FD-RECORD FROM DL100-LOCK-RECORD.
095500     CLOSE LOCK-FILE.
095600     MOVE 'N' TO DL100-LOCK-SWITCH.
095700 0900-EXIT.
095800     EXIT.
