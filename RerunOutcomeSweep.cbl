002664*                   AND FREES THEM AFTER THE REWRITES, BACKING   *
002666*                   OFF WITH A MESSAGE AND RETURN-CODE 08 WHEN   *
002668*                   ANOTHER WRITER HOLDS EITHER ONE.             *
002670*  2026-10-15 DLM   A RERUN THAT COMES BACK CLEAN NOW CASCADES.  *
002672*                   THE SWEEP WALKS THE CHAIN-DEFINITION FILE    *
002674*                   (CHAINDEF, DL100CH) AND QUEUES EVERY         *
002676*                   DOWNSTREAM JOB THE PREDECESSOR GATE FAILED   *
002678*                   (REASON 9101) ON THE SAME CYCLE, DUE AT ONCE *
002680*                   AND IN DEPENDENCY ORDER.  A JOB WITH ANOTHER *
002682*                   PREDECESSOR STILL FAILED ON THAT CYCLE IS    *
002684*                   HELD, WITH EVERYTHING BELOW IT.  A CLEAN     *
002686*                   RERUN ALSO RESOLVES ANY OTHER 9101 ALERT THE *
002688*                   JOB STILL HAS OPEN OR ACKED FOR THE CYCLE.   *
002690*  2026-10-15 DLM   AN AD-HOC RUN (RUN TYPE A) NO LONGER COUNTS  *
002692*                   AS THE OUTCOME OF A RELEASED RERUN, AND THE  *
002694*                   HARD-FAILURE ALERT CARRIES THE RUN TYPE OF   *
002696*                   THE OUTCOME RUN.                             *
002706*  2026-10-15 DLM   A HARD-FAILURE ALERT FOR A JOB UNDER AN OPEN *
002716*                   PLANNED MAINTENANCE WINDOW (MAINTWIN,        *
002726*                   DL100MW), OR AN ALL WINDOW, IS NO LONGER     *
002736*                   PAGED - IT IS LOGGED ON THE SUPPRESSED-ALERT *
002746*                   FILE (SUPPALRT, DL100SA) WITH THE WINDOW'S   *
002756*                   CHANGE TICKET.  THE QUEUE RECORD STILL       *
002766*                   CLOSES, AND SUPPRESSED ESCALATIONS DO NOT    *
002776*                   DRIVE THE 04 RETURN-CODE.                    *
002799*****************************************************************
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
003000 SOURCE-COMPUTER.    IBM-370.
004600     SELECT RETRY-POLICY-FILE ASSIGN TO RETRYPOL
004700         ORGANIZATION LINE SEQUENTIAL
004800         FILE STATUS  IS DL100-RETRYPOL-STATUS.
004801     SELECT MAINT-WINDOW-FILE ASSIGN TO MAINTWIN
004802         ORGANIZATION LINE SEQUENTIAL
004803         FILE STATUS  IS DL100-MAINTWIN-STATUS.
004804     SELECT SUPPRESSED-ALERT-FILE ASSIGN TO SUPPALRT
004805         ORGANIZATION LINE SEQUENTIAL
004806         FILE STATUS  IS DL100-SUPPALRT-STATUS.
004810     SELECT ROUTE-FILE       ASSIGN TO ALRTROUT
004820         ORGANIZATION LINE SEQUENTIAL
004830         FILE STATUS  IS DL100-ROUTEF-STATUS.
004880     SELECT ALERT-LOCK-FILE  ASSIGN TO ALERTLCK
004882         ORGANIZATION LINE SEQUENTIAL
004884         FILE STATUS  IS DL100-ALOCKF-STATUS.
004888     SELECT CHAIN-FILE       ASSIGN TO CHAINDEF
004892         ORGANIZATION LINE SEQUENTIAL
004896         FILE STATUS  IS DL100-CHAIN-STATUS.
004900*
005000 DATA DIVISION.
005100 FILE SECTION.
006400 FD  RETRY-POLICY-FILE
006500     RECORDING MODE IS F.
006600 COPY DL100RP.
006601 FD  MAINT-WINDOW-FILE
006602     RECORDING MODE IS F.
006603 COPY DL100MW.
006604 FD  SUPPRESSED-ALERT-FILE
006605     RECORDING MODE IS F.
006606 COPY DL100SA.
006610 FD  ROUTE-FILE
006620     RECORDING MODE IS F.
006630 COPY DL100AR.
006680 FD  ALERT-LOCK-FILE
006682     RECORDING MODE IS F.
006684 01  DL100-ALOCK-FD-RECORD           PIC X(32).
006688 FD  CHAIN-FILE
006692     RECORDING MODE IS F.
006696 COPY DL100CH.
006700*
006800 WORKING-STORAGE SECTION.
006900*****************************************************************
011592     05  DL100-LOCK-TIME-HH       PIC 9(02).
011594     05  DL100-LOCK-TIME-MM       PIC 9(02).
011596     05  FILLER                   PIC 9(04).
011598*
011600*****************************************************************
011602*    DOWNSTREAM CASCADE - A CLEAN RERUN PUTS THE JOBS THE
011604*    PREDECESSOR GATE FAILED (9101) BEHIND IT BACK ON THE QUEUE.
011606*****************************************************************
011608 77  DL100-CHAIN-STATUS           PIC XX    VALUE '00'.
011610 77  DL100-CHAIN-EOF-SWITCH       PIC X     VALUE 'N'.
011612     88  DL100-CHAIN-EOF                     VALUE 'Y'.
011614 77  DL100-CASCADE-REASON         PIC 9(04) VALUE 9101.
011616 77  DL100-CASCADE-COUNT          PIC 9(03) COMP VALUE ZERO.
011618 77  DL100-HELD-COUNT             PIC 9(03) COMP VALUE ZERO.
011620 77  DL100-CASC-DEPTH             PIC 9(04) COMP VALUE ZERO.
011622 77  DL100-CASC-MAX-DEPTH         PIC 9(04) COMP VALUE ZERO.
011624 77  DL100-CASC-PASSES            PIC 9(03) COMP VALUE ZERO.
011626 77  DL100-CASC-CHANGE-SWITCH     PIC X     VALUE 'N'.
011628     88  DL100-CASC-CHANGED                  VALUE 'Y'.
011630 77  DL100-CASC-OVFL-SWITCH       PIC X     VALUE 'N'.
011632     88  DL100-CASC-OVERFLOW                 VALUE 'Y'.
011634 77  DL100-OUTCOME-OVFL-SWITCH    PIC X     VALUE 'N'.
011636     88  DL100-OUTCOME-OVERFLOW              VALUE 'Y'.
011638 77  DL100-CYCLE-WANTED-SWITCH    PIC X     VALUE 'N'.
011640     88  DL100-CYCLE-WANTED                  VALUE 'Y'.
011642 77  DL100-ON-QUEUE-SWITCH        PIC X     VALUE 'N'.
011644     88  DL100-ALREADY-ON-QUEUE              VALUE 'Y'.
011646 77  DL100-WORK-CYCLE             PIC 9(08) VALUE ZERO.
011648 77  DL100-FIND-CYCLE             PIC 9(08) VALUE ZERO.
011650 77  DL100-FIND-JOB-ID            PIC X(08) VALUE SPACES.
011652 77  DL100-FIND-SUB               PIC 9(03) COMP VALUE ZERO.
011654 77  DL100-PRED-SUB               PIC 9(03) COMP VALUE ZERO.
011656 77  DL100-JOB-SUB                PIC 9(03) COMP VALUE ZERO.
011658 77  DL100-OUTCOME-SUB            PIC 9(03) COMP VALUE ZERO.
011659*
011660*****************************************************************
011661*    PLANNED MAINTENANCE WINDOWS STILL OPEN OR TO COME - A HARD-
011662*    FAILURE ALERT FOR A JOB UNDER AN OPEN WINDOW IS LOGGED, NOT
011663*    PAGED.
011664*****************************************************************
011665 COPY DL100MT.
011666 77  DL100-MAINTWIN-STATUS        PIC XX    VALUE '00'.
011667 77  DL100-SUPPALRT-STATUS        PIC XX    VALUE '00'.
011668 77  DL100-MAINTWIN-EOF-SWITCH    PIC X     VALUE 'N'.
011669     88  DL100-MAINTWIN-EOF                  VALUE 'Y'.
011670 77  DL100-MAINT-OPEN-SWITCH      PIC X     VALUE 'N'.
011671     88  DL100-MAINT-WINDOW-OPEN             VALUE 'Y'.
011672 77  DL100-SUPP-OPEN-SWITCH       PIC X     VALUE 'N'.
011673     88  DL100-SUPP-IS-OPEN                  VALUE 'Y'.
011674 77  DL100-SUPPRESSED-COUNT       PIC 9(03) COMP VALUE ZERO.
011675 77  DL100-MAINT-JOB-ID           PIC X(08) VALUE SPACES.
011676 77  DL100-MAINT-TICKET           PIC X(12) VALUE SPACES.
011677 77  DL100-MAINT-WINDOW-JOB       PIC X(08) VALUE SPACES.
011678 01  DL100-MAINT-NOW-STAMP.
011679     05  DL100-MAINT-NOW-DATE     PIC 9(08) VALUE ZERO.
011680     05  DL100-MAINT-NOW-TIME     PIC 9(08) VALUE ZERO.
011700*
011800*****************************************************************
011900*    RETRY-TIME WORK AREA - EARLIEST-RETRY ARITHMETIC FOR A
016900         10  QTBL-OUT-STATUS      PIC 9(02).
017000         10  QTBL-OUT-REASON      PIC 9(04).
017100         10  QTBL-OUT-CYCLE       PIC 9(08).
017101         10  QTBL-OUT-TYPE        PIC X(01).
017102*
017104*****************************************************************
017106*    CHAIN PAIRS (JOB AND ONE PREDECESSOR) FROM CHAINDEF, FOR
017108*    THE DOWNSTREAM WALK WHEN A FAILED PREDECESSOR RECOVERS.
017110*****************************************************************
017112 01  DL100-CHAIN-TABLE.
017114     05  CHNT-ENTRY-COUNT         PIC 9(03) VALUE ZERO.
017116     05  CHNT-ENTRY OCCURS 1 TO 500 TIMES
017118                    DEPENDING ON CHNT-ENTRY-COUNT
017120                    INDEXED BY CHNT-IDX.
017122         10  CHNT-JOB-ID          PIC X(08).
017124         10  CHNT-PRED-JOB-ID     PIC X(08).
017126*
017128*****************************************************************
017130*    LATEST RESULT PER JOB FOR EVERY CYCLE A RELEASED QUEUE
017132*    ENTRY BELONGS TO - WHICH DOWNSTREAM JOBS ARE STILL SITTING
017134*    ON A GATE FAILURE, AND WHICH PREDECESSORS ARE STILL FAILED.
017136*****************************************************************
017138 01  DL100-OUTCOME-TABLE.
017140     05  CYCT-ENTRY-COUNT         PIC 9(03) VALUE ZERO.
017142     05  CYCT-ENTRY OCCURS 1 TO 500 TIMES
017144                    DEPENDING ON CYCT-ENTRY-COUNT
017146                    INDEXED BY CYCT-IDX.
017148         10  CYCT-JOB-ID          PIC X(08).
017150         10  CYCT-CYCLE-DATE      PIC 9(08).
017152         10  CYCT-RUN-DATE        PIC 9(08).
017154         10  CYCT-RUN-TIME        PIC 9(08).
017156         10  CYCT-STATUS-CODE     PIC 9(02).
017158         10  CYCT-REASON-CODE     PIC 9(04).
017160*
017162*****************************************************************
017164*    THE DOWNSTREAM JOBS OF ONE RECOVERED PREDECESSOR.  ENTRY 1
017166*    IS THE RECOVERED JOB ITSELF AT DEPTH ZERO; EVERY OTHER
017168*    ENTRY CARRIES ITS LONGEST DISTANCE BELOW IT, SO QUEUEING BY
017170*    DEPTH PUTS EVERY JOB BEHIND ALL OF ITS PREDECESSORS.
017172*****************************************************************
017174 01  DL100-CASCADE-TABLE.
017176     05  CASC-ENTRY-COUNT         PIC 9(03) VALUE ZERO.
017178     05  CASC-ENTRY OCCURS 1 TO 100 TIMES
017180                    DEPENDING ON CASC-ENTRY-COUNT
017182                    INDEXED BY CASC-IDX.
017184         10  CASC-JOB-ID          PIC X(08).
017186         10  CASC-DEPTH           PIC 9(04) COMP.
017188         10  CASC-RUN-DATE        PIC 9(08).
017190         10  CASC-RUN-TIME        PIC 9(08).
017192         10  CASC-HOLD-SWITCH     PIC X.
017194             88  CASC-HELD                  VALUE 'Y'.
017200*
017300 PROCEDURE DIVISION.
017400*****************************************************************
017994     END-IF.
018000     PERFORM 1000-LOAD-QUEUE        THRU 1000-EXIT.
018100     PERFORM 1500-LOAD-RETRY-POLICY THRU 1500-EXIT.
018150     PERFORM 1600-LOAD-CHAIN        THRU 1600-EXIT.
018200     PERFORM 1700-LOAD-STATE        THRU 1700-EXIT.
018210     PERFORM 1800-LOAD-ROUTES       THRU 1800-EXIT.
018220     PERFORM 1900-LOAD-REASONS      THRU 1900-EXIT.
018260     PERFORM 1950-LOAD-MAINT-WINDOWS THRU 1950-EXIT.
018300     PERFORM 2000-SCAN-LOG          THRU 2000-EXIT.
018400     MOVE QTBL-ENTRY-COUNT TO DL100-ORIG-COUNT.
018500     PERFORM 3000-SETTLE-RELEASED   THRU 3000-EXIT
018800     IF DL100-ALERT-IS-OPEN
018900         CLOSE ALERT-FILE
019000     END-IF.
019024     IF DL100-SUPP-IS-OPEN
019048         CLOSE SUPPRESSED-ALERT-FILE
019072     END-IF.
019100     IF DL100-QUEUE-CHANGED
019200         AND NOT DL100-QUEUE-OVERFLOW
019300         PERFORM 5000-REWRITE-QUEUE THRU 5000-EXIT
023900             MOVE ZERO TO QTBL-OUT-STATUS  (QTBL-IDX)
024000             MOVE ZERO TO QTBL-OUT-REASON  (QTBL-IDX)
024100             MOVE ZERO TO QTBL-OUT-CYCLE   (QTBL-IDX)
024150             MOVE SPACE TO QTBL-OUT-TYPE   (QTBL-IDX)
024200         ELSE
024300             DISPLAY 'RERUNOUTCOMESWEEP - QUEUE TABLE FULL, '
024400                 'RECORD DROPPED FOR ' RRQ-JOB-ID
029100     END-IF.
029200 1520-EXIT.
029300     EXIT.
029302*
029304*****************************************************************
029306* 1600-LOAD-CHAIN - THE PREDECESSOR PAIRS.  NO CHAIN FILE MEANS  *
029308*                   NOTHING IS DOWNSTREAM OF ANYTHING AND A      *
029310*                   RECOVERY CASCADES NOWHERE.                   *
029312*****************************************************************
029314 1600-LOAD-CHAIN.
029316     OPEN INPUT CHAIN-FILE.
029318     IF DL100-CHAIN-STATUS = '00'
029320         PERFORM 1610-READ-CHAIN THRU 1610-EXIT
029322         PERFORM 1620-STORE-CHAIN THRU 1620-EXIT
029324             UNTIL DL100-CHAIN-EOF
029326         CLOSE CHAIN-FILE
029328     END-IF.
029330 1600-EXIT.
029332     EXIT.
029334*
029336 1610-READ-CHAIN.
029338     READ CHAIN-FILE
029340         AT END
029342             SET DL100-CHAIN-EOF TO TRUE
029344     END-READ.
029346 1610-EXIT.
029348     EXIT.
029350*
029352 1620-STORE-CHAIN.
029354     IF NOT DL100-CHAIN-EOF
029356         IF CHNT-ENTRY-COUNT < 500
029358             ADD 1 TO CHNT-ENTRY-COUNT
029360             SET CHNT-IDX TO CHNT-ENTRY-COUNT
029362             MOVE CHN-JOB-ID      TO CHNT-JOB-ID      (CHNT-IDX)
029364             MOVE CHN-PRED-JOB-ID TO CHNT-PRED-JOB-ID (CHNT-IDX)
029366         ELSE
029368             DISPLAY 'RERUNOUTCOMESWEEP - CHAIN TABLE FULL, '
029370                 'PAIR DROPPED FOR ' CHN-JOB-ID
029372         END-IF
029374         PERFORM 1610-READ-CHAIN THRU 1610-EXIT
029376     END-IF.
029378 1620-EXIT.
029380     EXIT.
029400*
029500 1700-LOAD-STATE.
029600     OPEN INPUT ALERT-STATE-FILE.
036700         PERFORM 2300-MATCH-ONE-ENTRY THRU 2300-EXIT
036800             VARYING QTBL-IDX FROM 1 BY 1
036900             UNTIL QTBL-IDX > QTBL-ENTRY-COUNT
036950         PERFORM 2400-NOTE-OUTCOME THRU 2400-EXIT
037000         PERFORM 2100-READ-LOG THRU 2100-EXIT
037100     END-IF.
037200 2200-EXIT.
037700         OR QTBL-JOB-ID (QTBL-IDX) NOT = LOG-JOB-ID
037800         GO TO 2300-EXIT
037900     END-IF.
037920*    AN AD-HOC RUN IS NOT THE RERUN - IT CANNOT CLOSE THE ENTRY.
037940     IF LOG-RUN-ADHOC
037960         GO TO 2300-EXIT
037980     END-IF.
038000     IF LOG-RUN-DATE < QTBL-RUN-DATE (QTBL-IDX)
038100         OR (LOG-RUN-DATE = QTBL-RUN-DATE (QTBL-IDX)
038200             AND LOG-RUN-TIME NOT > QTBL-RUN-TIME (QTBL-IDX))
039900     MOVE LOG-STATUS-CODE TO QTBL-OUT-STATUS (QTBL-IDX).
040000     MOVE LOG-REASON-CODE TO QTBL-OUT-REASON (QTBL-IDX).
040100     MOVE DL100-LOG-CYCLE TO QTBL-OUT-CYCLE  (QTBL-IDX).
040150     MOVE LOG-RUN-TYPE    TO QTBL-OUT-TYPE   (QTBL-IDX).
040200 2300-EXIT.
040300     EXIT.
040301*
040302*****************************************************************
040303* 2400-NOTE-OUTCOME - KEEP THE LATEST RESULT PER JOB FOR ANY     *
040304*                     CYCLE A RELEASED ENTRY BELONGS TO, SO A    *
040305*                     RECOVERY CAN TELL WHICH DOWNSTREAM JOBS    *
040306*                     ARE STILL SITTING ON A GATE FAILURE.       *
040307*****************************************************************
040308 2400-NOTE-OUTCOME.
040309     IF CHNT-ENTRY-COUNT = 0
040310         GO TO 2400-EXIT
040311     END-IF.
040312     MOVE 'N' TO DL100-CYCLE-WANTED-SWITCH.
040313     PERFORM 2410-TEST-CYCLE THRU 2410-EXIT
040314         VARYING DL100-SCAN-SUB FROM 1 BY 1
040315         UNTIL DL100-SCAN-SUB > QTBL-ENTRY-COUNT
040316            OR DL100-CYCLE-WANTED.
040317     IF NOT DL100-CYCLE-WANTED
040318         GO TO 2400-EXIT
040319     END-IF.
040320     MOVE LOG-JOB-ID      TO DL100-FIND-JOB-ID.
040321     MOVE DL100-LOG-CYCLE TO DL100-FIND-CYCLE.
040322     PERFORM 2420-FIND-OUTCOME THRU 2420-EXIT.
040323     IF DL100-OUTCOME-SUB = 0
040324         PERFORM 2430-ADD-OUTCOME THRU 2430-EXIT
040325     END-IF.
040326     IF DL100-OUTCOME-SUB = 0
040327         GO TO 2400-EXIT
040328     END-IF.
040329     IF LOG-RUN-DATE < CYCT-RUN-DATE (DL100-OUTCOME-SUB)
040330         OR (LOG-RUN-DATE = CYCT-RUN-DATE (DL100-OUTCOME-SUB)
040331             AND LOG-RUN-TIME < CYCT-RUN-TIME (DL100-OUTCOME-SUB))
040332         GO TO 2400-EXIT
040333     END-IF.
040334     MOVE LOG-RUN-DATE    TO CYCT-RUN-DATE    (DL100-OUTCOME-SUB).
040335     MOVE LOG-RUN-TIME    TO CYCT-RUN-TIME    (DL100-OUTCOME-SUB).
040336     MOVE LOG-STATUS-CODE TO CYCT-STATUS-CODE (DL100-OUTCOME-SUB).
040337     MOVE LOG-REASON-CODE TO CYCT-REASON-CODE (DL100-OUTCOME-SUB).
040338 2400-EXIT.
040339     EXIT.
040340*
040341 2410-TEST-CYCLE.
040342     IF NOT QTBL-STATE-RELEASED (DL100-SCAN-SUB)
040343         GO TO 2410-EXIT
040344     END-IF.
040345     MOVE QTBL-RUN-DATE (DL100-SCAN-SUB) TO DL100-WORK-CYCLE.
040346     IF QTBL-CYCLE-DATE (DL100-SCAN-SUB) NUMERIC
040347         AND QTBL-CYCLE-DATE (DL100-SCAN-SUB) > ZERO
040348         MOVE QTBL-CYCLE-DATE (DL100-SCAN-SUB) TO DL100-WORK-CYCLE
040349     END-IF.
040350     IF DL100-WORK-CYCLE = DL100-LOG-CYCLE
040351         SET DL100-CYCLE-WANTED TO TRUE
040352     END-IF.
040353 2410-EXIT.
040354     EXIT.
040355*
040356*****************************************************************
040357* 2420-FIND-OUTCOME - THE OUTCOME ENTRY FOR DL100-FIND-JOB-ID ON *
040358*                     DL100-FIND-CYCLE, OR ZERO WHEN THE JOB HAS *
040359*                     NO RESULT ON THAT CYCLE.                   *
040360*****************************************************************
040361 2420-FIND-OUTCOME.
040362     MOVE ZERO TO DL100-OUTCOME-SUB.
040363     IF CYCT-ENTRY-COUNT = 0
040364         GO TO 2420-EXIT
040365     END-IF.
040366     SET CYCT-IDX TO 1.
040367     SEARCH CYCT-ENTRY
040368         AT END
040369             CONTINUE
040370         WHEN CYCT-JOB-ID (CYCT-IDX) = DL100-FIND-JOB-ID
040371             AND CYCT-CYCLE-DATE (CYCT-IDX) = DL100-FIND-CYCLE
040372             SET DL100-OUTCOME-SUB TO CYCT-IDX
040373     END-SEARCH.
040374 2420-EXIT.
040375     EXIT.
040376*
040377 2430-ADD-OUTCOME.
040378     IF CYCT-ENTRY-COUNT NOT < 500
040379         IF NOT DL100-OUTCOME-OVERFLOW
040380             DISPLAY 'RERUNOUTCOMESWEEP - OUTCOME TABLE FULL, '
040381                 'CASCADE MAY MISS ' LOG-JOB-ID
040382         END-IF
040383         SET DL100-OUTCOME-OVERFLOW TO TRUE
040384         GO TO 2430-EXIT
040385     END-IF.
040386     ADD 1 TO CYCT-ENTRY-COUNT.
040387     MOVE CYCT-ENTRY-COUNT TO DL100-OUTCOME-SUB.
040388     MOVE LOG-JOB-ID      TO CYCT-JOB-ID      (DL100-OUTCOME-SUB).
040389     MOVE DL100-LOG-CYCLE TO CYCT-CYCLE-DATE  (DL100-OUTCOME-SUB).
040390     MOVE ZERO            TO CYCT-RUN-DATE    (DL100-OUTCOME-SUB).
040391     MOVE ZERO            TO CYCT-RUN-TIME    (DL100-OUTCOME-SUB).
040392 2430-EXIT.
040393     EXIT.
040400*
040500*****************************************************************
040600* 3000-SETTLE-RELEASED - ONE PASS PER ORIGINAL QUEUE ENTRY.     *
043600         QTBL-JOB-ID (QTBL-IDX) ' STEP '
043700         QTBL-STEP-NAME (QTBL-IDX).
043800     PERFORM 3200-RESOLVE-ALERT THRU 3200-EXIT.
043812     MOVE QTBL-RUN-DATE (QTBL-IDX) TO DL100-FIND-CYCLE.
043824     IF QTBL-CYCLE-DATE (QTBL-IDX) NUMERIC
043836         AND QTBL-CYCLE-DATE (QTBL-IDX) > ZERO
043848         MOVE QTBL-CYCLE-DATE (QTBL-IDX) TO DL100-FIND-CYCLE
043860     END-IF.
043872     PERFORM 3250-RESOLVE-GATE-ALERTS THRU 3250-EXIT.
043884     PERFORM 3270-CASCADE-SUCCESSORS THRU 3270-EXIT.
043900 3100-EXIT.
044000     EXIT.
044100*
046500     END-IF.
046600 3200-EXIT.
046700     EXIT.
046702*
046704*****************************************************************
046706* 3250-RESOLVE-GATE-ALERTS - A CLEAN RUN ALSO CLEARS ANY OTHER   *
046708*                            PREDECESSOR-GATE (9101) ALERT THE   *
046710*                            JOB STILL HAS OPEN OR ACKED FOR     *
046712*                            THE SAME CYCLE.                     *
046714*****************************************************************
046716 3250-RESOLVE-GATE-ALERTS.
046718     PERFORM 3260-TEST-GATE-ALERT THRU 3260-EXIT
046720         VARYING STTB-IDX FROM 1 BY 1
046722         UNTIL STTB-IDX > STTB-ENTRY-COUNT.
046724 3250-EXIT.
046726     EXIT.
046728*
046730 3260-TEST-GATE-ALERT.
046732     IF STTB-JOB-ID (STTB-IDX) NOT = QTBL-JOB-ID (QTBL-IDX)
046734         OR STTB-REASON-CODE (STTB-IDX) NOT = DL100-CASCADE-REASON
046736         GO TO 3260-EXIT
046738     END-IF.
046740     IF NOT STTB-STATE-OPEN (STTB-IDX)
046742         AND NOT STTB-STATE-ACKED (STTB-IDX)
046744         GO TO 3260-EXIT
046746     END-IF.
046748     MOVE STTB-RUN-DATE (STTB-IDX) TO DL100-WORK-CYCLE.
046750     IF STTB-CYCLE-DATE (STTB-IDX) NUMERIC
046752         AND STTB-CYCLE-DATE (STTB-IDX) > ZERO
046754         MOVE STTB-CYCLE-DATE (STTB-IDX) TO DL100-WORK-CYCLE
046756     END-IF.
046758     IF DL100-WORK-CYCLE NOT = DL100-FIND-CYCLE
046760         GO TO 3260-EXIT
046762     END-IF.
046764     SET STTB-STATE-RESOLVED (STTB-IDX) TO TRUE.
046766     MOVE DL100-RESOLVE-OPER TO STTB-ACTION-OPER (STTB-IDX).
046768     MOVE DL100-TODAY        TO STTB-ACTION-DATE (STTB-IDX).
046770     MOVE DL100-NOW          TO STTB-ACTION-TIME (STTB-IDX).
046772     SET DL100-STATE-CHANGED TO TRUE.
046774     ADD 1 TO DL100-RESOLVED-COUNT.
046776 3260-EXIT.
046778     EXIT.
046800*
046900*****************************************************************
047000* 3300-HANDLE-REFAILURE - THE RERUN FAILED AGAIN.  IF THE       *
063400*                      THE SAME INTERFACE FILE THE PAGING JOB   *
063500*                      WATCHES, WITH NO RETRY FLAG - THE        *
063600*                      MACHINE IS DONE WITH THIS ONE.           *
063632*                      UNDER AN OPEN PLANNED MAINTENANCE WINDOW *
063664*                      THE ALERT IS LOGGED ON SUPPALRT INSTEAD. *
063700*****************************************************************
063800 3600-ESCALATE-HARD.
063900     IF NOT DL100-ALERT-IS-OPEN
065600     MOVE 08                       TO ALRT-STATUS-CODE.
065700     MOVE QTBL-OUT-REASON (QTBL-IDX) TO ALRT-REASON-CODE.
065800     MOVE QTBL-OUT-CYCLE (QTBL-IDX) TO ALRT-CYCLE-DATE.
065850     MOVE QTBL-OUT-TYPE  (QTBL-IDX) TO ALRT-RUN-TYPE.
065900     MOVE 'RETRY ATTEMPTS EXHAUSTED - MANUAL ACTION NEEDED'
066000         TO ALRT-MESSAGE.
066010     MOVE QTBL-JOB-ID     (QTBL-IDX) TO DL100-ROUTE-JOB-ID.
066070     MOVE QTBL-OUT-REASON (QTBL-IDX) TO DL100-REASON-LOOKUP.
066080     PERFORM 3680-LOOKUP-REASON THRU 3680-EXIT.
066090     MOVE DL100-REASON-ACTION TO ALRT-OPER-ACTION.
066092     MOVE QTBL-JOB-ID (QTBL-IDX) TO DL100-MAINT-JOB-ID.
066094     PERFORM 3690-CHECK-MAINT-WINDOW THRU 3690-EXIT.
066096     IF DL100-MAINT-WINDOW-OPEN
066097         PERFORM 3695-WRITE-SUPPRESSED THRU 3695-EXIT
066098     ELSE
066099         WRITE DL100-ALERT-RECORD
066100     END-IF.
066200     MOVE 'Y' TO QTBL-DROP-SWITCH (QTBL-IDX).
066300     SET DL100-QUEUE-CHANGED TO TRUE.
066400     ADD 1 TO DL100-ESCALATED-COUNT.
072500*****************************************************************
072600* 8000-WRAP-UP - SUMMARIZE.  AN OVERFLOWED TABLE SUPPRESSED     *
072700*                ITS REWRITE AND RETURNS 08; ESCALATIONS        *
072800*                RETURN 04 SO A WRAPPING STEP CAN BRANCH,       *
072850*                UNLESS A MAINTENANCE WINDOW SUPPRESSED EVERY   *
072870*                ONE OF THEM.                                   *
072900*****************************************************************
073000 8000-WRAP-UP.
073100     DISPLAY 'RERUNOUTCOMESWEEP - CLOSED=' DL100-CLOSED-COUNT
073200         ' RESOLVED=' DL100-RESOLVED-COUNT
073300         ' REQUEUED=' DL100-REQUEUED-COUNT
073400         ' ESCALATED=' DL100-ESCALATED-COUNT
073500         ' PENDING=' DL100-PENDING-COUNT
073510         ' CASCADED=' DL100-CASCADE-COUNT
073520         ' HELD=' DL100-HELD-COUNT
073530         ' SUPPRESSED=' DL100-SUPPRESSED-COUNT.
073600     IF DL100-ESCALATED-COUNT > DL100-SUPPRESSED-COUNT
073700         AND RETURN-CODE = ZERO
073800         MOVE 04 TO RETURN-CODE
073900     END-IF.
075122     MOVE 'N' TO DL100-ALOCK-SWITCH.
075124 0950-EXIT.
075126     EXIT.
075128*
075130*****************************************************************
075132* 3270-CASCADE-SUCCESSORS - THE RECOVERED JOB'S DOWNSTREAM JOBS  *
075134*                  THAT THE PREDECESSOR GATE FAILED (9101) ON    *
075136*                  THE SAME CYCLE GO BACK ON THE QUEUE, DUE      *
075138*                  NOW, SHALLOWEST FIRST SO EVERY JOB SITS       *
075140*                  BEHIND ALL OF ITS PREDECESSORS.  THE WALK     *
075142*                  FOLLOWS CHAINDEF THROUGH EVERY 9101 FAILURE.  *
075144*                  A JOB WITH ANOTHER PREDECESSOR STILL FAILED   *
075146*                  ON THE CYCLE IS HELD, AND SO IS EVERYTHING    *
075148*                  BELOW IT.  A PREDECESSOR WITH NO RESULT AT    *
075150*                  ALL IS LEFT TO THE GATE ITSELF, WHICH KNOWS   *
075152*                  THE CALENDAR.                                 *
075154*****************************************************************
075156 3270-CASCADE-SUCCESSORS.
075158     IF CHNT-ENTRY-COUNT = 0
075160         GO TO 3270-EXIT
075162     END-IF.
075164     MOVE 1 TO CASC-ENTRY-COUNT.
075166     MOVE QTBL-JOB-ID   (QTBL-IDX) TO CASC-JOB-ID   (1).
075168     MOVE ZERO                     TO CASC-DEPTH    (1).
075170     MOVE QTBL-OUT-DATE (QTBL-IDX) TO CASC-RUN-DATE (1).
075172     MOVE QTBL-OUT-TIME (QTBL-IDX) TO CASC-RUN-TIME (1).
075174     MOVE 'N'                      TO CASC-HOLD-SWITCH (1).
075176     MOVE ZERO TO DL100-CASC-MAX-DEPTH.
075178     MOVE ZERO TO DL100-CASC-PASSES.
075180     MOVE 'N' TO DL100-CASC-OVFL-SWITCH.
075182     SET DL100-CASC-CHANGED TO TRUE.
075184     PERFORM 3272-EXTEND-PASS THRU 3272-EXIT
075186         UNTIL NOT DL100-CASC-CHANGED
075188            OR DL100-CASC-PASSES > 100.
075190     IF DL100-CASC-CHANGED
075192         DISPLAY 'RERUNOUTCOMESWEEP - CHAINDEF LOOP BELOW '
075194             QTBL-JOB-ID (QTBL-IDX) ' - NOTHING CASCADED'
075196         GO TO 3270-EXIT
075198     END-IF.
075200     IF DL100-CASC-OVERFLOW
075202         DISPLAY 'RERUNOUTCOMESWEEP - CASCADE TABLE FULL BELOW '
075204             QTBL-JOB-ID (QTBL-IDX) ' - NOTHING CASCADED'
075206         GO TO 3270-EXIT
075208     END-IF.
075210     IF CASC-ENTRY-COUNT < 2
075212         GO TO 3270-EXIT
075214     END-IF.
075216     SET DL100-CASC-CHANGED TO TRUE.
075218     PERFORM 3276-HOLD-PASS THRU 3276-EXIT
075220         UNTIL NOT DL100-CASC-CHANGED.
075222     PERFORM 3280-QUEUE-DEPTH THRU 3280-EXIT
075224         VARYING DL100-CASC-DEPTH FROM 1 BY 1
075226         UNTIL DL100-CASC-DEPTH > DL100-CASC-MAX-DEPTH.
075228 3270-EXIT.
075230     EXIT.
075232*
075234*****************************************************************
075236* 3272-EXTEND-PASS - ONE PASS OVER THE CHAIN PAIRS.  A GATE      *
075238*                    FAILURE WHOSE PREDECESSOR IS ALREADY IN     *
075240*                    THE CASCADE JOINS IT ONE DEEPER THAN THAT   *
075242*                    PREDECESSOR; PASSES REPEAT UNTIL NO DEPTH   *
075244*                    MOVES.  A CHAINDEF LOOP NEVER SETTLES AND   *
075246*                    IS CUT OFF BY THE PASS LIMIT.               *
075248*****************************************************************
075250 3272-EXTEND-PASS.
075252     ADD 1 TO DL100-CASC-PASSES.
075254     MOVE 'N' TO DL100-CASC-CHANGE-SWITCH.
075256     PERFORM 3274-EXTEND-PAIR THRU 3274-EXIT
075258         VARYING CHNT-IDX FROM 1 BY 1
075260         UNTIL CHNT-IDX > CHNT-ENTRY-COUNT.
075262 3272-EXIT.
075264     EXIT.
075266*
075268 3274-EXTEND-PAIR.
075270     MOVE CHNT-PRED-JOB-ID (CHNT-IDX) TO DL100-FIND-JOB-ID.
075272     PERFORM 3290-FIND-CASCADE THRU 3290-EXIT.
075274     IF DL100-FIND-SUB = 0
075276         GO TO 3274-EXIT
075278     END-IF.
075280     MOVE DL100-FIND-SUB TO DL100-PRED-SUB.
075282     MOVE CHNT-JOB-ID (CHNT-IDX) TO DL100-FIND-JOB-ID.
075284     PERFORM 2420-FIND-OUTCOME THRU 2420-EXIT.
075286     IF DL100-OUTCOME-SUB = 0
075288         GO TO 3274-EXIT
075290     END-IF.
075292     IF CYCT-STATUS-CODE (DL100-OUTCOME-SUB) = 00
075294         OR CYCT-REASON-CODE (DL100-OUTCOME-SUB)
075296             NOT = DL100-CASCADE-REASON
075298         GO TO 3274-EXIT
075300     END-IF.
075302     PERFORM 3290-FIND-CASCADE THRU 3290-EXIT.
075304     IF DL100-FIND-SUB = 1
075306         GO TO 3274-EXIT
075308     END-IF.
075310     IF DL100-FIND-SUB = 0
075312         IF CASC-ENTRY-COUNT NOT < 100
075314             SET DL100-CASC-OVERFLOW TO TRUE
075316             GO TO 3274-EXIT
075318         END-IF
075320         ADD 1 TO CASC-ENTRY-COUNT
075322         MOVE CASC-ENTRY-COUNT  TO DL100-FIND-SUB
075324         MOVE DL100-FIND-JOB-ID TO CASC-JOB-ID (DL100-FIND-SUB)
075326         MOVE ZERO              TO CASC-DEPTH  (DL100-FIND-SUB)
075328         MOVE CYCT-RUN-DATE (DL100-OUTCOME-SUB)
075330             TO CASC-RUN-DATE (DL100-FIND-SUB)
075332         MOVE CYCT-RUN-TIME (DL100-OUTCOME-SUB)
075334             TO CASC-RUN-TIME (DL100-FIND-SUB)
075336         MOVE 'N' TO CASC-HOLD-SWITCH (DL100-FIND-SUB)
075338     END-IF.
075340     IF CASC-DEPTH (DL100-FIND-SUB) NOT >
075342             CASC-DEPTH (DL100-PRED-SUB)
075344         COMPUTE CASC-DEPTH (DL100-FIND-SUB) =
075346             CASC-DEPTH (DL100-PRED-SUB) + 1
075348         SET DL100-CASC-CHANGED TO TRUE
075350         IF CASC-DEPTH (DL100-FIND-SUB) > DL100-CASC-MAX-DEPTH
075352             MOVE CASC-DEPTH (DL100-FIND-SUB)
075354                 TO DL100-CASC-MAX-DEPTH
075356         END-IF
075358     END-IF.
075360 3274-EXIT.
075362     EXIT.
075364*
075366*****************************************************************
075368* 3276-HOLD-PASS - HOLD EVERY CASCADE JOB WITH A PREDECESSOR     *
075370*                  OUTSIDE THE CASCADE THAT IS STILL FAILED ON   *
075372*                  THE CYCLE, OR WITH A PREDECESSOR ALREADY      *
075374*                  HELD.  PASSES REPEAT UNTIL NOTHING NEW HOLDS. *
075376*****************************************************************
075378 3276-HOLD-PASS.
075380     MOVE 'N' TO DL100-CASC-CHANGE-SWITCH.
075382     PERFORM 3278-HOLD-CHECK THRU 3278-EXIT
075384         VARYING CHNT-IDX FROM 1 BY 1
075386         UNTIL CHNT-IDX > CHNT-ENTRY-COUNT.
075388 3276-EXIT.
075390     EXIT.
075392*
075394 3278-HOLD-CHECK.
075396     MOVE CHNT-JOB-ID (CHNT-IDX) TO DL100-FIND-JOB-ID.
075398     PERFORM 3290-FIND-CASCADE THRU 3290-EXIT.
075400     IF DL100-FIND-SUB < 2
075402         GO TO 3278-EXIT
075404     END-IF.
075406     IF CASC-HELD (DL100-FIND-SUB)
075408         GO TO 3278-EXIT
075410     END-IF.
075412     MOVE DL100-FIND-SUB TO DL100-JOB-SUB.
075414     MOVE CHNT-PRED-JOB-ID (CHNT-IDX) TO DL100-FIND-JOB-ID.
075416     PERFORM 3290-FIND-CASCADE THRU 3290-EXIT.
075418     IF DL100-FIND-SUB > 0
075420         IF CASC-HELD (DL100-FIND-SUB)
075422             PERFORM 3279-HOLD-JOB THRU 3279-EXIT
075424         END-IF
075426         GO TO 3278-EXIT
075428     END-IF.
075430     PERFORM 2420-FIND-OUTCOME THRU 2420-EXIT.
075432     IF DL100-OUTCOME-SUB > 0
075434         AND CYCT-STATUS-CODE (DL100-OUTCOME-SUB) NOT = 00
075436         PERFORM 3279-HOLD-JOB THRU 3279-EXIT
075438     END-IF.
075440 3278-EXIT.
075442     EXIT.
075444*
075446 3279-HOLD-JOB.
075448     MOVE 'Y' TO CASC-HOLD-SWITCH (DL100-JOB-SUB).
075450     SET DL100-CASC-CHANGED TO TRUE.
075452     ADD 1 TO DL100-HELD-COUNT.
075454     DISPLAY 'RERUNOUTCOMESWEEP - ' CASC-JOB-ID (DL100-JOB-SUB)
075456         ' HELD, PREDECESSOR ' CHNT-PRED-JOB-ID (CHNT-IDX)
075458         ' NOT CLEAN ON CYCLE ' DL100-FIND-CYCLE.
075460 3279-EXIT.
075462     EXIT.
075464*
075466*****************************************************************
075468* 3280-QUEUE-DEPTH - QUEUE THE UNHELD CASCADE JOBS AT ONE DEPTH. *
075470*                    A JOB ALREADY ON THE QUEUE FOR THE CYCLE IS *
075472*                    LEFT TO THAT ENTRY.  THE NEW ENTRY NAMES NO *
075474*                    STEP - THE GATE STOPPED THE WHOLE JOB, SO   *
075476*                    THE WHOLE JOB RERUNS.                       *
075478*****************************************************************
075480 3280-QUEUE-DEPTH.
075482     PERFORM 3282-QUEUE-ONE THRU 3282-EXIT
075484         VARYING CASC-IDX FROM 2 BY 1
075486         UNTIL CASC-IDX > CASC-ENTRY-COUNT.
075488 3280-EXIT.
075490     EXIT.
075492*
075494 3282-QUEUE-ONE.
075496     IF CASC-DEPTH (CASC-IDX) NOT = DL100-CASC-DEPTH
075498         OR CASC-HELD (CASC-IDX)
075500         GO TO 3282-EXIT
075502     END-IF.
075504     MOVE 'N' TO DL100-ON-QUEUE-SWITCH.
075506     PERFORM 3284-SCAN-QUEUED THRU 3284-EXIT
075508         VARYING DL100-SCAN-SUB FROM 1 BY 1
075510         UNTIL DL100-SCAN-SUB > QTBL-ENTRY-COUNT
075512            OR DL100-ALREADY-ON-QUEUE.
075514     IF DL100-ALREADY-ON-QUEUE
075516         DISPLAY 'RERUNOUTCOMESWEEP - ' CASC-JOB-ID (CASC-IDX)
075518             ' ALREADY QUEUED FOR CYCLE ' DL100-FIND-CYCLE
075520         GO TO 3282-EXIT
075522     END-IF.
075524     IF QTBL-ENTRY-COUNT NOT < 500
075526         DISPLAY 'RERUNOUTCOMESWEEP - QUEUE TABLE FULL, '
075528             'CANNOT CASCADE ' CASC-JOB-ID (CASC-IDX)
075530         SET DL100-QUEUE-OVERFLOW TO TRUE
075532         GO TO 3282-EXIT
075534     END-IF.
075536     ADD 1 TO QTBL-ENTRY-COUNT.
075538     MOVE SPACES TO QTBL-ENTRY (QTBL-ENTRY-COUNT).
075540     MOVE CASC-JOB-ID   (CASC-IDX)
075542         TO QTBL-JOB-ID      (QTBL-ENTRY-COUNT).
075544     MOVE CASC-RUN-DATE (CASC-IDX)
075546         TO QTBL-RUN-DATE    (QTBL-ENTRY-COUNT).
075548     MOVE CASC-RUN-TIME (CASC-IDX)
075550         TO QTBL-RUN-TIME    (QTBL-ENTRY-COUNT).
075552     MOVE DL100-CASCADE-REASON
075554         TO QTBL-REASON-CODE (QTBL-ENTRY-COUNT).
075556     MOVE 1           TO QTBL-ATTEMPT    (QTBL-ENTRY-COUNT).
075558     MOVE DL100-TODAY TO QTBL-RETRY-DATE (QTBL-ENTRY-COUNT).
075560     MOVE DL100-NOW   TO QTBL-RETRY-TIME (QTBL-ENTRY-COUNT).
075562     MOVE 'Q'         TO QTBL-STATE      (QTBL-ENTRY-COUNT).
075564     MOVE DL100-FIND-CYCLE
075566         TO QTBL-CYCLE-DATE (QTBL-ENTRY-COUNT).
075568     MOVE 'N'  TO QTBL-DROP-SWITCH (QTBL-ENTRY-COUNT).
075570     MOVE 'N'  TO QTBL-OUT-SWITCH  (QTBL-ENTRY-COUNT).
075572     MOVE ZERO TO QTBL-OUT-DATE    (QTBL-ENTRY-COUNT).
075574     MOVE ZERO TO QTBL-OUT-TIME    (QTBL-ENTRY-COUNT).
075576     MOVE ZERO TO QTBL-OUT-STATUS  (QTBL-ENTRY-COUNT).
075578     MOVE ZERO TO QTBL-OUT-REASON  (QTBL-ENTRY-COUNT).
075580     MOVE ZERO TO QTBL-OUT-CYCLE   (QTBL-ENTRY-COUNT).
075582     SET DL100-QUEUE-CHANGED TO TRUE.
075584     ADD 1 TO DL100-CASCADE-COUNT.
075586     DISPLAY 'RERUNOUTCOMESWEEP - CASCADED '
075588         CASC-JOB-ID (CASC-IDX) ' BEHIND ' QTBL-JOB-ID (QTBL-IDX)
075590         ' CYCLE=' DL100-FIND-CYCLE.
075592 3282-EXIT.
075594     EXIT.
075596*
075598 3284-SCAN-QUEUED.
075600     IF QTBL-DROPPED (DL100-SCAN-SUB)
075602         OR QTBL-JOB-ID (DL100-SCAN-SUB) NOT =
075604             CASC-JOB-ID (CASC-IDX)
075606         GO TO 3284-EXIT
075608     END-IF.
075610     MOVE QTBL-RUN-DATE (DL100-SCAN-SUB) TO DL100-WORK-CYCLE.
075612     IF QTBL-CYCLE-DATE (DL100-SCAN-SUB) NUMERIC
075614         AND QTBL-CYCLE-DATE (DL100-SCAN-SUB) > ZERO
075616         MOVE QTBL-CYCLE-DATE (DL100-SCAN-SUB) TO DL100-WORK-CYCLE
075618     END-IF.
075620     IF DL100-WORK-CYCLE = DL100-FIND-CYCLE
075622         SET DL100-ALREADY-ON-QUEUE TO TRUE
075624     END-IF.
075626 3284-EXIT.
075628     EXIT.
075630*
075632 3290-FIND-CASCADE.
075634     MOVE ZERO TO DL100-FIND-SUB.
075636     SET CASC-IDX TO 1.
075638     SEARCH CASC-ENTRY
075640         AT END
075642             CONTINUE
075644         WHEN CASC-JOB-ID (CASC-IDX) = DL100-FIND-JOB-ID
075646             SET DL100-FIND-SUB TO CASC-IDX
075648     END-SEARCH.
075650 3290-EXIT.
075652     EXIT.
075654*
075656*****************************************************************
075658* 1950-LOAD-MAINT-WINDOWS - PULL THE PLANNED MAINTENANCE        *
075660*                           WINDOWS (MAINTWIN, DL100MW) THE     *
075662*                           SAME WAY MinimalProgram LOADS THEM. *
075664*                           A WINDOW ALREADY OVER IS SKIPPED; A *
075666*                           MISSING FILE SUPPRESSES NOTHING.    *
075668*****************************************************************
075670 1950-LOAD-MAINT-WINDOWS.
075672     ACCEPT DL100-MAINT-NOW-DATE FROM DATE YYYYMMDD.
075674     ACCEPT DL100-MAINT-NOW-TIME FROM TIME.
075676     OPEN INPUT MAINT-WINDOW-FILE.
075678     IF DL100-MAINTWIN-STATUS = '00'
075680         PERFORM 1960-READ-MAINT-WINDOW THRU 1960-EXIT
075682         PERFORM 1970-STORE-MAINT-WINDOW THRU 1970-EXIT
075684             UNTIL DL100-MAINTWIN-EOF
075686         CLOSE MAINT-WINDOW-FILE
075688     END-IF.
075690 1950-EXIT.
075692     EXIT.
075694*
075696 1960-READ-MAINT-WINDOW.
075698     READ MAINT-WINDOW-FILE
075700         AT END
075702             SET DL100-MAINTWIN-EOF TO TRUE
075704     END-READ.
075706 1960-EXIT.
075708     EXIT.
075710*
075712 1970-STORE-MAINT-WINDOW.
075714     IF DL100-MAINTWIN-EOF
075716         GO TO 1970-EXIT
075718     END-IF.
075720     IF MWN-END-STAMP NOT < DL100-MAINT-NOW-STAMP
075722         IF MWIN-ENTRY-COUNT < 100
075724             ADD 1 TO MWIN-ENTRY-COUNT
075726             SET MWIN-IDX TO MWIN-ENTRY-COUNT
075728             MOVE MWN-JOB-ID      TO MWIN-JOB-ID      (MWIN-IDX)
075730             MOVE MWN-START-STAMP TO MWIN-START-STAMP (MWIN-IDX)
075732             MOVE MWN-END-STAMP   TO MWIN-END-STAMP   (MWIN-IDX)
075734             MOVE MWN-TICKET      TO MWIN-TICKET      (MWIN-IDX)
075736         ELSE
075738             DISPLAY 'RERUNOUTCOMESWEEP - MAINTENANCE WINDOW '
075740                 'TABLE FULL, WINDOW DROPPED FOR ' MWN-JOB-ID
075742         END-IF
075744     END-IF.
075746     PERFORM 1960-READ-MAINT-WINDOW THRU 1960-EXIT.
075748 1970-EXIT.
075750     EXIT.
075752*
075754*****************************************************************
075756* 3690-CHECK-MAINT-WINDOW - IS A MAINTENANCE WINDOW OPEN RIGHT  *
075758*                           NOW FOR DL100-MAINT-JOB-ID, EITHER  *
075760*                           NAMING THE JOB OR NAMING ALL?  THE  *
075762*                           FIRST OPEN WINDOW IN FILE ORDER     *
075764*                           SUPPLIES THE CHANGE TICKET.         *
075766*****************************************************************
075768 3690-CHECK-MAINT-WINDOW.
075770     MOVE 'N'    TO DL100-MAINT-OPEN-SWITCH.
075772     MOVE SPACES TO DL100-MAINT-TICKET.
075774     MOVE SPACES TO DL100-MAINT-WINDOW-JOB.
075776     IF MWIN-ENTRY-COUNT = 0
075778         GO TO 3690-EXIT
075780     END-IF.
075782     ACCEPT DL100-MAINT-NOW-DATE FROM DATE YYYYMMDD.
075784     ACCEPT DL100-MAINT-NOW-TIME FROM TIME.
075786     SET MWIN-IDX TO 1.
075788     SEARCH MWIN-ENTRY
075790         AT END
075792             CONTINUE
075794         WHEN (MWIN-JOB-ID (MWIN-IDX) = DL100-MAINT-JOB-ID
075796               OR MWIN-JOB-ID (MWIN-IDX) = 'ALL     ')
075798             AND MWIN-START-STAMP (MWIN-IDX)
075800                 NOT > DL100-MAINT-NOW-STAMP
075802             AND MWIN-END-STAMP (MWIN-IDX)
075804                 NOT < DL100-MAINT-NOW-STAMP
075806             SET DL100-MAINT-WINDOW-OPEN TO TRUE
075808             MOVE MWIN-TICKET (MWIN-IDX) TO DL100-MAINT-TICKET
075810             MOVE MWIN-JOB-ID (MWIN-IDX) TO DL100-MAINT-WINDOW-JOB
075812     END-SEARCH.
075814 3690-EXIT.
075816     EXIT.
075818*
075820*****************************************************************
075822* 3695-WRITE-SUPPRESSED - LOG THE HARD-FAILURE ALERT JUST       *
075824*                         BUILT AS A SUPPRESSED-ALERT RECORD    *
075826*                         (DL100SA) INSTEAD OF PAGING, WITH THE *
075828*                         WINDOW'S CHANGE TICKET.  THE FILE IS  *
075830*                         HELD OPEN UNDER THE ALERTLCK TOKEN    *
075832*                         UNTIL THE SETTLE PASS ENDS, LIKE THE  *
075834*                         ALERT-FILE.                           *
075836*****************************************************************
075838 3695-WRITE-SUPPRESSED.
075840     IF NOT DL100-SUPP-IS-OPEN
075842         OPEN EXTEND SUPPRESSED-ALERT-FILE
075844         IF DL100-SUPPALRT-STATUS = '05' OR '35'
075846             OPEN OUTPUT SUPPRESSED-ALERT-FILE
075848         END-IF
075850         IF DL100-SUPPALRT-STATUS NOT = '00'
075852             DISPLAY 'RERUNOUTCOMESWEEP - SUPPALRT OPEN '
075854                 'FAILED, STATUS=' DL100-SUPPALRT-STATUS
075856             GO TO 3695-EXIT
075858         END-IF
075860         SET DL100-SUPP-IS-OPEN TO TRUE
075862     END-IF.
075864     MOVE SPACES TO DL100-SUPPRESSED-ALERT-RECORD.
075866     INITIALIZE DL100-SUPPRESSED-ALERT-RECORD.
075868     MOVE DL100-ALERT-RECORD     TO SUP-ALERT-IMAGE.
075870     MOVE DL100-MAINT-TICKET     TO SUP-TICKET.
075872     MOVE DL100-MAINT-WINDOW-JOB TO SUP-WINDOW-JOB-ID.
075874     MOVE 'RRSWEEP '             TO SUP-SOURCE.
075876     MOVE DL100-MAINT-NOW-DATE   TO SUP-SUPPRESS-DATE.
075878     MOVE DL100-MAINT-NOW-TIME   TO SUP-SUPPRESS-TIME.
075880     WRITE DL100-SUPPRESSED-ALERT-RECORD.
075882     ADD 1 TO DL100-SUPPRESSED-COUNT.
075884     DISPLAY 'RERUNOUTCOMESWEEP - SUPPRESSED JOB='
075886         QTBL-JOB-ID (QTBL-IDX)
075888         ' MAINTENANCE WINDOW ' DL100-MAINT-TICKET.
075890 3695-EXIT.
075892     EXIT.
