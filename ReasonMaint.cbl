000100*****************************************************************
000200* IDENTIFICATION DIVISION.
000300 IDENTIFICATION DIVISION.
000400 PROGRAM-ID.     ReasonMaint.
000500 AUTHOR.         D. L. MYERS.
000600 INSTALLATION.   BATCH OPERATIONS.
000700 DATE-WRITTEN.   2026-10-15.
000800 DATE-COMPILED.
000900*****************************************************************
001000*  MODIFICATION HISTORY                                         *
001100*  DATE       INIT  DESCRIPTION                                 *
001200*  ---------- ----  ------------------------------------------  *
001300*  2026-10-15 DLM   ORIGINAL - THE ONLY SANCTIONED WAY TO UPDATE *
001400*                   THE REASON-CODE FILE (REASCODE), THE         *
001500*                   RETRY-POLICY FILE (RETRYPOL) AND THE         *
001600*                   ALERT-ROUTING FILE (ALRTROUT), IN THE        *
001700*                   CARD-DRIVEN STYLE OF ChainMaint.  AN OPER    *
001800*                   CARD NAMES THE OPERATOR; RADD/RCHG/RDEL,     *
001900*                   PADD/PCHG/PDEL AND AADD/ACHG/ADEL CARDS ADD, *
002000*                   CHANGE AND DELETE ENTRIES ON THE THREE       *
002100*                   FILES, SERIALIZED THROUGH THE RSNLCK LOCK    *
002200*                   TOKEN.  EVERY CHANGE IS CHECKED AGAINST ALL  *
002300*                   THREE FILES - A RETRY POLICY FOR AN          *
002400*                   UNDEFINED REASON CODE, A RETRYABLE CODE WITH *
002500*                   ZERO MAX ATTEMPTS, OVERLAPPING REASON RANGES *
002600*                   AT THE SAME JOB/STATUS/LEVEL, AND A LEVEL 2  *
002700*                   OR 3 ROUTE WITH NO LEVEL-1 RULE BENEATH IT   *
002800*                   ARE ALL REJECTED - SO A ONE-LINE EDIT CAN NO *
002900*                   LONGER QUIETLY BREAK RETRIES OR ALERT        *
003000*                   ROUTING.  EVERY ACCEPTED CHANGE IS APPENDED  *
003100*                   TO THE RSNAUDIT FILE WITH WHO, WHEN, AND THE *
003200*                   BEFORE AND AFTER IMAGES.  LIST PRINTS ALL    *
003300*                   THREE EFFECTIVE FILES WITH ANY EXISTING      *
003400*                   INCONSISTENCY FLAGGED.                       *
003500*****************************************************************
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 SOURCE-COMPUTER.    IBM-370.
003900 OBJECT-COMPUTER.    IBM-370.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT REASON-FILE      ASSIGN TO REASCODE
004300         ORGANIZATION LINE SEQUENTIAL
004400         FILE STATUS  IS DL100-REASON-STATUS.
004500     SELECT RETRY-POLICY-FILE ASSIGN TO RETRYPOL
004600         ORGANIZATION LINE SEQUENTIAL
004700         FILE STATUS  IS DL100-POLICY-STATUS.
004800     SELECT ROUTE-FILE       ASSIGN TO ALRTROUT
004900         ORGANIZATION LINE SEQUENTIAL
005000         FILE STATUS  IS DL100-ROUTE-STATUS.
005100     SELECT REF-AUDIT-FILE   ASSIGN TO RSNAUDIT
005200         ORGANIZATION LINE SEQUENTIAL
005300         FILE STATUS  IS DL100-AUDIT-STATUS.
005400     SELECT CONTROL-CARD-FILE ASSIGN TO SYSIN
005500         ORGANIZATION LINE SEQUENTIAL
005600         FILE STATUS  IS DL100-SYSIN-STATUS.
005700     SELECT LOCK-FILE        ASSIGN TO RSNLCK
005800         ORGANIZATION LINE SEQUENTIAL
005900         FILE STATUS  IS DL100-LOCKF-STATUS.
006000*
006100 DATA DIVISION.
006200 FILE SECTION.
006300 FD  REASON-FILE
006400     RECORDING MODE IS F.
006500 COPY DL100RR.
006600 FD  RETRY-POLICY-FILE
006700     RECORDING MODE IS F.
006800 COPY DL100RP.
006900 FD  ROUTE-FILE
007000     RECORDING MODE IS F.
007100 COPY DL100AR.
007200 FD  REF-AUDIT-FILE
007300     RECORDING MODE IS F.
007400 COPY DL100RA.
007500 FD  CONTROL-CARD-FILE
007600     RECORDING MODE IS F.
007700 COPY DL100CC.
007800 FD  LOCK-FILE
007900     RECORDING MODE IS F.
008000 01  DL100-LOCK-FD-RECORD            PIC X(32).
008100*
008200 WORKING-STORAGE SECTION.
008300 77  DL100-REASON-STATUS          PIC XX    VALUE '00'.
008400 77  DL100-POLICY-STATUS          PIC XX    VALUE '00'.
008500 77  DL100-ROUTE-STATUS           PIC XX    VALUE '00'.
008600 77  DL100-AUDIT-STATUS           PIC XX    VALUE '00'.
008700 77  DL100-SYSIN-STATUS           PIC XX    VALUE '00'.
008800 77  DL100-REASON-EOF-SWITCH      PIC X     VALUE 'N'.
008900     88  DL100-REASON-EOF                    VALUE 'Y'.
009000 77  DL100-POLICY-EOF-SWITCH      PIC X     VALUE 'N'.
009100     88  DL100-POLICY-EOF                    VALUE 'Y'.
009200 77  DL100-ROUTE-EOF-SWITCH       PIC X     VALUE 'N'.
009300     88  DL100-ROUTE-EOF                     VALUE 'Y'.
009400 77  DL100-SYSIN-EOF-SWITCH       PIC X     VALUE 'N'.
009500     88  DL100-SYSIN-EOF                     VALUE 'Y'.
009600 77  DL100-REASON-CHG-SWITCH      PIC X     VALUE 'N'.
009700     88  DL100-REASONS-CHANGED               VALUE 'Y'.
009800 77  DL100-POLICY-CHG-SWITCH      PIC X     VALUE 'N'.
009900     88  DL100-POLICIES-CHANGED              VALUE 'Y'.
010000 77  DL100-ROUTE-CHG-SWITCH       PIC X     VALUE 'N'.
010100     88  DL100-ROUTES-CHANGED                VALUE 'Y'.
010200 77  DL100-AUDIT-OPEN-SWITCH      PIC X     VALUE 'N'.
010300     88  DL100-AUDIT-IS-OPEN                 VALUE 'Y'.
010400 77  DL100-LOAD-OVFL-SWITCH       PIC X     VALUE 'N'.
010500     88  DL100-LOAD-OVERFLOW                 VALUE 'Y'.
010600 77  DL100-FOUND-SWITCH           PIC X     VALUE 'N'.
010700     88  DL100-ENTRY-FOUND                   VALUE 'Y'.
010800 77  DL100-OVERLAP-SWITCH         PIC X     VALUE 'N'.
010900     88  DL100-RANGE-OVERLAPS                VALUE 'Y'.
011000 77  DL100-COVER-SWITCH           PIC X     VALUE 'N'.
011100     88  DL100-RANGE-COVERED                 VALUE 'Y'.
011200 77  DL100-PROGRESS-SWITCH        PIC X     VALUE 'N'.
011300     88  DL100-COVER-ADVANCED                VALUE 'Y'.
011400 77  DL100-ORPHAN-SWITCH          PIC X     VALUE 'N'.
011500     88  DL100-ORPHAN-FOUND                  VALUE 'Y'.
011600 77  DL100-TODAY                  PIC 9(08) VALUE ZERO.
011700 77  DL100-NOW                    PIC 9(08) VALUE ZERO.
011800 77  DL100-ACCEPT-COUNT           PIC 9(03) COMP VALUE ZERO.
011900 77  DL100-REJECT-COUNT           PIC 9(03) COMP VALUE ZERO.
012000 77  DL100-FLAG-COUNT             PIC 9(03) COMP VALUE ZERO.
012100 77  DL100-OPER-ID                PIC X(08) VALUE SPACES.
012200 77  DL100-REJECT-TEXT            PIC X(30) VALUE SPACES.
012300 77  DL100-DONE-TEXT              PIC X(07) VALUE SPACES.
012400 77  DL100-CARD-KEY               PIC X(24) VALUE SPACES.
012500 77  DL100-AUDIT-ACTION           PIC X(04) VALUE SPACES.
012600 77  DL100-AUDIT-FILE-ID          PIC X(08) VALUE SPACES.
012700 77  DL100-OLD-IMAGE              PIC X(72) VALUE SPACES.
012800 77  DL100-NEW-IMAGE              PIC X(72) VALUE SPACES.
012900*
013000*****************************************************************
013100*    THE ENTRY UNDER TEST FOR THE CROSS-FILE CHECKS - LOADED
013200*    FROM A CARD OR FROM A TABLE ENTRY, SO THE SAME CHECKS SERVE
013300*    BOTH THE EDITS AND THE LIST.  DL100-SKIP-SUB IS THE ROUTE
013400*    ENTRY THE CHECK MUST IGNORE (ITSELF), ZERO FOR NONE.
013500*****************************************************************
013600 77  DL100-CHK-REASON             PIC 9(04) VALUE ZERO.
013700 77  DL100-CHK-JOB-ID             PIC X(08) VALUE SPACES.
013800 77  DL100-CHK-STATUS             PIC 9(02) VALUE ZERO.
013900 77  DL100-CHK-LO                 PIC 9(04) VALUE ZERO.
014000 77  DL100-CHK-HI                 PIC 9(04) VALUE ZERO.
014100 77  DL100-CHK-LEVEL              PIC 9(01) VALUE ZERO.
014200 77  DL100-SKIP-SUB               PIC 9(04) COMP VALUE ZERO.
014300 77  DL100-SCAN-SUB               PIC 9(04) COMP VALUE ZERO.
014400 77  DL100-ORPHAN-SUB             PIC 9(04) COMP VALUE ZERO.
014500 77  DL100-SLOT-SUB               PIC 9(04) COMP VALUE ZERO.
014600 77  DL100-SHIFT-SUB              PIC 9(04) COMP VALUE ZERO.
014700 77  DL100-COVER-NEXT             PIC 9(05) COMP VALUE ZERO.
014800 77  DL100-COVER-REACH            PIC 9(05) COMP VALUE ZERO.
014900*
015000 01  DL100-RPT-DETAIL-LINE        PIC X(100).
015100*
015200*****************************************************************
015300*    RSNLCK LOCK TOKEN AND ITS WORK FIELDS - SEE DL100LK.
015400*****************************************************************
015500 COPY DL100LK.
015600 77  DL100-LOCKF-STATUS           PIC XX    VALUE '00'.
015700 77  DL100-LOCK-SWITCH            PIC X     VALUE 'N'.
015800     88  DL100-LOCK-HELD                     VALUE 'Y'.
015900 77  DL100-LOCK-TRIES             PIC 9(02) COMP VALUE ZERO.
016000 77  DL100-LOCK-STALE-MINS        PIC 9(04) VALUE 0030.
016100 77  DL100-LOCK-AGE-MINS          PIC S9(09) COMP VALUE ZERO.
016200 77  DL100-LOCK-NOW-DAYS          PIC 9(08) COMP VALUE ZERO.
016300 77  DL100-LOCK-THEN-DAYS         PIC 9(08) COMP VALUE ZERO.
016400 77  DL100-LOCK-NOW-MINS          PIC 9(04) COMP VALUE ZERO.
016500 77  DL100-LOCK-THEN-MINS         PIC 9(04) COMP VALUE ZERO.
016600 77  DL100-LOCK-OWNER             PIC X(08) VALUE 'RSNMAINT'.
016700 01  DL100-LOCK-TIME-WORK         PIC 9(08) VALUE ZERO.
016800 01  DL100-LOCK-TIME-PARTS REDEFINES DL100-LOCK-TIME-WORK.
016900     05  DL100-LOCK-TIME-HH       PIC 9(02).
017000     05  DL100-LOCK-TIME-MM       PIC 9(02).
017100     05  FILLER                   PIC 9(04).
017200*
017300*****************************************************************
017400*    THE THREE FILES IN STORAGE WHILE THE CARDS ARE APPLIED,
017500*    EACH REWRITTEN IN ONE PASS IF ANYTHING ON IT CHANGED.  A
017600*    DROPPED ENTRY IS A DELETE THAT TOOK EFFECT.  THE TABLE
017700*    LIMITS MATCH THE READERS' TABLES (DL100RT, DL100RY, DL100AG)
017800*    SO NO EDIT CAN GROW A FILE PAST WHAT THE READERS HOLD.  THE
017900*    RSTB-/PLTB-/RUTB-DATA GROUPS ARE IN RECORD ORDER AND SERVE
018000*    AS THE AUDIT IMAGES.
018100*****************************************************************
018200 01  DL100-REASON-MAINT-TABLE.
018300     05  RSTB-ENTRY-COUNT         PIC 9(03) VALUE ZERO.
018400     05  RSTB-ENTRY OCCURS 1 TO 200 TIMES
018500                    DEPENDING ON RSTB-ENTRY-COUNT
018600                    INDEXED BY RSTB-IDX.
018700         10  RSTB-DATA.
018800             15  RSTB-REASON-CODE     PIC 9(04).
018900             15  RSTB-SHORT-TEXT      PIC X(30).
019000             15  RSTB-OPER-ACTION     PIC X(30).
019100         10  RSTB-DROP-SWITCH         PIC X.
019200             88  RSTB-DROPPED                   VALUE 'Y'.
019300*
019400 01  DL100-POLICY-MAINT-TABLE.
019500     05  PLTB-ENTRY-COUNT         PIC 9(02) VALUE ZERO.
019600     05  PLTB-ENTRY OCCURS 1 TO 20 TIMES
019700                    DEPENDING ON PLTB-ENTRY-COUNT
019800                    INDEXED BY PLTB-IDX.
019900         10  PLTB-DATA.
020000             15  PLTB-REASON-CODE     PIC 9(04).
020100             15  PLTB-RETRY-FLAG      PIC X.
020200                 88  PLTB-RETRYABLE             VALUE 'Y'.
020300             15  PLTB-MAX-ATTEMPTS    PIC 9(02).
020400             15  PLTB-WAIT-MINUTES    PIC 9(04).
020500         10  PLTB-DROP-SWITCH         PIC X.
020600             88  PLTB-DROPPED                   VALUE 'Y'.
020700*
020800 01  DL100-ROUTE-MAINT-TABLE.
020900     05  RUTB-ENTRY-COUNT         PIC 9(03) VALUE ZERO.
021000     05  RUTB-ENTRY OCCURS 1 TO 100 TIMES
021100                    DEPENDING ON RUTB-ENTRY-COUNT
021200                    INDEXED BY RUTB-IDX.
021300         10  RUTB-DATA.
021400             15  RUTB-JOB-ID          PIC X(08).
021500             15  RUTB-STATUS-CODE     PIC 9(02).
021600             15  RUTB-REASON-LO       PIC 9(04).
021700             15  RUTB-REASON-HI       PIC 9(04).
021800             15  RUTB-LEVEL           PIC 9(01).
021900             15  RUTB-GROUP           PIC X(08).
022000         10  RUTB-DROP-SWITCH         PIC X.
022100             88  RUTB-DROPPED                   VALUE 'Y'.
022200*
022300 PROCEDURE DIVISION.
022400*****************************************************************
022500* 0000-MAINLINE                                                 *
022600*****************************************************************
022700 0000-MAINLINE.
022800     PERFORM 0500-ACQUIRE-LOCK    THRU 0500-EXIT.
022900     IF NOT DL100-LOCK-HELD
023000         MOVE 08 TO RETURN-CODE
023100         STOP RUN
023200     END-IF.
023300     PERFORM 1000-INITIALIZE      THRU 1000-EXIT.
023400     PERFORM 2000-PROCESS-CARDS   THRU 2000-EXIT.
023500     IF NOT DL100-LOAD-OVERFLOW
023600         IF DL100-REASONS-CHANGED
023700             PERFORM 5000-REWRITE-REASONS THRU 5000-EXIT
023800         END-IF
023900         IF DL100-POLICIES-CHANGED
024000             PERFORM 5200-REWRITE-POLICIES THRU 5200-EXIT
024100         END-IF
024200         IF DL100-ROUTES-CHANGED
024300             PERFORM 5400-REWRITE-ROUTES THRU 5400-EXIT
024400         END-IF
024500     END-IF.
024600     PERFORM 0900-RELEASE-LOCK    THRU 0900-EXIT.
024700     IF DL100-AUDIT-IS-OPEN
024800         CLOSE REF-AUDIT-FILE
024900     END-IF.
025000     PERFORM 8000-WRAP-UP         THRU 8000-EXIT.
025100     STOP RUN.
025200*
025300*****************************************************************
025400* 1000-INITIALIZE - STAMP NOW AND LOAD ALL THREE FILES.  THE     *
025500*                   CROSS-FILE CHECKS NEED EVERY FILE IN STORAGE *
025600*                   WHATEVER THE CARDS TOUCH.                    *
025700*****************************************************************
025800 1000-INITIALIZE.
025900     ACCEPT DL100-TODAY FROM DATE YYYYMMDD.
026000     ACCEPT DL100-NOW   FROM TIME.
026100     PERFORM 1100-LOAD-REASONS    THRU 1100-EXIT.
026200     PERFORM 1300-LOAD-POLICIES   THRU 1300-EXIT.
026300     PERFORM 1500-LOAD-ROUTES     THRU 1500-EXIT.
026400 1000-EXIT.
026500     EXIT.
026600*
026700 1100-LOAD-REASONS.
026800     OPEN INPUT REASON-FILE.
026900     IF DL100-REASON-STATUS = '00'
027000         PERFORM 1110-READ-REASON THRU 1110-EXIT
027100         PERFORM 1120-STORE-REASON THRU 1120-EXIT
027200             UNTIL DL100-REASON-EOF
027300         CLOSE REASON-FILE
027400     ELSE
027500         DISPLAY 'REASONMAINT - REASON FILE NOT AVAILABLE, '
027600             'STATUS=' DL100-REASON-STATUS
027700             ' - STARTING FROM AN EMPTY FILE'
027800     END-IF.
027900 1100-EXIT.
028000     EXIT.
028100*
028200 1110-READ-REASON.
028300     READ REASON-FILE
028400         AT END
028500             SET DL100-REASON-EOF TO TRUE
028600     END-READ.
028700 1110-EXIT.
028800     EXIT.
028900*
029000 1120-STORE-REASON.
029100     IF NOT DL100-REASON-EOF
029200         IF RSTB-ENTRY-COUNT < 200
029300             ADD 1 TO RSTB-ENTRY-COUNT
029400             SET RSTB-IDX TO RSTB-ENTRY-COUNT
029500             MOVE RSN-REASON-CODE TO RSTB-REASON-CODE (RSTB-IDX)
029600             MOVE RSN-SHORT-TEXT  TO RSTB-SHORT-TEXT  (RSTB-IDX)
029700             MOVE RSN-OPER-ACTION TO RSTB-OPER-ACTION (RSTB-IDX)
029800             MOVE 'N'             TO RSTB-DROP-SWITCH (RSTB-IDX)
029900         ELSE
030000             DISPLAY 'REASONMAINT - REASON TABLE FULL, '
030100                 'RECORD DROPPED FOR ' RSN-REASON-CODE
030200             SET DL100-LOAD-OVERFLOW TO TRUE
030300         END-IF
030400         PERFORM 1110-READ-REASON THRU 1110-EXIT
030500     END-IF.
030600 1120-EXIT.
030700     EXIT.
030800*
030900 1300-LOAD-POLICIES.
031000     OPEN INPUT RETRY-POLICY-FILE.
031100     IF DL100-POLICY-STATUS = '00'
031200         PERFORM 1310-READ-POLICY THRU 1310-EXIT
031300         PERFORM 1320-STORE-POLICY THRU 1320-EXIT
031400             UNTIL DL100-POLICY-EOF
031500         CLOSE RETRY-POLICY-FILE
031600     ELSE
031700         DISPLAY 'REASONMAINT - RETRY POLICY FILE NOT AVAILABLE, '
031800             'STATUS=' DL100-POLICY-STATUS
031900             ' - STARTING FROM AN EMPTY FILE'
032000     END-IF.
032100 1300-EXIT.
032200     EXIT.
032300*
032400 1310-READ-POLICY.
032500     READ RETRY-POLICY-FILE
032600         AT END
032700             SET DL100-POLICY-EOF TO TRUE
032800     END-READ.
032900 1310-EXIT.
033000     EXIT.
033100*
033200 1320-STORE-POLICY.
033300     IF NOT DL100-POLICY-EOF
033400         IF PLTB-ENTRY-COUNT < 20
033500             ADD 1 TO PLTB-ENTRY-COUNT
033600             SET PLTB-IDX TO PLTB-ENTRY-COUNT
033700             MOVE RTP-REASON-CODE  TO PLTB-REASON-CODE  (PLTB-IDX)
033800             MOVE RTP-RETRY-FLAG   TO PLTB-RETRY-FLAG   (PLTB-IDX)
033900             MOVE RTP-MAX-ATTEMPTS TO PLTB-MAX-ATTEMPTS (PLTB-IDX)
034000             MOVE RTP-WAIT-MINUTES TO PLTB-WAIT-MINUTES (PLTB-IDX)
034100             MOVE 'N'              TO PLTB-DROP-SWITCH  (PLTB-IDX)
034200         ELSE
034300             DISPLAY 'REASONMAINT - RETRY POLICY TABLE FULL, '
034400                 'RECORD DROPPED FOR ' RTP-REASON-CODE
034500             SET DL100-LOAD-OVERFLOW TO TRUE
034600         END-IF
034700         PERFORM 1310-READ-POLICY THRU 1310-EXIT
034800     END-IF.
034900 1320-EXIT.
035000     EXIT.
035100*
035200 1500-LOAD-ROUTES.
035300     OPEN INPUT ROUTE-FILE.
035400     IF DL100-ROUTE-STATUS = '00'
035500         PERFORM 1510-READ-ROUTE THRU 1510-EXIT
035600         PERFORM 1520-STORE-ROUTE THRU 1520-EXIT
035700             UNTIL DL100-ROUTE-EOF
035800         CLOSE ROUTE-FILE
035900     ELSE
036000         DISPLAY 'REASONMAINT - ROUTING FILE NOT AVAILABLE, '
036100             'STATUS=' DL100-ROUTE-STATUS
036200             ' - STARTING FROM AN EMPTY FILE'
036300     END-IF.
036400 1500-EXIT.
036500     EXIT.
036600*
036700 1510-READ-ROUTE.
036800     READ ROUTE-FILE
036900         AT END
037000             SET DL100-ROUTE-EOF TO TRUE
037100     END-READ.
037200 1510-EXIT.
037300     EXIT.
037400*
037500 1520-STORE-ROUTE.
037600     IF NOT DL100-ROUTE-EOF
037700         IF RUTB-ENTRY-COUNT < 100
037800             ADD 1 TO RUTB-ENTRY-COUNT
037900             SET RUTB-IDX TO RUTB-ENTRY-COUNT
038000             MOVE ARO-JOB-ID      TO RUTB-JOB-ID      (RUTB-IDX)
038100             MOVE ARO-STATUS-CODE TO RUTB-STATUS-CODE (RUTB-IDX)
038200             MOVE ARO-REASON-LO   TO RUTB-REASON-LO   (RUTB-IDX)
038300             MOVE ARO-REASON-HI   TO RUTB-REASON-HI   (RUTB-IDX)
038400             MOVE ARO-LEVEL       TO RUTB-LEVEL       (RUTB-IDX)
038500             MOVE ARO-GROUP       TO RUTB-GROUP       (RUTB-IDX)
038600             MOVE 'N'             TO RUTB-DROP-SWITCH (RUTB-IDX)
038700         ELSE
038800             DISPLAY 'REASONMAINT - ROUTING TABLE FULL, '
038900                 'RECORD DROPPED FOR ' ARO-JOB-ID
039000             SET DL100-LOAD-OVERFLOW TO TRUE
039100         END-IF
039200         PERFORM 1510-READ-ROUTE THRU 1510-EXIT
039300     END-IF.
039400 1520-EXIT.
039500     EXIT.
039600*
039700*****************************************************************
039800* 2000-PROCESS-CARDS                                            *
039900*****************************************************************
040000 2000-PROCESS-CARDS.
040100     OPEN INPUT CONTROL-CARD-FILE.
040200     IF DL100-SYSIN-STATUS = '00'
040300         PERFORM 2100-READ-CARD THRU 2100-EXIT
040400         PERFORM 2200-PROCESS-CARD THRU 2200-EXIT
040500             UNTIL DL100-SYSIN-EOF
040600         CLOSE CONTROL-CARD-FILE
040700     ELSE
040800         DISPLAY 'REASONMAINT - NO SYSIN, NOTHING TO DO'
040900     END-IF.
041000 2000-EXIT.
041100     EXIT.
041200*
041300 2100-READ-CARD.
041400     READ CONTROL-CARD-FILE
041500         AT END
041600             SET DL100-SYSIN-EOF TO TRUE
041700     END-READ.
041800 2100-EXIT.
041900     EXIT.
042000*
042100 2200-PROCESS-CARD.
042200     IF NOT DL100-SYSIN-EOF
042300         EVALUATE CARD-TYPE
042400             WHEN 'OPER'
042500                 MOVE OCARD-OPER-ID TO DL100-OPER-ID
042600             WHEN 'RADD' WHEN 'RCHG' WHEN 'RDEL'
042700             WHEN 'PADD' WHEN 'PCHG' WHEN 'PDEL'
042800             WHEN 'AADD' WHEN 'ACHG' WHEN 'ADEL'
042900                 PERFORM 2300-APPLY-CARD THRU 2300-EXIT
043000             WHEN 'LIST'
043100                 PERFORM 6000-LIST-FILES THRU 6000-EXIT
043200             WHEN OTHER
043300                 CONTINUE
043400         END-EVALUATE
043500         PERFORM 2100-READ-CARD THRU 2100-EXIT
043600     END-IF.
043700 2200-EXIT.
043800     EXIT.
043900*
044000*****************************************************************
044100* 2300-APPLY-CARD - ROUTE ONE CHANGE CARD TO ITS EDIT.  NO       *
044200*                   CHANGE IS TAKEN WITHOUT AN OPER CARD AHEAD   *
044300*                   OF IT - AN UNSIGNED CHANGE HAS NO AUDIT.     *
044400*****************************************************************
044500 2300-APPLY-CARD.
044600     PERFORM 2400-SET-CARD-KEY THRU 2400-EXIT.
044700     IF DL100-OPER-ID = SPACES
044800         MOVE 'NO OPER CARD AHEAD OF IT' TO DL100-REJECT-TEXT
044900         PERFORM 4500-REJECT-CARD THRU 4500-EXIT
045000         GO TO 2300-EXIT
045100     END-IF.
045200     EVALUATE CARD-TYPE
045300         WHEN 'RADD'
045400             PERFORM 3000-ADD-REASON THRU 3000-EXIT
045500         WHEN 'RCHG'
045600             PERFORM 3100-CHANGE-REASON THRU 3100-EXIT
045700         WHEN 'RDEL'
045800             PERFORM 3200-DELETE-REASON THRU 3200-EXIT
045900         WHEN 'PADD'
046000             PERFORM 3300-ADD-POLICY THRU 3300-EXIT
046100         WHEN 'PCHG'
046200             PERFORM 3400-CHANGE-POLICY THRU 3400-EXIT
046300         WHEN 'PDEL'
046400             PERFORM 3500-DELETE-POLICY THRU 3500-EXIT
046500         WHEN 'AADD'
046600             PERFORM 3600-ADD-ROUTE THRU 3600-EXIT
046700         WHEN 'ACHG'
046800             PERFORM 3700-CHANGE-ROUTE THRU 3700-EXIT
046900         WHEN 'ADEL'
047000             PERFORM 3800-DELETE-ROUTE THRU 3800-EXIT
047100     END-EVALUATE.
047200 2300-EXIT.
047300     EXIT.
047400*
047500 2400-SET-CARD-KEY.
047600     MOVE SPACES TO DL100-CARD-KEY.
047700     EVALUATE CARD-TYPE (1:1)
047800         WHEN 'A'
047900             STRING AMCARD-JOB-ID         DELIMITED BY SIZE
048000                    ' '                   DELIMITED BY SIZE
048100                    AMCARD-STATUS-CODE    DELIMITED BY SIZE
048200                    ' '                   DELIMITED BY SIZE
048300                    AMCARD-REASON-LO      DELIMITED BY SIZE
048400                    '-'                   DELIMITED BY SIZE
048500                    AMCARD-REASON-HI      DELIMITED BY SIZE
048600                    ' L'                  DELIMITED BY SIZE
048700                    AMCARD-LEVEL          DELIMITED BY SIZE
048800               INTO DL100-CARD-KEY
048900         WHEN 'P'
049000             STRING 'CODE '               DELIMITED BY SIZE
049100                    PMCARD-REASON-CODE    DELIMITED BY SIZE
049200               INTO DL100-CARD-KEY
049300         WHEN OTHER
049400             STRING 'CODE '               DELIMITED BY SIZE
049500                    RMCARD-REASON-CODE    DELIMITED BY SIZE
049600               INTO DL100-CARD-KEY
049700     END-EVALUATE.
049800 2400-EXIT.
049900     EXIT.
050000*
050100*****************************************************************
050200* 3000-ADD-REASON - A NEW REASON CODE.  ZERO IS NOT A CODE - IT  *
050300*                   MEANS NO REASON ON EVERY RECORD THAT CARRIES *
050400*                   ONE.                                         *
050500*****************************************************************
050600 3000-ADD-REASON.
050700     IF RMCARD-REASON-CODE NOT NUMERIC
050800         OR RMCARD-REASON-CODE = ZERO
050900         MOVE 'REASON CODE MISSING OR ZERO' TO DL100-REJECT-TEXT
051000         PERFORM 4500-REJECT-CARD THRU 4500-EXIT
051100         GO TO 3000-EXIT
051200     END-IF.
051300     IF RMCARD-SHORT-TEXT = SPACES
051400         MOVE 'SHORT TEXT MISSING' TO DL100-REJECT-TEXT
051500         PERFORM 4500-REJECT-CARD THRU 4500-EXIT
051600         GO TO 3000-EXIT
051700     END-IF.
051800     MOVE RMCARD-REASON-CODE TO DL100-CHK-REASON.
051900     PERFORM 4000-FIND-REASON THRU 4000-EXIT.
052000     IF DL100-ENTRY-FOUND
052100         MOVE 'REASON CODE ALREADY DEFINED' TO DL100-REJECT-TEXT
052200         PERFORM 4500-REJECT-CARD THRU 4500-EXIT
052300         GO TO 3000-EXIT
052400     END-IF.
052500     IF RSTB-ENTRY-COUNT NOT < 200
052600         MOVE 'REASON TABLE FULL' TO DL100-REJECT-TEXT
052700         PERFORM 4500-REJECT-CARD THRU 4500-EXIT
052800         GO TO 3000-EXIT
052900     END-IF.
053000     ADD 1 TO RSTB-ENTRY-COUNT.
053100     SET RSTB-IDX TO RSTB-ENTRY-COUNT.
053200     MOVE RMCARD-REASON-CODE TO RSTB-REASON-CODE (RSTB-IDX).
053300     MOVE RMCARD-SHORT-TEXT  TO RSTB-SHORT-TEXT  (RSTB-IDX).
053400     MOVE RMCARD-OPER-ACTION TO RSTB-OPER-ACTION (RSTB-IDX).
053500     MOVE 'N'                TO RSTB-DROP-SWITCH (RSTB-IDX).
053600     SET DL100-REASONS-CHANGED TO TRUE.
053700     MOVE SPACES TO DL100-OLD-IMAGE.
053800     MOVE RSTB-DATA (RSTB-IDX) TO DL100-NEW-IMAGE.
053900     MOVE 'REASCODE' TO DL100-AUDIT-FILE-ID.
054000     PERFORM 4800-ACCEPT-CHANGE THRU 4800-EXIT.
054100 3000-EXIT.
054200     EXIT.
054300*
054400 3100-CHANGE-REASON.
054500     IF RMCARD-REASON-CODE NOT NUMERIC
054600         MOVE 'REASON CODE MISSING OR ZERO' TO DL100-REJECT-TEXT
054700         PERFORM 4500-REJECT-CARD THRU 4500-EXIT
054800         GO TO 3100-EXIT
054900     END-IF.
055000     IF RMCARD-SHORT-TEXT = SPACES
055100         MOVE 'SHORT TEXT MISSING' TO DL100-REJECT-TEXT
055200         PERFORM 4500-REJECT-CARD THRU 4500-EXIT
055300         GO TO 3100-EXIT
055400     END-IF.
055500     MOVE RMCARD-REASON-CODE TO DL100-CHK-REASON.
055600     PERFORM 4000-FIND-REASON THRU 4000-EXIT.
055700     IF NOT DL100-ENTRY-FOUND
055800         MOVE 'REASON CODE NOT DEFINED' TO DL100-REJECT-TEXT
055900         PERFORM 4500-REJECT-CARD THRU 4500-EXIT
056000         GO TO 3100-EXIT
056100     END-IF.
056200     MOVE RSTB-DATA (RSTB-IDX) TO DL100-OLD-IMAGE.
056300     MOVE RMCARD-SHORT-TEXT  TO RSTB-SHORT-TEXT  (RSTB-IDX).
056400     MOVE RMCARD-OPER-ACTION TO RSTB-OPER-ACTION (RSTB-IDX).
056500     SET DL100-REASONS-CHANGED TO TRUE.
056600     MOVE RSTB-DATA (RSTB-IDX) TO DL100-NEW-IMAGE.
056700     MOVE 'REASCODE' TO DL100-AUDIT-FILE-ID.
056800     PERFORM 4800-ACCEPT-CHANGE THRU 4800-EXIT.
056900 3100-EXIT.
057000     EXIT.
057100*
057200*****************************************************************
057300* 3200-DELETE-REASON - A CODE STILL NAMED BY A RETRY POLICY      *
057400*                      STAYS - DELETE THE POLICY FIRST.          *
057500*****************************************************************
057600 3200-DELETE-REASON.
057700     IF RMCARD-REASON-CODE NOT NUMERIC
057800         MOVE 'REASON CODE MISSING OR ZERO' TO DL100-REJECT-TEXT
057900         PERFORM 4500-REJECT-CARD THRU 4500-EXIT
058000         GO TO 3200-EXIT
058100     END-IF.
058200     MOVE RMCARD-REASON-CODE TO DL100-CHK-REASON.
058300     PERFORM 4000-FIND-REASON THRU 4000-EXIT.
058400     IF NOT DL100-ENTRY-FOUND
058500         MOVE 'REASON CODE NOT DEFINED' TO DL100-REJECT-TEXT
058600         PERFORM 4500-REJECT-CARD THRU 4500-EXIT
058700         GO TO 3200-EXIT
058800     END-IF.
058900     MOVE RSTB-DATA (RSTB-IDX) TO DL100-OLD-IMAGE.
059000     PERFORM 4100-FIND-POLICY THRU 4100-EXIT.
059100     IF DL100-ENTRY-FOUND
059200         MOVE 'RETRY POLICY STILL USES CODE' TO DL100-REJECT-TEXT
059300         PERFORM 4500-REJECT-CARD THRU 4500-EXIT
059400         GO TO 3200-EXIT
059500     END-IF.
059600     MOVE 'Y' TO RSTB-DROP-SWITCH (RSTB-IDX).
059700     SET DL100-REASONS-CHANGED TO TRUE.
059800     MOVE SPACES TO DL100-NEW-IMAGE.
059900     MOVE 'REASCODE' TO DL100-AUDIT-FILE-ID.
060000     PERFORM 4800-ACCEPT-CHANGE THRU 4800-EXIT.
060100 3200-EXIT.
060200     EXIT.
060300*
060400*****************************************************************
060500* 3300-ADD-POLICY - A RETRY POLICY FOR A REASON CODE.  THE CODE  *
060600*                   MUST BE ON THE REASON FILE, AND A RETRYABLE  *
060700*                   CODE MUST ALLOW AT LEAST ONE ATTEMPT.        *
060800*****************************************************************
060900 3300-ADD-POLICY.
061000     PERFORM 3350-EDIT-POLICY THRU 3350-EXIT.
061100     IF DL100-REJECT-TEXT NOT = SPACES
061200         PERFORM 4500-REJECT-CARD THRU 4500-EXIT
061300         GO TO 3300-EXIT
061400     END-IF.
061500     PERFORM 4100-FIND-POLICY THRU 4100-EXIT.
061600     IF DL100-ENTRY-FOUND
061700         MOVE 'POLICY ALREADY ON THE FILE' TO DL100-REJECT-TEXT
061800         PERFORM 4500-REJECT-CARD THRU 4500-EXIT
061900         GO TO 3300-EXIT
062000     END-IF.
062100     IF PLTB-ENTRY-COUNT NOT < 20
062200         MOVE 'RETRY POLICY TABLE FULL' TO DL100-REJECT-TEXT
062300         PERFORM 4500-REJECT-CARD THRU 4500-EXIT
062400         GO TO 3300-EXIT
062500     END-IF.
062600     ADD 1 TO PLTB-ENTRY-COUNT.
062700     SET PLTB-IDX TO PLTB-ENTRY-COUNT.
062800     MOVE PMCARD-REASON-CODE  TO PLTB-REASON-CODE  (PLTB-IDX).
062900     MOVE PMCARD-RETRY-FLAG   TO PLTB-RETRY-FLAG   (PLTB-IDX).
063000     MOVE PMCARD-MAX-ATTEMPTS TO PLTB-MAX-ATTEMPTS (PLTB-IDX).
063100     MOVE PMCARD-WAIT-MINUTES TO PLTB-WAIT-MINUTES (PLTB-IDX).
063200     MOVE 'N'                 TO PLTB-DROP-SWITCH  (PLTB-IDX).
063300     SET DL100-POLICIES-CHANGED TO TRUE.
063400     MOVE SPACES TO DL100-OLD-IMAGE.
063500     MOVE PLTB-DATA (PLTB-IDX) TO DL100-NEW-IMAGE.
063600     MOVE 'RETRYPOL' TO DL100-AUDIT-FILE-ID.
063700     PERFORM 4800-ACCEPT-CHANGE THRU 4800-EXIT.
063800 3300-EXIT.
063900     EXIT.
064000*
064100 3350-EDIT-POLICY.
064200     MOVE SPACES TO DL100-REJECT-TEXT.
064300     IF PMCARD-REASON-CODE NOT NUMERIC
064400         OR PMCARD-MAX-ATTEMPTS NOT NUMERIC
064500         OR PMCARD-WAIT-MINUTES NOT NUMERIC
064600         MOVE 'POLICY FIELDS NOT NUMERIC' TO DL100-REJECT-TEXT
064700         GO TO 3350-EXIT
064800     END-IF.
064900     IF PMCARD-RETRY-FLAG NOT = 'Y' AND 'N'
065000         MOVE 'RETRY FLAG MUST BE Y OR N' TO DL100-REJECT-TEXT
065100         GO TO 3350-EXIT
065200     END-IF.
065300     MOVE PMCARD-REASON-CODE TO DL100-CHK-REASON.
065400     PERFORM 4000-FIND-REASON THRU 4000-EXIT.
065500     IF NOT DL100-ENTRY-FOUND
065600         MOVE 'REASON CODE NOT ON REASCODE' TO DL100-REJECT-TEXT
065700         GO TO 3350-EXIT
065800     END-IF.
065900     IF PMCARD-RETRY-FLAG = 'Y'
066000         AND PMCARD-MAX-ATTEMPTS = ZERO
066100         MOVE 'RETRYABLE WITH ZERO ATTEMPTS' TO DL100-REJECT-TEXT
066200     END-IF.
066300 3350-EXIT.
066400     EXIT.
066500*
066600 3400-CHANGE-POLICY.
066700     PERFORM 3350-EDIT-POLICY THRU 3350-EXIT.
066800     IF DL100-REJECT-TEXT NOT = SPACES
066900         PERFORM 4500-REJECT-CARD THRU 4500-EXIT
067000         GO TO 3400-EXIT
067100     END-IF.
067200     PERFORM 4100-FIND-POLICY THRU 4100-EXIT.
067300     IF NOT DL100-ENTRY-FOUND
067400         MOVE 'NO POLICY FOR THIS CODE' TO DL100-REJECT-TEXT
067500         PERFORM 4500-REJECT-CARD THRU 4500-EXIT
067600         GO TO 3400-EXIT
067700     END-IF.
067800     MOVE PLTB-DATA (PLTB-IDX) TO DL100-OLD-IMAGE.
067900     MOVE PMCARD-RETRY-FLAG   TO PLTB-RETRY-FLAG   (PLTB-IDX).
068000     MOVE PMCARD-MAX-ATTEMPTS TO PLTB-MAX-ATTEMPTS (PLTB-IDX).
068100     MOVE PMCARD-WAIT-MINUTES TO PLTB-WAIT-MINUTES (PLTB-IDX).
068200     SET DL100-POLICIES-CHANGED TO TRUE.
068300     MOVE PLTB-DATA (PLTB-IDX) TO DL100-NEW-IMAGE.
068400     MOVE 'RETRYPOL' TO DL100-AUDIT-FILE-ID.
068500     PERFORM 4800-ACCEPT-CHANGE THRU 4800-EXIT.
068600 3400-EXIT.
068700     EXIT.
068800*
068900 3500-DELETE-POLICY.
069000     IF PMCARD-REASON-CODE NOT NUMERIC
069100         MOVE 'POLICY FIELDS NOT NUMERIC' TO DL100-REJECT-TEXT
069200         PERFORM 4500-REJECT-CARD THRU 4500-EXIT
069300         GO TO 3500-EXIT
069400     END-IF.
069500     MOVE PMCARD-REASON-CODE TO DL100-CHK-REASON.
069600     PERFORM 4100-FIND-POLICY THRU 4100-EXIT.
069700     IF NOT DL100-ENTRY-FOUND
069800         MOVE 'NO POLICY FOR THIS CODE' TO DL100-REJECT-TEXT
069900         PERFORM 4500-REJECT-CARD THRU 4500-EXIT
070000         GO TO 3500-EXIT
070100     END-IF.
070200     MOVE PLTB-DATA (PLTB-IDX) TO DL100-OLD-IMAGE.
070300     MOVE 'Y' TO PLTB-DROP-SWITCH (PLTB-IDX).
070400     SET DL100-POLICIES-CHANGED TO TRUE.
070500     MOVE SPACES TO DL100-NEW-IMAGE.
070600     MOVE 'RETRYPOL' TO DL100-AUDIT-FILE-ID.
070700     PERFORM 4800-ACCEPT-CHANGE THRU 4800-EXIT.
070800 3500-EXIT.
070900     EXIT.
071000*
071100*****************************************************************
071200* 3600-ADD-ROUTE - A NEW ROUTING RULE.  ITS REASON RANGE MAY NOT *
071300*                  OVERLAP ANOTHER RULE AT THE SAME JOB, STATUS  *
071400*                  AND LEVEL (WHICH ONE WINS WOULD DEPEND ON     *
071500*                  FILE ORDER), AND A LEVEL 2 OR HIGHER RULE     *
071600*                  NEEDS LEVEL-1 RULES COVERING ITS WHOLE RANGE  *
071700*                  - AN ESCALATION WITH NOTHING PAGED FIRST IS   *
071800*                  NOT AN ESCALATION.  A JOB-SPECIFIC RULE GOES  *
071900*                  IN AHEAD OF THE FIRST CATCH-ALL SO THE FILE   *
072000*                  KEEPS THE ORDER DL100AR ASKS FOR.             *
072100*****************************************************************
072200 3600-ADD-ROUTE.
072300     PERFORM 3650-EDIT-ROUTE THRU 3650-EXIT.
072400     IF DL100-REJECT-TEXT NOT = SPACES
072500         PERFORM 4500-REJECT-CARD THRU 4500-EXIT
072600         GO TO 3600-EXIT
072700     END-IF.
072800     MOVE ZERO TO DL100-SKIP-SUB.
072900     PERFORM 4300-CHECK-OVERLAP THRU 4300-EXIT.
073000     IF DL100-RANGE-OVERLAPS
073100         MOVE 'RANGE OVERLAPS ANOTHER RULE' TO DL100-REJECT-TEXT
073200         PERFORM 4500-REJECT-CARD THRU 4500-EXIT
073300         GO TO 3600-EXIT
073400     END-IF.
073500     IF DL100-CHK-LEVEL > 1
073600         PERFORM 4400-CHECK-COVERAGE THRU 4400-EXIT
073700         IF NOT DL100-RANGE-COVERED
073800             MOVE 'NO LEVEL-1 RULE BENEATH IT'
073900                 TO DL100-REJECT-TEXT
074000             PERFORM 4500-REJECT-CARD THRU 4500-EXIT
074100             GO TO 3600-EXIT
074200         END-IF
074300     END-IF.
074400     IF RUTB-ENTRY-COUNT NOT < 100
074500         MOVE 'ROUTING TABLE FULL' TO DL100-REJECT-TEXT
074600         PERFORM 4500-REJECT-CARD THRU 4500-EXIT
074700         GO TO 3600-EXIT
074800     END-IF.
074900     PERFORM 3660-OPEN-ROUTE-SLOT THRU 3660-EXIT.
075000     MOVE AMCARD-JOB-ID      TO RUTB-JOB-ID      (DL100-SLOT-SUB).
075100     MOVE AMCARD-STATUS-CODE TO RUTB-STATUS-CODE (DL100-SLOT-SUB).
075200     MOVE AMCARD-REASON-LO   TO RUTB-REASON-LO   (DL100-SLOT-SUB).
075300     MOVE AMCARD-REASON-HI   TO RUTB-REASON-HI   (DL100-SLOT-SUB).
075400     MOVE AMCARD-LEVEL       TO RUTB-LEVEL       (DL100-SLOT-SUB).
075500     MOVE AMCARD-GROUP       TO RUTB-GROUP       (DL100-SLOT-SUB).
075600     MOVE 'N'                TO RUTB-DROP-SWITCH (DL100-SLOT-SUB).
075700     SET DL100-ROUTES-CHANGED TO TRUE.
075800     MOVE SPACES TO DL100-OLD-IMAGE.
075900     MOVE RUTB-DATA (DL100-SLOT-SUB) TO DL100-NEW-IMAGE.
076000     MOVE 'ALRTROUT' TO DL100-AUDIT-FILE-ID.
076100     PERFORM 4800-ACCEPT-CHANGE THRU 4800-EXIT.
076200 3600-EXIT.
076300     EXIT.
076400*
076500 3650-EDIT-ROUTE.
076600     MOVE SPACES TO DL100-REJECT-TEXT.
076700     IF AMCARD-STATUS-CODE NOT NUMERIC
076800         OR AMCARD-REASON-LO NOT NUMERIC
076900         OR AMCARD-REASON-HI NOT NUMERIC
077000         OR AMCARD-LEVEL NOT NUMERIC
077100         MOVE 'ROUTE FIELDS NOT NUMERIC' TO DL100-REJECT-TEXT
077200         GO TO 3650-EXIT
077300     END-IF.
077400     IF AMCARD-STATUS-CODE NOT = 00 AND 04 AND 08 AND 99
077500         MOVE 'STATUS MUST BE 00 04 08 OR 99' TO DL100-REJECT-TEXT
077600         GO TO 3650-EXIT
077700     END-IF.
077800     IF AMCARD-LEVEL = ZERO
077900         MOVE 'LEVEL MUST BE 1 OR HIGHER' TO DL100-REJECT-TEXT
078000         GO TO 3650-EXIT
078100     END-IF.
078200     IF AMCARD-REASON-LO > AMCARD-REASON-HI
078300         MOVE 'REASON RANGE LO ABOVE HI' TO DL100-REJECT-TEXT
078400         GO TO 3650-EXIT
078500     END-IF.
078600     IF AMCARD-GROUP = SPACES
078700         AND CARD-TYPE NOT = 'ADEL'
078800         MOVE 'SUPPORT GROUP MISSING' TO DL100-REJECT-TEXT
078900         GO TO 3650-EXIT
079000     END-IF.
079100     MOVE AMCARD-JOB-ID      TO DL100-CHK-JOB-ID.
079200     MOVE AMCARD-STATUS-CODE TO DL100-CHK-STATUS.
079300     MOVE AMCARD-REASON-LO   TO DL100-CHK-LO.
079400     MOVE AMCARD-REASON-HI   TO DL100-CHK-HI.
079500     MOVE AMCARD-LEVEL       TO DL100-CHK-LEVEL.
079600 3650-EXIT.
079700     EXIT.
079800*
079900*****************************************************************
080000* 3660-OPEN-ROUTE-SLOT - A CATCH-ALL GOES ON THE END; A JOB-     *
080100*                        SPECIFIC RULE TAKES THE PLACE OF THE    *
080200*                        FIRST CATCH-ALL, WHICH MOVES DOWN ONE   *
080300*                        WITH EVERYTHING BELOW IT.               *
080400*****************************************************************
080500 3660-OPEN-ROUTE-SLOT.
080600     ADD 1 TO RUTB-ENTRY-COUNT.
080700     MOVE RUTB-ENTRY-COUNT TO DL100-SLOT-SUB.
080800     IF AMCARD-JOB-ID = SPACES
080900         GO TO 3660-EXIT
081000     END-IF.
081100     PERFORM 3670-FIND-CATCH-ALL THRU 3670-EXIT
081200         VARYING DL100-SCAN-SUB FROM 1 BY 1
081300         UNTIL DL100-SCAN-SUB NOT < RUTB-ENTRY-COUNT
081400            OR DL100-SLOT-SUB < RUTB-ENTRY-COUNT.
081500     IF DL100-SLOT-SUB < RUTB-ENTRY-COUNT
081600         PERFORM 3680-SHIFT-ROUTE THRU 3680-EXIT
081700             VARYING DL100-SHIFT-SUB FROM RUTB-ENTRY-COUNT BY -1
081800             UNTIL DL100-SHIFT-SUB NOT > DL100-SLOT-SUB
081900     END-IF.
082000 3660-EXIT.
082100     EXIT.
082200*
082300 3670-FIND-CATCH-ALL.
082400     IF RUTB-JOB-ID (DL100-SCAN-SUB) = SPACES
082500         MOVE DL100-SCAN-SUB TO DL100-SLOT-SUB
082600     END-IF.
082700 3670-EXIT.
082800     EXIT.
082900*
083000 3680-SHIFT-ROUTE.
083100     MOVE RUTB-ENTRY (DL100-SHIFT-SUB - 1)
083200         TO RUTB-ENTRY (DL100-SHIFT-SUB).
083300 3680-EXIT.
083400     EXIT.
083500*
083600*****************************************************************
083700* 3700-CHANGE-ROUTE - A NEW SUPPORT GROUP FOR AN EXISTING RULE,  *
083800*                     NAMED BY ITS JOB, STATUS, RANGE AND LEVEL. *
083900*                     MOVING A RANGE IS AN ADEL AND AN AADD, SO  *
084000*                     BOTH HALVES GET THEIR OWN CHECKS.          *
084100*****************************************************************
084200 3700-CHANGE-ROUTE.
084300     PERFORM 3650-EDIT-ROUTE THRU 3650-EXIT.
084400     IF DL100-REJECT-TEXT NOT = SPACES
084500         PERFORM 4500-REJECT-CARD THRU 4500-EXIT
084600         GO TO 3700-EXIT
084700     END-IF.
084800     PERFORM 4200-FIND-ROUTE THRU 4200-EXIT.
084900     IF NOT DL100-ENTRY-FOUND
085000         MOVE 'ROUTING RULE NOT ON THE FILE' TO DL100-REJECT-TEXT
085100         PERFORM 4500-REJECT-CARD THRU 4500-EXIT
085200         GO TO 3700-EXIT
085300     END-IF.
085400     MOVE RUTB-DATA (RUTB-IDX) TO DL100-OLD-IMAGE.
085500     MOVE AMCARD-GROUP TO RUTB-GROUP (RUTB-IDX).
085600     SET DL100-ROUTES-CHANGED TO TRUE.
085700     MOVE RUTB-DATA (RUTB-IDX) TO DL100-NEW-IMAGE.
085800     MOVE 'ALRTROUT' TO DL100-AUDIT-FILE-ID.
085900     PERFORM 4800-ACCEPT-CHANGE THRU 4800-EXIT.
086000 3700-EXIT.
086100     EXIT.
086200*
086300*****************************************************************
086400* 3800-DELETE-ROUTE - DROP ONE RULE, UNLESS IT IS A LEVEL-1 RULE *
086500*                     THAT A HIGHER LEVEL STILL STANDS ON - THE  *
086600*                     DROP IS TRIED, EVERY HIGHER RULE RECHECKED *
086700*                     FOR COVER, AND THE DROP UNDONE IF ANY HAS  *
086800*                     LOST IT.                                   *
086900*****************************************************************
087000 3800-DELETE-ROUTE.
087100     PERFORM 3650-EDIT-ROUTE THRU 3650-EXIT.
087200     IF DL100-REJECT-TEXT NOT = SPACES
087300         PERFORM 4500-REJECT-CARD THRU 4500-EXIT
087400         GO TO 3800-EXIT
087500     END-IF.
087600     PERFORM 4200-FIND-ROUTE THRU 4200-EXIT.
087700     IF NOT DL100-ENTRY-FOUND
087800         MOVE 'ROUTING RULE NOT ON THE FILE' TO DL100-REJECT-TEXT
087900         PERFORM 4500-REJECT-CARD THRU 4500-EXIT
088000         GO TO 3800-EXIT
088100     END-IF.
088200     MOVE RUTB-DATA (RUTB-IDX) TO DL100-OLD-IMAGE.
088300     MOVE 'Y' TO RUTB-DROP-SWITCH (RUTB-IDX).
088400     IF RUTB-LEVEL (RUTB-IDX) = 1
088500         PERFORM 4450-CHECK-ORPHANS THRU 4450-EXIT
088600         IF DL100-ORPHAN-FOUND
088700             MOVE 'N' TO RUTB-DROP-SWITCH (RUTB-IDX)
088800             MOVE 'HIGHER LEVEL RULE LEFT BARE'
088900                 TO DL100-REJECT-TEXT
089000             PERFORM 4500-REJECT-CARD THRU 4500-EXIT
089100             GO TO 3800-EXIT
089200         END-IF
089300     END-IF.
089400     SET DL100-ROUTES-CHANGED TO TRUE.
089500     MOVE SPACES TO DL100-NEW-IMAGE.
089600     MOVE 'ALRTROUT' TO DL100-AUDIT-FILE-ID.
089700     PERFORM 4800-ACCEPT-CHANGE THRU 4800-EXIT.
089800 3800-EXIT.
089900     EXIT.
090000*
090100*****************************************************************
090200* 4000-FIND-REASON - LIVE REASON ENTRY FOR DL100-CHK-REASON,     *
090300*                    LEFT UNDER RSTB-IDX.                        *
090400*****************************************************************
090500 4000-FIND-REASON.
090600     MOVE 'N' TO DL100-FOUND-SWITCH.
090700     IF RSTB-ENTRY-COUNT = 0
090800         GO TO 4000-EXIT
090900     END-IF.
091000     SET RSTB-IDX TO 1.
091100     SEARCH RSTB-ENTRY
091200         AT END
091300             CONTINUE
091400         WHEN RSTB-REASON-CODE (RSTB-IDX) = DL100-CHK-REASON
091500          AND NOT RSTB-DROPPED (RSTB-IDX)
091600             MOVE 'Y' TO DL100-FOUND-SWITCH
091700     END-SEARCH.
091800 4000-EXIT.
091900     EXIT.
092000*
092100*****************************************************************
092200* 4100-FIND-POLICY - LIVE RETRY POLICY FOR DL100-CHK-REASON,     *
092300*                    LEFT UNDER PLTB-IDX.                        *
092400*****************************************************************
092500 4100-FIND-POLICY.
092600     MOVE 'N' TO DL100-FOUND-SWITCH.
092700     IF PLTB-ENTRY-COUNT = 0
092800         GO TO 4100-EXIT
092900     END-IF.
093000     SET PLTB-IDX TO 1.
093100     SEARCH PLTB-ENTRY
093200         AT END
093300             CONTINUE
093400         WHEN PLTB-REASON-CODE (PLTB-IDX) = DL100-CHK-REASON
093500          AND NOT PLTB-DROPPED (PLTB-IDX)
093600             MOVE 'Y' TO DL100-FOUND-SWITCH
093700     END-SEARCH.
093800 4100-EXIT.
093900     EXIT.
094000*
094100*****************************************************************
094200* 4200-FIND-ROUTE - LIVE ROUTING RULE WITH EXACTLY THE JOB,      *
094300*                   STATUS, RANGE AND LEVEL UNDER TEST, LEFT     *
094400*                   UNDER RUTB-IDX.                              *
094500*****************************************************************
094600 4200-FIND-ROUTE.
094700     MOVE 'N' TO DL100-FOUND-SWITCH.
094800     IF RUTB-ENTRY-COUNT = 0
094900         GO TO 4200-EXIT
095000     END-IF.
095100     SET RUTB-IDX TO 1.
095200     SEARCH RUTB-ENTRY
095300         AT END
095400             CONTINUE
095500         WHEN RUTB-JOB-ID (RUTB-IDX) = DL100-CHK-JOB-ID
095600          AND RUTB-STATUS-CODE (RUTB-IDX) = DL100-CHK-STATUS
095700          AND RUTB-REASON-LO (RUTB-IDX) = DL100-CHK-LO
095800          AND RUTB-REASON-HI (RUTB-IDX) = DL100-CHK-HI
095900          AND RUTB-LEVEL (RUTB-IDX) = DL100-CHK-LEVEL
096000          AND NOT RUTB-DROPPED (RUTB-IDX)
096100             MOVE 'Y' TO DL100-FOUND-SWITCH
096200     END-SEARCH.
096300 4200-EXIT.
096400     EXIT.
096500*
096600*****************************************************************
096700* 4300-CHECK-OVERLAP - DOES ANY OTHER LIVE RULE AT THE SAME JOB, *
096800*                      STATUS AND LEVEL SHARE A REASON CODE WITH *
096900*                      THE RANGE UNDER TEST?                     *
097000*****************************************************************
097100 4300-CHECK-OVERLAP.
097200     MOVE 'N' TO DL100-OVERLAP-SWITCH.
097300     PERFORM 4310-TEST-OVERLAP THRU 4310-EXIT
097400         VARYING DL100-SCAN-SUB FROM 1 BY 1
097500         UNTIL DL100-SCAN-SUB > RUTB-ENTRY-COUNT
097600            OR DL100-RANGE-OVERLAPS.
097700 4300-EXIT.
097800     EXIT.
097900*
098000 4310-TEST-OVERLAP.
098100     IF DL100-SCAN-SUB = DL100-SKIP-SUB
098200         OR RUTB-DROPPED (DL100-SCAN-SUB)
098300         GO TO 4310-EXIT
098400     END-IF.
098500     IF RUTB-JOB-ID (DL100-SCAN-SUB) = DL100-CHK-JOB-ID
098600         AND RUTB-STATUS-CODE (DL100-SCAN-SUB) = DL100-CHK-STATUS
098700         AND RUTB-LEVEL (DL100-SCAN-SUB) = DL100-CHK-LEVEL
098800         AND RUTB-REASON-LO (DL100-SCAN-SUB) NOT > DL100-CHK-HI
098900         AND RUTB-REASON-HI (DL100-SCAN-SUB) NOT < DL100-CHK-LO
099000         SET DL100-RANGE-OVERLAPS TO TRUE
099100     END-IF.
099200 4310-EXIT.
099300     EXIT.
099400*
099500*****************************************************************
099600* 4400-CHECK-COVERAGE - IS EVERY REASON CODE IN THE RANGE UNDER  *
099700*                       TEST PAGED AT LEVEL 1 FOR ITS JOB AND    *
099800*                       STATUS?  A LEVEL-1 RULE COUNTS WHEN ITS  *
099900*                       JOB IS THE SAME OR ANY AND ITS STATUS IS *
100000*                       THE SAME OR ANY - THE SAME MATCH THE     *
100100*                       ALERT WRITERS MAKE.  THE RANGE IS WALKED *
100200*                       FROM LO, EACH PASS JUMPING PAST THE      *
100300*                       FURTHEST-REACHING RULE THAT HOLDS THE    *
100400*                       NEXT UNCOVERED CODE, UNTIL IT RUNS OFF   *
100500*                       HI (COVERED) OR A PASS FINDS NONE (A     *
100600*                       GAP).                                    *
100700*****************************************************************
100800 4400-CHECK-COVERAGE.
100900     MOVE 'N' TO DL100-COVER-SWITCH.
101000     MOVE DL100-CHK-LO TO DL100-COVER-NEXT.
101100     SET DL100-COVER-ADVANCED TO TRUE.
101200     PERFORM 4410-ADVANCE-COVER THRU 4410-EXIT
101300         UNTIL DL100-COVER-NEXT > DL100-CHK-HI
101400            OR NOT DL100-COVER-ADVANCED.
101500     IF DL100-COVER-NEXT > DL100-CHK-HI
101600         SET DL100-RANGE-COVERED TO TRUE
101700     END-IF.
101800 4400-EXIT.
101900     EXIT.
102000*
102100 4410-ADVANCE-COVER.
102200     MOVE 'N' TO DL100-PROGRESS-SWITCH.
102300     MOVE ZERO TO DL100-COVER-REACH.
102400     PERFORM 4420-TEST-LEVEL-ONE THRU 4420-EXIT
102500         VARYING DL100-SCAN-SUB FROM 1 BY 1
102600         UNTIL DL100-SCAN-SUB > RUTB-ENTRY-COUNT.
102700     IF DL100-COVER-REACH NOT < DL100-COVER-NEXT
102800         COMPUTE DL100-COVER-NEXT = DL100-COVER-REACH + 1
102900         SET DL100-COVER-ADVANCED TO TRUE
103000     END-IF.
103100 4410-EXIT.
103200     EXIT.
103300*
103400 4420-TEST-LEVEL-ONE.
103500     IF RUTB-DROPPED (DL100-SCAN-SUB)
103600         OR RUTB-LEVEL (DL100-SCAN-SUB) NOT = 1
103700         GO TO 4420-EXIT
103800     END-IF.
103900     IF RUTB-JOB-ID (DL100-SCAN-SUB) NOT = SPACES
104000         AND RUTB-JOB-ID (DL100-SCAN-SUB) NOT = DL100-CHK-JOB-ID
104100         GO TO 4420-EXIT
104200     END-IF.
104300     IF RUTB-STATUS-CODE (DL100-SCAN-SUB) NOT = 99
104400         AND RUTB-STATUS-CODE (DL100-SCAN-SUB)
104500             NOT = DL100-CHK-STATUS
104600         GO TO 4420-EXIT
104700     END-IF.
104800     IF RUTB-REASON-LO (DL100-SCAN-SUB) NOT > DL100-COVER-NEXT
104900         AND RUTB-REASON-HI (DL100-SCAN-SUB)
105000             NOT < DL100-COVER-NEXT
105100         AND RUTB-REASON-HI (DL100-SCAN-SUB) > DL100-COVER-REACH
105200         MOVE RUTB-REASON-HI (DL100-SCAN-SUB) TO DL100-COVER-REACH
105300     END-IF.
105400 4420-EXIT.
105500     EXIT.
105600*
105700*****************************************************************
105800* 4450-CHECK-ORPHANS - AFTER A LEVEL-1 DROP, DOES EVERY LIVE     *
105900*                      HIGHER-LEVEL RULE STILL HAVE ITS COVER?   *
106000*****************************************************************
106100 4450-CHECK-ORPHANS.
106200     MOVE 'N' TO DL100-ORPHAN-SWITCH.
106300     PERFORM 4460-CHECK-ONE-ORPHAN THRU 4460-EXIT
106400         VARYING DL100-ORPHAN-SUB FROM 1 BY 1
106500         UNTIL DL100-ORPHAN-SUB > RUTB-ENTRY-COUNT
106600            OR DL100-ORPHAN-FOUND.
106700 4450-EXIT.
106800     EXIT.
106900*
107000 4460-CHECK-ONE-ORPHAN.
107100     IF RUTB-DROPPED (DL100-ORPHAN-SUB)
107200         OR RUTB-LEVEL (DL100-ORPHAN-SUB) NOT > 1
107300         GO TO 4460-EXIT
107400     END-IF.
107500     MOVE RUTB-JOB-ID      (DL100-ORPHAN-SUB) TO DL100-CHK-JOB-ID.
107600     MOVE RUTB-STATUS-CODE (DL100-ORPHAN-SUB) TO DL100-CHK-STATUS.
107700     MOVE RUTB-REASON-LO   (DL100-ORPHAN-SUB) TO DL100-CHK-LO.
107800     MOVE RUTB-REASON-HI   (DL100-ORPHAN-SUB) TO DL100-CHK-HI.
107900     PERFORM 4400-CHECK-COVERAGE THRU 4400-EXIT.
108000     IF NOT DL100-RANGE-COVERED
108100         SET DL100-ORPHAN-FOUND TO TRUE
108200     END-IF.
108300 4460-EXIT.
108400     EXIT.
108500*
108600 4500-REJECT-CARD.
108700     ADD 1 TO DL100-REJECT-COUNT.
108800     DISPLAY 'REASONMAINT - REJECTED ' CARD-TYPE ' '
108900         DL100-CARD-KEY ' BY ' DL100-OPER-ID
109000         ' (' DL100-REJECT-TEXT ')'.
109100 4500-EXIT.
109200     EXIT.
109300*
109400*****************************************************************
109500* 4700-WRITE-AUDIT - ONE AUDIT RECORD PER ACCEPTED CHANGE,       *
109600*                    APPENDED SO THE TRAIL IS NEVER REWRITTEN.   *
109700*****************************************************************
109800 4700-WRITE-AUDIT.
109900     IF NOT DL100-AUDIT-IS-OPEN
110000         OPEN EXTEND REF-AUDIT-FILE
110100         IF DL100-AUDIT-STATUS = '05' OR '35'
110200             OPEN OUTPUT REF-AUDIT-FILE
110300         END-IF
110400         IF DL100-AUDIT-STATUS NOT = '00'
110500             DISPLAY 'REASONMAINT - AUDIT FILE OPEN FAILED, '
110600                 'STATUS=' DL100-AUDIT-STATUS
110700             GO TO 4700-EXIT
110800         END-IF
110900         SET DL100-AUDIT-IS-OPEN TO TRUE
111000     END-IF.
111100     MOVE SPACES TO DL100-REF-AUDIT-RECORD.
111200     INITIALIZE DL100-REF-AUDIT-RECORD.
111300     MOVE DL100-OPER-ID       TO RAU-OPER-ID.
111400     MOVE DL100-TODAY         TO RAU-CHANGE-DATE.
111500     MOVE DL100-NOW           TO RAU-CHANGE-TIME.
111600     MOVE DL100-AUDIT-ACTION  TO RAU-ACTION.
111700     MOVE DL100-AUDIT-FILE-ID TO RAU-FILE-ID.
111800     MOVE DL100-OLD-IMAGE     TO RAU-OLD-IMAGE.
111900     MOVE DL100-NEW-IMAGE     TO RAU-NEW-IMAGE.
112000     WRITE DL100-REF-AUDIT-RECORD.
112100 4700-EXIT.
112200     EXIT.
112300*
112400*****************************************************************
112500* 4800-ACCEPT-CHANGE - COUNT, AUDIT AND REPORT ONE CHANGE THAT   *
112600*                      TOOK EFFECT.  THE AUDIT ACTION IS THE     *
112700*                      CARD TYPE LESS ITS FILE LETTER.           *
112800*****************************************************************
112900 4800-ACCEPT-CHANGE.
113000     ADD 1 TO DL100-ACCEPT-COUNT.
113100     MOVE SPACES TO DL100-AUDIT-ACTION.
113200     MOVE CARD-TYPE (2:3) TO DL100-AUDIT-ACTION.
113300     PERFORM 4700-WRITE-AUDIT THRU 4700-EXIT.
113400     EVALUATE DL100-AUDIT-ACTION
113500         WHEN 'ADD '
113600             MOVE 'ADDED'   TO DL100-DONE-TEXT
113700         WHEN 'CHG '
113800             MOVE 'CHANGED' TO DL100-DONE-TEXT
113900         WHEN OTHER
114000             MOVE 'DELETED' TO DL100-DONE-TEXT
114100     END-EVALUATE.
114200     DISPLAY 'REASONMAINT - ' DL100-DONE-TEXT ' '
114300         DL100-AUDIT-FILE-ID ' ' DL100-CARD-KEY
114400         ' BY ' DL100-OPER-ID.
114500 4800-EXIT.
114600     EXIT.
114700*
114800*****************************************************************
114900* 6000-LIST-FILES - THE THREE EFFECTIVE FILES AS THEY STAND AT   *
115000*                   THIS CARD.  AN ENTRY THE EDITS WOULD REFUSE  *
115100*                   TODAY (A HAND-EDITED FILE, OR ONE THAT PRE-  *
115200*                   DATES THIS PROGRAM) IS FLAGGED WITH THE      *
115300*                   REASON SO IT CAN BE PUT RIGHT.               *
115400*****************************************************************
115500 6000-LIST-FILES.
115600     MOVE ZERO TO DL100-FLAG-COUNT.
115700     DISPLAY 'REASONMAINT - EFFECTIVE REASON CODES (REASCODE)'.
115800     DISPLAY '  CODE  SHORT TEXT                      '
115900         'OPERATOR ACTION'.
116000     PERFORM 6100-LIST-REASON THRU 6100-EXIT
116100         VARYING RSTB-IDX FROM 1 BY 1
116200         UNTIL RSTB-IDX > RSTB-ENTRY-COUNT.
116300     DISPLAY 'REASONMAINT - EFFECTIVE RETRY POLICIES (RETRYPOL)'.
116400     DISPLAY '  CODE  RETRY  MAX  WAIT'.
116500     PERFORM 6200-LIST-POLICY THRU 6200-EXIT
116600         VARYING PLTB-IDX FROM 1 BY 1
116700         UNTIL PLTB-IDX > PLTB-ENTRY-COUNT.
116800     DISPLAY 'REASONMAINT - EFFECTIVE ALERT ROUTING (ALRTROUT)'.
116900     DISPLAY '  JOB-ID    ST  LO    HI    LV  GROUP'.
117000     PERFORM 6300-LIST-ROUTE THRU 6300-EXIT
117100         VARYING RUTB-IDX FROM 1 BY 1
117200         UNTIL RUTB-IDX > RUTB-ENTRY-COUNT.
117300     DISPLAY 'REASONMAINT - ENTRIES FLAGGED=' DL100-FLAG-COUNT.
117400 6000-EXIT.
117500     EXIT.
117600*
117700 6100-LIST-REASON.
117800     IF NOT RSTB-DROPPED (RSTB-IDX)
117900         MOVE SPACES TO DL100-RPT-DETAIL-LINE
118000         STRING '  '                          DELIMITED BY SIZE
118100                RSTB-REASON-CODE (RSTB-IDX)   DELIMITED BY SIZE
118200                '  '                          DELIMITED BY SIZE
118300                RSTB-SHORT-TEXT (RSTB-IDX)    DELIMITED BY SIZE
118400                '  '                          DELIMITED BY SIZE
118500                RSTB-OPER-ACTION (RSTB-IDX)   DELIMITED BY SIZE
118600           INTO DL100-RPT-DETAIL-LINE
118700         DISPLAY DL100-RPT-DETAIL-LINE
118800     END-IF.
118900 6100-EXIT.
119000     EXIT.
119100*
119200 6200-LIST-POLICY.
119300     IF PLTB-DROPPED (PLTB-IDX)
119400         GO TO 6200-EXIT
119500     END-IF.
119600     MOVE SPACES TO DL100-RPT-DETAIL-LINE.
119700     STRING '  '                          DELIMITED BY SIZE
119800            PLTB-REASON-CODE (PLTB-IDX)   DELIMITED BY SIZE
119900            '    '                        DELIMITED BY SIZE
120000            PLTB-RETRY-FLAG (PLTB-IDX)    DELIMITED BY SIZE
120100            '     '                       DELIMITED BY SIZE
120200            PLTB-MAX-ATTEMPTS (PLTB-IDX)  DELIMITED BY SIZE
120300            '   '                         DELIMITED BY SIZE
120400            PLTB-WAIT-MINUTES (PLTB-IDX)  DELIMITED BY SIZE
120500       INTO DL100-RPT-DETAIL-LINE.
120600     MOVE PLTB-REASON-CODE (PLTB-IDX) TO DL100-CHK-REASON.
120700     MOVE SPACES TO DL100-REJECT-TEXT.
120800     PERFORM 4000-FIND-REASON THRU 4000-EXIT.
120900     IF NOT DL100-ENTRY-FOUND
121000         MOVE 'REASON CODE NOT ON REASCODE' TO DL100-REJECT-TEXT
121100     END-IF.
121200     IF PLTB-RETRYABLE (PLTB-IDX)
121300         AND PLTB-MAX-ATTEMPTS (PLTB-IDX) = ZERO
121400         MOVE 'RETRYABLE WITH ZERO ATTEMPTS' TO DL100-REJECT-TEXT
121500     END-IF.
121600     IF DL100-REJECT-TEXT NOT = SPACES
121700         ADD 1 TO DL100-FLAG-COUNT
121800         MOVE '* ' TO DL100-RPT-DETAIL-LINE (30:2)
121900         MOVE DL100-REJECT-TEXT TO DL100-RPT-DETAIL-LINE (32:30)
122000     END-IF.
122100     DISPLAY DL100-RPT-DETAIL-LINE.
122200 6200-EXIT.
122300     EXIT.
122400*
122500 6300-LIST-ROUTE.
122600     IF RUTB-DROPPED (RUTB-IDX)
122700         GO TO 6300-EXIT
122800     END-IF.
122900     MOVE SPACES TO DL100-RPT-DETAIL-LINE.
123000     STRING '  '                          DELIMITED BY SIZE
123100            RUTB-JOB-ID (RUTB-IDX)        DELIMITED BY SIZE
123200            '  '                          DELIMITED BY SIZE
123300            RUTB-STATUS-CODE (RUTB-IDX)   DELIMITED BY SIZE
123400            '  '                          DELIMITED BY SIZE
123500            RUTB-REASON-LO (RUTB-IDX)     DELIMITED BY SIZE
123600            '  '                          DELIMITED BY SIZE
123700            RUTB-REASON-HI (RUTB-IDX)     DELIMITED BY SIZE
123800            '  '                          DELIMITED BY SIZE
123900            RUTB-LEVEL (RUTB-IDX)         DELIMITED BY SIZE
124000            '   '                         DELIMITED BY SIZE
124100            RUTB-GROUP (RUTB-IDX)         DELIMITED BY SIZE
124200       INTO DL100-RPT-DETAIL-LINE.
124300     MOVE SPACES TO DL100-REJECT-TEXT.
124400     SET DL100-SKIP-SUB TO RUTB-IDX.
124500     MOVE RUTB-JOB-ID      (RUTB-IDX) TO DL100-CHK-JOB-ID.
124600     MOVE RUTB-STATUS-CODE (RUTB-IDX) TO DL100-CHK-STATUS.
124700     MOVE RUTB-REASON-LO   (RUTB-IDX) TO DL100-CHK-LO.
124800     MOVE RUTB-REASON-HI   (RUTB-IDX) TO DL100-CHK-HI.
124900     MOVE RUTB-LEVEL       (RUTB-IDX) TO DL100-CHK-LEVEL.
125000     PERFORM 4300-CHECK-OVERLAP THRU 4300-EXIT.
125100     IF DL100-RANGE-OVERLAPS
125200         MOVE 'RANGE OVERLAPS ANOTHER RULE' TO DL100-REJECT-TEXT
125300     END-IF.
125400     IF DL100-CHK-LEVEL > 1
125500         PERFORM 4400-CHECK-COVERAGE THRU 4400-EXIT
125600         IF NOT DL100-RANGE-COVERED
125700             MOVE 'NO LEVEL-1 RULE BENEATH IT'
125800                 TO DL100-REJECT-TEXT
125900         END-IF
126000     END-IF.
126100     IF DL100-REJECT-TEXT NOT = SPACES
126200         ADD 1 TO DL100-FLAG-COUNT
126300         MOVE '* ' TO DL100-RPT-DETAIL-LINE (45:2)
126400         MOVE DL100-REJECT-TEXT TO DL100-RPT-DETAIL-LINE (47:30)
126500     END-IF.
126600     DISPLAY DL100-RPT-DETAIL-LINE.
126700 6300-EXIT.
126800     EXIT.
126900*
127000*****************************************************************
127100* 5000-REWRITE-REASONS - PUT EVERY LIVE ENTRY BACK AS THE WHOLE  *
127200*                        FILE.  THE THREE REWRITES ARE SKIPPED,  *
127300*                        WITH RETURN-CODE 08, WHEN ANY LOAD      *
127400*                        OVERFLOWED - A TRUNCATED TABLE WOULD    *
127500*                        DESTROY THE DROPPED RECORDS, AND THE    *
127600*                        CROSS-FILE CHECKS WERE MADE AGAINST AN  *
127700*                        INCOMPLETE PICTURE.                     *
127800*****************************************************************
127900 5000-REWRITE-REASONS.
128000     OPEN OUTPUT REASON-FILE.
128100     IF DL100-REASON-STATUS NOT = '00'
128200         DISPLAY 'REASONMAINT - REASON FILE REWRITE FAILED, '
128300             'STATUS=' DL100-REASON-STATUS
128400         MOVE 08 TO RETURN-CODE
128500         GO TO 5000-EXIT
128600     END-IF.
128700     PERFORM 5100-WRITE-REASON THRU 5100-EXIT
128800         VARYING RSTB-IDX FROM 1 BY 1
128900         UNTIL RSTB-IDX > RSTB-ENTRY-COUNT.
129000     CLOSE REASON-FILE.
129100 5000-EXIT.
129200     EXIT.
129300*
129400 5100-WRITE-REASON.
129500     IF NOT RSTB-DROPPED (RSTB-IDX)
129600         MOVE SPACES TO DL100-REASON-RECORD
129700         INITIALIZE DL100-REASON-RECORD
129800         MOVE RSTB-REASON-CODE (RSTB-IDX) TO RSN-REASON-CODE
129900         MOVE RSTB-SHORT-TEXT  (RSTB-IDX) TO RSN-SHORT-TEXT
130000         MOVE RSTB-OPER-ACTION (RSTB-IDX) TO RSN-OPER-ACTION
130100         WRITE DL100-REASON-RECORD
130200     END-IF.
130300 5100-EXIT.
130400     EXIT.
130500*
130600 5200-REWRITE-POLICIES.
130700     OPEN OUTPUT RETRY-POLICY-FILE.
130800     IF DL100-POLICY-STATUS NOT = '00'
130900         DISPLAY 'REASONMAINT - RETRY POLICY FILE REWRITE '
131000             'FAILED, STATUS=' DL100-POLICY-STATUS
131100         MOVE 08 TO RETURN-CODE
131200         GO TO 5200-EXIT
131300     END-IF.
131400     PERFORM 5300-WRITE-POLICY THRU 5300-EXIT
131500         VARYING PLTB-IDX FROM 1 BY 1
131600         UNTIL PLTB-IDX > PLTB-ENTRY-COUNT.
131700     CLOSE RETRY-POLICY-FILE.
131800 5200-EXIT.
131900     EXIT.
132000*
132100 5300-WRITE-POLICY.
132200     IF NOT PLTB-DROPPED (PLTB-IDX)
132300         MOVE SPACES TO DL100-RETRY-POLICY-RECORD
132400         INITIALIZE DL100-RETRY-POLICY-RECORD
132500         MOVE PLTB-REASON-CODE  (PLTB-IDX) TO RTP-REASON-CODE
132600         MOVE PLTB-RETRY-FLAG   (PLTB-IDX) TO RTP-RETRY-FLAG
132700         MOVE PLTB-MAX-ATTEMPTS (PLTB-IDX) TO RTP-MAX-ATTEMPTS
132800         MOVE PLTB-WAIT-MINUTES (PLTB-IDX) TO RTP-WAIT-MINUTES
132900         WRITE DL100-RETRY-POLICY-RECORD
133000     END-IF.
133100 5300-EXIT.
133200     EXIT.
133300*
133400 5400-REWRITE-ROUTES.
133500     OPEN OUTPUT ROUTE-FILE.
133600     IF DL100-ROUTE-STATUS NOT = '00'
133700         DISPLAY 'REASONMAINT - ROUTING FILE REWRITE FAILED, '
133800             'STATUS=' DL100-ROUTE-STATUS
133900         MOVE 08 TO RETURN-CODE
134000         GO TO 5400-EXIT
134100     END-IF.
134200     PERFORM 5500-WRITE-ROUTE THRU 5500-EXIT
134300         VARYING RUTB-IDX FROM 1 BY 1
134400         UNTIL RUTB-IDX > RUTB-ENTRY-COUNT.
134500     CLOSE ROUTE-FILE.
134600 5400-EXIT.
134700     EXIT.
134800*
134900 5500-WRITE-ROUTE.
135000     IF NOT RUTB-DROPPED (RUTB-IDX)
135100         MOVE SPACES TO DL100-ROUTE-RECORD
135200         INITIALIZE DL100-ROUTE-RECORD
135300         MOVE RUTB-JOB-ID      (RUTB-IDX) TO ARO-JOB-ID
135400         MOVE RUTB-STATUS-CODE (RUTB-IDX) TO ARO-STATUS-CODE
135500         MOVE RUTB-REASON-LO   (RUTB-IDX) TO ARO-REASON-LO
135600         MOVE RUTB-REASON-HI   (RUTB-IDX) TO ARO-REASON-HI
135700         MOVE RUTB-LEVEL       (RUTB-IDX) TO ARO-LEVEL
135800         MOVE RUTB-GROUP       (RUTB-IDX) TO ARO-GROUP
135900         WRITE DL100-ROUTE-RECORD
136000     END-IF.
136100 5500-EXIT.
136200     EXIT.
136300*
136400*****************************************************************
136500* 8000-WRAP-UP - RETURN 04 WHEN ANY CARD WAS REJECTED SO THE     *
136600*                OPERATOR GOES BACK TO THE SPOOL, 08 WHEN A      *
136700*                LOAD OVERFLOWED AND THE REWRITES WERE           *
136800*                SUPPRESSED.                                     *
136900*****************************************************************
137000 8000-WRAP-UP.
137100     DISPLAY 'REASONMAINT - CHANGES ACCEPTED='
137200         DL100-ACCEPT-COUNT
137300         ' REJECTED=' DL100-REJECT-COUNT.
137400     IF DL100-REJECT-COUNT > ZERO
137500         AND RETURN-CODE = ZERO
137600         MOVE 04 TO RETURN-CODE
137700     END-IF.
137800     IF DL100-LOAD-OVERFLOW
137900         DISPLAY 'REASONMAINT - FILE REWRITES SUPPRESSED, '
138000             'TABLE OVERFLOWED'
138100         MOVE 08 TO RETURN-CODE
138200     END-IF.
138300 8000-EXIT.
138400     EXIT.
138500*
138600*****************************************************************
138700* 0500-ACQUIRE-LOCK - TAKE THE RSNLCK TOKEN BEFORE TOUCHING ANY  *
138800*                     OF THE THREE FILES.  A HELD TOKEN IS       *
138900*                     RETRIED A FEW TIMES, A STALE ONE           *
139000*                     (ABANDONED BY A FAILED RUN) IS TAKEN OVER  *
139100*                     WITH A MESSAGE, AND A LIVE ONE MAKES THIS  *
139200*                     RUN BACK OFF CLEANLY.                      *
139300*****************************************************************
139400 0500-ACQUIRE-LOCK.
139500     MOVE 'N' TO DL100-LOCK-SWITCH.
139600     MOVE ZERO TO DL100-LOCK-TRIES.
139700     ACCEPT DL100-TODAY FROM DATE YYYYMMDD.
139800     ACCEPT DL100-NOW   FROM TIME.
139900     PERFORM 0510-TRY-LOCK THRU 0510-EXIT
140000         UNTIL DL100-LOCK-HELD
140100            OR DL100-LOCK-TRIES NOT < 10.
140200     IF NOT DL100-LOCK-HELD
140300         DISPLAY 'REASONMAINT - REASON FILES BUSY, HELD '
140400             'BY ' LCK-HOLDER ' - NOTHING APPLIED, RERUN '
140500             'WHEN FREE'
140600     END-IF.
140700 0500-EXIT.
140800     EXIT.
140900*
141000 0510-TRY-LOCK.
141100     ADD 1 TO DL100-LOCK-TRIES.
141200     OPEN INPUT LOCK-FILE.
141300     IF DL100-LOCKF-STATUS = '35'
141400         PERFORM 0530-TAKE-LOCK THRU 0530-EXIT
141500         GO TO 0510-EXIT
141600     END-IF.
141700     IF DL100-LOCKF-STATUS NOT = '00' AND '05'
141800         DISPLAY 'REASONMAINT - LOCK FILE ERROR, '
141900             'STATUS=' DL100-LOCKF-STATUS
142000         GO TO 0510-EXIT
142100     END-IF.
142200     MOVE SPACES TO DL100-LOCK-RECORD.
142300     READ LOCK-FILE INTO DL100-LOCK-RECORD
142400         AT END
142500             CONTINUE
142600     END-READ.
142700     CLOSE LOCK-FILE.
142800     IF NOT LCK-STATE-HELD
142900         PERFORM 0530-TAKE-LOCK THRU 0530-EXIT
143000         GO TO 0510-EXIT
143100     END-IF.
143200     PERFORM 0520-CHECK-STALE THRU 0520-EXIT.
143300     IF DL100-LOCK-AGE-MINS > DL100-LOCK-STALE-MINS
143400         DISPLAY 'REASONMAINT - STALE LOCK FROM '
143500             LCK-HOLDER ' TAKEN OVER'
143600         PERFORM 0530-TAKE-LOCK THRU 0530-EXIT
143700     END-IF.
143800 0510-EXIT.
143900     EXIT.
144000*
144100*****************************************************************
144200* 0520-CHECK-STALE - MINUTES SINCE THE LOCK WAS STAMPED.  A      *
144300*                    LOCK WITH NO READABLE STAMP COUNTS AS       *
144400*                    STALE - BETTER TO TAKE OVER A BROKEN        *
144500*                    TOKEN THAN TO WAIT ON IT FOREVER.           *
144600*****************************************************************
144700 0520-CHECK-STALE.
144800     IF LCK-LOCK-DATE NOT NUMERIC
144900         OR LCK-LOCK-DATE < 19000101
145000         MOVE 9999 TO DL100-LOCK-AGE-MINS
145100         GO TO 0520-EXIT
145200     END-IF.
145300     COMPUTE DL100-LOCK-NOW-DAYS =
145400         FUNCTION INTEGER-OF-DATE (DL100-TODAY).
145500     COMPUTE DL100-LOCK-THEN-DAYS =
145600         FUNCTION INTEGER-OF-DATE (LCK-LOCK-DATE).
145700     MOVE DL100-NOW TO DL100-LOCK-TIME-WORK.
145800     COMPUTE DL100-LOCK-NOW-MINS =
145900         DL100-LOCK-TIME-HH * 60 + DL100-LOCK-TIME-MM.
146000     MOVE LCK-LOCK-TIME TO DL100-LOCK-TIME-WORK.
146100     COMPUTE DL100-LOCK-THEN-MINS =
146200         DL100-LOCK-TIME-HH * 60 + DL100-LOCK-TIME-MM.
146300     COMPUTE DL100-LOCK-AGE-MINS =
146400         (DL100-LOCK-NOW-DAYS - DL100-LOCK-THEN-DAYS) * 1440
146500         + DL100-LOCK-NOW-MINS - DL100-LOCK-THEN-MINS.
146600 0520-EXIT.
146700     EXIT.
146800*
146900 0530-TAKE-LOCK.
147000     OPEN OUTPUT LOCK-FILE.
147100     IF DL100-LOCKF-STATUS NOT = '00'
147200         DISPLAY 'REASONMAINT - LOCK TAKE FAILED, '
147300             'STATUS=' DL100-LOCKF-STATUS
147400         GO TO 0530-EXIT
147500     END-IF.
147600     MOVE SPACES TO DL100-LOCK-RECORD.
147700     INITIALIZE DL100-LOCK-RECORD.
147800     MOVE DL100-LOCK-OWNER TO LCK-HOLDER.
147900     SET LCK-STATE-HELD TO TRUE.
148000     MOVE DL100-TODAY TO LCK-LOCK-DATE.
148100     MOVE DL100-NOW   TO LCK-LOCK-TIME.
148200     WRITE DL100-LOCK-FD-RECORD FROM DL100-LOCK-RECORD.
148300     CLOSE LOCK-FILE.
148400     SET DL100-LOCK-HELD TO TRUE.
148500 0530-EXIT.
148600     EXIT.
148700*
148800*****************************************************************
148900* 0900-RELEASE-LOCK - HAND THE TOKEN BACK AS FREE SO THE NEXT    *
149000*                     WRITER GETS STRAIGHT IN.                   *
149100*****************************************************************
149200 0900-RELEASE-LOCK.
149300     IF NOT DL100-LOCK-HELD
149400         GO TO 0900-EXIT
149500     END-IF.
149600     OPEN OUTPUT LOCK-FILE.
149700     IF DL100-LOCKF-STATUS NOT = '00'
149800         DISPLAY 'REASONMAINT - LOCK RELEASE FAILED, '
149900             'STATUS=' DL100-LOCKF-STATUS
150000         GO TO 0900-EXIT
150100     END-IF.
150200     MOVE SPACES TO DL100-LOCK-RECORD.
150300     INITIALIZE DL100-LOCK-RECORD.
150400     SET LCK-STATE-FREE TO TRUE.
150500     MOVE DL100-TODAY TO LCK-LOCK-DATE.
150600     MOVE DL100-NOW   TO LCK-LOCK-TIME.
150700     WRITE DL100-LOCK-FD-RECORD FROM DL100-LOCK-RECORD.
150800     CLOSE LOCK-FILE.
150900     MOVE 'N' TO DL100-LOCK-SWITCH.
151000 0900-EXIT.
151100     EXIT.
