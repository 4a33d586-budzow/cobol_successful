002100*                   SO THE INCOMING SHIFT GETS ONE ANSWER TO     *
002200*                   "WHAT DO I NEED TO TOUCH THIS MORNING"       *
002300*                   INSTEAD OF THREE LOOKUPS AND A SCROLL.       *
002310*  2026-10-15 DLM   ALERTS A PLANNED MAINTENANCE WINDOW KEPT     *
002320*                   FROM PAGING (SUPPRESSED-ALERT FILE SUPPALRT, *
002330*                   DL100SA) ARE NOW LISTED IN THEIR OWN SECTION *
002340*                   AFTER THE JOB BLOCKS - EVERY ONE LOGGED IN   *
002350*                   THE LAST DL100-SHIFT-HOURS (12) HOURS, WITH  *
002360*                   ITS CHANGE TICKET, WINDOW AND WRITING        *
002370*                   PROGRAM - AND COUNTED ON THE SUMMARY LINE.   *
002400*****************************************************************
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
004500     SELECT REASON-FILE      ASSIGN TO REASCODE
004600         ORGANIZATION LINE SEQUENTIAL
004700         FILE STATUS  IS DL100-REASON-STATUS.
004724     SELECT SUPPRESSED-ALERT-FILE ASSIGN TO SUPPALRT
004748         ORGANIZATION LINE SEQUENTIAL
004772         FILE STATUS  IS DL100-SUPPALRT-STATUS.
004800     SELECT REPORT-FILE      ASSIGN TO RPTFILE
004900         ORGANIZATION LINE SEQUENTIAL
005000         FILE STATUS  IS DL100-REPORT-STATUS.
006500 FD  REASON-FILE
006600     RECORDING MODE IS F.
006700 COPY DL100RR.
006724 FD  SUPPRESSED-ALERT-FILE
006748     RECORDING MODE IS F.
006772 COPY DL100SA.
006800 FD  REPORT-FILE
006900     RECORDING MODE IS F.
007000 01  DL100-PRINT-RECORD              PIC X(132).
010900 77  DL100-REASON-FOUND-SWITCH    PIC X     VALUE 'N'.
011000     88  DL100-REASON-FOUND                  VALUE 'Y'.
011100 77  DL100-REASON-TEXT            PIC X(30) VALUE SPACES.
011104 77  DL100-SUPPALRT-STATUS        PIC XX    VALUE '00'.
011108 77  DL100-SUPPALRT-EOF-SWITCH    PIC X     VALUE 'N'.
011112     88  DL100-SUPPALRT-EOF                  VALUE 'Y'.
011116 77  DL100-SUPPRESSED-COUNT       PIC 9(04) COMP VALUE ZERO.
011120 77  DL100-SHIFT-HOURS            PIC 9(02) VALUE 12.
011124 77  DL100-SHIFT-MINS             PIC S9(05) COMP VALUE ZERO.
011128 77  DL100-SHIFT-DAYS             PIC 9(08) COMP VALUE ZERO.
011132 77  DL100-SHIFT-HH               PIC 9(02) VALUE ZERO.
011136 77  DL100-SHIFT-MM               PIC 9(02) VALUE ZERO.
011140*
011144*****************************************************************
011148*    START OF THE OUTGOING SHIFT - SUPPRESSED ALERTS LOGGED ON OR
011152*    AFTER THIS STAMP ARE LISTED IN THEIR OWN SECTION.
011156*****************************************************************
011160 01  DL100-SHIFT-START-STAMP.
011164     05  DL100-SHIFT-START-DATE   PIC 9(08) VALUE ZERO.
011168     05  DL100-SHIFT-START-TIME   PIC 9(08) VALUE ZERO.
011172 01  DL100-TIME-WORK              PIC 9(08) VALUE ZERO.
011176 01  DL100-TIME-PARTS REDEFINES DL100-TIME-WORK.
011180     05  DL100-TIME-HH            PIC 9(02).
011184     05  DL100-TIME-MM            PIC 9(02).
011188     05  FILLER                   PIC 9(04).
011200*
011300*****************************************************************
011400*    ONE SLOT PER JOB SEEN ON ANY OF THE FOUR INPUT FILES,
024900     05  FILLER                   PIC X(19) VALUE
025000         ' STOPPED MID-CHAIN='.
025100     05  SLIN-STOPPED-COUNT       PIC ZZZ9.
025140     05  FILLER                   PIC X(12) VALUE
025180         ' SUPPRESSED='.
025220     05  SLIN-SUPP-COUNT          PIC ZZZ9.
025260     05  FILLER                   PIC X(46) VALUE SPACES.
025300 01  DL100-BLANK-LINE             PIC X(132) VALUE SPACES.
025350 01  DL100-HOLD-LINE              PIC X(132) VALUE SPACES.
025351 01  DL100-SUPP-HEADING.
025352     05  FILLER                   PIC X(40) VALUE
025353         'ALERTS SUPPRESSED BY MAINTENANCE WINDOW '.
025354     05  FILLER                   PIC X(06) VALUE 'SINCE '.
025355     05  SHDG-DATE                PIC 9(08).
025356     05  FILLER                   PIC X     VALUE SPACE.
025357     05  SHDG-TIME                PIC 9(08).
025358     05  FILLER                   PIC X(69) VALUE SPACES.
025359 01  DL100-SUPP-LINE.
025360     05  FILLER                   PIC X(02) VALUE SPACES.
025361     05  SLIN-SUP-JOB-ID          PIC X(08).
025362     05  FILLER                   PIC X     VALUE SPACE.
025363     05  SLIN-SUP-DATE            PIC 9(08).
025364     05  FILLER                   PIC X     VALUE SPACE.
025365     05  SLIN-SUP-TIME            PIC 9(08).
025366     05  FILLER                   PIC X(08) VALUE ' STATUS='.
025367     05  SLIN-SUP-STATUS          PIC 9(02).
025368     05  FILLER                   PIC X(08) VALUE ' REASON='.
025369     05  SLIN-SUP-REASON          PIC 9(04).
025370     05  FILLER                   PIC X(08) VALUE ' TICKET='.
025371     05  SLIN-SUP-TICKET          PIC X(12).
025372     05  FILLER                   PIC X(08) VALUE ' WINDOW='.
025373     05  SLIN-SUP-WINDOW          PIC X(08).
025374     05  FILLER                   PIC X(06) VALUE ' FROM='.
025375     05  SLIN-SUP-SOURCE          PIC X(08).
025376     05  FILLER                   PIC X(02) VALUE SPACES.
025377     05  SLIN-SUP-TEXT            PIC X(30).
025400*
025500 PROCEDURE DIVISION.
025600*****************************************************************
026800*****************************************************************
026900* 1000-INITIALIZE - STAMP NOW AND LOAD THE REASON-CODE          *
027000*                   DESCRIPTIONS FOR THE DECODED TEXT COLUMNS.  *
027050*                   SET THE START OF THE OUTGOING SHIFT.        *
027100*****************************************************************
027200 1000-INITIALIZE.
027300     ACCEPT DL100-TODAY FROM DATE YYYYMMDD.
027400     ACCEPT DL100-NOW   FROM TIME.
027500     PERFORM 1300-LOAD-REASON-CODES THRU 1300-EXIT.
027550     PERFORM 1400-SET-SHIFT-START   THRU 1400-EXIT.
027600 1000-EXIT.
027700     EXIT.
027800*
030800     END-IF.
030900 1320-EXIT.
031000     EXIT.
031002*
031004*****************************************************************
031006* 1400-SET-SHIFT-START - NOW LESS DL100-SHIFT-HOURS, ROLLED BACK*
031008*                        OVER MIDNIGHT WHEN NEEDED, AS THE START*
031010*                        OF THE OUTGOING SHIFT.                 *
031012*****************************************************************
031014 1400-SET-SHIFT-START.
031016     MOVE DL100-NOW TO DL100-TIME-WORK.
031018     COMPUTE DL100-SHIFT-MINS =
031020         DL100-TIME-HH * 60 + DL100-TIME-MM
031022         - DL100-SHIFT-HOURS * 60.
031024     COMPUTE DL100-SHIFT-DAYS =
031026         FUNCTION INTEGER-OF-DATE (DL100-TODAY).
031028     PERFORM 1410-ROLL-MIDNIGHT THRU 1410-EXIT
031030         UNTIL DL100-SHIFT-MINS NOT < 0.
031032     COMPUTE DL100-SHIFT-START-DATE =
031034         FUNCTION DATE-OF-INTEGER (DL100-SHIFT-DAYS).
031036     DIVIDE DL100-SHIFT-MINS BY 60
031038         GIVING DL100-SHIFT-HH
031040         REMAINDER DL100-SHIFT-MM.
031042     COMPUTE DL100-SHIFT-START-TIME =
031044         DL100-SHIFT-HH * 1000000 + DL100-SHIFT-MM * 10000.
031046 1400-EXIT.
031048     EXIT.
031050*
031052 1410-ROLL-MIDNIGHT.
031054     ADD 1440 TO DL100-SHIFT-MINS.
031056     SUBTRACT 1 FROM DL100-SHIFT-DAYS.
031058 1410-EXIT.
031060     EXIT.
031100*
031200*****************************************************************
031300* 2000-SCAN-MASTER - ONE SEQUENTIAL PASS OVER THE RUN-HISTORY   *
053900     EXIT.
054000*
054100*****************************************************************
054200* 5000-PRINT-REPORT - ONE BLOCK PER JOB, THE ALERTS SUPPRESSED  *
054250*                     BY A MAINTENANCE WINDOW THIS SHIFT, THEN  *
054270*                     THE SUMMARY LINE.                         *
054300*****************************************************************
054400 5000-PRINT-REPORT.
054500     OPEN OUTPUT REPORT-FILE.
055500     PERFORM 5100-PRINT-JOB-BLOCK THRU 5100-EXIT
055600         VARYING TURN-IDX FROM 1 BY 1
055700         UNTIL TURN-IDX > TURN-ENTRY-COUNT.
055750     PERFORM 5500-PRINT-SUPPRESSED THRU 5500-EXIT.
055800     MOVE TURN-ENTRY-COUNT        TO SLIN-JOB-COUNT.
055900     MOVE DL100-OPEN-ALERT-COUNT  TO SLIN-ALERT-COUNT.
056000     MOVE DL100-PENDING-RERUN-COUNT TO SLIN-RERUN-COUNT.
056100     MOVE DL100-STOPPED-COUNT     TO SLIN-STOPPED-COUNT.
056150     MOVE DL100-SUPPRESSED-COUNT  TO SLIN-SUPP-COUNT.
056200     MOVE DL100-SUMMARY-LINE TO DL100-PRINT-RECORD.
056300     PERFORM 9100-WRITE-LINE THRU 9100-EXIT.
056400     CLOSE REPORT-FILE.
065200     ADD 1 TO DL100-STOPPED-COUNT.
065300 5400-EXIT.
065400     EXIT.
065401*
065402*****************************************************************
065403* 5500-PRINT-SUPPRESSED - THE ALERTS A PLANNED MAINTENANCE      *
065404*                         WINDOW KEPT FROM PAGING DURING THE    *
065405*                         OUTGOING SHIFT (SUPPALRT, DL100SA),   *
065406*                         APART FROM THE JOB BLOCKS SO THE      *
065407*                         INCOMING SHIFT CAN CHECK THEM AGAINST *
065408*                         THE CHANGE TICKET.                    *
065409*****************************************************************
065410 5500-PRINT-SUPPRESSED.
065411     MOVE DL100-SHIFT-START-DATE TO SHDG-DATE.
065412     MOVE DL100-SHIFT-START-TIME TO SHDG-TIME.
065413     MOVE DL100-SUPP-HEADING TO DL100-PRINT-RECORD.
065414     PERFORM 9100-WRITE-LINE THRU 9100-EXIT.
065415     OPEN INPUT SUPPRESSED-ALERT-FILE.
065416     IF DL100-SUPPALRT-STATUS = '00'
065417         PERFORM 5510-READ-SUPPRESSED THRU 5510-EXIT
065418         PERFORM 5520-PRINT-SUPP-LINE THRU 5520-EXIT
065419             UNTIL DL100-SUPPALRT-EOF
065420         CLOSE SUPPRESSED-ALERT-FILE
065421     END-IF.
065422     IF DL100-SUPPRESSED-COUNT = ZERO
065423         MOVE '  NONE' TO DL100-PRINT-RECORD
065424         PERFORM 9100-WRITE-LINE THRU 9100-EXIT
065425     END-IF.
065426     MOVE DL100-BLANK-LINE TO DL100-PRINT-RECORD.
065427     PERFORM 9100-WRITE-LINE THRU 9100-EXIT.
065428 5500-EXIT.
065429     EXIT.
065430*
065431 5510-READ-SUPPRESSED.
065432     READ SUPPRESSED-ALERT-FILE
065433         AT END
065434             SET DL100-SUPPALRT-EOF TO TRUE
065435     END-READ.
065436 5510-EXIT.
065437     EXIT.
065438*
065439 5520-PRINT-SUPP-LINE.
065440     IF DL100-SUPPALRT-EOF
065441         GO TO 5520-EXIT
065442     END-IF.
065443     IF SUP-SUPPRESS-DATE < DL100-SHIFT-START-DATE
065444         OR (SUP-SUPPRESS-DATE = DL100-SHIFT-START-DATE
065445             AND SUP-SUPPRESS-TIME < DL100-SHIFT-START-TIME)
065446         PERFORM 5510-READ-SUPPRESSED THRU 5510-EXIT
065447         GO TO 5520-EXIT
065448     END-IF.
065449     MOVE SUP-JOB-ID        TO SLIN-SUP-JOB-ID.
065450     MOVE SUP-SUPPRESS-DATE TO SLIN-SUP-DATE.
065451     MOVE SUP-SUPPRESS-TIME TO SLIN-SUP-TIME.
065452     MOVE SUP-STATUS-CODE   TO SLIN-SUP-STATUS.
065453     MOVE SUP-REASON-CODE   TO SLIN-SUP-REASON.
065454     MOVE SUP-TICKET        TO SLIN-SUP-TICKET.
065455     MOVE SUP-WINDOW-JOB-ID TO SLIN-SUP-WINDOW.
065456     MOVE SUP-SOURCE        TO SLIN-SUP-SOURCE.
065457     MOVE SUP-REASON-CODE   TO DL100-REASON-LOOKUP.
065458     PERFORM 8000-LOOKUP-REASON THRU 8000-EXIT.
065459     MOVE DL100-REASON-TEXT TO SLIN-SUP-TEXT.
065460     MOVE DL100-SUPP-LINE TO DL100-PRINT-RECORD.
065461     PERFORM 9100-WRITE-LINE THRU 9100-EXIT.
065462     ADD 1 TO DL100-SUPPRESSED-COUNT.
065463     PERFORM 5510-READ-SUPPRESSED THRU 5510-EXIT.
065464 5520-EXIT.
065465     EXIT.
065500*
065600*****************************************************************
065700* 8000-LOOKUP-REASON - DECODE ONE REASON CODE.  AN UNKNOWN      *
