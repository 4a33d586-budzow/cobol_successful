001890*                   BEFORE THE 0600 WINDOW CLOSE THE CYCLE IS    *
001892*                   THE PRIOR CALENDAR DAY; A CYCL CARD ON       *
001894*                   SYSIN OVERRIDES THE DERIVATION OUTRIGHT.     *
001895*  2026-10-15 DLM   ADDED XHDR-RUN-TYPE - S SCHEDULED, R RERUN,  *
001896*                   A AD-HOC - AND, FOR A RERUN,                 *
001897*                   XHDR-ORIG-RUN-DATE/TIME, THE STAMP OF THE    *
001898*                   RUN IT RERUNS.                               *
001899*  2026-10-15 DLM   EACH STEP-TABLE ENTRY NOW CARRIES THE STEP'S *
001900*                   RECORDS-READ AND RECORDS-WRITTEN COUNTS,     *
001901*                   FLAGGED BY XHDR-STEP-COUNTED WHEN THE STEP   *
001902*                   CARD SUPPLIED THEM, FOR RECORD-COUNT         *
001903*                   BALANCING.                                   *
001904*****************************************************************
002000 01  W-0-XHDR.
002100     05  XHDR-JOB-ID                 PIC X(08) VALUE SPACES.
002200     05  XHDR-RUN-DATE               PIC 9(08) VALUE ZERO.
002300     05  XHDR-RUN-TIME               PIC 9(08) VALUE ZERO.
002320     05  XHDR-CYCLE-DATE             PIC 9(08) VALUE ZERO.
002330     05  XHDR-RUN-TYPE               PIC X(01) VALUE SPACE.
002340         88  XHDR-RUN-SCHEDULED                VALUE 'S'.
002350         88  XHDR-RUN-RERUN                    VALUE 'R'.
002360         88  XHDR-RUN-ADHOC                    VALUE 'A'.
002370         88  XHDR-RUN-TYPE-VALID               VALUE 'S' 'R' 'A'.
002380     05  XHDR-ORIG-RUN-DATE          PIC 9(08) VALUE ZERO.
002390     05  XHDR-ORIG-RUN-TIME          PIC 9(08) VALUE ZERO.
002400     05  XHDR-STATUS-CODE            PIC 9(02) VALUE ZERO.
002500         88  XHDR-STATUS-SUCCESS               VALUE 00.
002600         88  XHDR-STATUS-WARNING               VALUE 04.
004400         10  XHDR-STEP-START          PIC 9(08).
004500         10  XHDR-STEP-END            PIC 9(08).
004600         10  XHDR-STEP-ELAPSED        PIC 9(06).
004700         10  XHDR-STEP-COUNT-SW       PIC X(01).
004800             88  XHDR-STEP-COUNTED              VALUE 'Y'.
004900         10  XHDR-STEP-RECS-READ      PIC 9(09).
005000         10  XHDR-STEP-RECS-WRITTEN   PIC 9(09).
