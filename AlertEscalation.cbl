002196*                   MESSAGE AND RETURN-CODE 08 WHEN ANOTHER      *
002197*                   WRITER HOLDS IT, SO AN OVERLAPPING           *
002198*                   ACKNOWLEDGE JOB IS NEVER OVERWRITTEN.        *
002210*  2026-10-15 DLM   A NEW ALERT'S RUN TYPE IS CARRIED INTO ITS   *
002220*                   STATE RECORD, AND THE ESCALATION RE-ALERT    *
002230*                   CARRIES IT FORWARD.                          *
002238*  2026-10-15 DLM   A RE-ALERT FOR A JOB UNDER AN OPEN PLANNED   *
002246*                   MAINTENANCE WINDOW (MAINTWIN, DL100MW), OR   *
002254*                   AN ALL WINDOW, IS NO LONGER PAGED - IT IS    *
002262*                   LOGGED ON THE SUPPRESSED-ALERT FILE          *
002270*                   (SUPPALRT, DL100SA) WITH THE WINDOW'S CHANGE *
002278*                   TICKET, AND THE ALERT'S TOUCH IS RESET       *
002286*                   WITHOUT RAISING ITS ESCALATION LEVEL.        *
002299*****************************************************************
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 SOURCE-COMPUTER.    IBM-370.
003770     SELECT LOCK-FILE        ASSIGN TO ALERTLCK
003780         ORGANIZATION LINE SEQUENTIAL
003790         FILE STATUS  IS DL100-LOCKF-STATUS.
003791     SELECT MAINT-WINDOW-FILE ASSIGN TO MAINTWIN
003792         ORGANIZATION LINE SEQUENTIAL
003793         FILE STATUS  IS DL100-MAINTWIN-STATUS.
003794     SELECT SUPPRESSED-ALERT-FILE ASSIGN TO SUPPALRT
003795         ORGANIZATION LINE SEQUENTIAL
003796         FILE STATUS  IS DL100-SUPPALRT-STATUS.
003800*
003900 DATA DIVISION.
004000 FILE SECTION.
004970 FD  LOCK-FILE
004980     RECORDING MODE IS F.
004990 01  DL100-LOCK-FD-RECORD            PIC X(32).
004991 FD  MAINT-WINDOW-FILE
004992     RECORDING MODE IS F.
004993 COPY DL100MW.
004994 FD  SUPPRESSED-ALERT-FILE
004995     RECORDING MODE IS F.
004996 COPY DL100SA.
005000*
005100 WORKING-STORAGE SECTION.
005102*****************************************************************
007632     05  DL100-LOCK-TIME-MM       PIC 9(02).
007634     05  FILLER                   PIC 9(04).
007640*
007642*
007644*****************************************************************
007646*    PLANNED MAINTENANCE WINDOWS STILL OPEN OR TO COME - A RE-
007648*    ALERT FOR A JOB UNDER AN OPEN WINDOW IS LOGGED, NOT PAGED.
007650*****************************************************************
007652 COPY DL100MT.
007654 77  DL100-MAINTWIN-STATUS        PIC XX    VALUE '00'.
007656 77  DL100-SUPPALRT-STATUS        PIC XX    VALUE '00'.
007658 77  DL100-MAINTWIN-EOF-SWITCH    PIC X     VALUE 'N'.
007660     88  DL100-MAINTWIN-EOF                  VALUE 'Y'.
007662 77  DL100-MAINT-OPEN-SWITCH      PIC X     VALUE 'N'.
007664     88  DL100-MAINT-WINDOW-OPEN             VALUE 'Y'.
007666 77  DL100-SUPP-OPEN-SWITCH       PIC X     VALUE 'N'.
007668     88  DL100-SUPP-IS-OPEN                  VALUE 'Y'.
007670 77  DL100-SUPPRESSED-COUNT       PIC 9(03) COMP VALUE ZERO.
007672 77  DL100-MAINT-JOB-ID           PIC X(08) VALUE SPACES.
007674 77  DL100-MAINT-TICKET           PIC X(12) VALUE SPACES.
007676 77  DL100-MAINT-WINDOW-JOB       PIC X(08) VALUE SPACES.
007678 01  DL100-MAINT-NOW-STAMP.
007680     05  DL100-MAINT-NOW-DATE     PIC 9(08) VALUE ZERO.
007682     05  DL100-MAINT-NOW-TIME     PIC 9(08) VALUE ZERO.
007700 01  DL100-TIME-WORK              PIC 9(08) VALUE ZERO.
007800 01  DL100-TIME-PARTS REDEFINES DL100-TIME-WORK.
007900     05  DL100-TIME-HH            PIC 9(02).
012800     PERFORM 1300-LOAD-STATE    THRU 1300-EXIT.
012820     PERFORM 1400-LOAD-ROUTES   THRU 1400-EXIT.
012840     PERFORM 1600-LOAD-REASONS  THRU 1600-EXIT.
012870     PERFORM 1700-LOAD-MAINT-WINDOWS THRU 1700-EXIT.
012900 1000-EXIT.
013000     EXIT.
013100*
026660         ELSE
026680             MOVE ALRT-RUN-DATE   TO STTB-CYCLE-DATE (STTB-IDX)
026690         END-IF
026695         MOVE ALRT-RUN-TYPE    TO STTB-RUN-TYPE    (STTB-IDX)
026700         ADD 1 TO DL100-NEW-COUNT
026800     ELSE
026900         DISPLAY 'ALERTESCALATION - STATE TABLE FULL, '
028000*                   FRESH STATUS-08 ALERT RECORD AND ITS LAST   *
028100*                   TOUCH RESET SO IT RE-PAGES ON THE NEXT      *
028200*                   FULL INTERVAL, NOT ON EVERY SWEEP.          *
028224*                   AN ALERT WHOSE JOB IS UNDER AN OPEN         *
028248*                   MAINTENANCE WINDOW IS LOGGED ON SUPPALRT    *
028260*                   INSTEAD - ITS TOUCH IS RESET BUT ITS LEVEL  *
028272*                   IS NOT RAISED.                              *
028300*****************************************************************
028400 3000-SWEEP-OPEN.
028500     IF NOT STTB-STATE-OPEN (STTB-IDX)
034170     ELSE
034180         MOVE STTB-RUN-DATE   (STTB-IDX) TO ALRT-CYCLE-DATE
034190     END-IF.
034195     MOVE STTB-RUN-TYPE   (STTB-IDX) TO ALRT-RUN-TYPE.
034200     MOVE 'UNACKNOWLEDGED ALERT ESCALATED' TO ALRT-MESSAGE.
034210*    THE FIRST ESCALATION PAGES THE LEVEL-2 GROUP, THE NEXT
034220*    LEVEL 3, AND SO ON UP THE ROUTE CHAIN.
034252     MOVE STTB-REASON-CODE (STTB-IDX) TO DL100-REASON-LOOKUP.
034254     PERFORM 3800-LOOKUP-REASON THRU 3800-EXIT.
034256     MOVE DL100-REASON-ACTION TO ALRT-OPER-ACTION.
034260     MOVE STTB-JOB-ID (STTB-IDX) TO DL100-MAINT-JOB-ID.
034264     PERFORM 3900-CHECK-MAINT-WINDOW THRU 3900-EXIT.
034268     IF DL100-MAINT-WINDOW-OPEN
034272         PERFORM 3950-WRITE-SUPPRESSED THRU 3950-EXIT
034276         MOVE DL100-ESCALATE-OPER TO STTB-ACTION-OPER (STTB-IDX)
034280         MOVE DL100-TODAY         TO STTB-ACTION-DATE (STTB-IDX)
034284         MOVE DL100-NOW           TO STTB-ACTION-TIME (STTB-IDX)
034288         GO TO 3200-EXIT
034292     END-IF.
034300     WRITE DL100-ALERT-RECORD.
034400     ADD 1 TO STTB-ESCALATE-COUNT (STTB-IDX).
034500     MOVE DL100-ESCALATE-OPER TO STTB-ACTION-OPER (STTB-IDX).
036000     IF DL100-ALERT-IS-OPEN
036100         CLOSE ALERT-FILE
036200     END-IF.
036202     IF DL100-SUPP-IS-OPEN
036204         CLOSE SUPPRESSED-ALERT-FILE
036206     END-IF.
036210     IF DL100-STATE-OVERFLOW
036220         DISPLAY 'ALERTESCALATION - STATE FILE REWRITE '
036230             'SUPPRESSED, TABLE OVERFLOWED'
038600 8000-WRAP-UP.
038700     DISPLAY 'ALERTESCALATION - NEW ALERTS TRACKED='
038800         DL100-NEW-COUNT
038900         ' ESCALATED=' DL100-ESCALATED-COUNT
038950         ' SUPPRESSED=' DL100-SUPPRESSED-COUNT.
039000 8000-EXIT.
039100     EXIT.
039102*
039104*****************************************************************
039106* 1700-LOAD-MAINT-WINDOWS - PULL THE PLANNED MAINTENANCE        *
039108*                           WINDOWS (MAINTWIN, DL100MW) THE     *
039110*                           SAME WAY MinimalProgram LOADS THEM. *
039112*                           A WINDOW ALREADY OVER IS SKIPPED; A *
039114*                           MISSING FILE SUPPRESSES NOTHING.    *
039116*****************************************************************
039118 1700-LOAD-MAINT-WINDOWS.
039120     ACCEPT DL100-MAINT-NOW-DATE FROM DATE YYYYMMDD.
039122     ACCEPT DL100-MAINT-NOW-TIME FROM TIME.
039124     OPEN INPUT MAINT-WINDOW-FILE.
039126     IF DL100-MAINTWIN-STATUS = '00'
039128         PERFORM 1710-READ-MAINT-WINDOW THRU 1710-EXIT
039130         PERFORM 1720-STORE-MAINT-WINDOW THRU 1720-EXIT
039132             UNTIL DL100-MAINTWIN-EOF
039134         CLOSE MAINT-WINDOW-FILE
039136     END-IF.
039138 1700-EXIT.
039140     EXIT.
039142*
039144 1710-READ-MAINT-WINDOW.
039146     READ MAINT-WINDOW-FILE
039148         AT END
039150             SET DL100-MAINTWIN-EOF TO TRUE
039152     END-READ.
039154 1710-EXIT.
039156     EXIT.
039158*
039160 1720-STORE-MAINT-WINDOW.
039162     IF DL100-MAINTWIN-EOF
039164         GO TO 1720-EXIT
039166     END-IF.
039168     IF MWN-END-STAMP NOT < DL100-MAINT-NOW-STAMP
039170         IF MWIN-ENTRY-COUNT < 100
039172             ADD 1 TO MWIN-ENTRY-COUNT
039174             SET MWIN-IDX TO MWIN-ENTRY-COUNT
039176             MOVE MWN-JOB-ID      TO MWIN-JOB-ID      (MWIN-IDX)
039178             MOVE MWN-START-STAMP TO MWIN-START-STAMP (MWIN-IDX)
039180             MOVE MWN-END-STAMP   TO MWIN-END-STAMP   (MWIN-IDX)
039182             MOVE MWN-TICKET      TO MWIN-TICKET      (MWIN-IDX)
039184         ELSE
039186             DISPLAY 'ALERTESCALATION - MAINTENANCE WINDOW '
039188                 'TABLE FULL, WINDOW DROPPED FOR ' MWN-JOB-ID
039190         END-IF
039192     END-IF.
039194     PERFORM 1710-READ-MAINT-WINDOW THRU 1710-EXIT.
039196 1720-EXIT.
039198     EXIT.
039200*
039202*****************************************************************
039204* 3900-CHECK-MAINT-WINDOW - IS A MAINTENANCE WINDOW OPEN RIGHT  *
039206*                           NOW FOR DL100-MAINT-JOB-ID, EITHER  *
039208*                           NAMING THE JOB OR NAMING ALL?  THE  *
039210*                           FIRST OPEN WINDOW IN FILE ORDER     *
039212*                           SUPPLIES THE CHANGE TICKET.         *
039214*****************************************************************
039216 3900-CHECK-MAINT-WINDOW.
039218     MOVE 'N'    TO DL100-MAINT-OPEN-SWITCH.
039220     MOVE SPACES TO DL100-MAINT-TICKET.
039222     MOVE SPACES TO DL100-MAINT-WINDOW-JOB.
039224     IF MWIN-ENTRY-COUNT = 0
039226         GO TO 3900-EXIT
039228     END-IF.
039230     ACCEPT DL100-MAINT-NOW-DATE FROM DATE YYYYMMDD.
039232     ACCEPT DL100-MAINT-NOW-TIME FROM TIME.
039234     SET MWIN-IDX TO 1.
039236     SEARCH MWIN-ENTRY
039238         AT END
039240             CONTINUE
039242         WHEN (MWIN-JOB-ID (MWIN-IDX) = DL100-MAINT-JOB-ID
039244               OR MWIN-JOB-ID (MWIN-IDX) = 'ALL     ')
039246             AND MWIN-START-STAMP (MWIN-IDX)
039248                 NOT > DL100-MAINT-NOW-STAMP
039250             AND MWIN-END-STAMP (MWIN-IDX)
039252                 NOT < DL100-MAINT-NOW-STAMP
039254             SET DL100-MAINT-WINDOW-OPEN TO TRUE
039256             MOVE MWIN-TICKET (MWIN-IDX) TO DL100-MAINT-TICKET
039258             MOVE MWIN-JOB-ID (MWIN-IDX) TO DL100-MAINT-WINDOW-JOB
039260     END-SEARCH.
039262 3900-EXIT.
039264     EXIT.
039266*
039268*****************************************************************
039270* 3950-WRITE-SUPPRESSED - LOG THE RE-ALERT JUST BUILT AS A      *
039272*                         SUPPRESSED-ALERT RECORD (DL100SA)     *
039274*                         INSTEAD OF PAGING, WITH THE WINDOW'S  *
039276*                         CHANGE TICKET.  THE FILE IS HELD OPEN *
039278*                         UNDER THE ALERTLCK TOKEN UNTIL THE    *
039280*                         STATE REWRITE, LIKE THE ALERT-FILE.   *
039282*****************************************************************
039284 3950-WRITE-SUPPRESSED.
039286     IF NOT DL100-SUPP-IS-OPEN
039288         OPEN EXTEND SUPPRESSED-ALERT-FILE
039290         IF DL100-SUPPALRT-STATUS = '05' OR '35'
039292             OPEN OUTPUT SUPPRESSED-ALERT-FILE
039294         END-IF
039296         IF DL100-SUPPALRT-STATUS NOT = '00'
039298             DISPLAY 'ALERTESCALATION - SUPPALRT OPEN '
039300                 'FAILED, STATUS=' DL100-SUPPALRT-STATUS
039302             GO TO 3950-EXIT
039304         END-IF
039306         SET DL100-SUPP-IS-OPEN TO TRUE
039308     END-IF.
039310     MOVE SPACES TO DL100-SUPPRESSED-ALERT-RECORD.
039312     INITIALIZE DL100-SUPPRESSED-ALERT-RECORD.
039314     MOVE DL100-ALERT-RECORD     TO SUP-ALERT-IMAGE.
039316     MOVE DL100-MAINT-TICKET     TO SUP-TICKET.
039318     MOVE DL100-MAINT-WINDOW-JOB TO SUP-WINDOW-JOB-ID.
039320     MOVE 'ALRTESC '             TO SUP-SOURCE.
039322     MOVE DL100-MAINT-NOW-DATE   TO SUP-SUPPRESS-DATE.
039324     MOVE DL100-MAINT-NOW-TIME   TO SUP-SUPPRESS-TIME.
039326     WRITE DL100-SUPPRESSED-ALERT-RECORD.
039328     ADD 1 TO DL100-SUPPRESSED-COUNT.
039330     DISPLAY 'ALERTESCALATION - SUPPRESSED JOB='
039332         STTB-JOB-ID (STTB-IDX)
039334         ' MAINTENANCE WINDOW ' DL100-MAINT-TICKET.
039336 3950-EXIT.
039338     EXIT.
