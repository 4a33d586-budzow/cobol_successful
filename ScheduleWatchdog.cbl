002294*                   AND FREED AT WRAP-UP, SO A CONCURRENT        *
002295*                   LIFECYCLE REWRITE CANNOT EAT A WATCHDOG      *
002296*                   ALERT.                                       *
002306*  2026-10-15 DLM   AN AD-HOC RUN (RUN TYPE A) IS NO LONGER      *
002316*                   ACCEPTED AS THE NIGHT'S SCHEDULED RUN - IT   *
002326*                   IS LISTED AND SKIPPED, SO A MISSED OR LATE   *
002336*                   SCHEDULED RUN STILL ALERTS.                  *
002342*  2026-10-15 DLM   A MISSED OR LATE ALERT FOR A JOB UNDER AN    *
002348*                   OPEN PLANNED MAINTENANCE WINDOW (MAINTWIN,   *
002354*                   DL100MW), OR AN ALL WINDOW, IS NO LONGER     *
002360*                   PAGED - IT IS LOGGED ON THE SUPPRESSED-ALERT *
002366*                   FILE (SUPPALRT, DL100SA) WITH THE WINDOW'S   *
002372*                   CHANGE TICKET.  THE MISS IS STILL LISTED,    *
002378*                   AND SUPPRESSED MISSES DO NOT DRIVE THE 04    *
002384*                   RETURN-CODE.                                 *
002399*****************************************************************
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER.    IBM-370.
003600     SELECT ALERT-FILE       ASSIGN TO ALERTFIL
003700         ORGANIZATION LINE SEQUENTIAL
003800         FILE STATUS  IS DL100-ALERT-STATUS.
003802     SELECT MAINT-WINDOW-FILE ASSIGN TO MAINTWIN
003804         ORGANIZATION LINE SEQUENTIAL
003806         FILE STATUS  IS DL100-MAINTWIN-STATUS.
003808     SELECT SUPPRESSED-ALERT-FILE ASSIGN TO SUPPALRT
003810         ORGANIZATION LINE SEQUENTIAL
003812         FILE STATUS  IS DL100-SUPPALRT-STATUS.
003820     SELECT CALENDAR-FILE    ASSIGN TO CALNDR
003840         ORGANIZATION LINE SEQUENTIAL
003860         FILE STATUS  IS DL100-CAL-STATUS.
004800 FD  ALERT-FILE
004900     RECORDING MODE IS F.
005000 COPY DL100AL.
005002 FD  MAINT-WINDOW-FILE
005004     RECORDING MODE IS F.
005006 COPY DL100MW.
005008 FD  SUPPRESSED-ALERT-FILE
005010     RECORDING MODE IS F.
005012 COPY DL100SA.
005020 FD  CALENDAR-FILE
005040     RECORDING MODE IS F.
005060 COPY DL100CA.
005254*****************************************************************
005256 COPY DL100RT.
005258*
005260*****************************************************************
005262*    MAINTENANCE WINDOWS - PLANNED CHANGES THAT HOLD BACK PAGING
005264*****************************************************************
005266 COPY DL100MT.
005268 77  DL100-MAINTWIN-STATUS        PIC XX    VALUE '00'.
005270 77  DL100-SUPPALRT-STATUS        PIC XX    VALUE '00'.
005272 77  DL100-MAINTWIN-EOF-SWITCH    PIC X     VALUE 'N'.
005274     88  DL100-MAINTWIN-EOF                  VALUE 'Y'.
005276 77  DL100-SUPP-OPEN-SWITCH       PIC X     VALUE 'N'.
005278     88  DL100-SUPP-IS-OPEN                  VALUE 'Y'.
005280 77  DL100-MAINT-OPEN-SWITCH      PIC X     VALUE 'N'.
005282     88  DL100-MAINT-WINDOW-OPEN             VALUE 'Y'.
005284 77  DL100-MAINT-JOB-ID           PIC X(08) VALUE SPACES.
005286 77  DL100-MAINT-TICKET           PIC X(12) VALUE SPACES.
005288 77  DL100-MAINT-WINDOW-JOB       PIC X(08) VALUE SPACES.
005290 77  DL100-SUPPRESSED-COUNT       PIC 9(03) COMP VALUE ZERO.
005292 01  DL100-MAINT-NOW-STAMP.
005294     05  DL100-MAINT-NOW-DATE     PIC 9(08) VALUE ZERO.
005296     05  DL100-MAINT-NOW-TIME     PIC 9(08) VALUE ZERO.
005298*
005300 77  DL100-SCHED-STATUS           PIC XX    VALUE '00'.
005400 77  DL100-RESLOG-STATUS          PIC XX    VALUE '00'.
005500 77  DL100-ALERT-STATUS           PIC XX    VALUE '00'.
011110     PERFORM 1200-LOAD-CALENDAR THRU 1200-EXIT.
011120     PERFORM 1400-LOAD-ROUTES   THRU 1400-EXIT.
011130     PERFORM 1600-LOAD-REASONS  THRU 1600-EXIT.
011164     PERFORM 1700-LOAD-MAINT-WINDOWS THRU 1700-EXIT.
011200 1000-EXIT.
011300     EXIT.
011310*
019100*                     WHEN THE RUN TIME FALLS BETWEEN THE       *
019200*                     EARLIEST AND LATEST EXPECTED TIMES.  A    *
019300*                     JOB NOT ON THE SCHEDULE IS NOT CHECKED.   *
019320*                     AN AD-HOC RUN IS NOT THE SCHEDULED RUN    *
019340*                     AND MARKS NOTHING.                        *
019400*****************************************************************
019500 2200-MATCH-RECORD.
019600     IF NOT DL100-LOG-EOF
020100                 AT END
020200                     CONTINUE
020300                 WHEN WTCH-JOB-ID (WTCH-IDX) = LOG-JOB-ID
020320                     IF LOG-RUN-ADHOC
020340                         DISPLAY 'SCHEDULEWATCHDOG - AD-HOC RUN '
020360                             'OF ' LOG-JOB-ID ' AT ' LOG-RUN-TIME
020380                             ' NOT TAKEN AS THE SCHEDULED RUN'
020390                     ELSE
020400                         PERFORM 2300-MARK-ENTRY THRU 2300-EXIT
020450                     END-IF
020500             END-SEARCH
020600         END-IF
020700         PERFORM 2100-READ-LOG THRU 2100-EXIT
022400*                       WITH NO LOG RECORD TODAY IS MISSED; ONE *
022500*                       WHOSE RECORDS ALL FELL OUTSIDE THE      *
022600*                       WINDOW IS LATE.  EITHER WAY A LINE IS   *
022700*                       PRINTED AND AN ALERT RECORD DROPPED -   *
022720*                       OR, INSIDE A MAINTENANCE WINDOW FOR THE *
022740*                       JOB, A SUPPRESSED-ALERT RECORD.         *
022800*****************************************************************
022900 3000-CHECK-SCHEDULE.
022920     MOVE WTCH-JOB-ID (WTCH-IDX) TO DL100-DUE-JOB-ID.
029270     MOVE DL100-ALERT-REASON     TO DL100-REASON-LOOKUP.
029280     PERFORM 4800-LOOKUP-REASON THRU 4800-EXIT.
029290     MOVE DL100-REASON-ACTION    TO ALRT-OPER-ACTION.
029292     MOVE WTCH-JOB-ID (WTCH-IDX) TO DL100-MAINT-JOB-ID.
029294     PERFORM 4100-CHECK-MAINT-WINDOW THRU 4100-EXIT.
029296     IF DL100-MAINT-WINDOW-OPEN
029298         PERFORM 4200-WRITE-SUPPRESSED THRU 4200-EXIT
029300     ELSE
029310         WRITE DL100-ALERT-RECORD
029320     END-IF.
029400 4000-EXIT.
029500     EXIT.
029510*
030120*                NOT WATCH EVERY SCHEDULED JOB (WATCH TABLE     *
030140*                OVERFLOWED) RETURNS 08 - INCOMPLETE COVERAGE   *
030160*                MUST NEVER PASS AS A CLEAN NIGHT.              *
030170*                A MISS OR LATE RUN WHOSE ALERT AN OPEN         *
030180*                MAINTENANCE WINDOW SUPPRESSED DOES NOT         *
030190*                COUNT TOWARD THE 04.                           *
030200*****************************************************************
030300 8000-WRAP-UP.
030400     IF DL100-ALERT-IS-OPEN
030500         CLOSE ALERT-FILE
030600     END-IF.
030605     IF DL100-SUPP-IS-OPEN
030606         CLOSE SUPPRESSED-ALERT-FILE
030607     END-IF.
030610     PERFORM 0900-RELEASE-LOCK THRU 0900-EXIT.
030700     DISPLAY 'SCHEDULEWATCHDOG - JOBS CHECKED='
030800         WTCH-ENTRY-COUNT
030900         ' MISSED=' DL100-MISSED-COUNT
031000         ' LATE=' DL100-LATE-COUNT
031010         ' NOT-DUE=' DL100-NOTDUE-COUNT
031020         ' SUPPRESSED=' DL100-SUPPRESSED-COUNT.
031100     IF DL100-MISSED-COUNT + DL100-LATE-COUNT
031110         > DL100-SUPPRESSED-COUNT
031200         MOVE 04 TO RETURN-CODE
031300     END-IF.
031320     IF DL100-WATCH-OVERFLOW
031746     MOVE 'N' TO DL100-LOCK-SWITCH.
031748 0900-EXIT.
031750     EXIT.
031752*
031754*****************************************************************
031756* 1700-LOAD-MAINT-WINDOWS - PULL THE PLANNED MAINTENANCE        *
031758*                           WINDOWS (MAINTWIN, DL100MW) THE     *
031760*                           SAME WAY MinimalProgram LOADS THEM. *
031762*                           A WINDOW ALREADY OVER IS SKIPPED; A *
031764*                           MISSING FILE SUPPRESSES NOTHING.    *
031766*****************************************************************
031768 1700-LOAD-MAINT-WINDOWS.
031770     ACCEPT DL100-MAINT-NOW-DATE FROM DATE YYYYMMDD.
031772     ACCEPT DL100-MAINT-NOW-TIME FROM TIME.
031774     OPEN INPUT MAINT-WINDOW-FILE.
031776     IF DL100-MAINTWIN-STATUS = '00'
031778         PERFORM 1710-READ-MAINT-WINDOW THRU 1710-EXIT
031780         PERFORM 1720-STORE-MAINT-WINDOW THRU 1720-EXIT
031782             UNTIL DL100-MAINTWIN-EOF
031784         CLOSE MAINT-WINDOW-FILE
031786     END-IF.
031788 1700-EXIT.
031790     EXIT.
031792*
031794 1710-READ-MAINT-WINDOW.
031796     READ MAINT-WINDOW-FILE
031798         AT END
031800             SET DL100-MAINTWIN-EOF TO TRUE
031802     END-READ.
031804 1710-EXIT.
031806     EXIT.
031808*
031810 1720-STORE-MAINT-WINDOW.
031812     IF DL100-MAINTWIN-EOF
031814         GO TO 1720-EXIT
031816     END-IF.
031818     IF MWN-END-STAMP NOT < DL100-MAINT-NOW-STAMP
031820         IF MWIN-ENTRY-COUNT < 100
031822             ADD 1 TO MWIN-ENTRY-COUNT
031824             SET MWIN-IDX TO MWIN-ENTRY-COUNT
031826             MOVE MWN-JOB-ID      TO MWIN-JOB-ID      (MWIN-IDX)
031828             MOVE MWN-START-STAMP TO MWIN-START-STAMP (MWIN-IDX)
031830             MOVE MWN-END-STAMP   TO MWIN-END-STAMP   (MWIN-IDX)
031832             MOVE MWN-TICKET      TO MWIN-TICKET      (MWIN-IDX)
031834         ELSE
031836             DISPLAY 'SCHEDULEWATCHDOG - MAINTENANCE WINDOW '
031838                 'TABLE FULL, WINDOW DROPPED FOR ' MWN-JOB-ID
031840         END-IF
031842     END-IF.
031844     PERFORM 1710-READ-MAINT-WINDOW THRU 1710-EXIT.
031846 1720-EXIT.
031848     EXIT.
031850*
031852*****************************************************************
031854* 4100-CHECK-MAINT-WINDOW - IS A MAINTENANCE WINDOW OPEN RIGHT  *
031856*                           NOW FOR DL100-MAINT-JOB-ID, EITHER  *
031858*                           NAMING THE JOB OR NAMING ALL?  THE  *
031860*                           FIRST OPEN WINDOW IN FILE ORDER     *
031862*                           SUPPLIES THE CHANGE TICKET.         *
031864*****************************************************************
031866 4100-CHECK-MAINT-WINDOW.
031868     MOVE 'N'    TO DL100-MAINT-OPEN-SWITCH.
031870     MOVE SPACES TO DL100-MAINT-TICKET.
031872     MOVE SPACES TO DL100-MAINT-WINDOW-JOB.
031874     IF MWIN-ENTRY-COUNT = 0
031876         GO TO 4100-EXIT
031878     END-IF.
031880     ACCEPT DL100-MAINT-NOW-DATE FROM DATE YYYYMMDD.
031882     ACCEPT DL100-MAINT-NOW-TIME FROM TIME.
031884     SET MWIN-IDX TO 1.
031886     SEARCH MWIN-ENTRY
031888         AT END
031890             CONTINUE
031892         WHEN (MWIN-JOB-ID (MWIN-IDX) = DL100-MAINT-JOB-ID
031894               OR MWIN-JOB-ID (MWIN-IDX) = 'ALL     ')
031896             AND MWIN-START-STAMP (MWIN-IDX)
031898                 NOT > DL100-MAINT-NOW-STAMP
031900             AND MWIN-END-STAMP (MWIN-IDX)
031902                 NOT < DL100-MAINT-NOW-STAMP
031904             SET DL100-MAINT-WINDOW-OPEN TO TRUE
031906             MOVE MWIN-TICKET (MWIN-IDX) TO DL100-MAINT-TICKET
031908             MOVE MWIN-JOB-ID (MWIN-IDX) TO DL100-MAINT-WINDOW-JOB
031910     END-SEARCH.
031912 4100-EXIT.
031914     EXIT.
031916*
031918*****************************************************************
031920* 4200-WRITE-SUPPRESSED - LOG THE WATCHDOG ALERT JUST BUILT AS  *
031922*                         A SUPPRESSED-ALERT RECORD (DL100SA)   *
031924*                         INSTEAD OF PAGING, WITH THE WINDOW'S  *
031926*                         CHANGE TICKET.  THE FILE IS HELD OPEN *
031928*                         UNDER THE ALERTLCK TOKEN UNTIL WRAP-  *
031930*                         UP, LIKE THE ALERT-FILE.              *
031932*****************************************************************
031934 4200-WRITE-SUPPRESSED.
031936     IF NOT DL100-SUPP-IS-OPEN
031938         OPEN EXTEND SUPPRESSED-ALERT-FILE
031940         IF DL100-SUPPALRT-STATUS = '05' OR '35'
031942             OPEN OUTPUT SUPPRESSED-ALERT-FILE
031944         END-IF
031946         IF DL100-SUPPALRT-STATUS NOT = '00'
031948             DISPLAY 'SCHEDULEWATCHDOG - SUPPALRT OPEN '
031950                 'FAILED, STATUS=' DL100-SUPPALRT-STATUS
031952             GO TO 4200-EXIT
031954         END-IF
031956         SET DL100-SUPP-IS-OPEN TO TRUE
031958     END-IF.
031960     MOVE SPACES TO DL100-SUPPRESSED-ALERT-RECORD.
031962     INITIALIZE DL100-SUPPRESSED-ALERT-RECORD.
031964     MOVE DL100-ALERT-RECORD     TO SUP-ALERT-IMAGE.
031966     MOVE DL100-MAINT-TICKET     TO SUP-TICKET.
031968     MOVE DL100-MAINT-WINDOW-JOB TO SUP-WINDOW-JOB-ID.
031970     MOVE 'SCHWATCH'             TO SUP-SOURCE.
031972     MOVE DL100-MAINT-NOW-DATE   TO SUP-SUPPRESS-DATE.
031974     MOVE DL100-MAINT-NOW-TIME   TO SUP-SUPPRESS-TIME.
031976     WRITE DL100-SUPPRESSED-ALERT-RECORD.
031978     ADD 1 TO DL100-SUPPRESSED-COUNT.
031980     DISPLAY '        ALERT SUPPRESSED - MAINTENANCE WINDOW '
031982         DL100-MAINT-TICKET.
031984 4200-EXIT.
031986     EXIT.
