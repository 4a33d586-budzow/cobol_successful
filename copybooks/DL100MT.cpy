000100*****************************************************************
000200*  DL100MT - MAINTENANCE WINDOW TABLE (WORKING STORAGE)         *
000300*  ---------------------------------------------------------    *
000400*  HOLDS THE MAINTENANCE WINDOWS AS LOADED FROM THE MAINTENANCE- *
000500*  WINDOW FILE (DL100MW).  SHARED BY EVERY ALERT WRITER - THE    *
000600*  RUN ALERT, THE WATCHDOG MISS, THE ESCALATION RE-ALERT AND THE *
000700*  RERUN HARD FAILURE - SO EACH CAN ASK WHETHER A WINDOW IS OPEN *
000800*  FOR THE JOB BEFORE IT PAGES.  THE STAMPS ARE DATE FOLLOWED BY *
000900*  TIME (YYYYMMDDHHMMSSHH) SO ONE COMPARE ORDERS THEM.  AN EMPTY *
001000*  TABLE - NO MAINTWIN FILE PRESENT - SUPPRESSES NOTHING.        *
001100*                                                                *
001200*  MODIFICATION HISTORY                                         *
001300*  DATE       INIT  DESCRIPTION                                 *
001400*  ---------- ----  ------------------------------------------  *
001500*  2026-10-15 DLM   ORIGINAL.                                    *
001600*****************************************************************
001700 01  DL100-MAINT-WINDOW-TABLE.
001800     05  MWIN-ENTRY-COUNT            PIC 9(03) VALUE ZERO.
001900     05  MWIN-ENTRY OCCURS 1 TO 100 TIMES
002000                    DEPENDING ON MWIN-ENTRY-COUNT
002100                    INDEXED BY MWIN-IDX.
002200         10  MWIN-JOB-ID              PIC X(08).
002300         10  MWIN-START-STAMP         PIC X(16).
002400         10  MWIN-END-STAMP           PIC X(16).
002500         10  MWIN-TICKET              PIC X(12).
