000100*****************************************************************
000200*  DL100SA - SUPPRESSED ALERT RECORD                            *
000300*  ---------------------------------------------------------    *
000400*  ONE RECORD APPENDED TO THE SUPPRESSED-ALERT FILE (SUPPALRT)   *
000500*  FOR EVERY ALERT AN ALERT WRITER HELD BACK BECAUSE A PLANNED   *
000600*  MAINTENANCE WINDOW (DL100MW) WAS OPEN FOR THE JOB.  IT        *
000700*  CARRIES THE FULL ALERT IMAGE (DL100AL LAYOUT) THAT WOULD HAVE *
000800*  PAGED, THE CHANGE TICKET OF THE WINDOW THAT HELD IT BACK, THE *
000900*  WINDOW'S JOB (OR ALL), WHICH PROGRAM SUPPRESSED IT AND WHEN.  *
001000*  THE SHIFT TURNOVER REPORT LISTS THESE SEPARATELY SO NOTHING   *
001100*  SUPPRESSED DURING A CHANGE IS LOST WHEN THE WINDOW CLOSES.    *
001200*  WRITTEN UNDER THE ALERTLCK TOKEN, LIKE THE ALERT-FILE.        *
001300*                                                                *
001400*  MODIFICATION HISTORY                                         *
001500*  DATE       INIT  DESCRIPTION                                 *
001600*  ---------- ----  ------------------------------------------  *
001700*  2026-10-15 DLM   ORIGINAL.                                    *
001800*****************************************************************
001900 01  DL100-SUPPRESSED-ALERT-RECORD.
002000     05  SUP-ALERT-IMAGE.
002100         10  SUP-JOB-ID              PIC X(08).
002200         10  SUP-RUN-DATE            PIC 9(08).
002300         10  SUP-RUN-TIME            PIC 9(08).
002400         10  SUP-STATUS-CODE         PIC 9(02).
002500         10  SUP-REASON-CODE         PIC 9(04).
002600         10  SUP-MESSAGE             PIC X(70).
002700         10  SUP-RETRY-FLAG          PIC X.
002800         10  SUP-CYCLE-DATE          PIC 9(08).
002900         10  SUP-GROUP               PIC X(08).
003000         10  SUP-OPER-ACTION         PIC X(30).
003100         10  SUP-RUN-TYPE            PIC X(01).
003200         10  FILLER                  PIC X(02).
003300     05  SUP-TICKET                  PIC X(12).
003400     05  SUP-WINDOW-JOB-ID           PIC X(08).
003500     05  SUP-SOURCE                  PIC X(08).
003600     05  SUP-SUPPRESS-DATE           PIC 9(08).
003700     05  SUP-SUPPRESS-TIME           PIC 9(08).
003800     05  FILLER                      PIC X(04).
