000100*****************************************************************
000200*  DL100MW - MAINTENANCE WINDOW FILE RECORD                     *
000300*  ---------------------------------------------------------    *
000400*  ONE RECORD PER PLANNED MAINTENANCE WINDOW ON THE MAINTENANCE- *
000500*  WINDOW FILE (MAINTWIN).  WHILE THE CLOCK IS BETWEEN THE START *
000600*  AND END STAMPS (BOTH INCLUSIVE, TIMES HHMMSSHH) AN ALERT FOR  *
000700*  THE NAMED JOB - OR FOR EVERY JOB WHEN THE JOB IS ALL - IS NOT *
000800*  PAGED.  THE ALERT WRITER LOGS A SUPPRESSED-ALERT RECORD       *
000900*  (DL100SA) CARRYING THE CHANGE TICKET INSTEAD.  THE CALENDAR   *
001000*  (DL100CA) ONLY KNOWS WHOLE-DAY HOLIDAYS; THIS FILE COVERS THE *
001100*  FEW HOURS A DATABASE OR NETWORK CHANGE TAKES.  THE WINDOW     *
001200*  MAINTENANCE PROGRAM (MaintWindowMaint) IS THE ONLY SANCTIONED *
001300*  WRITER.                                                       *
001400*                                                                *
001500*  MODIFICATION HISTORY                                         *
001600*  DATE       INIT  DESCRIPTION                                 *
001700*  ---------- ----  ------------------------------------------  *
001800*  2026-10-15 DLM   ORIGINAL.                                    *
001900*****************************************************************
002000 01  DL100-MAINT-WINDOW-RECORD.
002100     05  MWN-JOB-ID                  PIC X(08).
002200         88  MWN-ALL-JOBS                      VALUE 'ALL     '.
002300     05  MWN-START-STAMP.
002400         10  MWN-START-DATE          PIC 9(08).
002500         10  MWN-START-TIME          PIC 9(08).
002600     05  MWN-END-STAMP.
002700         10  MWN-END-DATE            PIC 9(08).
002800         10  MWN-END-TIME            PIC 9(08).
002900     05  MWN-TICKET                  PIC X(12).
003000     05  MWN-OPER-ID                 PIC X(08).
003100     05  MWN-ADDED-DATE              PIC 9(08).
003200     05  FILLER                      PIC X(04).
