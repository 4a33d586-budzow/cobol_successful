000100*****************************************************************
000200*  DL100MA - MAINTENANCE WINDOW CHANGE AUDIT RECORD             *
000300*  ---------------------------------------------------------    *
000400*  ONE RECORD APPENDED TO THE WINDOW AUDIT FILE (MWAUDIT) FOR    *
000500*  EVERY ADD OR DELETE THE WINDOW MAINTENANCE PROGRAM ACCEPTS,   *
000600*  CARRYING WHO MADE THE CHANGE, WHEN, AND THE WINDOW TOUCHED.   *
000700*  A WINDOW SILENCES PAGING, SO EVERY ONE MUST BE TRACEABLE TO   *
000800*  AN OPERATOR AND A CHANGE TICKET.                              *
000900*                                                                *
001000*  MODIFICATION HISTORY                                         *
001100*  DATE       INIT  DESCRIPTION                                 *
001200*  ---------- ----  ------------------------------------------  *
001300*  2026-10-15 DLM   ORIGINAL.                                    *
001400*****************************************************************
001500 01  DL100-WINDOW-AUDIT-RECORD.
001600     05  MAU-OPER-ID                 PIC X(08).
001700     05  MAU-CHANGE-DATE             PIC 9(08).
001800     05  MAU-CHANGE-TIME             PIC 9(08).
001900     05  MAU-ACTION                  PIC X(04).
002000     05  MAU-JOB-ID                  PIC X(08).
002100     05  MAU-START-DATE              PIC 9(08).
002200     05  MAU-START-TIME              PIC 9(08).
002300     05  MAU-END-DATE                PIC 9(08).
002400     05  MAU-END-TIME                PIC 9(08).
002500     05  MAU-TICKET                  PIC X(12).
002600     05  FILLER                      PIC X(04).
