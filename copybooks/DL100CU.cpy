000100*****************************************************************
000200*  DL100CU - CYCLE CLOSE/REOPEN AUDIT RECORD                    *
000300*  ---------------------------------------------------------    *
000400*  ONE RECORD APPENDED TO THE CYCLE AUDIT FILE (CYCAUDIT) FOR    *
000500*  EVERY CLOSE THE CYCLE CLOSE PROGRAM WRITES (ACTION CLOS) AND  *
000600*  EVERY RUN THE STATUS CHECK LETS INTO A CLOSED CYCLE ON A      *
000700*  REOP CARD (ACTION REOP), CARRYING WHO, WHEN, THE CYCLE AND -  *
000800*  FOR A REOPEN - THE JOB AND RUN ADMITTED AND THE OPERATOR'S    *
000900*  STATED REASON.  A RESULT POSTED INTO A DAY ALREADY SIGNED     *
001000*  OFF MUST ALWAYS BE TRACEABLE TO A PERSON.                     *
001100*                                                                *
001200*  MODIFICATION HISTORY                                         *
001300*  DATE       INIT  DESCRIPTION                                 *
001400*  ---------- ----  ------------------------------------------  *
001500*  2026-10-15 DLM   ORIGINAL.                                    *
001600*****************************************************************
001700 01  DL100-CYCLE-AUDIT-RECORD.
001800     05  CAU-ACTION                  PIC X(04).
001900         88  CAU-ACTION-CLOSE                  VALUE 'CLOS'.
002000         88  CAU-ACTION-REOPEN                 VALUE 'REOP'.
002100     05  CAU-CYCLE-DATE              PIC 9(08).
002200     05  CAU-OPER-ID                 PIC X(08).
002300     05  CAU-ACTION-DATE             PIC 9(08).
002400     05  CAU-ACTION-TIME             PIC 9(08).
002500     05  CAU-JOB-ID                  PIC X(08).
002600     05  CAU-RUN-DATE                PIC 9(08).
002700     05  CAU-RUN-TIME                PIC 9(08).
002800     05  CAU-REASON                  PIC X(40).
002900     05  FILLER                      PIC X(04).
