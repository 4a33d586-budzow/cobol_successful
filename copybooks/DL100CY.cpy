000100*****************************************************************
000200*  DL100CY - CYCLE-CONTROL RECORD                               *
000300*  ---------------------------------------------------------    *
000400*  ONE RECORD APPENDED TO THE CYCLE-CONTROL FILE (CYCLCTL) EACH  *
000500*  TIME THE CYCLE CLOSE PROGRAM CERTIFIES A PROCESSING CYCLE     *
000600*  (BUSINESS DAY) COMPLETE - EVERY DUE JOB SUCCEEDED, NO ALERT   *
000700*  STILL OPEN OR ACKED, NO RERUN STILL QUEUED - WITH THE         *
000800*  CLOSING OPERATOR, THE TIMESTAMP AND THE COUNTS BEHIND THE     *
000900*  SIGN-OFF.  A CYCLE WITH A RECORD HERE IS CLOSED; THE STATUS   *
001000*  CHECK REJECTS A RUN STAMPED FOR IT UNLESS A REOP CARD IS      *
001100*  SUPPLIED.  A CYCLE CLOSED AGAIN AFTER A REOPEN GETS A NEW     *
001200*  RECORD - THE LATEST ONE IS THE CERTIFICATION IN FORCE.        *
001300*                                                                *
001400*  MODIFICATION HISTORY                                         *
001500*  DATE       INIT  DESCRIPTION                                 *
001600*  ---------- ----  ------------------------------------------  *
001700*  2026-10-15 DLM   ORIGINAL.                                    *
001800*****************************************************************
001900 01  DL100-CYCLE-CONTROL-RECORD.
002000     05  CYC-CYCLE-DATE              PIC 9(08).
002100     05  CYC-CLOSE-OPER              PIC X(08).
002200     05  CYC-CLOSE-DATE              PIC 9(08).
002300     05  CYC-CLOSE-TIME              PIC 9(08).
002400     05  CYC-DUE-COUNT               PIC 9(04).
002500     05  CYC-NOTDUE-COUNT            PIC 9(04).
002600     05  CYC-RUN-COUNT               PIC 9(05).
002700     05  CYC-FAILED-COUNT            PIC 9(05).
002800     05  CYC-ALERT-COUNT             PIC 9(04).
002900     05  CYC-RERUN-COUNT             PIC 9(04).
003000     05  CYC-REOPEN-COUNT            PIC 9(03).
003100     05  FILLER                      PIC X(09).
