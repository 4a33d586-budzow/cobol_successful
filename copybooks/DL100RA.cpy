000100*****************************************************************
000200*  DL100RA - REASON/RETRY/ROUTING CHANGE AUDIT RECORD           *
000300*  ---------------------------------------------------------    *
000400*  ONE RECORD APPENDED TO THE REASON AUDIT FILE (RSNAUDIT) FOR   *
000500*  EVERY ADD, CHANGE OR DELETE THE REASON MAINTENANCE PROGRAM    *
000600*  ACCEPTS AGAINST THE REASON-CODE FILE (REASCODE), THE RETRY-   *
000700*  POLICY FILE (RETRYPOL) OR THE ALERT-ROUTING FILE (ALRTROUT),  *
000800*  CARRYING WHO MADE THE CHANGE, WHEN, WHICH FILE, AND THE       *
000900*  ENTRY BEFORE AND AFTER IN THAT FILE'S RECORD LAYOUT.  A       *
001000*  SPACE OLD IMAGE MEANS THE ENTRY WAS ADDED, A SPACE NEW IMAGE  *
001100*  THAT IT WAS DELETED.  THE MAINTENANCE PROGRAM IS THE ONLY     *
001200*  SANCTIONED WRITER OF THE THREE FILES; THIS FILE IS THE PROOF. *
001300*                                                                *
001400*  MODIFICATION HISTORY                                         *
001500*  DATE       INIT  DESCRIPTION                                 *
001600*  ---------- ----  ------------------------------------------  *
001700*  2026-10-15 DLM   ORIGINAL.                                    *
001800*****************************************************************
001900 01  DL100-REF-AUDIT-RECORD.
002000     05  RAU-OPER-ID                 PIC X(08).
002100     05  RAU-CHANGE-DATE             PIC 9(08).
002200     05  RAU-CHANGE-TIME             PIC 9(08).
002300     05  RAU-ACTION                  PIC X(04).
002400     05  RAU-FILE-ID                 PIC X(08).
002500     05  RAU-OLD-IMAGE               PIC X(72).
002600     05  RAU-NEW-IMAGE               PIC X(72).
002700     05  FILLER                      PIC X(04).
