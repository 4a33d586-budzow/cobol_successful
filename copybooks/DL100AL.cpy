001086*                   ALERT - AND ALRT-OPER-ACTION, THE SUGGESTED  *
001088*                   OPERATOR ACTION FROM THE REASCODE RECORD,    *
001090*                   SO ON-CALL STOPS FORWARDING PAGES BY HAND.   *
001092*  2026-10-15 DLM   ADDED ALRT-RUN-TYPE (S SCHEDULED, R RERUN, A *
001094*                   AD-HOC) OUT OF THE FILLER.  A WATCHDOG ALERT *
001096*                   FOR A RUN THAT NEVER HAPPENED LEAVES IT      *
001098*                   BLANK.                                       *
001100*****************************************************************
001200 01  DL100-ALERT-RECORD.
001300     05  ALRT-JOB-ID                 PIC X(08).
002050     05  ALRT-CYCLE-DATE             PIC 9(08).
002060     05  ALRT-GROUP                  PIC X(08).
002070     05  ALRT-OPER-ACTION            PIC X(30).
002080     05  ALRT-RUN-TYPE               PIC X(01).
002100     05  FILLER                      PIC X(02).
