001020*                   (BUSINESS DAY) THE RUN BELONGS TO.  OLDER    *
001030*                   RECORDS CARRY SPACES HERE; READERS FALL      *
001040*                   BACK TO LOG-RUN-DATE WHEN IT IS NOT NUMERIC. *
001050*  2026-10-15 DLM   ADDED LOG-RUN-TYPE - S SCHEDULED, R RERUN, A *
001060*                   AD-HOC - AND, FOR A RERUN,                   *
001070*                   LOG-ORIG-RUN-DATE/TIME, THE STAMP OF THE RUN *
001080*                   IT RERUNS.  OLDER RECORDS CARRY SPACES HERE  *
001090*                   AND COUNT AS SCHEDULED RUNS.                 *
001100*****************************************************************
001200 01  DL100-LOG-RECORD.
001300     05  LOG-JOB-ID                  PIC X(08).
001700     05  LOG-REASON-CODE             PIC 9(04).
001800     05  LOG-RESULT-TEXT             PIC X(30).
001900     05  LOG-CYCLE-DATE              PIC 9(08).
001902     05  LOG-RUN-TYPE                PIC X(01).
001904         88  LOG-RUN-SCHEDULED                 VALUE 'S' ' '.
001906         88  LOG-RUN-RERUN                     VALUE 'R'.
001908         88  LOG-RUN-ADHOC                     VALUE 'A'.
001910     05  LOG-ORIG-RUN-DATE           PIC 9(08).
001912     05  LOG-ORIG-RUN-TIME           PIC 9(08).
