001220*                   (BUSINESS DAY) THE RUN BELONGS TO.  THE KEY  *
001230*                   IS UNCHANGED - THE CLOCK STAMP STAYS THE     *
001240*                   UNIQUE IDENTITY OF A RUN.                    *
001250*  2026-10-15 DLM   ADDED RHM-RUN-TYPE - S SCHEDULED, R RERUN, A *
001260*                   AD-HOC - AND, FOR A RERUN,                   *
001270*                   RHM-ORIG-RUN-DATE/TIME, THE STAMP OF THE RUN *
001280*                   IT RERUNS.  OLDER RECORDS CARRY SPACES HERE  *
001290*                   AND COUNT AS SCHEDULED RUNS.                 *
001300*****************************************************************
001400 01  DL100-MASTER-RECORD.
001500     05  RHM-KEY.
002000     05  RHM-REASON-CODE             PIC 9(04).
002100     05  RHM-RESULT-TEXT             PIC X(30).
002200     05  RHM-CYCLE-DATE              PIC 9(08).
002202     05  RHM-RUN-TYPE                PIC X(01).
002204         88  RHM-RUN-SCHEDULED                 VALUE 'S' ' '.
002206         88  RHM-RUN-RERUN                     VALUE 'R'.
002208         88  RHM-RUN-ADHOC                     VALUE 'A'.
002210     05  RHM-ORIG-RUN-DATE           PIC 9(08).
002212     05  RHM-ORIG-RUN-TIME           PIC 9(08).
