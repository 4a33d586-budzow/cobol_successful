001440*                   SO THE FULL STEP OUTCOME - NOT JUST THE      *
001450*                   TIMING - SURVIVES IN THE HISTORY AND THE     *
001460*                   RUN-HISTORY INQUIRY CAN LIST A RUN'S STEPS.  *
001470*  2026-10-15 DLM   ADDED SDT-RUN-TYPE (S SCHEDULED, R RERUN, A  *
001480*                   AD-HOC) OUT OF THE FILLER, SO A STEP'S       *
001490*                   HISTORY SHOWS WHICH KIND OF RUN PRODUCED IT. *
001491*  2026-10-15 DLM   ADDED SDT-RECS-READ AND SDT-RECS-WRITTEN,    *
001492*                   FLAGGED BY SDT-COUNTS-PRESENT, SO A STEP'S   *
001493*                   RECORD VOLUMES CAN BE BALANCED AGAINST ITS   *
001494*                   TRAILING AVERAGE.  RECORDS WRITTEN BEFORE    *
001495*                   THIS CARRY NO FLAG AND ARE LEFT OUT.         *
001500*****************************************************************
001600 01  DL100-STEP-DETAIL-RECORD.
001700     05  SDT-JOB-ID                  PIC X(08).
002350     05  SDT-CYCLE-DATE              PIC 9(08).
002360     05  SDT-STATUS-CODE             PIC 9(02).
002370     05  SDT-REASON-CODE             PIC 9(04).
002380     05  SDT-RUN-TYPE                PIC X(01).
002390     05  SDT-COUNTS-FLAG             PIC X(01).
002391         88  SDT-COUNTS-PRESENT                VALUE 'Y'.
002392     05  SDT-RECS-READ               PIC 9(09).
002393     05  SDT-RECS-WRITTEN            PIC 9(09).
002400     05  FILLER                      PIC X(04).
