002190*                   08 WHEN ANOTHER WRITER HOLDS IT, SO AN       *
002192*                   OVERLAPPING SWEEP CAN NO LONGER UNDO AN      *
002194*                   ACKNOWLEDGE.                                 *
002196*  2026-10-15 DLM   A NEW ALERT'S RUN TYPE IS CARRIED INTO ITS   *
002198*                   STATE RECORD.                                *
002200*****************************************************************
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
033060         ELSE
033080             MOVE ALRT-RUN-DATE   TO STTB-CYCLE-DATE (STTB-IDX)
033090         END-IF
033095         MOVE ALRT-RUN-TYPE    TO STTB-RUN-TYPE    (STTB-IDX)
033100         SET DL100-STATE-CHANGED TO TRUE
033200     ELSE
033300         DISPLAY 'ALERTACKNOWLEDGE - STATE TABLE FULL, '
