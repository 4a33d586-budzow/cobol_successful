002060*                   BEFORE THE LOAD, FREED AFTER THE REWRITE,    *
002070*                   BACKING OFF WITH A MESSAGE AND RETURN-CODE   *
002080*                   08 WHEN ANOTHER WRITER HOLDS IT.             *
002082*  2026-10-15 DLM   THE PARM ON THE RERUN LINE NOW FOLLOWS THE   *
002084*                   JOB-ID WITH RUN TYPE R AND THE DATE AND TIME *
002086*                   OF THE FAILED RUN, SO THE RERUN IS LOGGED AS *
002088*                   A RERUN OF THAT RUN AND NOT AS A FRESH       *
002090*                   SCHEDULED ONE.                               *
002100*****************************************************************
002200 ENVIRONMENT DIVISION.
002300 CONFIGURATION SECTION.
015200            QTBL-ATTEMPT (QTBL-IDX) DELIMITED BY SIZE
015300            ' PARM='     DELIMITED BY SIZE
015400            QTBL-JOB-ID (QTBL-IDX) DELIMITED BY SIZE
015420            'R'          DELIMITED BY SIZE
015440            QTBL-RUN-DATE (QTBL-IDX) DELIMITED BY SIZE
015460            QTBL-RUN-TIME (QTBL-IDX) DELIMITED BY SIZE
015500       INTO DL100-RPT-DETAIL-LINE.
015600     DISPLAY DL100-RPT-DETAIL-LINE.
015700     MOVE 'R' TO QTBL-STATE (QTBL-IDX).
