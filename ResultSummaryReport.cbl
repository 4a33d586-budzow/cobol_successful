001694*                   BACK TO THE CLOCK DATE FOR OLDER RECORDS,   *
001696*                   SO A CHAIN THAT CROSSES MIDNIGHT COUNTS AS  *
001698*                   ONE NIGHT'S WORK.                           *
001710*  2026-10-15 DLM   A RERUN (RUN TYPE R) IS NO LONGER COUNTED   *
001720*                   AS ANOTHER SUCCESS, WARNING OR FAILURE -    *
001730*                   THE FAILED RUN IT REPAIRS IS ALREADY THE    *
001740*                   INCIDENT - AND IS SHOWN IN ITS OWN R= COUNT *
001750*                   ON THE DAILY AND WEEKLY LINES.              *
001799*****************************************************************
001800 ENVIRONMENT DIVISION.
001900 CONFIGURATION SECTION.
002000 SOURCE-COMPUTER.    IBM-370.
004900         10  RPT-DAY-SUCCESS      PIC 9(05).
005000         10  RPT-DAY-WARNING      PIC 9(05).
005100         10  RPT-DAY-FAILURE      PIC 9(05).
005150         10  RPT-DAY-RERUN        PIC 9(05).
005200*
005300 01  DL100-WEEK-TABLE.
005400     05  RPT-WEEK-COUNT           PIC 9(03) VALUE ZERO.
005800         10  RPT-WEEK-SUCCESS     PIC 9(05).
005900         10  RPT-WEEK-WARNING     PIC 9(05).
006000         10  RPT-WEEK-FAILURE     PIC 9(05).
006050         10  RPT-WEEK-RERUN       PIC 9(05).
006100*
006200 PROCEDURE DIVISION.
006300*****************************************************************
012500         MOVE ZERO TO RPT-DAY-SUCCESS (RPT-DAY-IDX)
012600                      RPT-DAY-WARNING (RPT-DAY-IDX)
012700                      RPT-DAY-FAILURE (RPT-DAY-IDX)
012720                      RPT-DAY-RERUN   (RPT-DAY-IDX)
012750     ELSE
012760         MOVE 'Y' TO DL100-DAY-FULL-SWITCH
012770     END-IF.
012900     EXIT.
013000*
013100*****************************************************************
013200* 2300-BUMP-DAY-COUNTS - A RERUN IS COUNTED ON ITS OWN, NOT AS   *
013220*                        ANOTHER SUCCESS OR FAILURE - THE FAILED *
013240*                        RUN IT REPAIRS IS ALREADY THE INCIDENT. *
013300*****************************************************************
013400 2300-BUMP-DAY-COUNTS.
013420     IF LOG-RUN-RERUN
013440         ADD 1 TO RPT-DAY-RERUN (RPT-DAY-IDX)
013460         GO TO 2300-EXIT
013480     END-IF.
013500     EVALUATE LOG-STATUS-CODE
013600         WHEN 00
013700             ADD 1 TO RPT-DAY-SUCCESS (RPT-DAY-IDX)
016900         MOVE ZERO TO RPT-WEEK-SUCCESS (RPT-WEEK-IDX)
017000                      RPT-WEEK-WARNING (RPT-WEEK-IDX)
017100                      RPT-WEEK-FAILURE (RPT-WEEK-IDX)
017120                      RPT-WEEK-RERUN   (RPT-WEEK-IDX)
017150     ELSE
017160         MOVE 'Y' TO DL100-WEEK-FULL-SWITCH
017170     END-IF.
017300     EXIT.
017400*
017500*****************************************************************
017600* 2600-BUMP-WEEK-COUNTS - RERUNS COUNTED ON THEIR OWN, AS ABOVE. *
017700*****************************************************************
017800 2600-BUMP-WEEK-COUNTS.
017820     IF LOG-RUN-RERUN
017840         ADD 1 TO RPT-WEEK-RERUN (RPT-WEEK-IDX)
017860         GO TO 2600-EXIT
017880     END-IF.
017900     EVALUATE LOG-STATUS-CODE
018000         WHEN 00
018100             ADD 1 TO RPT-WEEK-SUCCESS (RPT-WEEK-IDX)
019200*****************************************************************
019300 5000-PRINT-DAILY.
019400     IF RPT-DAY-IDX = 1
019500         DISPLAY 'DAILY SUCCESS/WARNING/FAILURE/RERUN COUNTS'
019600     END-IF.
019700     MOVE SPACES TO DL100-RPT-DETAIL-LINE.
019800     STRING RPT-DAY-DATE (RPT-DAY-IDX)    DELIMITED BY SIZE
020200            RPT-DAY-WARNING (RPT-DAY-IDX) DELIMITED BY SIZE
020300            '  F='                        DELIMITED BY SIZE
020400            RPT-DAY-FAILURE (RPT-DAY-IDX) DELIMITED BY SIZE
020420            '  R='                        DELIMITED BY SIZE
020440            RPT-DAY-RERUN (RPT-DAY-IDX)   DELIMITED BY SIZE
020500       INTO DL100-RPT-DETAIL-LINE.
020600     DISPLAY DL100-RPT-DETAIL-LINE.
020700 5000-EXIT.
021200*****************************************************************
021300 6000-PRINT-WEEKLY.
021400     IF RPT-WEEK-IDX = 1
021500         DISPLAY 'WEEKLY SUCCESS/WARNING/FAILURE/RERUN COUNTS'
021600     END-IF.
021700     MOVE SPACES TO DL100-RPT-DETAIL-LINE.
021800     STRING RPT-WEEK-START (RPT-WEEK-IDX)    DELIMITED BY SIZE
022200            RPT-WEEK-WARNING (RPT-WEEK-IDX)  DELIMITED BY SIZE
022300            '  F='                           DELIMITED BY SIZE
022400            RPT-WEEK-FAILURE (RPT-WEEK-IDX)  DELIMITED BY SIZE
022420            '  R='                           DELIMITED BY SIZE
022440            RPT-WEEK-RERUN (RPT-WEEK-IDX)    DELIMITED BY SIZE
022500       INTO DL100-RPT-DETAIL-LINE.
022600     DISPLAY DL100-RPT-DETAIL-LINE.
022700 6000-EXIT.
