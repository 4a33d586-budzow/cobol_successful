002430*                   BACK TO THE CLOCK DATE FOR OLDER RECORDS,    *
002440*                   SO A MONTH-END CHAIN THAT CROSSES MIDNIGHT   *
002450*                   STAYS IN ITS OWN MONTH.                      *
002456*  2026-10-15 DLM   A RERUN (RUN TYPE R) IS NO LONGER COUNTED AS *
002462*                   ANOTHER RUN, SUCCESS OR FAILURE, NOR ITS     *
002468*                   FAILURE REASON COUNTED AGAIN - THE FAILED    *
002474*                   RUN IT REPAIRS IS ALREADY THE INCIDENT.      *
002480*                   RERUNS NOW PRINT IN THEIR OWN COLUMN ON THE  *
002486*                   JOB LINE.                                    *
002500*****************************************************************
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
011200         10  JRPT-WARNING         PIC 9(05).
011300         10  JRPT-FAILURE         PIC 9(05).
011400         10  JRPT-LAST-FAIL-DATE  PIC 9(08).
011450         10  JRPT-RERUNS          PIC 9(05).
011500*
011600*****************************************************************
011700*    FAILURE COUNTS PER REASON CODE, SORTED WORST-FIRST BEFORE
014500     05  FILLER                   PIC X(32) VALUE
014600         '  RUNS  SUCC  WARN  FAIL  PCT'.
014700     05  FILLER                   PIC X(12) VALUE 'LAST FAILURE'.
014750     05  FILLER                   PIC X(08) VALUE '  RERUNS'.
014800     05  FILLER                   PIC X(70) VALUE SPACES.
014900 01  DL100-JOB-DETAIL.
015000     05  JDTL-JOB-ID              PIC X(08).
015100     05  FILLER                   PIC X(02) VALUE SPACES.
016000     05  JDTL-PCT                 PIC ZZ9.
016100     05  FILLER                   PIC X(04) VALUE SPACES.
016200     05  JDTL-LAST-FAIL           PIC X(08).
016220     05  FILLER                   PIC X(07) VALUE SPACES.
016240     05  JDTL-RERUNS              PIC ZZZZ9.
016300     05  FILLER                   PIC X(70) VALUE SPACES.
016400 01  DL100-REASON-HEADING.
016500     05  FILLER                   PIC X(14)
016550         VALUE 'REASON   COUNT'.
030700                 WHEN 04
030800                     CONTINUE
030900                 WHEN OTHER
030950                     IF NOT LOG-RUN-RERUN
031000                         PERFORM 2500-ROLL-UP-REASON
031020                             THRU 2500-EXIT
031050                     END-IF
031100             END-EVALUATE
031200         END-IF
031300         PERFORM 2100-READ-LOG THRU 2100-EXIT
034400                      JRPT-WARNING        (JRPT-IDX)
034500                      JRPT-FAILURE        (JRPT-IDX)
034600                      JRPT-LAST-FAIL-DATE (JRPT-IDX)
034650                      JRPT-RERUNS         (JRPT-IDX)
034700         SET DL100-JOB-SLOT-OK TO TRUE
034800     ELSE
034900         DISPLAY 'JOBREASONREPORT - JOB TABLE FULL, '
035200 2400-EXIT.
035300     EXIT.
035400*
035410*    A RERUN IS COUNTED ON ITS OWN - THE FAILED RUN IT REPAIRS
035420*    ALREADY COUNTED AS THE INCIDENT, SO A FAILURE FOLLOWED BY A
035430*    CLEAN RERUN IS ONE FAILURE, NOT A FAILURE AND A SUCCESS.
035500 2450-BUMP-JOB.
035520     IF LOG-RUN-RERUN
035540         ADD 1 TO JRPT-RERUNS (JRPT-IDX)
035560         GO TO 2450-EXIT
035580     END-IF.
035600     ADD 1 TO JRPT-RUNS (JRPT-IDX).
035700     EVALUATE LOG-STATUS-CODE
035800         WHEN 00
049000     ELSE
049100         MOVE SPACES TO JDTL-LAST-FAIL
049200     END-IF.
049250     MOVE JRPT-RERUNS  (JRPT-IDX) TO JDTL-RERUNS.
049300     MOVE DL100-JOB-DETAIL TO DL100-PRINT-RECORD.
049400     PERFORM 9100-WRITE-LINE THRU 9100-EXIT.
049500 5100-EXIT.
