004012*                   CANNOT EAT THE APPENDED RECORD.  A BUSY      *
004013*                   FILE SKIPS THE WRITE WITH A MESSAGE; THE     *
004014*                   RUN'S OWN STATUS IS NOT AFFECTED.            *
004015*  2026-10-15 DLM   EACH RUN NOW CARRIES A RUN TYPE - S          *
004016*                   SCHEDULED, R RERUN, OR A AD-HOC - FROM THE   *
004017*                   PARM (AFTER THE JOB-ID) OR THE JOB CARD,     *
004018*                   DEFAULTING TO SCHEDULED.  A RERUN ALSO       *
004019*                   CARRIES THE DATE AND TIME OF THE RUN IT      *
004020*                   RERUNS.  BOTH ARE WRITTEN TO THE RESULT LOG, *
004021*                   THE RUN-HISTORY MASTER, THE STEP HISTORY,    *
004022*                   AND THE OPERATOR ALERT.  AN UNKNOWN TYPE, OR *
004023*                   A RERUN THAT DOES NOT NAME ITS ORIGINAL RUN, *
004024*                   COUNTS AS A REJECTED CARD, AND AN UNKNOWN    *
004025*                   TYPE IS TREATED AS AD-HOC.                   *
004026*  2026-10-15 DLM   AN ALERT RAISED WHILE A PLANNED MAINTENANCE  *
004027*                   WINDOW (MAINTWIN, DL100MW) IS OPEN FOR THE   *
004028*                   JOB, OR FOR ALL JOBS, NO LONGER PAGES - IT   *
004029*                   IS LOGGED ON THE SUPPRESSED-ALERT FILE       *
004030*                   (SUPPALRT, DL100SA) WITH THE WINDOW'S CHANGE *
004031*                   TICKET, SO SHIFT TURNOVER CAN STILL LIST IT. *
004032*                   THE RUN'S OWN STATUS, LOG AND RETRY HANDLING *
004033*                   ARE NOT AFFECTED.                            *
004034*  2026-10-15 DLM   STEP CARDS MAY NOW CARRY RECORDS-READ AND    *
004035*                   RECORDS-WRITTEN COUNTS, AND THE RUN BALANCES *
004036*                   THEM BEFORE THE ROLL-UP.  A STEP THAT READ   *
004037*                   OTHER THAN THE PRIOR STEP WROTE FAILS WITH   *
004038*                   REASON 9301.  A COUNT OFF THE STEP'S         *
004039*                   TRAILING STEPHIST AVERAGE BY MORE THAN THE   *
004040*                   WARNING PERCENT (25) WARNS WITH 9302, AND BY *
004041*                   THE FAILURE PERCENT (50) OR MORE FAILS WITH  *
004042*                   9303.  A BAL CARD OVERRIDES BOTH PERCENTS.   *
004043*                   THE COUNTS ARE WRITTEN TO THE STEP HISTORY.  *
004044*  2026-10-15 DLM   ADDED THE CLOSED-CYCLE GATE.  A RUN STAMPED  *
004045*                   FOR A CYCLE THAT CycleClose HAS CERTIFIED ON *
004046*                   CYCLCTL (DL100CY) IS REJECTED WITH RETURN    *
004047*                   CODE 08 AND NOTHING POSTED, UNLESS A REOP    *
004048*                   CARD NAMES THE CYCLE, THE OPERATOR AND THE   *
004049*                   REASON; EACH SUCH REOPEN IS WRITTEN TO       *
004050*                   CYCAUDIT (DL100CU).                          *
004051*****************************************************************
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
004200 SOURCE-COMPUTER.    IBM-370.
005200     SELECT CONTROL-CARD-FILE ASSIGN TO SYSIN
005300         ORGANIZATION LINE SEQUENTIAL
005400         FILE STATUS  IS DL100-SYSIN-STATUS.
005402     SELECT CYCLE-CONTROL-FILE ASSIGN TO CYCLCTL
005404         ORGANIZATION LINE SEQUENTIAL
005406         FILE STATUS  IS DL100-CYCCTL-STATUS.
005408     SELECT CYCLE-AUDIT-FILE ASSIGN TO CYCAUDIT
005410         ORGANIZATION LINE SEQUENTIAL
005412         FILE STATUS  IS DL100-CYCAUD-STATUS.
005420     SELECT ALERT-FILE       ASSIGN TO ALERTFIL
005440         ORGANIZATION LINE SEQUENTIAL
005460         FILE STATUS  IS DL100-ALERT-STATUS.
005540     SELECT RETRY-POLICY-FILE ASSIGN TO RETRYPOL
005550         ORGANIZATION LINE SEQUENTIAL
005560         FILE STATUS  IS DL100-RETRYPOL-STATUS.
005561     SELECT MAINT-WINDOW-FILE ASSIGN TO MAINTWIN
005562         ORGANIZATION LINE SEQUENTIAL
005563         FILE STATUS  IS DL100-MAINTWIN-STATUS.
005564     SELECT SUPPRESSED-ALERT-FILE ASSIGN TO SUPPALRT
005565         ORGANIZATION LINE SEQUENTIAL
005566         FILE STATUS  IS DL100-SUPPALRT-STATUS.
005570     SELECT RERUN-QUEUE-FILE ASSIGN TO RERUNQ
005580         ORGANIZATION LINE SEQUENTIAL
005590         FILE STATUS  IS DL100-RERUNQ-STATUS.
006400 FD  CONTROL-CARD-FILE
006500     RECORDING MODE IS F.
006600 COPY DL100CC.
006602 FD  CYCLE-CONTROL-FILE
006604     RECORDING MODE IS F.
006606 COPY DL100CY.
006608 FD  CYCLE-AUDIT-FILE
006610     RECORDING MODE IS F.
006612 COPY DL100CU.
006620 FD  ALERT-FILE
006640     RECORDING MODE IS F.
006660 COPY DL100AL.
006697     RECORDING MODE IS F.
006698 COPY DL100RR.
006700*
006701 FD  MAINT-WINDOW-FILE
006702     RECORDING MODE IS F.
006703 COPY DL100MW.
006704 FD  SUPPRESSED-ALERT-FILE
006705     RECORDING MODE IS F.
006706 COPY DL100SA.
006710 FD  CHAIN-FILE
006720     RECORDING MODE IS F.
006730 COPY DL100CH.
007306*****************************************************************
007307 COPY DL100AG.
007308*
007312*****************************************************************
007316*    MAINTENANCE WINDOWS - PLANNED CHANGES THAT HOLD BACK PAGING
007320*****************************************************************
007324 COPY DL100MT.
007328 77  DL100-MAINTWIN-STATUS        PIC XX    VALUE '00'.
007332 77  DL100-SUPPALRT-STATUS        PIC XX    VALUE '00'.
007336 77  DL100-MAINTWIN-EOF-SWITCH    PIC X     VALUE 'N'.
007340     88  DL100-MAINTWIN-EOF                  VALUE 'Y'.
007344 77  DL100-MAINT-OPEN-SWITCH      PIC X     VALUE 'N'.
007348     88  DL100-MAINT-WINDOW-OPEN             VALUE 'Y'.
007352 77  DL100-MAINT-JOB-ID           PIC X(08) VALUE SPACES.
007356 77  DL100-MAINT-TICKET           PIC X(12) VALUE SPACES.
007360 77  DL100-MAINT-WINDOW-JOB       PIC X(08) VALUE SPACES.
007364 01  DL100-MAINT-NOW-STAMP.
007368     05  DL100-MAINT-NOW-DATE     PIC 9(08) VALUE ZERO.
007372     05  DL100-MAINT-NOW-TIME     PIC 9(08) VALUE ZERO.
007376*
007400 01  RESULT                          PIC X(70).
007450 01  DL100-RESULT-SHORT              PIC X(30).
007500 01  DL100-STEP-LINE                 PIC X(80).
007578             88  PRED-SUCCEEDED                 VALUE 'Y'.
007580 77  DL100-PRED-OVFL-SWITCH       PIC X     VALUE 'N'.
007582     88  DL100-PRED-OVERFLOW                 VALUE 'Y'.
007583*
007584*****************************************************************
007585*    CLOSED-CYCLE GATE - A RUN STAMPED FOR A CYCLE ALREADY CLOSED
007586*    GOES THROUGH ONLY ON A REOP CARD NAMING THAT CYCLE.
007587*****************************************************************
007588 77  DL100-CLOSED-SWITCH          PIC X     VALUE 'N'.
007589     88  DL100-CYCLE-IS-CLOSED               VALUE 'Y'.
007590 77  DL100-GATE-SWITCH            PIC X     VALUE 'N'.
007591     88  DL100-CYCLE-RUN-REJECTED            VALUE 'Y'.
007592 77  DL100-REOPEN-SWITCH          PIC X     VALUE 'N'.
007593     88  DL100-REOPEN-SUPPLIED               VALUE 'Y'.
007594 77  DL100-REOPEN-OPER            PIC X(08) VALUE SPACES.
007595 77  DL100-REOPEN-CYCLE           PIC 9(08) VALUE ZERO.
007596 77  DL100-REOPEN-REASON          PIC X(40) VALUE SPACES.
007597 77  DL100-CLOSED-BY-OPER         PIC X(08) VALUE SPACES.
007598 77  DL100-CLOSED-ON-DATE         PIC 9(08) VALUE ZERO.
007599 77  DL100-CLOSED-ON-TIME         PIC 9(08) VALUE ZERO.
007600*
007602*****************************************************************
007604*    RETRY WORK AREA - SCRATCH FIELDS FOR THE RERUN-QUEUE
007646 77  DL100-RETRY-SWITCH           PIC X     VALUE 'N'.
007648     88  DL100-RETRY-QUEUED                  VALUE 'Y'.
007650*
007654*****************************************************************
007655*    RECORD-COUNT BALANCING - EACH STEP'S RECORDS READ AGAINST
007656*    THE PRIOR STEP'S RECORDS WRITTEN, AND EACH STEP'S VOLUMES
007657*    AGAINST THEIR TRAILING AVERAGE FROM THE STEP HISTORY.  THE
007658*    TOLERANCES ARE PERCENTAGES OF THE AVERAGE; A BAL CARD
007659*    OVERRIDES THEM FOR ONE RUN.  A STEP'S AVERAGE IS TAKEN OVER
007660*    ITS LAST DL100-BAL-TRAIL-RUNS COUNTED RUNS THAT NEITHER
007661*    FAILED NOR WERE AD-HOC, AND ONLY ONCE THERE ARE AT LEAST
007662*    DL100-BAL-MIN-RUNS OF THEM.
007663*****************************************************************
007664 77  DL100-BAL-WARN-PCT           PIC 9(03) VALUE 025.
007665 77  DL100-BAL-FAIL-PCT           PIC 9(03) VALUE 050.
007666 77  DL100-BAL-TRAIL-RUNS         PIC 9(02) VALUE 10.
007667 77  DL100-BAL-MIN-RUNS           PIC 9(02) VALUE 03.
007668 77  DL100-BAL-CHAIN-REASON       PIC 9(04) VALUE 9301.
007669 77  DL100-BAL-WARN-REASON        PIC 9(04) VALUE 9302.
007670 77  DL100-BAL-FAIL-REASON        PIC 9(04) VALUE 9303.
007671 77  DL100-STEPHIST-EOF-SWITCH    PIC X     VALUE 'N'.
007672     88  DL100-STEPHIST-EOF                  VALUE 'Y'.
007673 01  DL100-BAL-WORK.
007674     05  DL100-BAL-STATUS         PIC 9(02) VALUE ZERO.
007675     05  DL100-BAL-REASON         PIC 9(04) VALUE ZERO.
007676     05  DL100-BAL-PRIOR          PIC 9(02) COMP VALUE ZERO.
007677     05  DL100-BAL-SLOT           PIC 9(02) COMP VALUE ZERO.
007678     05  DL100-BAL-SUM-READ       PIC 9(11) COMP VALUE ZERO.
007679     05  DL100-BAL-SUM-WRITTEN    PIC 9(11) COMP VALUE ZERO.
007680     05  DL100-BAL-COUNT          PIC 9(09) VALUE ZERO.
007681     05  DL100-BAL-AVERAGE        PIC 9(09) VALUE ZERO.
007682     05  DL100-BAL-DEVIATION      PIC S9(09) COMP VALUE ZERO.
007683     05  DL100-BAL-LABEL          PIC X(07) VALUE SPACES.
007684 01  DL100-VOLUME-TABLE.
007685     05  VOLT-ENTRY OCCURS 20 TIMES
007686                    INDEXED BY VOLT-IDX.
007687         10  VOLT-RUN-COUNT        PIC 9(02) COMP.
007688         10  VOLT-LAST-SLOT        PIC 9(02) COMP.
007689         10  VOLT-RUN OCCURS 10 TIMES.
007690             15  VOLT-RECS-READ    PIC 9(09).
007691             15  VOLT-RECS-WRITTEN PIC 9(09).
007692 01  DL100-BAL-AVERAGES.
007693     05  DL100-BAL-AVG-READ       PIC 9(09) VALUE ZERO.
007694     05  DL100-BAL-AVG-WRITTEN    PIC 9(09) VALUE ZERO.
007695*
007700 77  DL100-RESLOG-STATUS          PIC XX    VALUE '00'.
007800 77  DL100-CHKPT-STATUS           PIC XX    VALUE '00'.
007900 77  DL100-SYSIN-STATUS           PIC XX    VALUE '00'.
007976 77  DL100-RETRYPOL-STATUS        PIC XX    VALUE '00'.
007978 77  DL100-RERUNQ-STATUS          PIC XX    VALUE '00'.
007979 77  DL100-STEPHIST-STATUS        PIC XX    VALUE '00'.
007980 77  DL100-CYCCTL-STATUS          PIC XX    VALUE '00'.
007981 77  DL100-CYCAUD-STATUS          PIC XX    VALUE '00'.
007982 77  DL100-CYCCTL-EOF-SWITCH      PIC X     VALUE 'N'.
007983     88  DL100-CYCCTL-EOF                    VALUE 'Y'.
008000 77  DL100-STEP-NAME              PIC X(08) VALUE 'STATCHK'.
008100 77  DL100-SYSIN-EOF-SWITCH       PIC X     VALUE 'N'.
008200     88  DL100-SYSIN-EOF                    VALUE 'Y'.
008310 LINKAGE SECTION.
008320*****************************************************************
008330*    PARM AREA - JOB/RUN IDENTIFIER PASSED VIA THE EXEC PARM=    *
008340*    PARAMETER ON THE JCL STEP THAT RUNS THIS PROGRAM, OPTION-   *
008342*    ALLY FOLLOWED BY THE RUN TYPE (S/R/A) AND, FOR A RERUN, THE *
008344*    DATE AND TIME (YYYYMMDDHHMMSSHH) OF THE RUN BEING RERUN.    *
008350*****************************************************************
008360 77  DL100-PARM-LENGTH           PIC S9(4) COMP.
008370 01  DL100-PARM-AREA.
008380     05  DL100-PARM-JOB-ID       PIC X(08).
008382     05  DL100-PARM-RUN-TYPE     PIC X(01).
008384     05  DL100-PARM-ORIG-RUN-DATE PIC X(08).
008386     05  DL100-PARM-ORIG-RUN-TIME PIC X(08).
008390*
008400 PROCEDURE DIVISION USING DL100-PARM-LENGTH DL100-PARM-AREA.
008500*****************************************************************
008700*****************************************************************
008800 0000-MAINLINE.
008900     PERFORM 1000-INITIALIZE          THRU 1000-EXIT.
008910     PERFORM 1900-CHECK-CYCLE-CLOSED  THRU 1900-EXIT.
008912     IF DL100-CYCLE-RUN-REJECTED
008914         MOVE 08 TO RETURN-CODE
008916         STOP RUN
008918     END-IF.
008950     PERFORM 2040-BALANCE-STEPS       THRU 2040-EXIT.
009000     PERFORM 2050-DERIVE-OVERALL-STATUS THRU 2050-EXIT.
009100     PERFORM 2000-EVALUATE-STATUS     THRU 2000-EXIT.
009120     PERFORM 2100-APPEND-REASON-TEXT  THRU 2100-EXIT.
011100     IF XHDR-JOB-ID = SPACES
011200         MOVE 'DFLTJOB' TO XHDR-JOB-ID
011300     END-IF.
011305     PERFORM 1060-SET-RUN-TYPE       THRU 1060-EXIT.
011310     PERFORM 1400-LOAD-CHAIN         THRU 1400-EXIT.
011320     PERFORM 1500-LOAD-RETRY-POLICY  THRU 1500-EXIT.
011330     PERFORM 1600-LOAD-CALENDAR      THRU 1600-EXIT.
011340     PERFORM 1700-LOAD-ROUTES        THRU 1700-EXIT.
011370     PERFORM 1800-LOAD-MAINT-WINDOWS THRU 1800-EXIT.
011400 1000-EXIT.
011500     EXIT.
011510*
011604 1050-EXIT.
011605     EXIT.
011606*
011608*****************************************************************
011610* 1060-SET-RUN-TYPE - S SCHEDULED, R RERUN, OR A AD-HOC.  A RUN  *
011612*                     TYPE ON THE PARM OVERRIDES THE JOB CARD;   *
011614*                     NEITHER MEANS A SCHEDULED RUN.  AN UNKNOWN *
011616*                     TYPE IS REJECTED AND THE RUN IS TREATED AS *
011618*                     AD-HOC SO IT CAN NEVER STAND IN FOR THE    *
011620*                     NIGHT'S SCHEDULED RUN.  A RERUN MUST NAME  *
011622*                     THE RUN IT RERUNS, OR IT IS REJECTED TOO.  *
011624*****************************************************************
011626 1060-SET-RUN-TYPE.
011628     IF DL100-PARM-LENGTH > 8
011630         AND DL100-PARM-RUN-TYPE NOT = SPACE
011632         MOVE DL100-PARM-RUN-TYPE TO XHDR-RUN-TYPE
011634         MOVE ZERO TO XHDR-ORIG-RUN-DATE
011636                      XHDR-ORIG-RUN-TIME
011638         IF DL100-PARM-LENGTH > 24
011640             AND DL100-PARM-ORIG-RUN-DATE NUMERIC
011642             AND DL100-PARM-ORIG-RUN-TIME NUMERIC
011644             MOVE DL100-PARM-ORIG-RUN-DATE TO XHDR-ORIG-RUN-DATE
011646             MOVE DL100-PARM-ORIG-RUN-TIME TO XHDR-ORIG-RUN-TIME
011648         END-IF
011650     END-IF.
011652     IF XHDR-RUN-TYPE = SPACE
011654         SET XHDR-RUN-SCHEDULED TO TRUE
011656     END-IF.
011658     IF NOT XHDR-RUN-TYPE-VALID
011660         ADD 1 TO DL100-CARD-REJECT-COUNT
011662         DISPLAY 'DL100 - RUN TYPE REJECTED (NOT S, R OR A) '
011664             XHDR-RUN-TYPE ' - RUN TREATED AS AD-HOC'
011666         SET XHDR-RUN-ADHOC TO TRUE
011668     END-IF.
011670     IF NOT XHDR-RUN-RERUN
011672         MOVE ZERO TO XHDR-ORIG-RUN-DATE
011674                      XHDR-ORIG-RUN-TIME
011676         GO TO 1060-EXIT
011678     END-IF.
011680     IF XHDR-ORIG-RUN-DATE = ZERO
011682         ADD 1 TO DL100-CARD-REJECT-COUNT
011684         DISPLAY 'DL100 - RUN TYPE REJECTED (RERUN WITHOUT THE '
011686             'ORIGINAL RUN DATE/TIME)'
011688     ELSE
011690         DISPLAY 'DL100 - RERUN OF THE ' XHDR-ORIG-RUN-DATE
011692             ' ' XHDR-ORIG-RUN-TIME ' RUN'
011694     END-IF.
011696 1060-EXIT.
011698     EXIT.
011699*
011700*****************************************************************
011800* 1100-READ-CONTROL-CARDS - PULL THE JOB CARD (WHEN NO PARM WAS *
011900*                           GIVEN) AND ANY STEP CARDS OFF SYSIN. *
014300             IF XHDR-JOB-ID = SPACES
014400                 MOVE JCARD-JOB-ID TO XHDR-JOB-ID
014500             END-IF
014510             IF XHDR-RUN-TYPE = SPACE
014520                 MOVE JCARD-RUN-TYPE TO XHDR-RUN-TYPE
014530                 IF JCARD-ORIG-RUN-DATE NUMERIC
014540                     AND JCARD-ORIG-RUN-TIME NUMERIC
014550                     MOVE JCARD-ORIG-RUN-DATE
014560                         TO XHDR-ORIG-RUN-DATE
014570                     MOVE JCARD-ORIG-RUN-TIME
014580                         TO XHDR-ORIG-RUN-TIME
014590                 END-IF
014595             END-IF
014600         WHEN 'STEP'
014700             PERFORM 1125-VALIDATE-STEP THRU 1125-EXIT
014720         WHEN 'CYCL'
014792             IF VCARD-STRICT-FLAG = 'Y'
014793                 SET DL100-STRICT-MODE TO TRUE
014794             END-IF
014796         WHEN 'BAL '
014798             PERFORM 1150-APPLY-BALANCE-CARD THRU 1150-EXIT
014799         WHEN 'REOP'
014800             PERFORM 1160-EDIT-REOPEN-CARD THRU 1160-EXIT
014802         WHEN OTHER
014810             IF DL100-CONTROL-CARD NOT = SPACES
014820                 MOVE 'UNKNOWN CARD TYPE' TO DL100-REJECT-TEXT
014830                 PERFORM 1135-REJECT-CARD THRU 1135-EXIT
015374                 TO DL100-REJECT-TEXT
015376             PERFORM 1135-REJECT-CARD THRU 1135-EXIT
015378         WHEN OTHER
015380             PERFORM 1126-EDIT-STEP-COUNTS THRU 1126-EXIT
015382     END-EVALUATE.
015384 1125-EXIT.
015386     EXIT.
016180             MOVE ZERO TO XHDR-STEP-END (XHDR-STEP-IDX)
016182         END-IF
016184         PERFORM 1140-COMPUTE-ELAPSED THRU 1140-EXIT
016186         IF SCARD-RECORD-COUNTS NOT = SPACES
016187             SET XHDR-STEP-COUNTED (XHDR-STEP-IDX) TO TRUE
016188             MOVE SCARD-RECS-READ
016189                 TO XHDR-STEP-RECS-READ (XHDR-STEP-IDX)
016190             MOVE SCARD-RECS-WRITTEN
016191                 TO XHDR-STEP-RECS-WRITTEN (XHDR-STEP-IDX)
016192         ELSE
016193             MOVE 'N' TO XHDR-STEP-COUNT-SW (XHDR-STEP-IDX)
016194             MOVE ZERO TO XHDR-STEP-RECS-READ (XHDR-STEP-IDX)
016195                          XHDR-STEP-RECS-WRITTEN (XHDR-STEP-IDX)
016196         END-IF
016200     END-IF.
016300 1130-EXIT.
016400     EXIT.
026000     MOVE XHDR-STATUS-CODE   TO LOG-STATUS-CODE.
026100     MOVE XHDR-REASON-CODE   TO LOG-REASON-CODE.
026200     MOVE DL100-RESULT-SHORT TO LOG-RESULT-TEXT.
026210     MOVE XHDR-RUN-TYPE      TO LOG-RUN-TYPE.
026220     MOVE XHDR-ORIG-RUN-DATE TO LOG-ORIG-RUN-DATE.
026230     MOVE XHDR-ORIG-RUN-TIME TO LOG-ORIG-RUN-TIME.
026300     WRITE DL100-LOG-RECORD.
026400     CLOSE RESULT-LOG-FILE.
026500 4000-EXIT.
026648     MOVE XHDR-STATUS-CODE   TO RHM-STATUS-CODE.
026650     MOVE XHDR-REASON-CODE   TO RHM-REASON-CODE.
026652     MOVE DL100-RESULT-SHORT TO RHM-RESULT-TEXT.
026653     MOVE XHDR-RUN-TYPE      TO RHM-RUN-TYPE.
026654     MOVE XHDR-ORIG-RUN-DATE TO RHM-ORIG-RUN-DATE.
026655     MOVE XHDR-ORIG-RUN-TIME TO RHM-ORIG-RUN-TIME.
026656     WRITE DL100-MASTER-RECORD
026657         INVALID KEY
026658             REWRITE DL100-MASTER-RECORD
026660     END-WRITE.
026662     CLOSE RUN-MASTER-FILE.
026719     MOVE XHDR-STEP-ELAPSED (XHDR-STEP-IDX) TO SDT-ELAPSED-SECS.
026720     MOVE XHDR-STEP-STATUS  (XHDR-STEP-IDX) TO SDT-STATUS-CODE.
026721     MOVE XHDR-STEP-REASON  (XHDR-STEP-IDX) TO SDT-REASON-CODE.
026722     MOVE XHDR-RUN-TYPE   TO SDT-RUN-TYPE.
026723     IF XHDR-STEP-COUNTED (XHDR-STEP-IDX)
026724         SET SDT-COUNTS-PRESENT TO TRUE
026725         MOVE XHDR-STEP-RECS-READ (XHDR-STEP-IDX)
026726             TO SDT-RECS-READ
026727         MOVE XHDR-STEP-RECS-WRITTEN (XHDR-STEP-IDX)
026728             TO SDT-RECS-WRITTEN
026729     END-IF.
026731     WRITE DL100-STEP-DETAIL-RECORD.
026732 4310-EXIT.
026733     EXIT.
026734*
026700*
026710*****************************************************************
026720* 4500-WRITE-ALERT - WHEN 2800-DETERMINE-ALERT DECIDED THIS RUN  *
026730*                    IS ALERT-WORTHY (ALWAYS TRUE FOR A FAILURE, *
026740*                    OTHERWISE PER THE THRESHOLD TABLE), DROP A  *
026750*                    RECORD ON THE OPERATOR-ALERT INTERFACE FILE *
026755*                    SO THE PAGING JOB CAN NOTIFY ON-CALL -      *
026756*                    UNLESS A MAINTENANCE WINDOW IS OPEN FOR     *
026757*                    THE JOB (DL100MW), WHEN A SUPPRESSED-       *
026758*                    ALERT RECORD CARRYING THE CHANGE TICKET     *
026759*                    IS LOGGED INSTEAD (4550).                   *
026760*****************************************************************
026770 4500-WRITE-ALERT.
026772     IF NOT DL100-ALERT-YES
026850     MOVE XHDR-RUN-DATE    TO ALRT-RUN-DATE.
026860     MOVE XHDR-RUN-TIME    TO ALRT-RUN-TIME.
026865     MOVE XHDR-CYCLE-DATE  TO ALRT-CYCLE-DATE.
026867     MOVE XHDR-RUN-TYPE    TO ALRT-RUN-TYPE.
026870     MOVE XHDR-STATUS-CODE TO ALRT-STATUS-CODE.
026880     MOVE XHDR-REASON-CODE TO ALRT-REASON-CODE.
026890     MOVE RESULT           TO ALRT-MESSAGE.
026901     IF DL100-RETRY-QUEUED
026902         MOVE 'R' TO ALRT-RETRY-FLAG
026903     END-IF.
026904     MOVE XHDR-JOB-ID      TO DL100-MAINT-JOB-ID.
026905     PERFORM 2980-CHECK-MAINT-WINDOW THRU 2980-EXIT.
026906     IF DL100-MAINT-WINDOW-OPEN
026907         PERFORM 4550-WRITE-SUPPRESSED THRU 4550-EXIT
026908     ELSE
026909         WRITE DL100-ALERT-RECORD
026910     END-IF.
026911     CLOSE ALERT-FILE.
026912     PERFORM 0650-RELEASE-ALERT-LOCK THRU 0650-EXIT.
026930 4500-EXIT.
026940     EXIT.
026950*
067902     MOVE 'N' TO DL100-QLOCK-SWITCH.
067904 0750-EXIT.
067906     EXIT.
067908*
067910*****************************************************************
067912* 1800-LOAD-MAINT-WINDOWS - PULL THE PLANNED MAINTENANCE         *
067914*                           WINDOWS (MAINTWIN, DL100MW).  A      *
067916*                           WINDOW ALREADY OVER IS SKIPPED.  A   *
067918*                           MISSING FILE IS NOT AN ERROR -       *
067920*                           NOTHING IS SUPPRESSED, AS BEFORE     *
067922*                           WINDOWS EXISTED.                     *
067924*****************************************************************
067926 1800-LOAD-MAINT-WINDOWS.
067928     ACCEPT DL100-MAINT-NOW-DATE FROM DATE YYYYMMDD.
067930     ACCEPT DL100-MAINT-NOW-TIME FROM TIME.
067932     OPEN INPUT MAINT-WINDOW-FILE.
067934     IF DL100-MAINTWIN-STATUS = '00'
067936         PERFORM 1810-READ-MAINT-WINDOW THRU 1810-EXIT
067938         PERFORM 1820-STORE-MAINT-WINDOW THRU 1820-EXIT
067940             UNTIL DL100-MAINTWIN-EOF
067942         CLOSE MAINT-WINDOW-FILE
067944     END-IF.
067946 1800-EXIT.
067948     EXIT.
067950*
067952 1810-READ-MAINT-WINDOW.
067954     READ MAINT-WINDOW-FILE
067956         AT END
067958             SET DL100-MAINTWIN-EOF TO TRUE
067960     END-READ.
067962 1810-EXIT.
067964     EXIT.
067966*
067968 1820-STORE-MAINT-WINDOW.
067970     IF DL100-MAINTWIN-EOF
067972         GO TO 1820-EXIT
067974     END-IF.
067976     IF MWN-END-STAMP NOT < DL100-MAINT-NOW-STAMP
067978         IF MWIN-ENTRY-COUNT < 100
067980             ADD 1 TO MWIN-ENTRY-COUNT
067982             SET MWIN-IDX TO MWIN-ENTRY-COUNT
067984             MOVE MWN-JOB-ID      TO MWIN-JOB-ID      (MWIN-IDX)
067986             MOVE MWN-START-STAMP TO MWIN-START-STAMP (MWIN-IDX)
067988             MOVE MWN-END-STAMP   TO MWIN-END-STAMP   (MWIN-IDX)
067990             MOVE MWN-TICKET      TO MWIN-TICKET      (MWIN-IDX)
067992         ELSE
067994             DISPLAY 'DL100 - MAINTENANCE WINDOW TABLE FULL, '
067996                 'WINDOW DROPPED FOR ' MWN-JOB-ID
067998         END-IF
068000     END-IF.
068002     PERFORM 1810-READ-MAINT-WINDOW THRU 1810-EXIT.
068004 1820-EXIT.
068006     EXIT.
068008*
068010*****************************************************************
068012* 2980-CHECK-MAINT-WINDOW - IS A MAINTENANCE WINDOW OPEN RIGHT   *
068014*                           NOW FOR DL100-MAINT-JOB-ID, EITHER   *
068016*                           NAMING THE JOB OR NAMING ALL?  THE   *
068018*                           FIRST OPEN WINDOW IN FILE ORDER      *
068020*                           SUPPLIES THE CHANGE TICKET.          *
068022*****************************************************************
068024 2980-CHECK-MAINT-WINDOW.
068026     MOVE 'N'    TO DL100-MAINT-OPEN-SWITCH.
068028     MOVE SPACES TO DL100-MAINT-TICKET.
068030     MOVE SPACES TO DL100-MAINT-WINDOW-JOB.
068032     IF MWIN-ENTRY-COUNT = 0
068034         GO TO 2980-EXIT
068036     END-IF.
068038     ACCEPT DL100-MAINT-NOW-DATE FROM DATE YYYYMMDD.
068040     ACCEPT DL100-MAINT-NOW-TIME FROM TIME.
068042     SET MWIN-IDX TO 1.
068044     SEARCH MWIN-ENTRY
068046         AT END
068048             CONTINUE
068050         WHEN (MWIN-JOB-ID (MWIN-IDX) = DL100-MAINT-JOB-ID
068052               OR MWIN-JOB-ID (MWIN-IDX) = 'ALL     ')
068054             AND MWIN-START-STAMP (MWIN-IDX)
068056                 NOT > DL100-MAINT-NOW-STAMP
068058             AND MWIN-END-STAMP (MWIN-IDX)
068060                 NOT < DL100-MAINT-NOW-STAMP
068062             SET DL100-MAINT-WINDOW-OPEN TO TRUE
068064             MOVE MWIN-TICKET (MWIN-IDX) TO DL100-MAINT-TICKET
068066             MOVE MWIN-JOB-ID (MWIN-IDX) TO DL100-MAINT-WINDOW-JOB
068068     END-SEARCH.
068070 2980-EXIT.
068072     EXIT.
068074*
068076*****************************************************************
068078* 4550-WRITE-SUPPRESSED - LOG THE ALERT JUST BUILT AS A          *
068080*                         SUPPRESSED-ALERT RECORD (DL100SA)      *
068082*                         INSTEAD OF PAGING, WITH THE WINDOW'S   *
068084*                         CHANGE TICKET.  WRITTEN UNDER THE      *
068086*                         ALERTLCK TOKEN 4500 ALREADY HOLDS.     *
068088*****************************************************************
068090 4550-WRITE-SUPPRESSED.
068092     OPEN EXTEND SUPPRESSED-ALERT-FILE.
068094     IF DL100-SUPPALRT-STATUS = '05' OR '35'
068096         OPEN OUTPUT SUPPRESSED-ALERT-FILE
068098     END-IF.
068100     IF DL100-SUPPALRT-STATUS NOT = '00'
068102         DISPLAY 'DL100 - SUPPALRT OPEN FAILED, STATUS='
068104             DL100-SUPPALRT-STATUS
068106         GO TO 4550-EXIT
068108     END-IF.
068110     MOVE SPACES TO DL100-SUPPRESSED-ALERT-RECORD.
068112     INITIALIZE DL100-SUPPRESSED-ALERT-RECORD.
068114     MOVE DL100-ALERT-RECORD     TO SUP-ALERT-IMAGE.
068116     MOVE DL100-MAINT-TICKET     TO SUP-TICKET.
068118     MOVE DL100-MAINT-WINDOW-JOB TO SUP-WINDOW-JOB-ID.
068120     MOVE 'DL100'                TO SUP-SOURCE.
068122     MOVE DL100-MAINT-NOW-DATE   TO SUP-SUPPRESS-DATE.
068124     MOVE DL100-MAINT-NOW-TIME   TO SUP-SUPPRESS-TIME.
068126     WRITE DL100-SUPPRESSED-ALERT-RECORD.
068128     CLOSE SUPPRESSED-ALERT-FILE.
068130     DISPLAY 'DL100 - ALERT FOR ' XHDR-JOB-ID
068132         ' SUPPRESSED - MAINTENANCE WINDOW ' DL100-MAINT-TICKET.
068134 4550-EXIT.
068136     EXIT.
068138*
068140*****************************************************************
068142* 1126-EDIT-STEP-COUNTS - A STEP CARD'S RECORD COUNTS ARE        *
068144*                         OPTIONAL, BUT WHEN GIVEN BOTH MUST     *
068146*                         BE NUMERIC; A CARD WITH ONLY ONE OR    *
068148*                         A GARBLED COUNT IS REJECTED RATHER     *
068150*                         THAN BALANCED AGAINST A BAD NUMBER.    *
068152*****************************************************************
068154 1126-EDIT-STEP-COUNTS.
068156     IF SCARD-RECORD-COUNTS NOT = SPACES
068158         AND (SCARD-RECS-READ NOT NUMERIC
068160              OR SCARD-RECS-WRITTEN NOT NUMERIC)
068162         MOVE 'RECORD COUNTS NOT NUMERIC' TO DL100-REJECT-TEXT
068164         PERFORM 1135-REJECT-CARD THRU 1135-EXIT
068166         GO TO 1126-EXIT
068168     END-IF.
068170     PERFORM 1130-ADD-STEP THRU 1130-EXIT.
068172 1126-EXIT.
068174     EXIT.
068176*
068178*****************************************************************
068180* 1150-APPLY-BALANCE-CARD - A BAL CARD REPLACES THE WARNING AND  *
068182*                           FAILURE TOLERANCE PERCENTS FOR THIS  *
068184*                           RUN.  THE FAILURE PERCENT MUST BE    *
068186*                           THE LARGER OF THE TWO.               *
068188*****************************************************************
068190 1150-APPLY-BALANCE-CARD.
068192     IF BCARD-WARN-PCT NUMERIC
068194         AND BCARD-FAIL-PCT NUMERIC
068196         AND BCARD-WARN-PCT > ZERO
068198         AND BCARD-FAIL-PCT > BCARD-WARN-PCT
068200         MOVE BCARD-WARN-PCT TO DL100-BAL-WARN-PCT
068202         MOVE BCARD-FAIL-PCT TO DL100-BAL-FAIL-PCT
068204     ELSE
068206         MOVE 'BALANCE TOLERANCE INVALID' TO DL100-REJECT-TEXT
068208         PERFORM 1135-REJECT-CARD THRU 1135-EXIT
068210     END-IF.
068212 1150-EXIT.
068214     EXIT.
068216*
068218*****************************************************************
068220* 2040-BALANCE-STEPS - RECORD-COUNT BALANCING FOR THE STEPS      *
068222*                      THAT CARRIED COUNTS.  A STEP THAT READ    *
068224*                      OTHER THAN WHAT THE STEP BEFORE IT WROTE  *
068226*                      FAILS WITH REASON 9301.  A STEP WHOSE     *
068228*                      READ OR WRITTEN COUNT IS OFF ITS TRAILING *
068230*                      AVERAGE BY MORE THAN THE WARNING PERCENT  *
068232*                      WARNS WITH 9302, BY THE FAILURE PERCENT   *
068234*                      OR MORE (ZERO RECORDS INCLUDED) FAILS     *
068236*                      WITH 9303.  A BREAK ONLY EVER RAISES THE  *
068238*                      STEP'S STATUS, SO THE ROLL-UP, THRESHOLD, *
068240*                      ROUTING, RETRY AND HISTORY HANDLING TREAT *
068242*                      IT LIKE ANY OTHER STEP OUTCOME.           *
068244*****************************************************************
068246 2040-BALANCE-STEPS.
068248     IF XHDR-STEP-COUNT = 0
068250         GO TO 2040-EXIT
068252     END-IF.
068254     PERFORM 2041-LOAD-STEP-VOLUMES THRU 2041-EXIT.
068256     PERFORM 2043-BALANCE-ONE-STEP THRU 2043-EXIT
068258         VARYING XHDR-STEP-IDX FROM 1 BY 1
068260         UNTIL XHDR-STEP-IDX > XHDR-STEP-COUNT.
068262 2040-EXIT.
068264     EXIT.
068266*
068268*****************************************************************
068270* 2041-LOAD-STEP-VOLUMES - READ THE STEP HISTORY AND KEEP, PER   *
068272*                          STEP OF THIS RUN, THE COUNTS OF ITS   *
068274*                          MOST RECENT QUALIFYING RUNS.  NO      *
068276*                          HISTORY YET MEANS NO AVERAGES - THE   *
068278*                          STEP-TO-STEP CHECK STILL RUNS.        *
068280*****************************************************************
068282 2041-LOAD-STEP-VOLUMES.
068284     INITIALIZE DL100-VOLUME-TABLE.
068286     MOVE 'N' TO DL100-STEPHIST-EOF-SWITCH.
068288     OPEN INPUT STEP-HISTORY-FILE.
068290     IF DL100-STEPHIST-STATUS NOT = '00'
068292         GO TO 2041-EXIT
068294     END-IF.
068296     PERFORM 2042-READ-STEP-HISTORY THRU 2042-EXIT.
068298     PERFORM 2044-STORE-STEP-VOLUME THRU 2044-EXIT
068300         UNTIL DL100-STEPHIST-EOF.
068302     CLOSE STEP-HISTORY-FILE.
068304 2041-EXIT.
068306     EXIT.
068308*
068310 2042-READ-STEP-HISTORY.
068312     READ STEP-HISTORY-FILE
068314         AT END
068316             SET DL100-STEPHIST-EOF TO TRUE
068318     END-READ.
068320 2042-EXIT.
068322     EXIT.
068324*
068326*****************************************************************
068328* 2043-BALANCE-ONE-STEP - CHECK ONE STEP AGAINST THE STEP BEFORE *
068330*                         IT AND AGAINST ITS OWN HISTORY, THEN   *
068332*                         APPLY THE WORST BREAK FOUND IF IT IS   *
068334*                         WORSE THAN WHAT THE STEP REPORTED.     *
068336*****************************************************************
068338 2043-BALANCE-ONE-STEP.
068340     IF NOT XHDR-STEP-COUNTED (XHDR-STEP-IDX)
068342         GO TO 2043-EXIT
068344     END-IF.
068346     MOVE ZERO TO DL100-BAL-STATUS.
068348     MOVE ZERO TO DL100-BAL-REASON.
068350     SET DL100-BAL-PRIOR TO XHDR-STEP-IDX.
068352     SUBTRACT 1 FROM DL100-BAL-PRIOR.
068354     IF DL100-BAL-PRIOR > 0
068356         IF XHDR-STEP-COUNTED (DL100-BAL-PRIOR)
068358             AND XHDR-STEP-RECS-READ (XHDR-STEP-IDX)
068360                 NOT = XHDR-STEP-RECS-WRITTEN (DL100-BAL-PRIOR)
068362             MOVE 08 TO DL100-BAL-STATUS
068364             MOVE DL100-BAL-CHAIN-REASON TO DL100-BAL-REASON
068366             DISPLAY 'DL100 - STEP '
068368                 XHDR-STEP-NAME (XHDR-STEP-IDX)
068370                 ' READ ' XHDR-STEP-RECS-READ (XHDR-STEP-IDX)
068372                 ' BUT ' XHDR-STEP-NAME (DL100-BAL-PRIOR)
068374                 ' WROTE '
068376                 XHDR-STEP-RECS-WRITTEN (DL100-BAL-PRIOR)
068378                 ' - BALANCE FAILURE'
068380         END-IF
068382     END-IF.
068384     SET VOLT-IDX TO XHDR-STEP-IDX.
068386     IF VOLT-RUN-COUNT (VOLT-IDX) NOT < DL100-BAL-MIN-RUNS
068388         PERFORM 2045-AVERAGE-VOLUMES THRU 2045-EXIT
068390         MOVE 'READ' TO DL100-BAL-LABEL
068392         MOVE XHDR-STEP-RECS-READ (XHDR-STEP-IDX)
068394             TO DL100-BAL-COUNT
068396         MOVE DL100-BAL-AVG-READ TO DL100-BAL-AVERAGE
068398         PERFORM 2047-CHECK-VOLUME THRU 2047-EXIT
068400         MOVE 'WRITTEN' TO DL100-BAL-LABEL
068402         MOVE XHDR-STEP-RECS-WRITTEN (XHDR-STEP-IDX)
068404             TO DL100-BAL-COUNT
068406         MOVE DL100-BAL-AVG-WRITTEN TO DL100-BAL-AVERAGE
068408         PERFORM 2047-CHECK-VOLUME THRU 2047-EXIT
068410     END-IF.
068412     IF DL100-BAL-STATUS > XHDR-STEP-STATUS (XHDR-STEP-IDX)
068414         MOVE DL100-BAL-STATUS TO XHDR-STEP-STATUS (XHDR-STEP-IDX)
068416         MOVE DL100-BAL-REASON TO XHDR-STEP-REASON (XHDR-STEP-IDX)
068418     END-IF.
068420 2043-EXIT.
068422     EXIT.
068424*
068426*****************************************************************
068428* 2044-STORE-STEP-VOLUME - KEEP ONE STEP-HISTORY RECORD'S COUNTS *
068430*                          WHEN IT IS THIS JOB'S, CARRIES COUNTS *
068432*                          AND CAME FROM A RUN THAT NEITHER      *
068434*                          FAILED NOR WAS AD-HOC - A FAILED OR   *
068436*                          ONE-OFF RUN IS NO YARDSTICK FOR A     *
068438*                          NORMAL NIGHT.                         *
068440*****************************************************************
068442 2044-STORE-STEP-VOLUME.
068444     IF NOT DL100-STEPHIST-EOF
068446         IF SDT-JOB-ID = XHDR-JOB-ID
068448             AND SDT-COUNTS-PRESENT
068450             AND SDT-STATUS-CODE NOT = 08
068452             AND SDT-RUN-TYPE NOT = 'A'
068454             PERFORM 2048-STORE-IN-RING THRU 2048-EXIT
068456         END-IF
068458         PERFORM 2042-READ-STEP-HISTORY THRU 2042-EXIT
068460     END-IF.
068462 2044-EXIT.
068464     EXIT.
068466*
068468*****************************************************************
068470* 2045-AVERAGE-VOLUMES - AVERAGE THE READ AND WRITTEN COUNTS     *
068472*                        HELD FOR THE STEP AT VOLT-IDX.          *
068474*****************************************************************
068476 2045-AVERAGE-VOLUMES.
068478     MOVE ZERO TO DL100-BAL-SUM-READ.
068480     MOVE ZERO TO DL100-BAL-SUM-WRITTEN.
068482     PERFORM 2046-ADD-VOLUME THRU 2046-EXIT
068484         VARYING DL100-BAL-SLOT FROM 1 BY 1
068486         UNTIL DL100-BAL-SLOT > VOLT-RUN-COUNT (VOLT-IDX).
068488     DIVIDE DL100-BAL-SUM-READ BY VOLT-RUN-COUNT (VOLT-IDX)
068490         GIVING DL100-BAL-AVG-READ ROUNDED.
068492     DIVIDE DL100-BAL-SUM-WRITTEN BY VOLT-RUN-COUNT (VOLT-IDX)
068494         GIVING DL100-BAL-AVG-WRITTEN ROUNDED.
068496 2045-EXIT.
068498     EXIT.
068500*
068502 2046-ADD-VOLUME.
068504     ADD VOLT-RECS-READ (VOLT-IDX, DL100-BAL-SLOT)
068506         TO DL100-BAL-SUM-READ.
068508     ADD VOLT-RECS-WRITTEN (VOLT-IDX, DL100-BAL-SLOT)
068510         TO DL100-BAL-SUM-WRITTEN.
068512 2046-EXIT.
068514     EXIT.
068516*
068518*****************************************************************
068520* 2047-CHECK-VOLUME - COMPARE DL100-BAL-COUNT WITH THE TRAILING  *
068522*                     DL100-BAL-AVERAGE.  A STEP THAT NORMALLY   *
068524*                     HANDLES NO RECORDS HAS NOTHING TO SCALE A  *
068526*                     TOLERANCE FROM AND IS NOT CHECKED.         *
068528*****************************************************************
068530 2047-CHECK-VOLUME.
068532     IF DL100-BAL-AVERAGE = ZERO
068534         GO TO 2047-EXIT
068536     END-IF.
068538     COMPUTE DL100-BAL-DEVIATION
068540         = DL100-BAL-COUNT - DL100-BAL-AVERAGE.
068542     IF DL100-BAL-DEVIATION < ZERO
068544         COMPUTE DL100-BAL-DEVIATION = ZERO - DL100-BAL-DEVIATION
068546     END-IF.
068548     IF DL100-BAL-DEVIATION * 100
068550         NOT < DL100-BAL-AVERAGE * DL100-BAL-FAIL-PCT
068552         DISPLAY 'DL100 - STEP ' XHDR-STEP-NAME (XHDR-STEP-IDX)
068554             ' RECORDS ' DL100-BAL-LABEL ' ' DL100-BAL-COUNT
068556             ' VS AVERAGE ' DL100-BAL-AVERAGE ' - BALANCE FAILURE'
068558         IF DL100-BAL-STATUS < 08
068560             MOVE 08 TO DL100-BAL-STATUS
068562             MOVE DL100-BAL-FAIL-REASON TO DL100-BAL-REASON
068564         END-IF
068566         GO TO 2047-EXIT
068568     END-IF.
068570     IF DL100-BAL-DEVIATION * 100
068572         > DL100-BAL-AVERAGE * DL100-BAL-WARN-PCT
068574         DISPLAY 'DL100 - STEP ' XHDR-STEP-NAME (XHDR-STEP-IDX)
068576             ' RECORDS ' DL100-BAL-LABEL ' ' DL100-BAL-COUNT
068578             ' VS AVERAGE ' DL100-BAL-AVERAGE ' - BALANCE WARNING'
068580         IF DL100-BAL-STATUS < 04
068582             MOVE 04 TO DL100-BAL-STATUS
068584             MOVE DL100-BAL-WARN-REASON TO DL100-BAL-REASON
068586         END-IF
068588     END-IF.
068590 2047-EXIT.
068592     EXIT.
068594*
068596*****************************************************************
068598* 2048-STORE-IN-RING - FIND THE RUN'S STEP OF THE SAME NAME AND  *
068600*                      FILE THE COUNTS IN ITS NEXT RING SLOT,    *
068602*                      OVERWRITING THE OLDEST ONCE THE TRAILING  *
068604*                      WINDOW IS FULL.  A STEP THIS RUN DID NOT  *
068606*                      REPORT IS IGNORED.                        *
068608*****************************************************************
068610 2048-STORE-IN-RING.
068612     SET XHDR-STEP-IDX TO 1.
068614     SEARCH XHDR-STEP-TABLE
068616         AT END
068618             GO TO 2048-EXIT
068620         WHEN XHDR-STEP-IDX > XHDR-STEP-COUNT
068622             GO TO 2048-EXIT
068624         WHEN XHDR-STEP-NAME (XHDR-STEP-IDX) = SDT-STEP-NAME
068626             SET VOLT-IDX TO XHDR-STEP-IDX
068628     END-SEARCH.
068630     ADD 1 TO VOLT-LAST-SLOT (VOLT-IDX).
068632     IF VOLT-LAST-SLOT (VOLT-IDX) > DL100-BAL-TRAIL-RUNS
068634         MOVE 1 TO VOLT-LAST-SLOT (VOLT-IDX)
068636     END-IF.
068638     MOVE VOLT-LAST-SLOT (VOLT-IDX) TO DL100-BAL-SLOT.
068640     MOVE SDT-RECS-READ
068642         TO VOLT-RECS-READ (VOLT-IDX, DL100-BAL-SLOT).
068644     MOVE SDT-RECS-WRITTEN
068646         TO VOLT-RECS-WRITTEN (VOLT-IDX, DL100-BAL-SLOT).
068648     IF VOLT-RUN-COUNT (VOLT-IDX) < DL100-BAL-TRAIL-RUNS
068650         ADD 1 TO VOLT-RUN-COUNT (VOLT-IDX)
068652     END-IF.
068654 2048-EXIT.
068656     EXIT.
068658*
068660*****************************************************************
068662* 1160-EDIT-REOPEN-CARD - A REOP CARD LETS THIS RUN POST INTO A  *
068664*                         CYCLE THAT HAS ALREADY BEEN CLOSED.    *
068666*                         IT MUST NAME THE OPERATOR, THE CYCLE   *
068668*                         AND WHY, SINCE EVERY REOPEN IS         *
068670*                         AUDITED.  ONE REOP CARD PER RUN.       *
068672*****************************************************************
068674 1160-EDIT-REOPEN-CARD.
068676     EVALUATE TRUE
068678         WHEN DL100-REOPEN-SUPPLIED
068680             MOVE 'ONE REOP CARD PER RUN' TO DL100-REJECT-TEXT
068682             PERFORM 1135-REJECT-CARD THRU 1135-EXIT
068684         WHEN ROCARD-OPER-ID = SPACES
068686             MOVE 'OPERATOR ID MISSING' TO DL100-REJECT-TEXT
068688             PERFORM 1135-REJECT-CARD THRU 1135-EXIT
068690         WHEN ROCARD-CYCLE-DATE NOT NUMERIC
068692             MOVE 'CYCLE DATE NOT NUMERIC' TO DL100-REJECT-TEXT
068694             PERFORM 1135-REJECT-CARD THRU 1135-EXIT
068696         WHEN ROCARD-REASON = SPACES
068698             MOVE 'REOPEN REASON MISSING' TO DL100-REJECT-TEXT
068700             PERFORM 1135-REJECT-CARD THRU 1135-EXIT
068702         WHEN OTHER
068704             MOVE ROCARD-OPER-ID    TO DL100-REOPEN-OPER
068706             MOVE ROCARD-CYCLE-DATE TO DL100-REOPEN-CYCLE
068708             MOVE ROCARD-REASON     TO DL100-REOPEN-REASON
068710             SET DL100-REOPEN-SUPPLIED TO TRUE
068712     END-EVALUATE.
068714 1160-EXIT.
068716     EXIT.
068718*
068720*****************************************************************
068722* 1900-CHECK-CYCLE-CLOSED - ONCE CycleClose HAS CERTIFIED A      *
068724*                           CYCLE COMPLETE, NOTHING MAY POST     *
068726*                           INTO IT QUIETLY.  A RUN STAMPED FOR  *
068728*                           A CLOSED CYCLE - BY THE TIME-OF-DAY  *
068730*                           DERIVATION OR A CYCL CARD - IS       *
068732*                           REJECTED WITH NOTHING WRITTEN,       *
068734*                           UNLESS A REOP CARD NAMES THAT        *
068736*                           CYCLE, IN WHICH CASE THE REOPEN IS   *
068738*                           AUDITED BEFORE THE RUN GOES ON.  NO  *
068740*                           CYCLCTL FILE MEANS NO CYCLE HAS      *
068742*                           EVER BEEN CLOSED; ONE THAT CANNOT    *
068744*                           BE READ REJECTS THE RUN, AS DOES A   *
068746*                           REOPEN THAT CANNOT BE AUDITED.       *
068748*****************************************************************
068750 1900-CHECK-CYCLE-CLOSED.
068752     OPEN INPUT CYCLE-CONTROL-FILE.
068754     IF DL100-CYCCTL-STATUS = '00'
068756         PERFORM 1910-READ-CYCLE-CONTROL THRU 1910-EXIT
068758         PERFORM 1920-MATCH-CYCLE-CONTROL THRU 1920-EXIT
068760             UNTIL DL100-CYCCTL-EOF
068762         CLOSE CYCLE-CONTROL-FILE
068764     ELSE
068766         IF DL100-CYCCTL-STATUS NOT = '35'
068768             DISPLAY 'DL100 - CYCLE-CONTROL FILE NOT AVAILABLE, '
068770                 'STATUS=' DL100-CYCCTL-STATUS ' - RUN REJECTED'
068772             SET DL100-CYCLE-RUN-REJECTED TO TRUE
068774             GO TO 1900-EXIT
068776         END-IF
068778     END-IF.
068780     IF NOT DL100-CYCLE-IS-CLOSED
068782         IF DL100-REOPEN-SUPPLIED
068784             DISPLAY 'DL100 - CYCLE ' XHDR-CYCLE-DATE
068786                 ' IS NOT CLOSED, REOP CARD IGNORED'
068788         END-IF
068790         GO TO 1900-EXIT
068792     END-IF.
068794     IF DL100-REOPEN-SUPPLIED
068796         AND DL100-REOPEN-CYCLE = XHDR-CYCLE-DATE
068798         PERFORM 1930-WRITE-REOPEN-AUDIT THRU 1930-EXIT
068800         GO TO 1900-EXIT
068802     END-IF.
068804     DISPLAY 'DL100 - CYCLE ' XHDR-CYCLE-DATE ' WAS CLOSED BY '
068806         DL100-CLOSED-BY-OPER ' ON ' DL100-CLOSED-ON-DATE ' '
068808         DL100-CLOSED-ON-TIME.
068810     DISPLAY 'DL100 - ' XHDR-JOB-ID ' RUN REJECTED, A REOP CARD '
068812         'FOR THE CYCLE IS NEEDED TO POST INTO IT'.
068814     SET DL100-CYCLE-RUN-REJECTED TO TRUE.
068816 1900-EXIT.
068818     EXIT.
068820*
068822 1910-READ-CYCLE-CONTROL.
068824     READ CYCLE-CONTROL-FILE
068826         AT END
068828             SET DL100-CYCCTL-EOF TO TRUE
068830     END-READ.
068832 1910-EXIT.
068834     EXIT.
068836*
068838*****************************************************************
068840* 1920-MATCH-CYCLE-CONTROL - ANY CONTROL RECORD FOR THE RUN'S    *
068842*                            CYCLE CLOSES IT.  THE LATEST ONE    *
068844*                            NAMES WHO CLOSED IT AND WHEN.       *
068846*****************************************************************
068848 1920-MATCH-CYCLE-CONTROL.
068850     IF NOT DL100-CYCCTL-EOF
068852         IF CYC-CYCLE-DATE = XHDR-CYCLE-DATE
068854             SET DL100-CYCLE-IS-CLOSED TO TRUE
068856             MOVE CYC-CLOSE-OPER TO DL100-CLOSED-BY-OPER
068858             MOVE CYC-CLOSE-DATE TO DL100-CLOSED-ON-DATE
068860             MOVE CYC-CLOSE-TIME TO DL100-CLOSED-ON-TIME
068862         END-IF
068864         PERFORM 1910-READ-CYCLE-CONTROL THRU 1910-EXIT
068866     END-IF.
068868 1920-EXIT.
068870     EXIT.
068872*
068874*****************************************************************
068876* 1930-WRITE-REOPEN-AUDIT - ONE REOP RECORD ON THE CYCLE AUDIT   *
068878*                           FILE PER RUN LET INTO A CLOSED       *
068880*                           CYCLE.  THE CYCLE STAYS CLOSED; THE  *
068882*                           NEXT LATE RUN NEEDS ITS OWN CARD.    *
068884*****************************************************************
068886 1930-WRITE-REOPEN-AUDIT.
068888     OPEN EXTEND CYCLE-AUDIT-FILE.
068890     IF DL100-CYCAUD-STATUS = '05' OR '35'
068892         OPEN OUTPUT CYCLE-AUDIT-FILE
068894     END-IF.
068896     IF DL100-CYCAUD-STATUS NOT = '00'
068898         DISPLAY 'DL100 - CYCLE AUDIT FILE OPEN FAILED, STATUS='
068900             DL100-CYCAUD-STATUS ' - RUN REJECTED'
068902         SET DL100-CYCLE-RUN-REJECTED TO TRUE
068904         GO TO 1930-EXIT
068906     END-IF.
068908     MOVE SPACES TO DL100-CYCLE-AUDIT-RECORD.
068910     INITIALIZE DL100-CYCLE-AUDIT-RECORD.
068912     SET CAU-ACTION-REOPEN     TO TRUE.
068914     MOVE XHDR-CYCLE-DATE      TO CAU-CYCLE-DATE.
068916     MOVE DL100-REOPEN-OPER    TO CAU-OPER-ID.
068918     MOVE XHDR-RUN-DATE        TO CAU-ACTION-DATE.
068920     MOVE XHDR-RUN-TIME        TO CAU-ACTION-TIME.
068922     MOVE XHDR-JOB-ID          TO CAU-JOB-ID.
068924     MOVE XHDR-RUN-DATE        TO CAU-RUN-DATE.
068926     MOVE XHDR-RUN-TIME        TO CAU-RUN-TIME.
068928     MOVE DL100-REOPEN-REASON  TO CAU-REASON.
068930     WRITE DL100-CYCLE-AUDIT-RECORD.
068932     CLOSE CYCLE-AUDIT-FILE.
068934     DISPLAY 'DL100 - CYCLE ' XHDR-CYCLE-DATE ' CLOSED BY '
068936         DL100-CLOSED-BY-OPER ' - ' XHDR-JOB-ID
068938         ' POSTED ON REOPEN BY ' DL100-REOPEN-OPER.
068940 1930-EXIT.
068942     EXIT.
