001312*                   ID, JOB-ID, PREDECESSOR JOB-ID) SHARED BY    *
001313*                   THE CADD/CDEL/CIMP/CLST CARD TYPES OF THE    *
001314*                   CHAIN-DEFINITION MAINTENANCE PROGRAM.        *
001316*  2026-10-15 DLM   ADDED THE BWIN CARD (BATCH-WINDOW DEADLINE   *
001317*                   TIME HHMMSSHH) FOR THE BATCH-WINDOW          *
001318*                   COMPLETION FORECAST.                         *
001320*  2026-10-15 DLM   ADDED THE OPER CARD (OPERATOR ID FOR THE     *
001321*                   CARDS THAT FOLLOW) AND THE REASON,           *
001322*                   RETRY-POLICY AND ROUTING MAINTENANCE CARDS   *
001323*                   SHARED BY THE RADD/RCHG/RDEL, PADD/PCHG/PDEL *
001324*                   AND AADD/ACHG/ADEL CARD TYPES OF THE REASON  *
001325*                   MAINTENANCE PROGRAM.                         *
001326*  2026-10-15 DLM   ADDED THE PROJ CARD (START CYCLE DATE        *
001327*                   YYYYMMDD AND DAY COUNT) FOR THE FORWARD      *
001328*                   RUN-SCHEDULE PROJECTION.                     *
001329*  2026-10-15 DLM   ADDED THE RBLD AND VRFY CARDS (NO OPERANDS)  *
001330*                   THAT SELECT THE REBUILD OR VERIFY MODE OF    *
001331*                   THE RUN-HISTORY MASTER UTILITY.              *
001332*  2026-10-15 DLM   JOB CARD NOW ALSO CARRIES THE RUN TYPE (S    *
001333*                   SCHEDULED, R RERUN, A AD-HOC) AND, FOR A     *
001334*                   RERUN, THE DATE AND TIME OF THE RUN BEING    *
001335*                   RERUN.                                       *
001336*  2026-10-15 DLM   ADDED THE WADD/WDEL/WLST MAINTENANCE-WINDOW  *
001337*                   CARDS (OPERATOR, JOB OR ALL, START AND END   *
001338*                   DATE/TIME, CHANGE TICKET) READ BY THE WINDOW *
001339*                   MAINTENANCE PROGRAM.                         *
001340*  2026-10-15 DLM   STEP CARD NOW ALSO CARRIES THE STEP'S        *
001341*                   RECORDS-READ AND RECORDS-WRITTEN COUNTS      *
001342*                   (BOTH OR NEITHER).  ADDED THE BAL CARD       *
001343*                   (WARNING AND FAILURE TOLERANCE PERCENTS)     *
001344*                   THAT OVERRIDES THE RECORD-COUNT BALANCING    *
001345*                   TOLERANCES FOR ONE RUN.                      *
001346*  2026-10-15 DLM   ADDED THE CLOS CARD (CLOSING OPERATOR, CYCLE *
001347*                   DATE) FOR THE CYCLE CLOSE PROGRAM, AND THE   *
001348*                   REOP CARD (OPERATOR, CYCLE DATE, REASON)     *
001349*                   THAT LETS ONE RUN POST INTO A CLOSED CYCLE.  *
001399*****************************************************************
001400 01  DL100-CONTROL-CARD.
001500     05  CARD-TYPE                   PIC X(04).
001600     05  CARD-BODY                   PIC X(68).
001700 01  DL100-JOB-CARD REDEFINES DL100-CONTROL-CARD.
001800     05  FILLER                      PIC X(04).
001900     05  JCARD-JOB-ID                PIC X(08).
001920     05  JCARD-RUN-TYPE              PIC X(01).
001940     05  JCARD-ORIG-RUN-DATE         PIC 9(08).
001960     05  JCARD-ORIG-RUN-TIME         PIC 9(08).
002000     05  FILLER                      PIC X(43).
002100 01  DL100-STEP-CARD REDEFINES DL100-CONTROL-CARD.
002200     05  FILLER                      PIC X(04).
002300     05  SCARD-STEP-NAME             PIC X(08).
002500     05  SCARD-REASON-CODE           PIC 9(04).
002520     05  SCARD-START-TIME            PIC 9(08).
002540     05  SCARD-END-TIME              PIC 9(08).
002560     05  SCARD-RECORD-COUNTS.
002570         10  SCARD-RECS-READ         PIC 9(09).
002580         10  SCARD-RECS-WRITTEN      PIC 9(09).
002600     05  FILLER                      PIC X(20).
002700 01  DL100-INQUIRY-CARD REDEFINES DL100-CONTROL-CARD.
002800     05  FILLER                      PIC X(04).
002900     05  ICARD-JOB-ID                PIC X(08).
007000     05  CMCARD-JOB-ID               PIC X(08).
007100     05  CMCARD-PRED-JOB-ID          PIC X(08).
007200     05  FILLER                      PIC X(44).
007300 01  DL100-WINDOW-CARD REDEFINES DL100-CONTROL-CARD.
007400     05  FILLER                      PIC X(04).
007500     05  BWCARD-DEADLINE-TIME        PIC 9(08).
007600     05  FILLER                      PIC X(60).
007602 01  DL100-OPER-CARD REDEFINES DL100-CONTROL-CARD.
007604     05  FILLER                      PIC X(04).
007606     05  OCARD-OPER-ID               PIC X(08).
007608     05  FILLER                      PIC X(60).
007610 01  DL100-REASON-MAINT-CARD REDEFINES DL100-CONTROL-CARD.
007612     05  FILLER                      PIC X(04).
007614     05  RMCARD-REASON-CODE          PIC 9(04).
007616     05  RMCARD-SHORT-TEXT           PIC X(30).
007618     05  RMCARD-OPER-ACTION          PIC X(30).
007620     05  FILLER                      PIC X(04).
007622 01  DL100-POLICY-MAINT-CARD REDEFINES DL100-CONTROL-CARD.
007624     05  FILLER                      PIC X(04).
007626     05  PMCARD-REASON-CODE          PIC 9(04).
007628     05  PMCARD-RETRY-FLAG           PIC X.
007630     05  PMCARD-MAX-ATTEMPTS         PIC 9(02).
007632     05  PMCARD-WAIT-MINUTES         PIC 9(04).
007634     05  FILLER                      PIC X(57).
007636 01  DL100-ROUTE-MAINT-CARD REDEFINES DL100-CONTROL-CARD.
007638     05  FILLER                      PIC X(04).
007640     05  AMCARD-JOB-ID               PIC X(08).
007642     05  AMCARD-STATUS-CODE          PIC 9(02).
007644     05  AMCARD-REASON-LO            PIC 9(04).
007646     05  AMCARD-REASON-HI            PIC 9(04).
007648     05  AMCARD-LEVEL                PIC 9(01).
007650     05  AMCARD-GROUP                PIC X(08).
007652     05  FILLER                      PIC X(41).
007654 01  DL100-PROJECTION-CARD REDEFINES DL100-CONTROL-CARD.
007656     05  FILLER                      PIC X(04).
007658     05  PJCARD-START-DATE           PIC 9(08).
007660     05  PJCARD-DAY-COUNT            PIC 9(03).
007662     05  FILLER                      PIC X(57).
007664 01  DL100-MAINT-WINDOW-CARD REDEFINES DL100-CONTROL-CARD.
007666     05  FILLER                      PIC X(04).
007668     05  WMCARD-OPER-ID              PIC X(08).
007670     05  WMCARD-JOB-ID               PIC X(08).
007672     05  WMCARD-START-DATE           PIC 9(08).
007674     05  WMCARD-START-TIME           PIC 9(08).
007676     05  WMCARD-END-DATE             PIC 9(08).
007678     05  WMCARD-END-TIME             PIC 9(08).
007680     05  WMCARD-TICKET               PIC X(12).
007682     05  FILLER                      PIC X(08).
007684 01  DL100-BALANCE-CARD REDEFINES DL100-CONTROL-CARD.
007686     05  FILLER                      PIC X(04).
007688     05  BCARD-WARN-PCT              PIC 9(03).
007690     05  BCARD-FAIL-PCT              PIC 9(03).
007692     05  FILLER                      PIC X(62).
007694 01  DL100-CLOSE-CARD REDEFINES DL100-CONTROL-CARD.
007696     05  FILLER                      PIC X(04).
007698     05  CLCARD-OPER-ID              PIC X(08).
007700     05  CLCARD-CYCLE-DATE           PIC 9(08).
007702     05  FILLER                      PIC X(52).
007704 01  DL100-REOPEN-CARD REDEFINES DL100-CONTROL-CARD.
007706     05  FILLER                      PIC X(04).
007708     05  ROCARD-OPER-ID              PIC X(08).
007710     05  ROCARD-CYCLE-DATE           PIC 9(08).
007712     05  ROCARD-REASON               PIC X(40).
007714     05  FILLER                      PIC X(12).
