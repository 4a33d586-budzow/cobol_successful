002100*                   MUST BALANCE - AN OUT-OF-BALANCE RUN        *
002200*                   RETURNS 08 SO THE JCL NEVER REPLACES THE     *
002300*                   OLD FILE WITH A SHORT ONE.                   *
002310*  2026-10-15 DLM   ARCHIVE AND RETAINED RECORDS WIDENED FROM 60 *
002320*                   TO 68 BYTES - THE FULL RESULT-LOG RECORD.    *
002330*                   THE ROLL-OFF WAS CUTTING LOG-CYCLE-DATE OFF  *
002340*                   EVERY RECORD IT COPIED, AND THE RUN-HISTORY  *
002350*                   MASTER REBUILD NEEDS IT.                     *
002360*  2026-10-15 DLM   ARCHIVE AND RETAINED RECORDS WIDENED FROM 68 *
002370*                   TO 85 BYTES TO CARRY THE NEW RUN TYPE AND    *
002380*                   ORIGINAL RUN STAMP ON THE RESULT-LOG RECORD. *
002400*****************************************************************
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
004800 COPY DL100LR.
004900 FD  ARCHIVE-FILE
005000     RECORDING MODE IS F.
005100 01  DL100-ARCHIVE-RECORD            PIC X(85).
005200 FD  RETAINED-FILE
005300     RECORDING MODE IS F.
005400 01  DL100-RETAINED-RECORD           PIC X(85).
005500 FD  CONTROL-CARD-FILE
005600     RECORDING MODE IS F.
005700 COPY DL100CC.
