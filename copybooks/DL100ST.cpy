001500*  2026-08-22 DLM   ORIGINAL.                                    *
001510*  2026-09-03 DLM   ADDED STTB-CYCLE-DATE TO STAY BYTE FOR BYTE  *
001520*                   WITH THE NEW AST-CYCLE-DATE IN DL100AS.      *
001530*  2026-10-15 DLM   ADDED STTB-RUN-TYPE TO STAY BYTE FOR BYTE    *
001540*                   WITH THE NEW AST-RUN-TYPE IN DL100AS.        *
001600*****************************************************************
001700 01  DL100-STATE-TABLE.
001800     05  STTB-ENTRY-COUNT            PIC 9(03) VALUE ZERO.
003300         10  STTB-ACTION-TIME         PIC 9(08).
003400         10  STTB-ESCALATE-COUNT      PIC 9(02).
003450         10  STTB-CYCLE-DATE          PIC 9(08).
003500         10  STTB-RUN-TYPE            PIC X(01).
