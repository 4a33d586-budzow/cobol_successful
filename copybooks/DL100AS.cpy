001610*  2026-09-03 DLM   ADDED AST-CYCLE-DATE, CARRIED OVER FROM THE  *
001620*                   DL100AL RECORD, SO THE ALERT LIFECYCLE CAN   *
001630*                   BE REPORTED BY BUSINESS DAY.                 *
001640*  2026-10-15 DLM   ADDED AST-RUN-TYPE OUT OF THE FILLER,        *
001650*                   CARRIED OVER FROM THE DL100AL RECORD, SO THE *
001660*                   SERVICE-LEVEL FIGURES CAN TELL A RERUN'S     *
001670*                   ALERT FROM THE ORIGINAL INCIDENT.            *
001700*****************************************************************
001800 01  DL100-ALERT-STATE-RECORD.
001900     05  AST-JOB-ID                  PIC X(08).
003000     05  AST-ACTION-TIME             PIC 9(08).
003100     05  AST-ESCALATE-COUNT          PIC 9(02).
003150     05  AST-CYCLE-DATE              PIC 9(08).
003200     05  AST-RUN-TYPE                PIC X(01).
