000100*****************************************************************
000200*  APPRQUE.CPY                                                  *
000300*  APPROVAL-QUEUE RECORD LAYOUT - 127 BYTE FIXED RECORD         *
000400*  (EMPMAPPQ.TXT). ONE RECORD PER SENSITIVE MAINTENANCE         *
000500*  TRANSACTION TRANEDIT HAS HELD FOR A SUPERVISOR: A SALARY     *
000600*  INCREASE OVER WS-APPR-SAL-PCT, A STATUS CHANGE TO 'T' OR A   *
000700*  DELETE. APQ-TRAN IS THE EDITED TRANSACTION EXACTLY AS        *
000800*  EMPMAINT WILL SEE IT; APQ-REASON SAYS WHY IT WAS HELD AND    *
000900*  APQ-OLD-SALARY / APQ-OLD-STATUS ARE THE MASTER VALUES AT     *
001000*  EDIT TIME FOR THE SUPERVISOR'S REVIEW. APQ-DECISION STAYS    *
001100*  SPACE UNTIL TRANAPPR RECORDS THE SUPERVISOR'S APPROVAL ('A') *
001200*  OR REJECTION ('R') WITH THE SUPERVISOR'S OPERATOR ID AND THE *
001300*  DATE. WRITTEN BY TRANEDIT, WORKED BY TRANAPPR (WHICH ALSO    *
001400*  LOGS EVERY DECISION IN THIS LAYOUT TO EMPMAPLG.TXT) AND READ *
001500*  BY EMPINQ.                                                   *
001600*****************************************************************
001700 01  APPRQUE-RECORD.
001800     05  APQ-TRAN.
001900         10  APQ-ACTION            PIC X(01).
002000             88  APQ-IS-ADD            VALUE 'A'.
002100             88  APQ-IS-CHANGE         VALUE 'C'.
002200             88  APQ-IS-DELETE         VALUE 'D'.
002300         10  APQ-ID                PIC X(05).
002400         10  APQ-NAME              PIC X(15).
002500         10  APQ-DESG              PIC X(10).
002600         10  APQ-SALARY            PIC 9(10).
002700         10  APQ-STATUS            PIC X(01).
002800         10  APQ-HIRE-DATE         PIC 9(08).
002900         10  APQ-COSTCTR           PIC X(04).
003000         10  APQ-OPERATOR          PIC X(08).
003100         10  APQ-EFF-DATE          PIC 9(08).
003200     05  APQ-REASON            PIC X(20).
003300     05  APQ-OLD-SALARY        PIC 9(10).
003400     05  APQ-OLD-STATUS        PIC X(01).
003500     05  APQ-QUEUE-DATE        PIC 9(08).
003600     05  APQ-DECISION          PIC X(01).
003700         88  APQ-UNDECIDED         VALUE SPACE.
003800         88  APQ-APPROVED          VALUE 'A'.
003900         88  APQ-REJECTED          VALUE 'R'.
004000     05  APQ-APPROVER          PIC X(08).
004100     05  APQ-DECISION-DATE     PIC 9(08).
004200     05  APQ-NEWLINE           PIC X(01).
