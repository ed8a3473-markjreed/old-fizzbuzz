000100*****************************************************************
000200*  FBALTREC.CPY                                                 *
000300*  ONE ALERT ON THE FBALERTS ALERT HISTORY DATASET, KEPT BY     *
000400*  FBALERT IN ALERT NUMBER ORDER.  AN ALERT IS RAISED FOR EACH  *
000500*  FBERRLOG EVENT AT OR ABOVE THE PAGING SEVERITY, STAYS OPEN   *
000600*  UNTIL AN ON-CALL OPERATOR ACKNOWLEDGES IT, AND CLIMBS ONE    *
000700*  FBONCALL CONTACT EACH TIME IT OUTLASTS ITS ESCALATION        *
000800*  MINUTES UNACKNOWLEDGED.                                      *
000900*****************************************************************
001000 01  FB-ALT-RECORD.
001100     05  FB-ALT-ALERT-NO         PIC 9(08).
001200     05  FB-ALT-EVENT.
001300*        THE FBERRLOG EVENT THAT RAISED THE ALERT.
001400         10  FB-ALT-MSG-ID       PIC X(07).
001500         10  FB-ALT-EVENT-DATE   PIC 9(08).
001600         10  FB-ALT-EVENT-TIME   PIC 9(08).
001700         10  FB-ALT-ITERATION    PIC 9(09).
001800         10  FB-ALT-REQUEST-ID   PIC X(08).
001900         10  FB-ALT-TEXT         PIC X(50).
002000     05  FB-ALT-SEVERITY         PIC 9(01).
002100     05  FB-ALT-ESCALATE-MINS    PIC 9(04).
002200     05  FB-ALT-RAISED-DATE      PIC 9(08).
002300     05  FB-ALT-RAISED-TIME      PIC 9(08).
002400     05  FB-ALT-STATUS           PIC X(01).
002500         88  FB-ALT-OPEN                     VALUE "O".
002600         88  FB-ALT-ACKNOWLEDGED             VALUE "A".
002700     05  FB-ALT-LEVEL            PIC 9(02).
002800*        FBONCALL CONTACT NOW HOLDING THE ALERT (1 = FIRST).
002900     05  FB-ALT-CONTACT-ID       PIC X(08).
003000     05  FB-ALT-NOTIFIED-DATE    PIC 9(08).
003100     05  FB-ALT-NOTIFIED-TIME    PIC 9(08).
003200*        LAST NOTICE SENT - THE ESCALATION CLOCK RUNS FROM HERE.
003300     05  FB-ALT-ESCALATIONS      PIC 9(03).
003400     05  FB-ALT-ACK-OPER-ID      PIC X(08).
003500     05  FB-ALT-ACK-DATE         PIC 9(08).
003600     05  FB-ALT-ACK-TIME         PIC 9(08).
003700*        SPACES/ZERO UNTIL ACKNOWLEDGED.
003800     05  FILLER                  PIC X(27).
