000100*****************************************************************
000200*  FBSECREC.CPY                                                 *
000300*  ONE EVENT APPENDED TO THE FBSECLOG SECURITY ACCESS LOG BY    *
000400*  THE CONSOLE UTILITIES FBRULMNT, FBRULAPR, FBINQURY AND       *
000500*  FBBACKOT: EVERY SIGN-ON, EVERY REFUSAL AND EVERY ACTION      *
000600*  TAKEN, WITH THE OPERATOR ID AND A TIMESTAMP.  FBSECRPT       *
000700*  REPORTS THE REFUSALS TO THE AUDITORS.                        *
000800*****************************************************************
000900 01  FB-SEC-RECORD.
001000     05  FB-SEC-DATE             PIC 9(08).
001100     05  FB-SEC-TIME             PIC 9(08).
001200     05  FB-SEC-PROGRAM          PIC X(08).
001300     05  FB-SEC-OPER-ID          PIC X(08).
001400     05  FB-SEC-FUNCTION         PIC X(01).
001500         88  FB-SEC-KEY-RULES                VALUE "K".
001600         88  FB-SEC-APPROVE                  VALUE "A".
001700         88  FB-SEC-INQUIRE                  VALUE "I".
001800         88  FB-SEC-BACKOUT                  VALUE "B".
001900     05  FB-SEC-EVENT            PIC X(02).
002000         88  FB-SEC-SIGN-ON                  VALUE "SO".
002100         88  FB-SEC-REFUSED                  VALUE "RF".
002200         88  FB-SEC-ACTION                   VALUE "AC".
002300     05  FB-SEC-REASON           PIC X(02).
002400         88  FB-SEC-NOT-ON-TABLE             VALUE "UK".
002500         88  FB-SEC-NOT-AUTHORIZED           VALUE "NA".
002600         88  FB-SEC-OWN-CHANGE               VALUE "SA".
002700         88  FB-SEC-NO-TABLE                 VALUE "NT".
002800*        REFUSALS ONLY: ID NOT ON FBAUTH, ID NOT AUTHORIZED FOR
002900*        THE FUNCTION, APPROVAL OF A CHANGE THE SAME ID KEYED,
003000*        OR FBAUTH NOT AVAILABLE.  SPACES OTHERWISE.
003100     05  FB-SEC-TEXT             PIC X(40).
003200*        WHAT WAS DONE OR ATTEMPTED - THE REQUEST, RULE OR
003300*        INQUIRY KEY THE EVENT CONCERNS.
003400     05  FILLER                  PIC X(03).
