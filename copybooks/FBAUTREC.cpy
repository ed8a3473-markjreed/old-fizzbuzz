000100*****************************************************************
000200*  FBAUTREC.CPY                                                 *
000300*  ONE OPERATOR ON THE FBAUTH AUTHORIZATION TABLE, MAINTAINED   *
000400*  BY OPERATIONS SECURITY - THE OPERATOR IDS ALLOWED TO USE     *
000500*  THE CONSOLE UTILITIES AND WHICH FUNCTIONS EACH MAY USE.  AN  *
000600*  ID NOT ON THE TABLE, OR WITHOUT "Y" AGAINST THE FUNCTION,    *
000700*  IS REFUSED:                                                  *
000800*    KEY RULES      FBRULMNT                                    *
000900*    APPROVE RULES  FBRULAPR                                    *
001000*    INQUIRE        FBINQURY                                    *
001100*    BACK OUT       FBBACKOT                                    *
001200*  EVERY SIGN-ON, REFUSAL AND ACTION GOES TO FBSECLOG.          *
001300*****************************************************************
001400 01  FB-AUT-RECORD.
001500     05  FB-AUT-OPER-ID          PIC X(08).
001600     05  FB-AUT-NAME             PIC X(30).
001700     05  FB-AUT-FUNCTIONS.
001800         10  FB-AUT-KEY-RULES    PIC X(01).
001900             88  FB-AUT-MAY-KEY              VALUE "Y".
002000         10  FB-AUT-APPROVE      PIC X(01).
002100             88  FB-AUT-MAY-APPROVE          VALUE "Y".
002200         10  FB-AUT-INQUIRE      PIC X(01).
002300             88  FB-AUT-MAY-INQUIRE          VALUE "Y".
002400         10  FB-AUT-BACKOUT      PIC X(01).
002500             88  FB-AUT-MAY-BACKOUT          VALUE "Y".
002600     05  FILLER                  PIC X(38).
