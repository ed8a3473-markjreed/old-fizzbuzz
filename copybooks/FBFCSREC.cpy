000100*****************************************************************
000200*  FBFCSREC.CPY                                                 *
000300*  ONE RECORD ON THE FBFCAST RULE-CHANGE FORECAST DATASET,      *
000400*  WRITTEN BY FBFCAST AND SHOWN BY FBRULAPR WHILE THE           *
000500*  SUPERVISOR REVIEWS EACH PENDING FBRULPND CHANGE.  EVERY      *
000600*  PENDING CHANGE GETS ONE C (CHANGE) RECORD WITH ITS TOTALS,   *
000700*  FOLLOWED BY ONE D (DEPARTMENT) RECORD FOR EACH DEPARTMENT    *
000800*  WITH QUEUED WORK UNDER THE CHANGE'S RULE SET.  EACH CHANGE   *
000900*  IS FORECAST ON ITS OWN AGAINST FBRULES AS IT STOOD WHEN      *
001000*  FBFCAST RAN, OVER THE STILL-QUEUED FBREQST REQUESTS.         *
001100*****************************************************************
001200 01  FB-FCS-RECORD.
001300     05  FB-FCS-REC-TYPE         PIC X(01).
001400         88  FB-FCS-CHANGE                   VALUE "C".
001500         88  FB-FCS-DEPT-LINE                VALUE "D".
001600     05  FB-FCS-CHANGE-KEY.
001700*        THE PENDING CHANGE AS KEYED ON FBRULPND - FBRULAPR
001800*        MATCHES ITS PENDING CHANGES TO THE FORECAST ON THIS.
001900         10  FB-FCS-ACTION       PIC X(01).
002000         10  FB-FCS-OLD-DIVISOR  PIC 9(09).
002100         10  FB-FCS-NEW-DIVISOR  PIC 9(09).
002200         10  FB-FCS-RULE-SET     PIC X(08).
002300         10  FB-FCS-KEYER        PIC X(08).
002400         10  FB-FCS-KEY-DATE     PIC 9(08).
002500         10  FB-FCS-KEY-TIME     PIC 9(08).
002600     05  FB-FCS-DEPT             PIC X(08).
002700*        D RECORD ONLY; SPACES ON THE C RECORD.
002800     05  FB-FCS-REQUESTS         PIC 9(05).
002900     05  FB-FCS-ITERATIONS       PIC 9(12).
003000*        QUEUED REQUESTS AND THEIR ITERATIONS (SUM OF UPPER
003100*        BOUNDS) RUNNING UNDER THE CHANGE'S RULE SET.
003200     05  FB-FCS-CHANGED          PIC 9(12).
003300*        ITERATIONS WHOSE LABEL WOULD DIFFER WITH THE CHANGE
003400*        APPLIED.  A REQUEST THE CHANGE WOULD TURN FROM RUN TO
003500*        REJECTED, OR BACK, COUNTS ALL OF ITS ITERATIONS.
003600     05  FB-FCS-CHANGED-AMOUNT   PIC 9(11)V99.
003700*        THE FBRATES CHARGE FOR THE CHANGED ITERATIONS - THE
003800*        BILLED OUTPUT WHOSE CONTENT THE CHANGE ALTERS.
003900     05  FB-FCS-BILL-AMOUNT      PIC 9(11)V99.
004000     05  FB-FCS-BILL-SIGN        PIC X(01).
004100*        CHANGE IN THE AMOUNT BILLED FOR THE QUEUED WORK - NON
004200*        ZERO ONLY WHEN THE CHANGE MAKES REQUESTS REJECT OR
004300*        RUN.  SIGN "-" WHEN BILLING WOULD FALL, OTHERWISE BLANK.
004400     05  FB-FCS-REJ-BEFORE       PIC 9(05).
004500     05  FB-FCS-REJ-AFTER        PIC 9(05).
004600*        QUEUED REQUESTS PARAMETER VALIDATION WOULD REJECT
004700*        WITHOUT AND WITH THE CHANGE.
004800     05  FB-FCS-AS-OF-DATE       PIC 9(08).
004900*        RUN DATE THE RULES WERE TAKEN AS IN FORCE ON - THE
005000*        FORECAST DATE, OR A LATER EFFECTIVE DATE THE CHANGE
005100*        CARRIES.
005200     05  FB-FCS-RUN-DATE         PIC 9(08).
005300     05  FB-FCS-RUN-TIME         PIC 9(08).
005400*        WHEN FBFCAST PRODUCED THE FORECAST.
005500     05  FB-FCS-NOTE             PIC X(02).
005600         88  FB-FCS-APPLIES                  VALUE SPACES.
005700         88  FB-FCS-NOT-FOUND                VALUE "NF".
005800         88  FB-FCS-DUPLICATE                VALUE "DU".
005900         88  FB-FCS-TABLE-FULL               VALUE "TF".
006000         88  FB-FCS-BAD-ACTION               VALUE "BA".
006050         88  FB-FCS-SET-FULL                 VALUE "SF".
006100*        C RECORD ONLY - WHY FBRULAPR WOULD REFUSE TO APPLY THE
006200*        CHANGE AS KEYED (NO DEPARTMENT RECORDS FOLLOW): TARGET
006300*        RULE NOT FOUND, DIVISOR ALREADY IN THE SET, RULE TABLE
006400*        FULL, UNRECOGNIZED ACTION, OR THE SET ALREADY AT 50.
006500     05  FILLER                  PIC X(08).
