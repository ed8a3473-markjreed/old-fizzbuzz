000840*                   GENERATION DIRECTLY, AND ZERO READS FORWARD  *
000850*                   THROUGH THE KEY'S GENERATIONS TO ANSWER      *
000860*                   FROM THE LATEST.                             *
000865*  2026-10-15  MJR  THE SESSION NOW OPENS WITH THE OPERATOR'S    *
000870*                   ID, CHECKED AGAINST THE FBAUTH AUTHORIZATION *
000875*                   TABLE: AN ID NOT AUTHORIZED TO INQUIRE IS    *
000880*                   REFUSED.  THE SIGN-ON, ANY REFUSAL AND       *
000885*                   EVERY INQUIRY ARE RECORDED ON THE FBSECLOG   *
000890*                   SECURITY ACCESS LOG.                         *
000900******************************************************************
001000 IDENTIFICATION DIVISION.
001100 PROGRAM-ID.    FBINQURY.
002000*  (ZERO FOR THE LATEST GENERATION ON FILE), AND GETS BACK THE   *
002100*  LABEL, THE RULE POSITIONS THAT MATCHED, AND THE RUN DATE THE  *
002110*  ROW CAME FROM.  AN ITERATION OF ZERO ENDS THE SESSION.        *
002120*  ONLY AN OPERATOR AUTHORIZED TO INQUIRE ON THE FBAUTH TABLE    *
002130*  MAY SIGN ON - A REFUSED SIGN-ON ENDS WITH RETURN CODE 8 - AND *
002140*  THE SIGN-ON OR REFUSAL, AND EACH INQUIRY MADE, ARE APPENDED   *
002150*  TO THE FBSECLOG SECURITY ACCESS LOG.                          *
002200******************************************************************
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
003200         RECORD KEY IS FB-MST-KEY
003300         FILE STATUS IS FB-MASTER-STATUS.
003400
003410     SELECT FB-AUTH-FILE ASSIGN TO "FBAUTH"
003420         ORGANIZATION IS LINE SEQUENTIAL
003430         FILE STATUS IS FB-AUTH-STATUS.
003440
003450     SELECT FB-SECLOG-FILE ASSIGN TO "FBSECLOG"
003460         ORGANIZATION IS LINE SEQUENTIAL
003470         FILE STATUS IS FB-SECLOG-STATUS.
003480
003500 DATA DIVISION.
003600 FILE SECTION.
003700 FD  FB-MASTER-FILE.
003800 COPY FBMSTREC.
003810
003820 FD  FB-AUTH-FILE.
003830 COPY FBAUTREC.
003840
003850 FD  FB-SECLOG-FILE.
003860 COPY FBSECREC.
003900
004000 WORKING-STORAGE SECTION.
004100******************************************************************
004300******************************************************************
004400 01  FB-FILE-STATUSES.
004500     05  FB-MASTER-STATUS        PIC X(02).
004510     05  FB-AUTH-STATUS          PIC X(02).
004520     05  FB-SECLOG-STATUS        PIC X(02).
004600
004700******************************************************************
004800*  SWITCHES                                                      *
005220         88  FB-GEN-FOUND                    VALUE "Y".
005230     05  FB-EOF-SCAN-SW          PIC X(01)   VALUE "N".
005240         88  FB-EOF-SCAN                     VALUE "Y".
005245     05  FB-EOF-AUTH-SW          PIC X(01)   VALUE "N".
005250         88  FB-EOF-AUTH                     VALUE "Y".
005255     05  FB-AUTHORIZED-SW        PIC X(01)   VALUE "N".
005260         88  FB-AUTHORIZED                   VALUE "Y".
005265     05  FB-SECLOG-FAILED-SW     PIC X(01)   VALUE "N".
005270         88  FB-SECLOG-FAILED                VALUE "Y".
005300
005400******************************************************************
005500*  INQUIRY WORKING FIELDS                                        *
005800 77  FB-INQ-ITERATION     PIC 9(09).
005810 77  FB-INQ-RUN-DATE      PIC 9(08).
005900 77  FB-INQ-COUNT         PIC 9(04) COMP   VALUE ZERO.
005910 77  FB-INQ-OPERATOR      PIC X(08)        VALUE SPACES.
005920
005930******************************************************************
005940*  THE FBSECLOG EVENT BEING WRITTEN                              *
005950******************************************************************
005960 77  FB-SEC-WK-EVENT      PIC X(02)        VALUE SPACES.
005970 77  FB-SEC-WK-REASON     PIC X(02)        VALUE SPACES.
005980 77  FB-SEC-WK-TEXT       PIC X(40)        VALUE SPACES.
006000
006010******************************************************************
006020*  LATEST-GENERATION HOLD AREA - THE LAST MATCHING RECORD READ   *
006300*  0000-MAINLINE                                                 *
006400******************************************************************
006500 0000-MAINLINE.
006510     PERFORM 1100-ACCEPT-OPERATOR THRU 1100-EXIT
006520         UNTIL FB-INQ-OPERATOR NOT = SPACES.
006530     PERFORM 1150-CHECK-AUTHORITY THRU 1150-EXIT.
006540     IF NOT FB-AUTHORIZED
006550         MOVE 8 TO RETURN-CODE
006560         GO TO 0000-EXIT
006570     END-IF.
006600     OPEN INPUT FB-MASTER-FILE.
006700     IF FB-MASTER-STATUS NOT = "00"
006800         DISPLAY "FBINQURY: FBMASTR NOT AVAILABLE (STATUS "
007900     STOP RUN.
008000
008100******************************************************************
008101*  1100-ACCEPT-OPERATOR - EVERY INQUIRY IS RECORDED UNDER THE    *
008102*  OPERATOR'S ID.                                                *
008103******************************************************************
008104 1100-ACCEPT-OPERATOR.
008105     DISPLAY "ENTER YOUR OPERATOR ID: ".
008106     ACCEPT FB-INQ-OPERATOR.
008107 1100-EXIT.
008108     EXIT.
008109
008110******************************************************************
008111*  1150-CHECK-AUTHORITY - THE OPERATOR MUST BE ON THE FBAUTH     *
008112*  TABLE WITH THE INQUIRE FUNCTION.  THE FIRST ENTRY FOR THE ID  *
008113*  COUNTS.  A MISSING FBAUTH, OR A SIGN-ON THAT CANNOT BE        *
008114*  RECORDED ON FBSECLOG, IS REFUSED.                             *
008115******************************************************************
008116 1150-CHECK-AUTHORITY.
008117     MOVE "N" TO FB-AUTHORIZED-SW.
008118     MOVE "UK" TO FB-SEC-WK-REASON.
008119     MOVE "RESULTS INQUIRY SIGN-ON" TO FB-SEC-WK-TEXT.
008120     OPEN INPUT FB-AUTH-FILE.
008121     IF FB-AUTH-STATUS NOT = "00"
008122         DISPLAY "FBINQURY: REFUSED - FBAUTH NOT AVAILABLE "
008123             "(STATUS " FB-AUTH-STATUS ")"
008124         MOVE "NT" TO FB-SEC-WK-REASON
008125         GO TO 1150-REFUSE
008126     END-IF.
008127     MOVE "N" TO FB-EOF-AUTH-SW.
008128     READ FB-AUTH-FILE
008129         AT END MOVE "Y" TO FB-EOF-AUTH-SW
008130     END-READ.
008131     PERFORM 1160-SCAN-ONE-AUTH THRU 1160-EXIT
008132         UNTIL FB-EOF-AUTH.
008133     CLOSE FB-AUTH-FILE.
008134     IF NOT FB-AUTHORIZED
008135         DISPLAY "FBINQURY: REFUSED - OPERATOR " FB-INQ-OPERATOR
008136             " IS NOT AUTHORIZED TO INQUIRE"
008137         GO TO 1150-REFUSE
008138     END-IF.
008139     MOVE "SO" TO FB-SEC-WK-EVENT.
008140     MOVE SPACES TO FB-SEC-WK-REASON.
008141     PERFORM 8700-WRITE-SECLOG THRU 8700-EXIT.
008142     IF FB-SECLOG-FAILED
008143         DISPLAY "FBINQURY: REFUSED - THE SIGN-ON COULD NOT BE "
008144             "RECORDED ON FBSECLOG"
008145         MOVE "N" TO FB-AUTHORIZED-SW
008146     END-IF.
008147     GO TO 1150-EXIT.
008148 1150-REFUSE.
008149     MOVE "RF" TO FB-SEC-WK-EVENT.
008150     PERFORM 8700-WRITE-SECLOG THRU 8700-EXIT.
008151 1150-EXIT.
008152     EXIT.
008153
008154 1160-SCAN-ONE-AUTH.
008155     IF FB-AUT-OPER-ID = FB-INQ-OPERATOR
008156         IF FB-AUT-MAY-INQUIRE
008157             SET FB-AUTHORIZED TO TRUE
008158         ELSE
008159             MOVE "NA" TO FB-SEC-WK-REASON
008160         END-IF
008161         MOVE "Y" TO FB-EOF-AUTH-SW
008162         GO TO 1160-EXIT
008163     END-IF.
008164     READ FB-AUTH-FILE
008165         AT END MOVE "Y" TO FB-EOF-AUTH-SW
008166     END-READ.
008167 1160-EXIT.
008168     EXIT.
008169
008170******************************************************************
008200*  2000-INQUIRY-LOOP - PROMPT FOR ONE KEY AND LOOK IT UP.        *
008250*  EACH LOOKUP, ANSWERED OR NOT, IS RECORDED ON FBSECLOG.        *
008300******************************************************************
008400 2000-INQUIRY-LOOP.
008500     DISPLAY " ".
009580     ELSE
009600         PERFORM 2100-READ-MASTER THRU 2100-EXIT
009610     END-IF.
009620     MOVE SPACES TO FB-SEC-WK-TEXT.
009630     STRING "INQUIRY REQUEST " FB-INQ-REQUEST-ID
009640         " ITER " FB-INQ-ITERATION
009650         DELIMITED BY SIZE INTO FB-SEC-WK-TEXT.
009660     MOVE "AC" TO FB-SEC-WK-EVENT.
009670     MOVE SPACES TO FB-SEC-WK-REASON.
009680     PERFORM 8700-WRITE-SECLOG THRU 8700-EXIT.
009700 2000-EXIT.
009800     EXIT.
009900
018900     END-IF.
019000 2300-EXIT.
019100     EXIT.
019200
019300******************************************************************
019400*  8700-WRITE-SECLOG - APPEND ONE EVENT TO THE FBSECLOG SECURITY *
019500*  ACCESS LOG UNDER THE OPERATOR'S ID.                           *
019600******************************************************************
019700 8700-WRITE-SECLOG.
019800     MOVE "N" TO FB-SECLOG-FAILED-SW.
019900     MOVE SPACES TO FB-SEC-RECORD.
020000     ACCEPT FB-SEC-DATE FROM DATE YYYYMMDD.
020100     ACCEPT FB-SEC-TIME FROM TIME.
020200     MOVE "FBINQURY"       TO FB-SEC-PROGRAM.
020300     MOVE FB-INQ-OPERATOR  TO FB-SEC-OPER-ID.
020400     MOVE "I"              TO FB-SEC-FUNCTION.
020500     MOVE FB-SEC-WK-EVENT  TO FB-SEC-EVENT.
020600     MOVE FB-SEC-WK-REASON TO FB-SEC-REASON.
020700     MOVE FB-SEC-WK-TEXT   TO FB-SEC-TEXT.
020800     OPEN EXTEND FB-SECLOG-FILE.
020900     IF FB-SECLOG-STATUS NOT = "00"
021000         CLOSE FB-SECLOG-FILE
021100         OPEN OUTPUT FB-SECLOG-FILE
021200     END-IF.
021300     WRITE FB-SEC-RECORD.
021400     IF FB-SECLOG-STATUS NOT = "00"
021500         DISPLAY "FBINQURY: WRITE TO FBSECLOG FAILED (STATUS "
021600             FB-SECLOG-STATUS ")"
021700         SET FB-SECLOG-FAILED TO TRUE
021800     END-IF.
021900     CLOSE FB-SECLOG-FILE.
022000 8700-EXIT.
022100     EXIT.
