001100*                   KEYER, APPROVER AND TIMESTAMPS - ON THE     *
001200*                   PERMANENT FBRULHST HISTORY FILE, CLOSING    *
001300*                   THE SINGLE-KEYER GAP AUDIT FLAGGED.         *
001310*  2026-10-15  MJR  DEPARTMENT RULE SETS: EVERY RULE AND EVERY  *
001320*                   PENDING CHANGE NOW CARRIES ITS RULE SET.  A *
001330*                   CHANGE IS VALIDATED AND APPLIED WITHIN ITS  *
001340*                   OWN SET ONLY, THE SET IS SHOWN ON REVIEW    *
001350*                   AND RECORDED ON FBRULHST, AND FBRULES IS    *
001360*                   REWRITTEN WITH EVERY SET INTACT.            *
001365*  2026-10-15  MJR  IMPACT FORECAST: EACH CHANGE IS SHOWN WITH  *
001370*                   THE FBFCAST FORECAST OF WHAT IT DOES TO THE *
001375*                   QUEUED WORK - ITERATIONS CHANGING LABEL AND *
001380*                   THEIR SHARE OF EACH DEPARTMENT'S OUTPUT,    *
001385*                   THE FBRATES CHARGE EFFECT, AND ANY REQUESTS *
001390*                   IT WOULD MAKE REJECT - BEFORE THE DECISION. *
001391*  2026-10-15  MJR  THE SUPERVISOR ID IS CHECKED AGAINST THE    *
001392*                   FBAUTH AUTHORIZATION TABLE: AN ID NOT       *
001393*                   AUTHORIZED TO APPROVE RULES IS REFUSED,     *
001394*                   AND NO SUPERVISOR MAY APPLY A CHANGE KEYED  *
001395*                   UNDER THEIR OWN ID.  THE SIGN-ON, EVERY     *
001396*                   REFUSAL AND EVERY APPLY OR REJECT ARE       *
001397*                   RECORDED ON THE FBSECLOG SECURITY ACCESS    *
001398*                   LOG.                                        *
001399*  2026-10-15  MJR  AN ADD IS REFUSED WHEN ITS RULE SET         *
001400*                   ALREADY HAS 50 RULES IN FORCE, THE MOST     *
001410*                   FIZZBUZZ LOADS FOR ONE SET.                 *
001420*****************************************************************
001500 IDENTIFICATION DIVISION.
001600 PROGRAM-ID.    FBRULAPR.
001700 AUTHOR.        M J REED.
002800*  PENDING.  FBRULES IS REWRITTEN ONLY WHEN AT LEAST ONE        *
002900*  CHANGE WAS APPLIED; FBRULPND IS REWRITTEN WITH THE CHANGES   *
003000*  STILL PENDING; AND EVERY APPLY OR REJECT APPENDS ONE         *
003100*  FBRULHST HISTORY RECORD.  A DIVISOR NEED ONLY BE UNIQUE      *
003150*  WITHIN ITS RULE SET - THE SHOP DEFAULT OR A DEPARTMENT SET.  *
003155*  BEFORE EACH DECISION THE CHANGE'S FORECAST FROM FBFCAST IS   *
003160*  SHOWN, DEPARTMENT BY DEPARTMENT, WITH ANY DEPARTMENT HALF OR *
003165*  MORE OF WHOSE QUEUED OUTPUT WOULD CHANGE LABEL FLAGGED.  A   *
003170*  CHANGE WITH NO FORECAST ON FBFCAST (KEYED SINCE FBFCAST RAN, *
003175*  OR FBFCAST NOT RUN) IS SAID TO HAVE NONE.                    *
003176*  ONLY AN OPERATOR AUTHORIZED TO APPROVE RULES ON THE FBAUTH   *
003178*  TABLE MAY SIGN ON - A REFUSED SIGN-ON ENDS WITH RETURN CODE  *
003180*  8 - AND A CHANGE KEYED UNDER THE SUPERVISOR'S OWN ID MAY BE  *
003182*  REJECTED OR SKIPPED BUT NOT APPLIED: ANOTHER SUPERVISOR MUST *
003184*  APPLY IT.  THE SIGN-ON, EACH REFUSAL AND EACH APPLY OR       *
003186*  REJECT ARE APPENDED TO THE FBSECLOG SECURITY ACCESS LOG.     *
003200*****************************************************************
003300 ENVIRONMENT DIVISION.
003400 CONFIGURATION SECTION.
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS FB-RULHST-STATUS.
005000
005010     SELECT FB-FCAST-FILE ASSIGN TO "FBFCAST"
005020         ORGANIZATION IS LINE SEQUENTIAL
005030         FILE STATUS IS FB-FCAST-STATUS.
005040
005045     SELECT FB-AUTH-FILE ASSIGN TO "FBAUTH"
005050         ORGANIZATION IS LINE SEQUENTIAL
005055         FILE STATUS IS FB-AUTH-STATUS.
005060
005065     SELECT FB-SECLOG-FILE ASSIGN TO "FBSECLOG"
005070         ORGANIZATION IS LINE SEQUENTIAL
005075         FILE STATUS IS FB-SECLOG-STATUS.
005080
005100 DATA DIVISION.
005200 FILE SECTION.
005300 FD  FB-RULES-FILE.
005900 FD  FB-RULHST-FILE.
006000 COPY FBHSTREC.
006100
006110 FD  FB-FCAST-FILE.
006120 COPY FBFCSREC.
006130
006140 FD  FB-AUTH-FILE.
006150 COPY FBAUTREC.
006160
006170 FD  FB-SECLOG-FILE.
006180 COPY FBSECREC.
006190
006200 WORKING-STORAGE SECTION.
006300*****************************************************************
006400*  FILE STATUS FIELDS                                          *
006700     05  FB-RULES-STATUS         PIC X(02).
006800     05  FB-RULPND-STATUS        PIC X(02).
006900     05  FB-RULHST-STATUS        PIC X(02).
006950     05  FB-FCAST-STATUS         PIC X(02).
006960     05  FB-AUTH-STATUS          PIC X(02).
006970     05  FB-SECLOG-STATUS        PIC X(02).
007000
007100*****************************************************************
007200*  SWITCHES                                                     *
008100     05  FB-APPLY-OK-SW          PIC X(01)   VALUE "Y".
008200         88  FB-APPLY-OK                     VALUE "Y".
008300         88  FB-APPLY-FAILED                 VALUE "N".
008310     05  FB-EOF-FCAST-SW         PIC X(01)   VALUE "N".
008320         88  FB-EOF-FCAST                    VALUE "Y".
008330     05  FB-EOF-AUTH-SW          PIC X(01)   VALUE "N".
008340         88  FB-EOF-AUTH                     VALUE "Y".
008350     05  FB-AUTHORIZED-SW        PIC X(01)   VALUE "N".
008360         88  FB-AUTHORIZED                   VALUE "Y".
008370     05  FB-SECLOG-FAILED-SW     PIC X(01)   VALUE "N".
008380         88  FB-SECLOG-FAILED                VALUE "Y".
008400
008500*****************************************************************
008600*  DIVISOR / LABEL RULE TABLE - LOADED FROM, AND REWRITTEN TO,  *
008700*  THE FBRULES DATASET WHEN A CHANGE IS APPLIED.  EVERY RULE    *
008750*  SET IS HELD, IN FBRULES ORDER.                               *
008800*****************************************************************
008900 01  FB-RULE-TABLE.
009000     05  FB-RULE-ENTRY OCCURS 500 TIMES.
009050         10  FB-TAB-SET          PIC X(08).
009100         10  FB-TAB-DIVISOR      PIC 9(09)   COMP-3.
009200         10  FB-TAB-LABEL        PIC X(15).
009300         10  FB-TAB-EFF-DATE     PIC 9(08).
011000         10  FB-PDT-KEY-DATE     PIC 9(08).
011100         10  FB-PDT-KEY-TIME     PIC 9(08).
011200         10  FB-PDT-DISPOSITION  PIC X(01).
011250         10  FB-PDT-RULE-SET     PIC X(08).
011300
011302*****************************************************************
011304*  FORECAST TABLE - LOADED FROM FBFCAST: A C ENTRY PER PENDING  *
011306*  CHANGE FBFCAST SAW, EACH FOLLOWED BY ITS D (DEPARTMENT)      *
011308*  ENTRIES.  A CHANGE IS MATCHED TO ITS FORECAST ON THE KEY.    *
011310*****************************************************************
011312 01  FB-FORECAST-TABLE.
011314     05  FB-FORECAST-ENTRY OCCURS 500 TIMES.
011316         10  FB-FCT-TYPE         PIC X(01).
011318         10  FB-FCT-KEY          PIC X(51).
011320         10  FB-FCT-DEPT         PIC X(08).
011322         10  FB-FCT-REQUESTS     PIC 9(05)   COMP-3.
011324         10  FB-FCT-ITERATIONS   PIC 9(12)   COMP-3.
011326         10  FB-FCT-CHANGED      PIC 9(12)   COMP-3.
011328         10  FB-FCT-CHG-AMOUNT   PIC 9(11)V99 COMP-3.
011330         10  FB-FCT-BILL-AMOUNT  PIC S9(11)V99 COMP-3.
011332         10  FB-FCT-REJ-BEFORE   PIC 9(05)   COMP-3.
011334         10  FB-FCT-REJ-AFTER    PIC 9(05)   COMP-3.
011336         10  FB-FCT-AS-OF-DATE   PIC 9(08).
011338         10  FB-FCT-RUN-DATE     PIC 9(08).
011340         10  FB-FCT-RUN-TIME     PIC 9(08).
011342         10  FB-FCT-NOTE         PIC X(02).
011344 77  FB-FCT-COUNT         PIC 9(04) COMP   VALUE ZERO.
011346 77  FB-FCT-IDX           PIC 9(04) COMP   VALUE ZERO.
011348 77  FB-FCT-MATCH         PIC 9(04) COMP   VALUE ZERO.
011350 77  FB-MAX-FORECAST      PIC 9(04) COMP   VALUE 500.
011352 77  FB-FCT-PCT           PIC 9(03)   COMP-3 VALUE ZERO.
011354 77  FB-HIGH-IMPACT-PCT   PIC 9(03)   COMP-3 VALUE 50.
011356
011358*****************************************************************
011360*  THE PENDING CHANGE UNDER REVIEW IN FBFCAST KEY LAYOUT.       *
011362*****************************************************************
011364 01  FB-REVIEW-KEY.
011366     05  FB-RVK-ACTION           PIC X(01).
011368     05  FB-RVK-OLD-DIVISOR      PIC 9(09).
011370     05  FB-RVK-NEW-DIVISOR      PIC 9(09).
011372     05  FB-RVK-RULE-SET         PIC X(08).
011374     05  FB-RVK-KEYER            PIC X(08).
011376     05  FB-RVK-KEY-DATE         PIC 9(08).
011378     05  FB-RVK-KEY-TIME         PIC 9(08).
011380
011400*****************************************************************
011500*  WORKING FIELDS                                                *
011600*****************************************************************
011700 77  FB-RULE-IDX          PIC 9(04) COMP   VALUE ZERO.
011800 77  FB-RULE-COUNT        PIC 9(04) COMP   VALUE ZERO.
011900 77  FB-MAX-RULES         PIC 9(04) COMP   VALUE 500.
012000 77  FB-PEND-IDX          PIC 9(04) COMP   VALUE ZERO.
012100 77  FB-PEND-COUNT        PIC 9(04) COMP   VALUE ZERO.
012200 77  FB-MAX-PENDING       PIC 9(04) COMP   VALUE 50.
012210 77  FB-MAX-SET-RULES     PIC 9(04) COMP   VALUE 50.
012220 77  FB-SET-RULE-COUNT    PIC 9(04) COMP   VALUE ZERO.
012300 77  FB-TARGET-IDX        PIC 9(04) COMP   VALUE ZERO.
012400 77  FB-APR-CHOICE        PIC X(01)        VALUE SPACE.
012500 77  FB-APPROVER          PIC X(08)        VALUE SPACES.
013000 77  FB-LEFT-COUNT        PIC 9(04) COMP   VALUE ZERO.
013100
013200*****************************************************************
013210*  THE FBSECLOG EVENT BEING WRITTEN                             *
013220*****************************************************************
013230 77  FB-SEC-WK-EVENT      PIC X(02)        VALUE SPACES.
013240 77  FB-SEC-WK-REASON     PIC X(02)        VALUE SPACES.
013250 77  FB-SEC-WK-TEXT       PIC X(40)        VALUE SPACES.
013260 77  FB-SEC-WK-VERB       PIC X(08)        VALUE SPACES.
013270 77  FB-SEC-WK-DIVISOR    PIC 9(09)        VALUE ZERO.
013280
013290*****************************************************************
013300*  BEFORE-IMAGE OF THE RULE A CHANGE OR DELETE IS AIMED AT,     *
013400*  CAPTURED FOR THE HISTORY RECORD BEFORE THE TABLE IS TOUCHED. *
013500*****************************************************************
013900     05  FB-OLD-EFF-DATE         PIC 9(08)   VALUE ZERO.
014000     05  FB-OLD-EXP-DATE         PIC 9(08)   VALUE ZERO.
014100
014102*****************************************************************
014104*  FORECAST DISPLAY LINES                                       *
014106*****************************************************************
014108 01  FB-FCD-COLUMNS.
014110     05  FILLER  PIC X(45)
014112         VALUE "  DEPT      REQS   ITERATIONS      CHANGED  P".
014114     05  FILLER  PIC X(45)
014116         VALUE "CT  CHANGED VALUE  BILLING CHANGE REJ BEF/AFT".
014118
014120 01  FB-FCD-LINE.
014122     05  FILLER                  PIC X(02)  VALUE SPACES.
014124     05  FB-FCD-DEPT             PIC X(08).
014126     05  FILLER                  PIC X(01)  VALUE SPACES.
014128     05  FB-FCD-REQUESTS         PIC ZZZZ9.
014130     05  FILLER                  PIC X(01)  VALUE SPACES.
014132     05  FB-FCD-ITERATIONS       PIC ZZZZZZZZZZZ9.
014134     05  FILLER                  PIC X(01)  VALUE SPACES.
014136     05  FB-FCD-CHANGED          PIC ZZZZZZZZZZZ9.
014138     05  FILLER                  PIC X(01)  VALUE SPACES.
014140     05  FB-FCD-PCT              PIC ZZ9.
014142     05  FILLER                  PIC X(01)  VALUE "%".
014144     05  FILLER                  PIC X(01)  VALUE SPACES.
014146     05  FB-FCD-CHG-AMOUNT       PIC ZZZZZZZZZZ9.99.
014148     05  FILLER                  PIC X(01)  VALUE SPACES.
014150     05  FB-FCD-BILL-AMOUNT      PIC ZZZZZZZZZZ9.99-.
014152     05  FILLER                  PIC X(01)  VALUE SPACES.
014154     05  FB-FCD-REJ-BEFORE       PIC ZZZZ9.
014156     05  FILLER                  PIC X(01)  VALUE "/".
014158     05  FB-FCD-REJ-AFTER        PIC ZZZZ9.
014160     05  FB-FCD-FLAG             PIC X(16).
014162
014200 PROCEDURE DIVISION.
014300*****************************************************************
014400*  0000-MAINLINE                                                *
014600 0000-MAINLINE.
014700     PERFORM 1000-LOAD-RULES THRU 1000-EXIT.
014800     PERFORM 1500-LOAD-PENDING THRU 1500-EXIT.
014850     PERFORM 1600-LOAD-FORECAST THRU 1600-EXIT.
014900     IF FB-PEND-COUNT = ZERO
015000         DISPLAY "FBRULAPR: NOTHING PENDING ON FBRULPND"
015100         GO TO 0000-EXIT
015200     END-IF.
015300     PERFORM 1100-ACCEPT-APPROVER THRU 1100-EXIT
015400         UNTIL FB-APPROVER NOT = SPACES.
015410     PERFORM 1150-CHECK-AUTHORITY THRU 1150-EXIT.
015420     IF NOT FB-AUTHORIZED
015430         MOVE 8 TO RETURN-CODE
015440         GO TO 0000-EXIT
015450     END-IF.
015500     ACCEPT FB-APR-DATE FROM DATE YYYYMMDD.
015600     ACCEPT FB-APR-TIME FROM TIME.
015700     PERFORM 2000-REVIEW-ONE-CHANGE THRU 2000-EXIT
019300 1010-LOAD-ONE-RULE.
019400     IF FB-RULE-COUNT LESS THAN FB-MAX-RULES
019500         ADD 1 TO FB-RULE-COUNT
019510         MOVE FB-RULE-SET
019520             TO FB-TAB-SET (FB-RULE-COUNT)
019600         MOVE FB-RULE-DIVISOR
019700             TO FB-TAB-DIVISOR (FB-RULE-COUNT)
019800         MOVE FB-RULE-LABEL
022800     DISPLAY "ENTER YOUR SUPERVISOR ID: ".
022900     ACCEPT FB-APPROVER.
023000 1100-EXIT.
023001     EXIT.
023002
023003*****************************************************************
023004*  1150-CHECK-AUTHORITY - THE SUPERVISOR MUST BE ON THE FBAUTH  *
023005*  TABLE WITH THE APPROVE-RULES FUNCTION.  THE FIRST ENTRY FOR  *
023006*  THE ID COUNTS.  A MISSING FBAUTH, OR A SIGN-ON THAT CANNOT   *
023007*  BE RECORDED ON FBSECLOG, IS REFUSED.                         *
023008*****************************************************************
023009 1150-CHECK-AUTHORITY.
023010     MOVE "N" TO FB-AUTHORIZED-SW.
023011     MOVE "UK" TO FB-SEC-WK-REASON.
023012     MOVE "RULE APPROVAL SIGN-ON" TO FB-SEC-WK-TEXT.
023013     OPEN INPUT FB-AUTH-FILE.
023014     IF FB-AUTH-STATUS NOT = "00"
023015         DISPLAY "FBRULAPR: REFUSED - FBAUTH NOT AVAILABLE "
023016             "(STATUS " FB-AUTH-STATUS ")"
023017         MOVE "NT" TO FB-SEC-WK-REASON
023018         GO TO 1150-REFUSE
023019     END-IF.
023020     MOVE "N" TO FB-EOF-AUTH-SW.
023021     READ FB-AUTH-FILE
023022         AT END MOVE "Y" TO FB-EOF-AUTH-SW
023023     END-READ.
023024     PERFORM 1160-SCAN-ONE-AUTH THRU 1160-EXIT
023025         UNTIL FB-EOF-AUTH.
023026     CLOSE FB-AUTH-FILE.
023027     IF NOT FB-AUTHORIZED
023028         DISPLAY "FBRULAPR: REFUSED - OPERATOR " FB-APPROVER
023029             " IS NOT AUTHORIZED TO APPROVE RULE CHANGES"
023030         GO TO 1150-REFUSE
023031     END-IF.
023032     MOVE "SO" TO FB-SEC-WK-EVENT.
023033     MOVE SPACES TO FB-SEC-WK-REASON.
023034     PERFORM 8700-WRITE-SECLOG THRU 8700-EXIT.
023035     IF FB-SECLOG-FAILED
023036         DISPLAY "FBRULAPR: REFUSED - THE SIGN-ON COULD NOT BE "
023037             "RECORDED ON FBSECLOG"
023038         MOVE "N" TO FB-AUTHORIZED-SW
023039     END-IF.
023040     GO TO 1150-EXIT.
023041 1150-REFUSE.
023042     MOVE "RF" TO FB-SEC-WK-EVENT.
023043     PERFORM 8700-WRITE-SECLOG THRU 8700-EXIT.
023044 1150-EXIT.
023045     EXIT.
023046
023047 1160-SCAN-ONE-AUTH.
023048     IF FB-AUT-OPER-ID = FB-APPROVER
023049         IF FB-AUT-MAY-APPROVE
023050             SET FB-AUTHORIZED TO TRUE
023051         ELSE
023052             MOVE "NA" TO FB-SEC-WK-REASON
023053         END-IF
023054         MOVE "Y" TO FB-EOF-AUTH-SW
023055         GO TO 1160-EXIT
023056     END-IF.
023057     READ FB-AUTH-FILE
023058         AT END MOVE "Y" TO FB-EOF-AUTH-SW
023059     END-READ.
023060 1160-EXIT.
023100     EXIT.
023200
023300*****************************************************************
029300             MOVE ZERO TO FB-PDT-KEY-TIME (FB-PEND-COUNT)
029400         END-IF
029500         MOVE "P" TO FB-PDT-DISPOSITION (FB-PEND-COUNT)
029510         MOVE FB-PND-RULE-SET
029520             TO FB-PDT-RULE-SET (FB-PEND-COUNT)
029600     ELSE
029700         DISPLAY "FBRULAPR: FBRULPND HAS MORE THAN "
029800             FB-MAX-PENDING
030400 1510-EXIT.
030500     EXIT.
030600
030601*****************************************************************
030602*  1600-LOAD-FORECAST - THE FBFCAST IMPACT FORECAST, IF FBFCAST *
030603*  HAS BEEN RUN.  WITHOUT IT EVERY CHANGE SHOWS NO FORECAST.    *
030604*****************************************************************
030605 1600-LOAD-FORECAST.
030606     OPEN INPUT FB-FCAST-FILE.
030607     IF FB-FCAST-STATUS NOT = "00"
030608         DISPLAY "FBRULAPR: NO FBFCAST FORECAST AVAILABLE"
030609         GO TO 1600-EXIT
030610     END-IF.
030611     READ FB-FCAST-FILE
030612         AT END MOVE "Y" TO FB-EOF-FCAST-SW
030613     END-READ.
030614     PERFORM 1610-LOAD-ONE-FORECAST THRU 1610-EXIT
030615         UNTIL FB-EOF-FCAST.
030616     CLOSE FB-FCAST-FILE.
030617 1600-EXIT.
030618     EXIT.
030619
030620 1610-LOAD-ONE-FORECAST.
030621     IF FB-FCT-COUNT NOT LESS THAN FB-MAX-FORECAST
030622         DISPLAY "FBRULAPR: FBFCAST HAS MORE THAN "
030623             FB-MAX-FORECAST " ENTRIES - REST NOT SHOWN"
030624         MOVE "Y" TO FB-EOF-FCAST-SW
030625         GO TO 1610-EXIT
030626     END-IF.
030627     ADD 1 TO FB-FCT-COUNT.
030628     MOVE FB-FCS-REC-TYPE    TO FB-FCT-TYPE (FB-FCT-COUNT).
030629     MOVE FB-FCS-CHANGE-KEY  TO FB-FCT-KEY (FB-FCT-COUNT).
030630     MOVE FB-FCS-DEPT        TO FB-FCT-DEPT (FB-FCT-COUNT).
030631     MOVE FB-FCS-REQUESTS    TO FB-FCT-REQUESTS (FB-FCT-COUNT).
030632     MOVE FB-FCS-ITERATIONS  TO FB-FCT-ITERATIONS (FB-FCT-COUNT).
030633     MOVE FB-FCS-CHANGED     TO FB-FCT-CHANGED (FB-FCT-COUNT).
030634     MOVE FB-FCS-CHANGED-AMOUNT
030635         TO FB-FCT-CHG-AMOUNT (FB-FCT-COUNT).
030636     MOVE FB-FCS-BILL-AMOUNT TO FB-FCT-BILL-AMOUNT (FB-FCT-COUNT).
030637     IF FB-FCS-BILL-SIGN = "-"
030638         COMPUTE FB-FCT-BILL-AMOUNT (FB-FCT-COUNT)
030639             = ZERO - FB-FCS-BILL-AMOUNT
030640     END-IF.
030641     MOVE FB-FCS-REJ-BEFORE  TO FB-FCT-REJ-BEFORE (FB-FCT-COUNT).
030642     MOVE FB-FCS-REJ-AFTER   TO FB-FCT-REJ-AFTER (FB-FCT-COUNT).
030643     MOVE FB-FCS-AS-OF-DATE  TO FB-FCT-AS-OF-DATE (FB-FCT-COUNT).
030644     MOVE FB-FCS-RUN-DATE    TO FB-FCT-RUN-DATE (FB-FCT-COUNT).
030645     MOVE FB-FCS-RUN-TIME    TO FB-FCT-RUN-TIME (FB-FCT-COUNT).
030646     MOVE FB-FCS-NOTE        TO FB-FCT-NOTE (FB-FCT-COUNT).
030647     READ FB-FCAST-FILE
030648         AT END MOVE "Y" TO FB-EOF-FCAST-SW
030649     END-READ.
030650 1610-EXIT.
030651     EXIT.
030652
030700*****************************************************************
030800*  2000-REVIEW-ONE-CHANGE - SHOW ONE PENDING CHANGE WITH THE    *
030900*  RULE AS IT STANDS AND TAKE THE SUPERVISOR'S DECISION.        *
031600         "  KEYED BY " FB-PDT-KEYER (FB-PEND-IDX)
031700         " ON " FB-PDT-KEY-DATE (FB-PEND-IDX)
031800         " AT " FB-PDT-KEY-TIME (FB-PEND-IDX).
031810     IF FB-PDT-RULE-SET (FB-PEND-IDX) = SPACES
031820         DISPLAY "  RULE SET (SHOP DEFAULT)"
031830     ELSE
031840         DISPLAY "  RULE SET " FB-PDT-RULE-SET (FB-PEND-IDX)
031850     END-IF.
031900     EVALUATE FB-PDT-ACTION (FB-PEND-IDX)
032000         WHEN "A"
032100             DISPLAY "  ADD     DIVISOR "
034000                 "> - LEFT PENDING"
034100             GO TO 2000-EXIT
034200     END-EVALUATE.
034250     PERFORM 2100-SHOW-FORECAST THRU 2100-EXIT.
034260     IF FB-PDT-KEYER (FB-PEND-IDX) = FB-APPROVER
034270         DISPLAY "  KEYED UNDER YOUR OWN ID - ANOTHER SUPERVISOR "
034280             "MUST APPLY IT"
034290     END-IF.
034300     DISPLAY "APPLY, REJECT OR SKIP (A/R/S)? ".
034400     ACCEPT FB-APR-CHOICE.
034500     EVALUATE FB-APR-CHOICE
035400     END-EVALUATE.
035500 2000-EXIT.
035600     EXIT.
035601
035602*****************************************************************
035603*  2100-SHOW-FORECAST - THE CHANGE'S FBFCAST FORECAST: ITS      *
035604*  TOTALS AND ONE LINE PER DEPARTMENT RUNNING UNDER ITS SET.    *
035605*  THE FORECAST WAS TAKEN AGAINST FBRULES BEFORE THIS SESSION,  *
035606*  SO ONCE ANOTHER CHANGE HAS BEEN APPLIED THAT IS SAID.        *
035607*****************************************************************
035608 2100-SHOW-FORECAST.
035609     MOVE FB-PDT-ACTION (FB-PEND-IDX)      TO FB-RVK-ACTION.
035610     MOVE FB-PDT-OLD-DIVISOR (FB-PEND-IDX) TO FB-RVK-OLD-DIVISOR.
035611     MOVE FB-PDT-NEW-DIVISOR (FB-PEND-IDX) TO FB-RVK-NEW-DIVISOR.
035612     MOVE FB-PDT-RULE-SET (FB-PEND-IDX)    TO FB-RVK-RULE-SET.
035613     MOVE FB-PDT-KEYER (FB-PEND-IDX)       TO FB-RVK-KEYER.
035614     MOVE FB-PDT-KEY-DATE (FB-PEND-IDX)    TO FB-RVK-KEY-DATE.
035615     MOVE FB-PDT-KEY-TIME (FB-PEND-IDX)    TO FB-RVK-KEY-TIME.
035616     MOVE ZERO TO FB-FCT-MATCH.
035617     PERFORM 2110-MATCH-ONE-FORECAST THRU 2110-EXIT
035618         VARYING FB-FCT-IDX FROM 1 BY 1
035619         UNTIL FB-FCT-IDX GREATER THAN FB-FCT-COUNT
035620             OR FB-FCT-MATCH GREATER THAN ZERO.
035621     IF FB-FCT-MATCH = ZERO
035622         DISPLAY "  FORECAST: NONE ON FBFCAST FOR THIS CHANGE -"
035623             " RUN FBFCAST TO SEE ITS IMPACT"
035624         GO TO 2100-EXIT
035625     END-IF.
035626     DISPLAY "  FORECAST OF " FB-FCT-RUN-DATE (FB-FCT-MATCH)
035627         " " FB-FCT-RUN-TIME (FB-FCT-MATCH)
035628         " FOR RUN DATE " FB-FCT-AS-OF-DATE (FB-FCT-MATCH).
035629     IF FB-APPLIED-COUNT GREATER THAN ZERO
035630         DISPLAY "  (TAKEN BEFORE THE " FB-APPLIED-COUNT
035631             " CHANGE(S) APPLIED THIS SESSION)"
035632     END-IF.
035633     EVALUATE FB-FCT-NOTE (FB-FCT-MATCH)
035634         WHEN SPACES
035635             CONTINUE
035636         WHEN "NF"
035637             DISPLAY "  FORECAST: TARGET RULE IS NOT ON FBRULES"
035638             GO TO 2100-EXIT
035639         WHEN "DU"
035640             DISPLAY "  FORECAST: NEW DIVISOR ALREADY HAS A RULE"
035641                 " IN THE SET"
035642             GO TO 2100-EXIT
035643         WHEN OTHER
035644             DISPLAY "  FORECAST: CHANGE CANNOT BE APPLIED AS"
035645                 " KEYED"
035646             GO TO 2100-EXIT
035647     END-EVALUATE.
035648     IF FB-FCT-REQUESTS (FB-FCT-MATCH) = ZERO
035649         DISPLAY "  FORECAST: NO QUEUED REQUESTS RUN UNDER THIS"
035650             " RULE SET"
035651         GO TO 2100-EXIT
035652     END-IF.
035653     DISPLAY FB-FCD-COLUMNS.
035654     PERFORM 2120-SHOW-ONE-DEPT THRU 2120-EXIT
035655         VARYING FB-FCT-IDX FROM FB-FCT-MATCH BY 1
035656         UNTIL FB-FCT-IDX GREATER THAN FB-FCT-COUNT.
035657     MOVE FB-FCT-MATCH TO FB-FCT-IDX.
035658     PERFORM 2130-FORMAT-LINE THRU 2130-EXIT.
035659     MOVE "*TOTAL*" TO FB-FCD-DEPT.
035660     MOVE SPACES TO FB-FCD-FLAG.
035661     DISPLAY FB-FCD-LINE.
035662 2100-EXIT.
035663     EXIT.
035664
035665 2110-MATCH-ONE-FORECAST.
035666     IF FB-FCT-TYPE (FB-FCT-IDX) = "C"
035667             AND FB-FCT-KEY (FB-FCT-IDX) = FB-REVIEW-KEY
035668         MOVE FB-FCT-IDX TO FB-FCT-MATCH
035669     END-IF.
035670 2110-EXIT.
035671     EXIT.
035700
035702*****************************************************************
035704*  2120-SHOW-ONE-DEPT - EACH D ENTRY FOLLOWING THE MATCHED C    *
035706*  ENTRY; THE NEXT C ENTRY ENDS THE CHANGE'S DEPARTMENTS.       *
035708*****************************************************************
035710 2120-SHOW-ONE-DEPT.
035712     IF FB-FCT-IDX = FB-FCT-MATCH
035714         GO TO 2120-EXIT
035716     END-IF.
035718     IF FB-FCT-TYPE (FB-FCT-IDX) NOT = "D"
035720         MOVE FB-FCT-COUNT TO FB-FCT-IDX
035722         GO TO 2120-EXIT
035724     END-IF.
035726     PERFORM 2130-FORMAT-LINE THRU 2130-EXIT.
035728     DISPLAY FB-FCD-LINE.
035730 2120-EXIT.
035732     EXIT.
035734
035736 2130-FORMAT-LINE.
035738     MOVE FB-FCT-DEPT (FB-FCT-IDX)        TO FB-FCD-DEPT.
035740     MOVE FB-FCT-REQUESTS (FB-FCT-IDX)    TO FB-FCD-REQUESTS.
035742     MOVE FB-FCT-ITERATIONS (FB-FCT-IDX)  TO FB-FCD-ITERATIONS.
035744     MOVE FB-FCT-CHANGED (FB-FCT-IDX)     TO FB-FCD-CHANGED.
035746     MOVE ZERO TO FB-FCT-PCT.
035748     IF FB-FCT-ITERATIONS (FB-FCT-IDX) GREATER THAN ZERO
035750         COMPUTE FB-FCT-PCT ROUNDED
035752             = FB-FCT-CHANGED (FB-FCT-IDX) * 100
035754             / FB-FCT-ITERATIONS (FB-FCT-IDX)
035756     END-IF.
035758     MOVE FB-FCT-PCT TO FB-FCD-PCT.
035760     MOVE FB-FCT-CHG-AMOUNT (FB-FCT-IDX)  TO FB-FCD-CHG-AMOUNT.
035762     MOVE FB-FCT-BILL-AMOUNT (FB-FCT-IDX) TO FB-FCD-BILL-AMOUNT.
035764     MOVE FB-FCT-REJ-BEFORE (FB-FCT-IDX)  TO FB-FCD-REJ-BEFORE.
035766     MOVE FB-FCT-REJ-AFTER (FB-FCT-IDX)   TO FB-FCD-REJ-AFTER.
035768     MOVE SPACES TO FB-FCD-FLAG.
035770     IF FB-FCT-PCT NOT LESS THAN FB-HIGH-IMPACT-PCT
035772         MOVE "  << HIGH IMPACT" TO FB-FCD-FLAG
035774     END-IF.
035776 2130-EXIT.
035778     EXIT.
035780
035800*****************************************************************
035900*  3000-APPLY-CHANGE - RE-VALIDATE THE CHANGE AGAINST THE       *
036000*  CURRENT TABLE AND APPLY IT.  A FAILED VALIDATION LEAVES THE  *
036100*  CHANGE PENDING SO IT CAN BE FIXED OR REJECTED DELIBERATELY.  *
036110*  NO SUPERVISOR APPLIES A CHANGE KEYED UNDER THEIR OWN ID: THE *
036120*  ATTEMPT IS REFUSED, LOGGED, AND THE CHANGE LEFT PENDING.     *
036200*****************************************************************
036300 3000-APPLY-CHANGE.
036310     IF FB-PDT-KEYER (FB-PEND-IDX) = FB-APPROVER
036320         DISPLAY "FBRULAPR: REFUSED - YOU KEYED THIS CHANGE; "
036330             "IT IS LEFT PENDING FOR ANOTHER SUPERVISOR"
036340         MOVE "RF" TO FB-SEC-WK-EVENT
036350         MOVE "SA" TO FB-SEC-WK-REASON
036360         MOVE "APPLY" TO FB-SEC-WK-VERB
036370         PERFORM 7100-LOG-CHANGE THRU 7100-EXIT
036380         GO TO 3000-EXIT
036390     END-IF.
036400     SET FB-APPLY-OK TO TRUE.
036500     PERFORM 6000-CAPTURE-OLD-IMAGE THRU 6000-EXIT.
036600     EVALUATE FB-PDT-ACTION (FB-PEND-IDX)
038900         SET FB-APPLY-FAILED TO TRUE
039000         GO TO 3100-EXIT
039100     END-IF.
039105     MOVE ZERO TO FB-SET-RULE-COUNT.
039110     PERFORM 3110-COUNT-SET-RULE THRU 3110-EXIT
039115         VARYING FB-RULE-IDX FROM 1 BY 1
039120         UNTIL FB-RULE-IDX GREATER THAN FB-RULE-COUNT.
039125     IF FB-SET-RULE-COUNT NOT LESS THAN FB-MAX-SET-RULES
039130         DISPLAY "FBRULAPR: RULE SET "
039135             FB-PDT-RULE-SET (FB-PEND-IDX)
039137             " ALREADY HAS 50 RULES IN FORCE"
039140         SET FB-APPLY-FAILED TO TRUE
039145         GO TO 3100-EXIT
039150     END-IF.
039200     MOVE "N" TO FB-FOUND-SW.
039300     MOVE ZERO TO FB-TARGET-IDX.
039400     PERFORM 5000-FIND-NEW-DIVISOR THRU 5000-EXIT
040200         GO TO 3100-EXIT
040300     END-IF.
040400     ADD 1 TO FB-RULE-COUNT.
040410     MOVE FB-PDT-RULE-SET (FB-PEND-IDX)
040420         TO FB-TAB-SET (FB-RULE-COUNT).
040500     MOVE FB-PDT-NEW-DIVISOR (FB-PEND-IDX)
040600         TO FB-TAB-DIVISOR (FB-RULE-COUNT).
040700     MOVE FB-PDT-NEW-LABEL (FB-PEND-IDX)
041200         TO FB-TAB-EXP-DATE (FB-RULE-COUNT).
041300 3100-EXIT.
041400     EXIT.
041405
041410*****************************************************************
041415*  3110-COUNT-SET-RULE - COUNT THE RULES OF THE CHANGE'S SET    *
041420*  STILL IN FORCE TODAY; FIZZBUZZ LOADS AT MOST 50 FOR A SET.   *
041425*****************************************************************
041430 3110-COUNT-SET-RULE.
041435     IF FB-TAB-SET (FB-RULE-IDX) = FB-PDT-RULE-SET (FB-PEND-IDX)
041440             AND (FB-TAB-EXP-DATE (FB-RULE-IDX) = ZERO
041445             OR FB-TAB-EXP-DATE (FB-RULE-IDX)
041447             NOT LESS THAN FB-APR-DATE)
041450         ADD 1 TO FB-SET-RULE-COUNT
041455     END-IF.
041460 3110-EXIT.
041465     EXIT.
041500
041600 3200-APPLY-REPLACE.
041700     PERFORM 5100-FIND-OLD-DIVISOR THRU 5100-EXIT.
046100     EXIT.
046200
046300 3310-SHIFT-ONE-RULE.
046310     MOVE FB-TAB-SET (FB-RULE-IDX + 1)
046320         TO FB-TAB-SET (FB-RULE-IDX).
046400     MOVE FB-TAB-DIVISOR (FB-RULE-IDX + 1)
046500         TO FB-TAB-DIVISOR (FB-RULE-IDX).
046600     MOVE FB-TAB-LABEL (FB-RULE-IDX + 1)
048900 5000-FIND-NEW-DIVISOR.
049000     IF FB-TAB-DIVISOR (FB-RULE-IDX)
049100             = FB-PDT-NEW-DIVISOR (FB-PEND-IDX)
049110             AND FB-TAB-SET (FB-RULE-IDX)
049120             = FB-PDT-RULE-SET (FB-PEND-IDX)
049200         SET FB-FOUND TO TRUE
049300     END-IF.
049400 5000-EXIT.
050500 5110-MATCH-OLD-DIVISOR.
050600     IF FB-TAB-DIVISOR (FB-RULE-IDX)
050700             = FB-PDT-OLD-DIVISOR (FB-PEND-IDX)
050710             AND FB-TAB-SET (FB-RULE-IDX)
050720             = FB-PDT-RULE-SET (FB-PEND-IDX)
050800         MOVE FB-RULE-IDX TO FB-TARGET-IDX
050900     END-IF.
051000 5110-EXIT.
051400     IF FB-RULE-IDX NOT = FB-TARGET-IDX
051500             AND FB-TAB-DIVISOR (FB-RULE-IDX)
051600             = FB-PDT-NEW-DIVISOR (FB-PEND-IDX)
051610             AND FB-TAB-SET (FB-RULE-IDX)
051620             = FB-PDT-RULE-SET (FB-PEND-IDX)
051700         SET FB-FOUND TO TRUE
051800     END-IF.
051900 5200-EXIT.
057100     MOVE FB-APPROVER TO FB-HST-APPROVER.
057200     MOVE FB-APR-DATE TO FB-HST-APR-DATE.
057300     MOVE FB-APR-TIME TO FB-HST-APR-TIME.
057350     MOVE FB-PDT-RULE-SET (FB-PEND-IDX) TO FB-HST-RULE-SET.
057400     OPEN EXTEND FB-RULHST-FILE.
057500     IF FB-RULHST-STATUS NOT = "00"
057600         CLOSE FB-RULHST-FILE
057800     END-IF.
057900     WRITE FB-HST-RECORD.
058000     CLOSE FB-RULHST-FILE.
058010     MOVE "AC" TO FB-SEC-WK-EVENT.
058020     MOVE SPACES TO FB-SEC-WK-REASON.
058030     IF FB-HST-DISPOSITION = "AP"
058040         MOVE "APPLIED" TO FB-SEC-WK-VERB
058050     ELSE
058060         MOVE "REJECTED" TO FB-SEC-WK-VERB
058070     END-IF.
058080     PERFORM 7100-LOG-CHANGE THRU 7100-EXIT.
058100 7000-EXIT.
058101     EXIT.
058102
058103*****************************************************************
058104*  7100-LOG-CHANGE - RECORD ON FBSECLOG WHAT WAS DONE, OR       *
058105*  REFUSED, TO THE CHANGE UNDER REVIEW: THE VERB, ITS ACTION,   *
058106*  THE DIVISOR OF THE RULE IT IS AIMED AT, AND ITS RULE SET.    *
058107*  THE EVENT, REASON AND VERB ARE SET BY THE CALLER.            *
058108*****************************************************************
058109 7100-LOG-CHANGE.
058110     IF FB-PDT-ACTION (FB-PEND-IDX) = "A"
058111         MOVE FB-PDT-NEW-DIVISOR (FB-PEND-IDX)
058112             TO FB-SEC-WK-DIVISOR
058113     ELSE
058114         MOVE FB-PDT-OLD-DIVISOR (FB-PEND-IDX)
058115             TO FB-SEC-WK-DIVISOR
058116     END-IF.
058117     MOVE SPACES TO FB-SEC-WK-TEXT.
058118     STRING FB-SEC-WK-VERB " " FB-PDT-ACTION (FB-PEND-IDX)
058119         " OF " FB-SEC-WK-DIVISOR
058120         " SET " FB-PDT-RULE-SET (FB-PEND-IDX)
058121         DELIMITED BY SIZE INTO FB-SEC-WK-TEXT.
058122     PERFORM 8700-WRITE-SECLOG THRU 8700-EXIT.
058123 7100-EXIT.
058124     EXIT.
058125
058126*****************************************************************
058127*  8700-WRITE-SECLOG - APPEND ONE EVENT TO THE FBSECLOG         *
058128*  SECURITY ACCESS LOG UNDER THE SUPERVISOR'S ID.               *
058129*****************************************************************
058130 8700-WRITE-SECLOG.
058131     MOVE "N" TO FB-SECLOG-FAILED-SW.
058132     MOVE SPACES TO FB-SEC-RECORD.
058133     ACCEPT FB-SEC-DATE FROM DATE YYYYMMDD.
058134     ACCEPT FB-SEC-TIME FROM TIME.
058135     MOVE "FBRULAPR"       TO FB-SEC-PROGRAM.
058136     MOVE FB-APPROVER      TO FB-SEC-OPER-ID.
058137     MOVE "A"              TO FB-SEC-FUNCTION.
058138     MOVE FB-SEC-WK-EVENT  TO FB-SEC-EVENT.
058139     MOVE FB-SEC-WK-REASON TO FB-SEC-REASON.
058140     MOVE FB-SEC-WK-TEXT   TO FB-SEC-TEXT.
058141     OPEN EXTEND FB-SECLOG-FILE.
058142     IF FB-SECLOG-STATUS NOT = "00"
058143         CLOSE FB-SECLOG-FILE
058144         OPEN OUTPUT FB-SECLOG-FILE
058145     END-IF.
058146     WRITE FB-SEC-RECORD.
058147     IF FB-SECLOG-STATUS NOT = "00"
058148         DISPLAY "FBRULAPR: WRITE TO FBSECLOG FAILED (STATUS "
058149             FB-SECLOG-STATUS ")"
058150         SET FB-SECLOG-FAILED TO TRUE
058151     END-IF.
058152     CLOSE FB-SECLOG-FILE.
058153 8700-EXIT.
058200     EXIT.
058300
058400*****************************************************************
059700
059800 8010-WRITE-ONE-RULE.
059900     MOVE SPACES TO FB-RULE-RECORD.
059950     MOVE FB-TAB-SET (FB-RULE-IDX)      TO FB-RULE-SET.
060000     MOVE FB-TAB-DIVISOR (FB-RULE-IDX)  TO FB-RULE-DIVISOR.
060100     MOVE FB-TAB-LABEL (FB-RULE-IDX)    TO FB-RULE-LABEL.
060200     MOVE FB-TAB-EFF-DATE (FB-RULE-IDX) TO FB-RULE-EFF-DATE.
063800     MOVE FB-PDT-KEYER (FB-PEND-IDX)       TO FB-PND-KEYER.
063900     MOVE FB-PDT-KEY-DATE (FB-PEND-IDX)    TO FB-PND-KEY-DATE.
064000     MOVE FB-PDT-KEY-TIME (FB-PEND-IDX)    TO FB-PND-KEY-TIME.
064050     MOVE FB-PDT-RULE-SET (FB-PEND-IDX)    TO FB-PND-RULE-SET.
064100     WRITE FB-PND-RECORD.
064200 8510-EXIT.
064300     EXIT.
