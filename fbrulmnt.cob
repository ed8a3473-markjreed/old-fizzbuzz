002050*                   KEYER'S ID AND A TIMESTAMP, AND WAITS THERE  *
002060*                   UNTIL A SUPERVISOR APPLIES OR REJECTS IT     *
002070*                   THROUGH THE NEW FBRULAPR APPROVAL PROGRAM.   *
002075*  2026-10-15  MJR  DEPARTMENT RULE SETS: THE SESSION NOW ASKS  *
002080*                   WHICH RULE SET IS BEING MAINTAINED (BLANK = *
002085*                   SHOP DEFAULT, ELSE A SET NAMED ON FBDEPTS), *
002090*                   LISTS AND VALIDATES AGAINST THAT SET ONLY,  *
002095*                   AND STAMPS THE SET ON EVERY PENDING CHANGE. *
002096*  2026-10-15  MJR  FBAUTH SIGN-ON CHECK: AN OPERATOR ID NOT    *
002097*                   AUTHORIZED TO KEY RULES IS REFUSED; THE     *
002098*                   SIGN-ON, REFUSALS AND QUEUED CHANGES GO TO  *
002099*                   THE FBSECLOG SECURITY ACCESS LOG.           *
002100*****************************************************************
002200 IDENTIFICATION DIVISION.
002300 PROGRAM-ID.    FBRULMNT.
003000*  RULE TABLE AND TO KEY ADDS, CHANGES AND DELETES AGAINST IT.  *
003100*  EDITS ARE NOT APPLIED HERE: EACH ONE IS QUEUED AS A PENDING  *
003200*  CHANGE ON FBRULPND, AND FBRULES IS ONLY EVER UPDATED BY A    *
003300*  SUPERVISOR APPLYING THE CHANGE THROUGH FBRULAPR.  A SESSION  *
003302*  WORKS ON ONE RULE SET - THE SHOP DEFAULT OR A DEPARTMENT SET *
003304*  NAMED ON FBDEPTS.                                            *
003305*  ONLY AN OPERATOR AUTHORIZED TO KEY RULES ON THE FBAUTH TABLE *
003306*  MAY SIGN ON; THE SIGN-ON OR REFUSAL, AND EACH CHANGE QUEUED, *
003307*  ARE APPENDED TO THE FBSECLOG SECURITY ACCESS LOG.  A REFUSED *
003308*  SIGN-ON ENDS THE SESSION WITH RETURN CODE 8.                 *
003310*****************************************************************
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
004230         ORGANIZATION IS LINE SEQUENTIAL
004240         FILE STATUS IS FB-RULPND-STATUS.
004300
004310     SELECT FB-AUTH-FILE ASSIGN TO "FBAUTH"
004320         ORGANIZATION IS LINE SEQUENTIAL
004330         FILE STATUS IS FB-AUTH-STATUS.
004340
004350     SELECT FB-SECLOG-FILE ASSIGN TO "FBSECLOG"
004360         ORGANIZATION IS LINE SEQUENTIAL
004370         FILE STATUS IS FB-SECLOG-STATUS.
004380
004382     SELECT FB-DEPTS-FILE ASSIGN TO "FBDEPTS"
004384         ORGANIZATION IS LINE SEQUENTIAL
004386         FILE STATUS IS FB-DEPTS-STATUS.
004388
004400 DATA DIVISION.
004500 FILE SECTION.
004600 FD  FB-RULES-FILE.
004720 FD  FB-RULPND-FILE.
004730 COPY FBPNDREC.
004800
004810 FD  FB-AUTH-FILE.
004820 COPY FBAUTREC.
004830
004840 FD  FB-SECLOG-FILE.
004850 COPY FBSECREC.
004860
004870 FD  FB-DEPTS-FILE.
004880 COPY FBDEPTRC.
004890
004900 WORKING-STORAGE SECTION.
005000*****************************************************************
005100*  FILE STATUS FIELDS                                          *
005300 01  FB-FILE-STATUSES.
005400     05  FB-RULES-STATUS         PIC X(02).
005410     05  FB-RULPND-STATUS        PIC X(02).
005420     05  FB-AUTH-STATUS          PIC X(02).
005430     05  FB-SECLOG-STATUS        PIC X(02).
005450     05  FB-DEPTS-STATUS         PIC X(02).
005500
005600*****************************************************************
005700*  SWITCHES                                                     *
006300         88  FB-DONE                         VALUE "Y".
006400     05  FB-FOUND-SW             PIC X(01)   VALUE "N".
006500         88  FB-FOUND                        VALUE "Y".
006510     05  FB-EOF-AUTH-SW          PIC X(01)   VALUE "N".
006520         88  FB-EOF-AUTH                     VALUE "Y".
006530     05  FB-AUTHORIZED-SW        PIC X(01)   VALUE "N".
006540         88  FB-AUTHORIZED                   VALUE "Y".
006550     05  FB-SECLOG-FAILED-SW     PIC X(01)   VALUE "N".
006560         88  FB-SECLOG-FAILED                VALUE "Y".
006565     05  FB-EOF-DEPTS-SW         PIC X(01)   VALUE "N".
006570         88  FB-EOF-DEPTS                    VALUE "Y".
006575     05  FB-SET-VALID-SW         PIC X(01)   VALUE "N".
006580         88  FB-SET-VALID                    VALUE "Y".
006600
006700*****************************************************************
006800*  DIVISOR / LABEL RULE TABLE - LOADED FROM THE FBRULES         *
009040 77  FB-MNT-KEYER         PIC X(08)        VALUE SPACES.
009050 77  FB-KEY-DATE          PIC 9(08)        VALUE ZERO.
009060 77  FB-KEY-TIME          PIC 9(08)        VALUE ZERO.
009070 77  FB-MNT-RULE-SET      PIC X(08)        VALUE SPACES.
009100
009110*****************************************************************
009120*  THE FBSECLOG EVENT BEING WRITTEN                             *
009130*****************************************************************
009140 77  FB-SEC-WK-EVENT      PIC X(02)        VALUE SPACES.
009150 77  FB-SEC-WK-REASON     PIC X(02)        VALUE SPACES.
009160 77  FB-SEC-WK-TEXT       PIC X(40)        VALUE SPACES.
009170 77  FB-SEC-WK-DIVISOR    PIC 9(09)        VALUE ZERO.
009180
009200 PROCEDURE DIVISION.
009300*****************************************************************
009400*  0000-MAINLINE                                                *
009500*****************************************************************
009600 0000-MAINLINE.
009710     PERFORM 1100-ACCEPT-KEYER THRU 1100-EXIT
009720         UNTIL FB-MNT-KEYER NOT = SPACES.
009721     PERFORM 6500-CHECK-AUTHORITY THRU 6500-EXIT.
009722     IF NOT FB-AUTHORIZED
009723         MOVE 8 TO RETURN-CODE
009724         GO TO 0000-EXIT
009725     END-IF.
009730     PERFORM 1200-ACCEPT-RULE-SET THRU 1200-EXIT
009735         UNTIL FB-SET-VALID.
009740     PERFORM 1000-LOAD-RULES THRU 1000-EXIT.
009800     PERFORM 2000-MENU-LOOP THRU 2000-EXIT
009900         UNTIL FB-DONE.
010000     PERFORM 9000-SAVE-PENDING THRU 9000-EXIT.
010050 0000-EXIT.
010100     STOP RUN.
010200
010300*****************************************************************
010400*  1000-LOAD-RULES - READ THE CURRENT DIVISOR/LABEL PAIRS OF    *
010500*  THE SESSION'S RULE SET FROM FBRULES INTO FB-RULE-TABLE.  A   *
010600*  MISSING OR EMPTY FBRULES, OR A SET WITH NO RULES YET,        *
010650*  SIMPLY STARTS THE OPERATOR OFF WITH AN EMPTY TABLE.          *
010700*****************************************************************
010800 1000-LOAD-RULES.
010900     MOVE ZERO TO FB-RULE-COUNT.
012500     EXIT.
012600
012700 1010-LOAD-ONE-RULE.
012710     IF FB-RULE-SET NOT = FB-MNT-RULE-SET
012720         GO TO 1010-READ-NEXT
012730     END-IF.
012800     IF FB-RULE-COUNT LESS THAN FB-MAX-RULES
012900         ADD 1 TO FB-RULE-COUNT
013000         MOVE FB-RULE-DIVISOR
014800             FB-MAX-RULES
014900             " ENTRIES - EXTRA RULES IGNORED"
015000     END-IF.
015050 1010-READ-NEXT.
015100     READ FB-RULES-FILE
015200         AT END MOVE "Y" TO FB-EOF-RULES-SW
015300     END-READ.
015580     ACCEPT FB-MNT-KEYER.
015590 1100-EXIT.
015591     EXIT.
015595
015600*****************************************************************
015605*  1200-ACCEPT-RULE-SET - THE RULE SET THIS SESSION MAINTAINS.  *
015610*  A BLANK REPLY IS THE SHOP DEFAULT SET; ANY OTHER NAME IS A   *
015615*  DEPARTMENT SET AS NAMED ON FBDEPTS.  A NAME WITH NO RULES    *
015620*  YET STARTS A NEW SET.  A NAME NOT ON FBDEPTS IS ASKED AGAIN. *
015625*****************************************************************
015630 1200-ACCEPT-RULE-SET.
015635     DISPLAY "ENTER THE RULE SET (BLANK = SHOP DEFAULT): ".
015640     MOVE SPACES TO FB-MNT-RULE-SET.
015645     ACCEPT FB-MNT-RULE-SET.
015646     PERFORM 6600-CHECK-RULE-SET THRU 6600-EXIT.
015647     IF NOT FB-SET-VALID
015648         GO TO 1200-EXIT
015649     END-IF.
015650     IF FB-MNT-RULE-SET = SPACES
015655         DISPLAY "FBRULMNT: MAINTAINING THE SHOP DEFAULT RULE SET"
015660     ELSE
015665         DISPLAY "FBRULMNT: MAINTAINING RULE SET "
015670             FB-MNT-RULE-SET
015675     END-IF.
015680 1200-EXIT.
015685     EXIT.
015690
015700*****************************************************************
015800*  2000-MENU-LOOP - DISPLAY THE MENU AND DISPATCH ONE OPERATOR  *
015900*  SELECTION.                                                    *
018800     DISPLAY " ".
018900     DISPLAY "----------------------------------------".
019000     DISPLAY "FBRULMNT - FIZZBUZZ RULE MAINTENANCE".
019010     IF FB-MNT-RULE-SET NOT = SPACES
019020         DISPLAY "  RULE SET " FB-MNT-RULE-SET
019030     END-IF.
019100     DISPLAY "  L - LIST THE CURRENT RULES".
019200     DISPLAY "  A - ADD A RULE (QUEUED FOR APPROVAL)".
019300     DISPLAY "  C - CHANGE A RULE (QUEUED FOR APPROVAL)".
037600     DISPLAY "FBRULMNT: DELETE QUEUED FOR SUPERVISOR APPROVAL".
037700 6000-EXIT.
037800     EXIT.
037810
037820*****************************************************************
037830*  6500-CHECK-AUTHORITY - THE KEYER MUST BE ON THE FBAUTH TABLE *
037840*  WITH THE KEY-RULES FUNCTION.  THE FIRST ENTRY FOR THE ID     *
037850*  COUNTS.  A MISSING FBAUTH, OR A SIGN-ON THAT CANNOT BE       *
037860*  RECORDED ON FBSECLOG, IS REFUSED.                            *
037870*****************************************************************
037880 6500-CHECK-AUTHORITY.
037890     MOVE "N" TO FB-AUTHORIZED-SW.
037900     MOVE "UK" TO FB-SEC-WK-REASON.
037910     MOVE "RULE MAINTENANCE SIGN-ON" TO FB-SEC-WK-TEXT.
037920     OPEN INPUT FB-AUTH-FILE.
037930     IF FB-AUTH-STATUS NOT = "00"
037940         DISPLAY "FBRULMNT: REFUSED - FBAUTH NOT AVAILABLE "
037950             "(STATUS " FB-AUTH-STATUS ")"
037960         MOVE "NT" TO FB-SEC-WK-REASON
037970         GO TO 6500-REFUSE
037980     END-IF.
037990     MOVE "N" TO FB-EOF-AUTH-SW.
038000     READ FB-AUTH-FILE
038010         AT END MOVE "Y" TO FB-EOF-AUTH-SW
038020     END-READ.
038030     PERFORM 6510-SCAN-ONE-AUTH THRU 6510-EXIT
038040         UNTIL FB-EOF-AUTH.
038050     CLOSE FB-AUTH-FILE.
038060     IF NOT FB-AUTHORIZED
038070         DISPLAY "FBRULMNT: REFUSED - OPERATOR " FB-MNT-KEYER
038080             " IS NOT AUTHORIZED TO KEY RULE CHANGES"
038090         GO TO 6500-REFUSE
038100     END-IF.
038110     MOVE "SO" TO FB-SEC-WK-EVENT.
038120     MOVE SPACES TO FB-SEC-WK-REASON.
038130     PERFORM 8700-WRITE-SECLOG THRU 8700-EXIT.
038140     IF FB-SECLOG-FAILED
038150         DISPLAY "FBRULMNT: REFUSED - THE SIGN-ON COULD NOT BE "
038160             "RECORDED ON FBSECLOG"
038170         MOVE "N" TO FB-AUTHORIZED-SW
038180     END-IF.
038190     GO TO 6500-EXIT.
038200 6500-REFUSE.
038210     MOVE "RF" TO FB-SEC-WK-EVENT.
038220     PERFORM 8700-WRITE-SECLOG THRU 8700-EXIT.
038230 6500-EXIT.
038240     EXIT.
038250
038260 6510-SCAN-ONE-AUTH.
038270     IF FB-AUT-OPER-ID = FB-MNT-KEYER
038280         IF FB-AUT-MAY-KEY
038290             SET FB-AUTHORIZED TO TRUE
038300         ELSE
038310             MOVE "NA" TO FB-SEC-WK-REASON
038320         END-IF
038330         MOVE "Y" TO FB-EOF-AUTH-SW
038340         GO TO 6510-EXIT
038350     END-IF.
038360     READ FB-AUTH-FILE
038370         AT END MOVE "Y" TO FB-EOF-AUTH-SW
038380     END-READ.
038390 6510-EXIT.
038400     EXIT.
038410
038420*****************************************************************
038430*  6600-CHECK-RULE-SET - A SET NAME OTHER THAN THE SHOP DEFAULT *
038440*  MUST BE THE RULE SET OF A DEPARTMENT ON FBDEPTS, AS FIZZBUZZ *
038450*  NEVER RUNS ANY OTHER.  WITHOUT FBDEPTS ONLY THE SHOP DEFAULT *
038460*  SET MAY BE MAINTAINED.                                       *
038470*****************************************************************
038480 6600-CHECK-RULE-SET.
038490     MOVE "N" TO FB-SET-VALID-SW.
038500     IF FB-MNT-RULE-SET = SPACES
038510         SET FB-SET-VALID TO TRUE
038520         GO TO 6600-EXIT
038530     END-IF.
038540     OPEN INPUT FB-DEPTS-FILE.
038550     IF FB-DEPTS-STATUS NOT = "00"
038560         DISPLAY "FBRULMNT: FBDEPTS NOT AVAILABLE (STATUS "
038570             FB-DEPTS-STATUS ") - ONLY THE SHOP DEFAULT SET"
038580             " MAY BE MAINTAINED"
038590         GO TO 6600-EXIT
038600     END-IF.
038610     MOVE "N" TO FB-EOF-DEPTS-SW.
038620     READ FB-DEPTS-FILE
038630         AT END MOVE "Y" TO FB-EOF-DEPTS-SW
038640     END-READ.
038650     PERFORM 6610-SCAN-ONE-DEPT THRU 6610-EXIT
038660         UNTIL FB-EOF-DEPTS.
038670     CLOSE FB-DEPTS-FILE.
038680     IF NOT FB-SET-VALID
038690         DISPLAY "FBRULMNT: RULE SET " FB-MNT-RULE-SET
038700             " IS NOT NAMED ON FBDEPTS - REENTER"
038710     END-IF.
038720 6600-EXIT.
038730     EXIT.
038740
038750 6610-SCAN-ONE-DEPT.
038760     IF FB-DEPT-RULE-SET = FB-MNT-RULE-SET
038770         SET FB-SET-VALID TO TRUE
038780         MOVE "Y" TO FB-EOF-DEPTS-SW
038790         GO TO 6610-EXIT
038800     END-IF.
038810     READ FB-DEPTS-FILE
038820         AT END MOVE "Y" TO FB-EOF-DEPTS-SW
038830     END-READ.
038840 6610-EXIT.
038850     EXIT.
039100
039200*****************************************************************
039300*  7000-ACCEPT-DATES - PROMPT FOR THE EFFECTIVE AND EXPIRY      *
041000     EXIT.
041100
041200*****************************************************************
041202*  8700-WRITE-SECLOG - APPEND ONE EVENT TO THE FBSECLOG         *
041204*  SECURITY ACCESS LOG UNDER THE KEYER'S ID.                    *
041206*****************************************************************
041208 8700-WRITE-SECLOG.
041210     MOVE "N" TO FB-SECLOG-FAILED-SW.
041212     MOVE SPACES TO FB-SEC-RECORD.
041214     ACCEPT FB-SEC-DATE FROM DATE YYYYMMDD.
041216     ACCEPT FB-SEC-TIME FROM TIME.
041218     MOVE "FBRULMNT"       TO FB-SEC-PROGRAM.
041220     MOVE FB-MNT-KEYER     TO FB-SEC-OPER-ID.
041222     MOVE "K"              TO FB-SEC-FUNCTION.
041224     MOVE FB-SEC-WK-EVENT  TO FB-SEC-EVENT.
041226     MOVE FB-SEC-WK-REASON TO FB-SEC-REASON.
041228     MOVE FB-SEC-WK-TEXT   TO FB-SEC-TEXT.
041230     OPEN EXTEND FB-SECLOG-FILE.
041232     IF FB-SECLOG-STATUS NOT = "00"
041234         CLOSE FB-SECLOG-FILE
041236         OPEN OUTPUT FB-SECLOG-FILE
041238     END-IF.
041240     WRITE FB-SEC-RECORD.
041242     IF FB-SECLOG-STATUS NOT = "00"
041244         DISPLAY "FBRULMNT: WRITE TO FBSECLOG FAILED (STATUS "
041246             FB-SECLOG-STATUS ")"
041248         SET FB-SECLOG-FAILED TO TRUE
041250     END-IF.
041252     CLOSE FB-SECLOG-FILE.
041254 8700-EXIT.
041256     EXIT.
041258
041260*****************************************************************
041300*  9000-SAVE-PENDING - APPEND THE SESSION'S QUEUED CHANGES TO   *
041400*  FBRULPND, EACH STAMPED WITH THE KEYER AND A TIMESTAMP, FOR   *
041450*  THE SUPERVISOR TO APPLY OR REJECT THROUGH FBRULAPR.  EACH    *
041500*  CHANGE QUEUED IS RECORDED ON FBSECLOG WITH THE DIVISOR OF    *
041550*  THE RULE IT IS AIMED AT.                                     *
041600*****************************************************************
041700 9000-SAVE-PENDING.
041800     IF FB-PEND-COUNT = ZERO
045000     MOVE FB-MNT-KEYER TO FB-PND-KEYER.
045100     MOVE FB-KEY-DATE  TO FB-PND-KEY-DATE.
045200     MOVE FB-KEY-TIME  TO FB-PND-KEY-TIME.
045250     MOVE FB-MNT-RULE-SET TO FB-PND-RULE-SET.
045300     WRITE FB-PND-RECORD.
045305     IF FB-PDT-ACTION (FB-PEND-IDX) = "A"
045310         MOVE FB-PDT-NEW-DIVISOR (FB-PEND-IDX)
045315             TO FB-SEC-WK-DIVISOR
045320     ELSE
045325         MOVE FB-PDT-OLD-DIVISOR (FB-PEND-IDX)
045330             TO FB-SEC-WK-DIVISOR
045335     END-IF.
045340     MOVE SPACES TO FB-SEC-WK-TEXT.
045345     STRING "QUEUED " FB-PDT-ACTION (FB-PEND-IDX)
045350         " OF " FB-SEC-WK-DIVISOR " SET " FB-MNT-RULE-SET
045355         DELIMITED BY SIZE INTO FB-SEC-WK-TEXT.
045360     MOVE "AC" TO FB-SEC-WK-EVENT.
045365     MOVE SPACES TO FB-SEC-WK-REASON.
045370     PERFORM 8700-WRITE-SECLOG THRU 8700-EXIT.
045400 9010-EXIT.
045500     EXIT.
