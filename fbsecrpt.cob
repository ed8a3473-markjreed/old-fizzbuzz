000100******************************************************************
000200*  MODIFICATION HISTORY                                          *
000300*  DATE       INIT  DESCRIPTION                                  *
000400*  ---------- ----  ---------------------------------------      *
000500*  2026-10-15  MJR  ORIGINAL VERSION.  SECURITY VIOLATIONS       *
000600*                   REPORT FOR THE AUDITORS, READ FROM THE       *
000700*                   FBSECLOG ACCESS LOG THE CONSOLE UTILITIES    *
000800*                   WRITE: EVERY REFUSED ATTEMPT IN THE PERIOD,  *
000900*                   THEN EACH OPERATOR'S SIGN-ONS, ACTIONS AND   *
001000*                   REFUSALS AGAINST THE FUNCTIONS FBAUTH GIVES  *
001100*                   THEM.                                        *
001110*  2026-10-15  MJR  A MISSING FBSECLOG IS NOTED ON THE REPORT    *
001120*                   AND ENDS THE STEP WITH 12 - AN EMPTY REPORT  *
001130*                   MUST NOT PASS FOR A CLEAN PERIOD.            *
001200******************************************************************
001300 IDENTIFICATION DIVISION.
001400 PROGRAM-ID.    FBSECRPT.
001500 AUTHOR.        M J REED.
001600 INSTALLATION.  DATA CENTER OPERATIONS.
001700 DATE-WRITTEN.  2026-10-15.
001800 DATE-COMPILED.
001900******************************************************************
002000*  READS THE FBSECLOG SECURITY ACCESS LOG APPENDED BY FBRULMNT,  *
002100*  FBRULAPR, FBINQURY AND FBBACKOT AND PRINTS THE PERIOD'S       *
002200*  VIOLATIONS REPORT ON FBSECRPT.  AN OPTIONAL FBSRPARM RECORD   *
002300*  GIVES THE FROM/TO DATE RANGE OF THE AUDIT PERIOD; WITHOUT IT  *
002400*  EVERY EVENT ON FILE IS REPORTED.  THE REPORT HAS TWO PARTS:   *
002500*    1. EVERY REFUSAL IN THE PERIOD - WHEN, WHICH UTILITY, THE   *
002600*       OPERATOR ID, THE FUNCTION ATTEMPTED, WHY IT WAS REFUSED  *
002700*       AND WHAT WAS BEING DONE.                                 *
002800*    2. ONE LINE PER OPERATOR - EVERY ID ON THE FBAUTH TABLE AND *
002900*       EVERY ID SEEN ON THE LOG, IN ID ORDER - WITH THE         *
003000*       FUNCTIONS FBAUTH GIVES IT AND ITS SIGN-ONS, ACTIONS AND  *
003100*       REFUSALS IN THE PERIOD.  AN ID THAT IS NOT ON FBAUTH, OR *
003200*       HAS A REFUSAL, IS FLAGGED.                               *
003300*  GRAND TOTALS BREAK THE REFUSALS DOWN BY REASON.               *
003400*                                                                *
003500*  ENDS WITH 0 WHEN THE PERIOD HAS NO REFUSALS AND 4 WHEN IT     *
003600*  HAS ANY, SO THE SCHEDULE CAN ROUTE THE REPORT FOR FOLLOW-UP,  *
003650*  AND 12 WHEN FBSECLOG IS NOT PRESENT (NOTED ON THE REPORT).    *
003700******************************************************************
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SOURCE-COMPUTER.  IBM-370.
004100 OBJECT-COMPUTER.  IBM-370.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT FB-SECLOG-FILE ASSIGN TO "FBSECLOG"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS FB-SECLOG-STATUS.
004700
004800     SELECT FB-AUTH-FILE ASSIGN TO "FBAUTH"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS FB-AUTH-STATUS.
005100
005200     SELECT FB-SRPARM-FILE ASSIGN TO "FBSRPARM"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS FB-SRPARM-STATUS.
005500
005600     SELECT FB-REPORT-FILE ASSIGN TO "FBSECRPT"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS FB-REPORT-STATUS.
005900
006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  FB-SECLOG-FILE.
006300 COPY FBSECREC.
006400
006500 FD  FB-AUTH-FILE.
006600 COPY FBAUTREC.
006700
006800 FD  FB-SRPARM-FILE.
006900 COPY FBSRPARM.
007000
007100 FD  FB-REPORT-FILE.
007200 01  FB-REPORT-RECORD            PIC X(132).
007300
007400 WORKING-STORAGE SECTION.
007500******************************************************************
007600*  FILE STATUS FIELDS                                            *
007700******************************************************************
007800 01  FB-FILE-STATUSES.
007900     05  FB-SECLOG-STATUS        PIC X(02).
008000     05  FB-AUTH-STATUS          PIC X(02).
008100     05  FB-SRPARM-STATUS        PIC X(02).
008200     05  FB-REPORT-STATUS        PIC X(02).
008300
008400******************************************************************
008500*  SWITCHES                                                      *
008600******************************************************************
008700 01  FB-SWITCHES.
008800     05  FB-EOF-SECLOG-SW        PIC X(01)   VALUE "N".
008900         88  FB-EOF-SECLOG                   VALUE "Y".
008910     05  FB-SECLOG-MISSING-SW    PIC X(01)   VALUE "N".
008920         88  FB-SECLOG-MISSING               VALUE "Y".
009000     05  FB-EOF-AUTH-SW          PIC X(01)   VALUE "N".
009100         88  FB-EOF-AUTH                     VALUE "Y".
009200     05  FB-FOUND-SW             PIC X(01)   VALUE "N".
009300         88  FB-FOUND                        VALUE "Y".
009400     05  FB-SECTION-SW           PIC X(01)   VALUE "V".
009500         88  FB-SECTION-REFUSALS             VALUE "V".
009600         88  FB-SECTION-OPERATORS            VALUE "O".
009700
009800******************************************************************
009900*  PERIOD SELECTION - DEFAULTED WIDE OPEN WHEN NO FBSRPARM       *
010000*  RECORD IS SUPPLIED.                                           *
010100******************************************************************
010200 77  FB-SEL-FROM-DATE     PIC 9(08)        VALUE ZERO.
010300 77  FB-SEL-TO-DATE       PIC 9(08)        VALUE 99991231.
010400
010500******************************************************************
010600*  OPERATOR TABLE - EVERY ID ON FBAUTH AND EVERY ID SEEN ON THE  *
010700*  LOG IN THE PERIOD, KEPT IN OPERATOR ID ORDER AS IT IS BUILT.  *
010800******************************************************************
010900 01  FB-OPERATOR-TABLE.
011000     05  FB-OPERATOR-ENTRY OCCURS 200 TIMES.
011100         10  FB-OPT-OPER-ID      PIC X(08).
011200         10  FB-OPT-NAME         PIC X(30).
011300         10  FB-OPT-ON-TABLE     PIC X(01).
011400         10  FB-OPT-FUNCTIONS.
011500             15  FB-OPT-KEY-RULES PIC X(01).
011600             15  FB-OPT-APPROVE  PIC X(01).
011700             15  FB-OPT-INQUIRE  PIC X(01).
011800             15  FB-OPT-BACKOUT  PIC X(01).
011900         10  FB-OPT-SIGN-ONS     PIC 9(07)   COMP-3.
012000         10  FB-OPT-ACTIONS      PIC 9(07)   COMP-3.
012100         10  FB-OPT-REFUSALS     PIC 9(07)   COMP-3.
012200 77  FB-OPR-COUNT         PIC 9(04) COMP   VALUE ZERO.
012300 77  FB-OPR-IDX           PIC 9(04) COMP   VALUE ZERO.
012400 77  FB-INSERT-IDX        PIC 9(04) COMP   VALUE ZERO.
012500 77  FB-SHIFT-IDX         PIC 9(04) COMP   VALUE ZERO.
012600 77  FB-MAX-OPERATORS     PIC 9(04) COMP   VALUE 200.
012700 77  FB-SEARCH-ID         PIC X(08)        VALUE SPACES.
012800
012900******************************************************************
013000*  ACCUMULATORS AND PAGE CONTROL                                 *
013100******************************************************************
013200 77  FB-TOT-EVENTS        PIC 9(09) COMP-3 VALUE ZERO.
013300 77  FB-TOT-SIGN-ONS      PIC 9(09) COMP-3 VALUE ZERO.
013400 77  FB-TOT-ACTIONS       PIC 9(09) COMP-3 VALUE ZERO.
013500 77  FB-TOT-REFUSALS      PIC 9(09) COMP-3 VALUE ZERO.
013600 77  FB-TOT-NOT-ON-TABLE  PIC 9(09) COMP-3 VALUE ZERO.
013700 77  FB-TOT-NOT-AUTH      PIC 9(09) COMP-3 VALUE ZERO.
013800 77  FB-TOT-OWN-CHANGE    PIC 9(09) COMP-3 VALUE ZERO.
013900 77  FB-TOT-NO-TABLE      PIC 9(09) COMP-3 VALUE ZERO.
014000 77  FB-TOT-UNTABLED      PIC 9(09) COMP-3 VALUE ZERO.
014100 77  FB-LINE-COUNT        PIC 9(04) COMP   VALUE ZERO.
014200 77  FB-PAGE-COUNT        PIC 9(04) COMP   VALUE ZERO.
014300 77  FB-PAGE-LIMIT        PIC 9(04) COMP   VALUE 55.
014400 77  FB-PRINT-LINE        PIC X(132)       VALUE SPACES.
014500
014600******************************************************************
014700*  DATE AND TIME WORK FIELDS                                     *
014800******************************************************************
014900 01  FB-WRK-DATE.
015000     05  FB-WRK-DATE-YYYY        PIC X(04).
015100     05  FB-WRK-DATE-MM          PIC X(02).
015200     05  FB-WRK-DATE-DD          PIC X(02).
015300 01  FB-WRK-TIME.
015400     05  FB-WRK-TIME-HH          PIC X(02).
015500     05  FB-WRK-TIME-MM          PIC X(02).
015600     05  FB-WRK-TIME-SS          PIC X(02).
015700     05  FILLER                  PIC X(02).
015800
015900******************************************************************
016000*  REPORT LINE LAYOUTS                                           *
016100******************************************************************
016200 01  FB-RPT-HEADING-1.
016300     05  FILLER  PIC X(48)
016400         VALUE "FBSECRPT - CONSOLE UTILITY SECURITY VIOLATIONS".
016500     05  FILLER  PIC X(06)  VALUE "  PAGE".
016600     05  FB-HD1-PAGE             PIC ZZZ9.
016700     05  FILLER  PIC X(74)  VALUE SPACES.
016800
016900 01  FB-RPT-HEADING-2.
017000     05  FILLER  PIC X(19)  VALUE "EVENT DATE RANGE ".
017100     05  FB-HD2-FROM             PIC 9(08).
017200     05  FILLER  PIC X(09)  VALUE " THROUGH ".
017300     05  FB-HD2-TO               PIC 9(08).
017400     05  FILLER  PIC X(88)  VALUE SPACES.
017500
017600 01  FB-RPT-REFUSAL-TITLE.
017700     05  FILLER  PIC X(40)
017800         VALUE "REFUSED ACCESS ATTEMPTS".
017900     05  FILLER  PIC X(92)  VALUE SPACES.
018000
018100 01  FB-RPT-REFUSAL-COLS.
018200     05  FILLER  PIC X(12)  VALUE "DATE".
018300     05  FILLER  PIC X(10)  VALUE "TIME".
018400     05  FILLER  PIC X(10)  VALUE "UTILITY".
018500     05  FILLER  PIC X(10)  VALUE "OPERATOR".
018600     05  FILLER  PIC X(15)  VALUE "FUNCTION".
018700     05  FILLER  PIC X(20)  VALUE "REASON".
018800     05  FILLER  PIC X(40)  VALUE "ATTEMPTED".
018900     05  FILLER  PIC X(15)  VALUE SPACES.
019000
019100 01  FB-RPT-REFUSAL.
019200     05  FB-RFL-DATE             PIC X(10).
019300     05  FILLER                  PIC X(02)  VALUE SPACES.
019400     05  FB-RFL-TIME             PIC X(08).
019500     05  FILLER                  PIC X(02)  VALUE SPACES.
019600     05  FB-RFL-PROGRAM          PIC X(08).
019700     05  FILLER                  PIC X(02)  VALUE SPACES.
019800     05  FB-RFL-OPER-ID          PIC X(08).
019900     05  FILLER                  PIC X(02)  VALUE SPACES.
020000     05  FB-RFL-FUNCTION         PIC X(13).
020100     05  FILLER                  PIC X(02)  VALUE SPACES.
020200     05  FB-RFL-REASON           PIC X(18).
020300     05  FILLER                  PIC X(02)  VALUE SPACES.
020400     05  FB-RFL-TEXT             PIC X(40).
020500     05  FILLER                  PIC X(15)  VALUE SPACES.
020600
020700 01  FB-RPT-OPERATOR-TITLE.
020800     05  FILLER  PIC X(40)
020900         VALUE "ACTIVITY BY OPERATOR".
021000     05  FILLER  PIC X(92)  VALUE SPACES.
021100
021200 01  FB-RPT-OPERATOR-COLS.
021300     05  FILLER  PIC X(10)  VALUE "OPERATOR".
021400     05  FILLER  PIC X(32)  VALUE "NAME ON FBAUTH".
021500     05  FILLER  PIC X(09)  VALUE "K A I B".
021600     05  FILLER  PIC X(10)  VALUE " SIGN-ONS".
021700     05  FILLER  PIC X(10)  VALUE "  ACTIONS".
021800     05  FILLER  PIC X(10)  VALUE " REFUSALS".
021900     05  FILLER  PIC X(51)  VALUE SPACES.
022000
022100 01  FB-RPT-OPERATOR.
022200     05  FB-OPL-OPER-ID          PIC X(08).
022300     05  FILLER                  PIC X(02)  VALUE SPACES.
022400     05  FB-OPL-NAME             PIC X(30).
022500     05  FILLER                  PIC X(02)  VALUE SPACES.
022600     05  FB-OPL-KEY-RULES        PIC X(01).
022700     05  FILLER                  PIC X(01)  VALUE SPACES.
022800     05  FB-OPL-APPROVE          PIC X(01).
022900     05  FILLER                  PIC X(01)  VALUE SPACES.
023000     05  FB-OPL-INQUIRE          PIC X(01).
023100     05  FILLER                  PIC X(01)  VALUE SPACES.
023200     05  FB-OPL-BACKOUT          PIC X(01).
023300     05  FILLER                  PIC X(02)  VALUE SPACES.
023400     05  FB-OPL-SIGN-ONS         PIC ZZZ,ZZ9.
023500     05  FILLER                  PIC X(03)  VALUE SPACES.
023600     05  FB-OPL-ACTIONS          PIC ZZZ,ZZ9.
023700     05  FILLER                  PIC X(03)  VALUE SPACES.
023800     05  FB-OPL-REFUSALS         PIC ZZZ,ZZ9.
023900     05  FILLER                  PIC X(02)  VALUE SPACES.
024000     05  FB-OPL-FLAG             PIC X(32).
024100     05  FILLER                  PIC X(19)  VALUE SPACES.
024200
024300 01  FB-RPT-TOTAL-1.
024400     05  FILLER  PIC X(16)  VALUE "  PERIOD EVENTS ".
024500     05  FB-TL1-EVENTS           PIC ZZZ,ZZZ,ZZ9.
024600     05  FILLER  PIC X(11)  VALUE "  SIGN-ONS ".
024700     05  FB-TL1-SIGN-ONS         PIC ZZZ,ZZZ,ZZ9.
024800     05  FILLER  PIC X(10)  VALUE "  ACTIONS ".
024900     05  FB-TL1-ACTIONS          PIC ZZZ,ZZZ,ZZ9.
025000     05  FILLER  PIC X(11)  VALUE "  REFUSALS ".
025100     05  FB-TL1-REFUSALS         PIC ZZZ,ZZZ,ZZ9.
025200     05  FILLER  PIC X(40)  VALUE SPACES.
025300
025400 01  FB-RPT-TOTAL-2.
025500     05  FILLER  PIC X(29)  VALUE "  REFUSED - NOT ON FBAUTH ".
025600     05  FB-TL2-NOT-ON-TABLE     PIC ZZZ,ZZZ,ZZ9.
025700     05  FILLER  PIC X(18)  VALUE "  NOT AUTHORIZED ".
025800     05  FB-TL2-NOT-AUTH         PIC ZZZ,ZZZ,ZZ9.
025900     05  FILLER  PIC X(14)  VALUE "  OWN CHANGE ".
026000     05  FB-TL2-OWN-CHANGE       PIC ZZZ,ZZZ,ZZ9.
026100     05  FILLER  PIC X(22)  VALUE "  FBAUTH UNAVAILABLE ".
026200     05  FB-TL2-NO-TABLE         PIC ZZZ,ZZZ,ZZ9.
026300     05  FILLER  PIC X(05)  VALUE SPACES.
026400
026500 01  FB-RPT-TOTAL-3.
026600     05  FILLER  PIC X(40)
026700         VALUE "  OPERATOR IDS ON THE LOG NOT ON FBAUTH ".
026800     05  FB-TL3-UNTABLED         PIC ZZZ,ZZZ,ZZ9.
026900     05  FILLER  PIC X(81)  VALUE SPACES.
027000
027100 PROCEDURE DIVISION.
027200******************************************************************
027300*  0000-MAINLINE                                                 *
027400******************************************************************
027500 0000-MAINLINE.
027600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
027610     IF FB-SECLOG-MISSING
027620         GO TO 0000-EXIT
027630     END-IF.
027700     PERFORM 1100-LOAD-AUTH THRU 1100-EXIT.
027800     PERFORM 2000-PROCESS-LOG THRU 2000-EXIT.
027900     PERFORM 5000-OPERATOR-SUMMARY THRU 5000-EXIT.
028000     PERFORM 8000-GRAND-TOTALS THRU 8000-EXIT.
028050 0000-EXIT.
028100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
028200     STOP RUN.
028300
028400******************************************************************
028500*  1000-INITIALIZE - PICK UP THE OPTIONAL PERIOD PARAMETER AND   *
028600*  OPEN THE LOG AND REPORT DATASETS.                             *
028700******************************************************************
028800 1000-INITIALIZE.
028900     OPEN INPUT FB-SRPARM-FILE.
029000     IF FB-SRPARM-STATUS = "00"
029100         READ FB-SRPARM-FILE
029200             AT END
029300                 CONTINUE
029400             NOT AT END
029500                 IF FB-SRP-FROM-DATE IS NUMERIC
029600                     MOVE FB-SRP-FROM-DATE TO FB-SEL-FROM-DATE
029700                 END-IF
029800                 IF FB-SRP-TO-DATE IS NUMERIC
029900                         AND FB-SRP-TO-DATE GREATER THAN ZERO
030000                     MOVE FB-SRP-TO-DATE TO FB-SEL-TO-DATE
030100                 END-IF
030200         END-READ
030300         CLOSE FB-SRPARM-FILE
030400     ELSE
030500         DISPLAY "FBSECRPT: FBSRPARM NOT SUPPLIED - REPORTING "
030600             "ALL EVENTS ON FILE"
030700     END-IF.
030800
030900     OPEN INPUT FB-SECLOG-FILE.
031000     IF FB-SECLOG-STATUS NOT = "00"
031100         DISPLAY "FBSECRPT: FBSECLOG NOT AVAILABLE (STATUS "
031200             FB-SECLOG-STATUS ")"
031300         MOVE "Y" TO FB-SECLOG-MISSING-SW
031400     END-IF.
031500
031600     OPEN OUTPUT FB-REPORT-FILE.
031700     SET FB-SECTION-REFUSALS TO TRUE.
031800     PERFORM 7000-PAGE-HEADING THRU 7000-EXIT.
031810     IF FB-SECLOG-MISSING
031820         MOVE
031825             "FBSECRPT - FBSECLOG NOT PRESENT - NOTHING TO REPORT"
031830             TO FB-PRINT-LINE
031840         PERFORM 7100-WRITE-LINE THRU 7100-EXIT
031850         MOVE 12 TO RETURN-CODE
031860     END-IF.
031900 1000-EXIT.
032000     EXIT.
032100
032200******************************************************************
032300*  1100-LOAD-AUTH - EVERY OPERATOR ON THE FBAUTH TABLE GOES INTO *
032400*  THE OPERATOR TABLE WITH ITS FUNCTIONS, SO AN AUTHORIZED ID    *
032500*  WITH NO ACTIVITY STILL APPEARS.  THE FIRST ENTRY FOR AN ID    *
032600*  COUNTS, AS IT DOES IN THE UTILITIES.                          *
032700******************************************************************
032800 1100-LOAD-AUTH.
032900     OPEN INPUT FB-AUTH-FILE.
033000     IF FB-AUTH-STATUS NOT = "00"
033100         DISPLAY "FBSECRPT: FBAUTH NOT AVAILABLE (STATUS "
033200             FB-AUTH-STATUS ") - EVERY OPERATOR SHOWN AS NOT ON "
033300             "IT"
033400         GO TO 1100-EXIT
033500     END-IF.
033600     READ FB-AUTH-FILE
033700         AT END MOVE "Y" TO FB-EOF-AUTH-SW
033800     END-READ.
033900     PERFORM 1110-LOAD-ONE-AUTH THRU 1110-EXIT
034000         UNTIL FB-EOF-AUTH.
034100     CLOSE FB-AUTH-FILE.
034200 1100-EXIT.
034300     EXIT.
034400
034500 1110-LOAD-ONE-AUTH.
034600     IF FB-AUT-OPER-ID = SPACES
034700         GO TO 1110-READ-NEXT
034800     END-IF.
034900     MOVE FB-AUT-OPER-ID TO FB-SEARCH-ID.
035000     PERFORM 3000-FIND-OPERATOR THRU 3000-EXIT.
035100     IF FB-FOUND OR FB-OPR-IDX = ZERO
035200         GO TO 1110-READ-NEXT
035300     END-IF.
035400     MOVE "Y"         TO FB-OPT-ON-TABLE (FB-OPR-IDX).
035500     MOVE FB-AUT-NAME TO FB-OPT-NAME (FB-OPR-IDX).
035600     MOVE FB-AUT-KEY-RULES TO FB-OPT-KEY-RULES (FB-OPR-IDX).
035700     MOVE FB-AUT-APPROVE   TO FB-OPT-APPROVE (FB-OPR-IDX).
035800     MOVE FB-AUT-INQUIRE   TO FB-OPT-INQUIRE (FB-OPR-IDX).
035900     MOVE FB-AUT-BACKOUT   TO FB-OPT-BACKOUT (FB-OPR-IDX).
036000 1110-READ-NEXT.
036100     READ FB-AUTH-FILE
036200         AT END MOVE "Y" TO FB-EOF-AUTH-SW
036300     END-READ.
036400 1110-EXIT.
036500     EXIT.
036600
036700******************************************************************
036800*  2000-PROCESS-LOG - READ EVERY LOGGED EVENT, COUNT THE ONES IN *
036900*  THE PERIOD AGAINST THEIR OPERATOR, AND LIST EACH REFUSAL.     *
037000******************************************************************
037100 2000-PROCESS-LOG.
037200     IF NOT FB-EOF-SECLOG
037300         READ FB-SECLOG-FILE
037400             AT END MOVE "Y" TO FB-EOF-SECLOG-SW
037500         END-READ
037600         PERFORM 2100-PROCESS-ONE-EVENT THRU 2100-EXIT
037700             UNTIL FB-EOF-SECLOG
037800         CLOSE FB-SECLOG-FILE
037900     END-IF.
038000     IF FB-TOT-REFUSALS = ZERO
038100         MOVE "  NO REFUSED ATTEMPTS IN THE PERIOD"
038200             TO FB-PRINT-LINE
038300         PERFORM 7100-WRITE-LINE THRU 7100-EXIT
038400     END-IF.
038500 2000-EXIT.
038600     EXIT.
038700
038800 2100-PROCESS-ONE-EVENT.
038900     IF FB-SEC-DATE LESS THAN FB-SEL-FROM-DATE
039000             OR FB-SEC-DATE GREATER THAN FB-SEL-TO-DATE
039100         GO TO 2100-READ-NEXT
039200     END-IF.
039300     ADD 1 TO FB-TOT-EVENTS.
039400     MOVE FB-SEC-OPER-ID TO FB-SEARCH-ID.
039500     PERFORM 3000-FIND-OPERATOR THRU 3000-EXIT.
039600     EVALUATE TRUE
039700         WHEN FB-SEC-SIGN-ON
039800             ADD 1 TO FB-TOT-SIGN-ONS
039900             IF FB-OPR-IDX GREATER THAN ZERO
040000                 ADD 1 TO FB-OPT-SIGN-ONS (FB-OPR-IDX)
040100             END-IF
040200         WHEN FB-SEC-ACTION
040300             ADD 1 TO FB-TOT-ACTIONS
040400             IF FB-OPR-IDX GREATER THAN ZERO
040500                 ADD 1 TO FB-OPT-ACTIONS (FB-OPR-IDX)
040600             END-IF
040700         WHEN FB-SEC-REFUSED
040800             ADD 1 TO FB-TOT-REFUSALS
040900             IF FB-OPR-IDX GREATER THAN ZERO
041000                 ADD 1 TO FB-OPT-REFUSALS (FB-OPR-IDX)
041100             END-IF
041200             PERFORM 2200-WRITE-REFUSAL THRU 2200-EXIT
041300     END-EVALUATE.
041400 2100-READ-NEXT.
041500     READ FB-SECLOG-FILE
041600         AT END MOVE "Y" TO FB-EOF-SECLOG-SW
041700     END-READ.
041800 2100-EXIT.
041900     EXIT.
042000
042100******************************************************************
042200*  2200-WRITE-REFUSAL - ONE LINE PER REFUSED ATTEMPT, WITH THE   *
042300*  FUNCTION AND REASON SPELLED OUT FOR THE AUDITORS.             *
042400******************************************************************
042500 2200-WRITE-REFUSAL.
042600     MOVE FB-SEC-DATE TO FB-WRK-DATE.
042700     MOVE SPACES TO FB-RFL-DATE.
042800     STRING FB-WRK-DATE-YYYY "-" FB-WRK-DATE-MM "-"
042900         FB-WRK-DATE-DD DELIMITED BY SIZE
043000         INTO FB-RFL-DATE.
043100     MOVE FB-SEC-TIME TO FB-WRK-TIME.
043200     MOVE SPACES TO FB-RFL-TIME.
043300     STRING FB-WRK-TIME-HH ":" FB-WRK-TIME-MM ":"
043400         FB-WRK-TIME-SS DELIMITED BY SIZE
043500         INTO FB-RFL-TIME.
043600     MOVE FB-SEC-PROGRAM TO FB-RFL-PROGRAM.
043700     MOVE FB-SEC-OPER-ID TO FB-RFL-OPER-ID.
043800     IF FB-SEC-OPER-ID = SPACES
043900         MOVE "(NONE)" TO FB-RFL-OPER-ID
044000     END-IF.
044100     EVALUATE TRUE
044200         WHEN FB-SEC-KEY-RULES
044300             MOVE "KEY RULES"     TO FB-RFL-FUNCTION
044400         WHEN FB-SEC-APPROVE
044500             MOVE "APPROVE RULES" TO FB-RFL-FUNCTION
044600         WHEN FB-SEC-INQUIRE
044700             MOVE "INQUIRE"       TO FB-RFL-FUNCTION
044800         WHEN FB-SEC-BACKOUT
044900             MOVE "BACK OUT"      TO FB-RFL-FUNCTION
045000         WHEN OTHER
045100             MOVE FB-SEC-FUNCTION TO FB-RFL-FUNCTION
045200     END-EVALUATE.
045300     EVALUATE TRUE
045400         WHEN FB-SEC-NOT-ON-TABLE
045500             MOVE "NOT ON FBAUTH"      TO FB-RFL-REASON
045600             ADD 1 TO FB-TOT-NOT-ON-TABLE
045700         WHEN FB-SEC-NOT-AUTHORIZED
045800             MOVE "NOT AUTHORIZED"     TO FB-RFL-REASON
045900             ADD 1 TO FB-TOT-NOT-AUTH
046000         WHEN FB-SEC-OWN-CHANGE
046100             MOVE "OWN CHANGE"         TO FB-RFL-REASON
046200             ADD 1 TO FB-TOT-OWN-CHANGE
046300         WHEN FB-SEC-NO-TABLE
046400             MOVE "FBAUTH UNAVAILABLE" TO FB-RFL-REASON
046500             ADD 1 TO FB-TOT-NO-TABLE
046600         WHEN OTHER
046700             MOVE FB-SEC-REASON        TO FB-RFL-REASON
046800     END-EVALUATE.
046900     MOVE FB-SEC-TEXT TO FB-RFL-TEXT.
047000     MOVE FB-RPT-REFUSAL TO FB-PRINT-LINE.
047100     PERFORM 7100-WRITE-LINE THRU 7100-EXIT.
047200 2200-EXIT.
047300     EXIT.
047400
047500******************************************************************
047600*  3000-FIND-OPERATOR - LOCATE FB-SEARCH-ID IN THE OPERATOR      *
047700*  TABLE, INSERTING A NEW ENTRY IN ID ORDER WHEN IT IS NOT       *
047800*  THERE.  FB-OPR-IDX COMES BACK ZERO ONLY WHEN THE TABLE IS     *
047900*  FULL; THE EVENT STILL COUNTS IN THE REPORT TOTALS.            *
048000******************************************************************
048100 3000-FIND-OPERATOR.
048200     MOVE "N" TO FB-FOUND-SW.
048300     MOVE ZERO TO FB-OPR-IDX.
048400     COMPUTE FB-INSERT-IDX = FB-OPR-COUNT + 1.
048500     PERFORM 3010-COMPARE-ONE THRU 3010-EXIT
048600         VARYING FB-SHIFT-IDX FROM 1 BY 1
048700         UNTIL FB-SHIFT-IDX GREATER THAN FB-OPR-COUNT
048800             OR FB-INSERT-IDX NOT GREATER THAN FB-OPR-COUNT.
048900     IF FB-INSERT-IDX NOT GREATER THAN FB-OPR-COUNT
049000         IF FB-OPT-OPER-ID (FB-INSERT-IDX) = FB-SEARCH-ID
049100             SET FB-FOUND TO TRUE
049200             MOVE FB-INSERT-IDX TO FB-OPR-IDX
049300             GO TO 3000-EXIT
049400         END-IF
049500     END-IF.
049600     IF FB-OPR-COUNT NOT LESS THAN FB-MAX-OPERATORS
049700         DISPLAY "FBSECRPT: MORE THAN " FB-MAX-OPERATORS
049800             " OPERATOR IDS - " FB-SEARCH-ID " NOT LISTED"
049900         GO TO 3000-EXIT
050000     END-IF.
050100     PERFORM 3020-SHIFT-ONE THRU 3020-EXIT
050200         VARYING FB-SHIFT-IDX FROM FB-OPR-COUNT BY -1
050300         UNTIL FB-SHIFT-IDX LESS THAN FB-INSERT-IDX.
050400     ADD 1 TO FB-OPR-COUNT.
050500     MOVE FB-INSERT-IDX TO FB-OPR-IDX.
050600     MOVE FB-SEARCH-ID TO FB-OPT-OPER-ID (FB-OPR-IDX).
050700     MOVE SPACES       TO FB-OPT-NAME (FB-OPR-IDX).
050800     MOVE "N"          TO FB-OPT-ON-TABLE (FB-OPR-IDX).
050900     MOVE SPACES       TO FB-OPT-FUNCTIONS (FB-OPR-IDX).
051000     MOVE ZERO         TO FB-OPT-SIGN-ONS (FB-OPR-IDX).
051100     MOVE ZERO         TO FB-OPT-ACTIONS (FB-OPR-IDX).
051200     MOVE ZERO         TO FB-OPT-REFUSALS (FB-OPR-IDX).
051300 3000-EXIT.
051400     EXIT.
051500
051600 3010-COMPARE-ONE.
051700     IF FB-OPT-OPER-ID (FB-SHIFT-IDX) NOT LESS THAN FB-SEARCH-ID
051800         MOVE FB-SHIFT-IDX TO FB-INSERT-IDX
051900     END-IF.
052000 3010-EXIT.
052100     EXIT.
052200
052300 3020-SHIFT-ONE.
052400     MOVE FB-OPERATOR-ENTRY (FB-SHIFT-IDX)
052500         TO FB-OPERATOR-ENTRY (FB-SHIFT-IDX + 1).
052600 3020-EXIT.
052700     EXIT.
052800
052900******************************************************************
053000*  5000-OPERATOR-SUMMARY - ONE LINE PER OPERATOR, IN ID ORDER,   *
053100*  ON A NEW PAGE.                                                *
053200******************************************************************
053300 5000-OPERATOR-SUMMARY.
053400     SET FB-SECTION-OPERATORS TO TRUE.
053500     PERFORM 7000-PAGE-HEADING THRU 7000-EXIT.
053600     IF FB-OPR-COUNT = ZERO
053700         MOVE "  NO OPERATORS ON FBAUTH OR THE LOG"
053800             TO FB-PRINT-LINE
053900         PERFORM 7100-WRITE-LINE THRU 7100-EXIT
054000         GO TO 5000-EXIT
054100     END-IF.
054200     PERFORM 5100-WRITE-ONE-OPERATOR THRU 5100-EXIT
054300         VARYING FB-OPR-IDX FROM 1 BY 1
054400         UNTIL FB-OPR-IDX GREATER THAN FB-OPR-COUNT.
054500 5000-EXIT.
054600     EXIT.
054700
054800 5100-WRITE-ONE-OPERATOR.
054900     MOVE FB-OPT-OPER-ID (FB-OPR-IDX)   TO FB-OPL-OPER-ID.
055000     IF FB-OPT-OPER-ID (FB-OPR-IDX) = SPACES
055100         MOVE "(NONE)" TO FB-OPL-OPER-ID
055200     END-IF.
055300     MOVE FB-OPT-NAME (FB-OPR-IDX)      TO FB-OPL-NAME.
055400     MOVE SPACES TO FB-OPL-KEY-RULES FB-OPL-APPROVE
055500                    FB-OPL-INQUIRE FB-OPL-BACKOUT.
055600     IF FB-OPT-KEY-RULES (FB-OPR-IDX) = "Y"
055700         MOVE "K" TO FB-OPL-KEY-RULES
055800     END-IF.
055900     IF FB-OPT-APPROVE (FB-OPR-IDX) = "Y"
056000         MOVE "A" TO FB-OPL-APPROVE
056100     END-IF.
056200     IF FB-OPT-INQUIRE (FB-OPR-IDX) = "Y"
056300         MOVE "I" TO FB-OPL-INQUIRE
056400     END-IF.
056500     IF FB-OPT-BACKOUT (FB-OPR-IDX) = "Y"
056600         MOVE "B" TO FB-OPL-BACKOUT
056700     END-IF.
056800     MOVE FB-OPT-SIGN-ONS (FB-OPR-IDX)  TO FB-OPL-SIGN-ONS.
056900     MOVE FB-OPT-ACTIONS (FB-OPR-IDX)   TO FB-OPL-ACTIONS.
057000     MOVE FB-OPT-REFUSALS (FB-OPR-IDX)  TO FB-OPL-REFUSALS.
057100     MOVE SPACES TO FB-OPL-FLAG.
057200     IF FB-OPT-ON-TABLE (FB-OPR-IDX) NOT = "Y"
057300         ADD 1 TO FB-TOT-UNTABLED
057400         MOVE "*NOT ON FBAUTH*" TO FB-OPL-FLAG
057500     ELSE
057600         IF FB-OPT-REFUSALS (FB-OPR-IDX) GREATER THAN ZERO
057700             MOVE "*REFUSED IN PERIOD*" TO FB-OPL-FLAG
057800         END-IF
057900     END-IF.
058000     MOVE FB-RPT-OPERATOR TO FB-PRINT-LINE.
058100     PERFORM 7100-WRITE-LINE THRU 7100-EXIT.
058200 5100-EXIT.
058300     EXIT.
058400
058500******************************************************************
058600*  7000-PAGE-HEADING - REPORT HEADINGS, THEN THE TITLE AND       *
058700*  COLUMN HEADINGS OF THE SECTION BEING PRINTED.                 *
058800******************************************************************
058900 7000-PAGE-HEADING.
059000     ADD 1 TO FB-PAGE-COUNT.
059100     MOVE FB-PAGE-COUNT TO FB-HD1-PAGE.
059200     MOVE FB-SEL-FROM-DATE TO FB-HD2-FROM.
059300     MOVE FB-SEL-TO-DATE   TO FB-HD2-TO.
059400     MOVE FB-RPT-HEADING-1 TO FB-REPORT-RECORD.
059500     WRITE FB-REPORT-RECORD.
059600     MOVE FB-RPT-HEADING-2 TO FB-REPORT-RECORD.
059700     WRITE FB-REPORT-RECORD.
059800     MOVE SPACES TO FB-REPORT-RECORD.
059900     WRITE FB-REPORT-RECORD.
060000     IF FB-SECTION-REFUSALS
060100         MOVE FB-RPT-REFUSAL-TITLE TO FB-REPORT-RECORD
060200         WRITE FB-REPORT-RECORD
060300         MOVE FB-RPT-REFUSAL-COLS TO FB-REPORT-RECORD
060400     ELSE
060500         MOVE FB-RPT-OPERATOR-TITLE TO FB-REPORT-RECORD
060600         WRITE FB-REPORT-RECORD
060700         MOVE FB-RPT-OPERATOR-COLS TO FB-REPORT-RECORD
060800     END-IF.
060900     WRITE FB-REPORT-RECORD.
061000     MOVE SPACES TO FB-REPORT-RECORD.
061100     WRITE FB-REPORT-RECORD.
061200     MOVE 6 TO FB-LINE-COUNT.
061300 7000-EXIT.
061400     EXIT.
061500
061600******************************************************************
061700*  7100-WRITE-LINE - WRITE ONE REPORT LINE, BREAKING TO A NEW    *
061800*  PAGE HEADING WHEN THE PAGE FILLS.                             *
061900******************************************************************
062000 7100-WRITE-LINE.
062100     IF FB-LINE-COUNT NOT LESS THAN FB-PAGE-LIMIT
062200         PERFORM 7000-PAGE-HEADING THRU 7000-EXIT
062300     END-IF.
062400     MOVE FB-PRINT-LINE TO FB-REPORT-RECORD.
062500     WRITE FB-REPORT-RECORD.
062600     ADD 1 TO FB-LINE-COUNT.
062700 7100-EXIT.
062800     EXIT.
062900
063000******************************************************************
063100*  8000-GRAND-TOTALS - PERIOD TOTALS AND THE REFUSALS BY REASON. *
063200******************************************************************
063300 8000-GRAND-TOTALS.
063400     MOVE SPACES TO FB-PRINT-LINE.
063500     PERFORM 7100-WRITE-LINE THRU 7100-EXIT.
063600     MOVE FB-TOT-EVENTS    TO FB-TL1-EVENTS.
063700     MOVE FB-TOT-SIGN-ONS  TO FB-TL1-SIGN-ONS.
063800     MOVE FB-TOT-ACTIONS   TO FB-TL1-ACTIONS.
063900     MOVE FB-TOT-REFUSALS  TO FB-TL1-REFUSALS.
064000     MOVE FB-RPT-TOTAL-1 TO FB-PRINT-LINE.
064100     PERFORM 7100-WRITE-LINE THRU 7100-EXIT.
064200     MOVE FB-TOT-NOT-ON-TABLE TO FB-TL2-NOT-ON-TABLE.
064300     MOVE FB-TOT-NOT-AUTH     TO FB-TL2-NOT-AUTH.
064400     MOVE FB-TOT-OWN-CHANGE   TO FB-TL2-OWN-CHANGE.
064500     MOVE FB-TOT-NO-TABLE     TO FB-TL2-NO-TABLE.
064600     MOVE FB-RPT-TOTAL-2 TO FB-PRINT-LINE.
064700     PERFORM 7100-WRITE-LINE THRU 7100-EXIT.
064800     MOVE FB-TOT-UNTABLED TO FB-TL3-UNTABLED.
064900     MOVE FB-RPT-TOTAL-3 TO FB-PRINT-LINE.
065000     PERFORM 7100-WRITE-LINE THRU 7100-EXIT.
065100     DISPLAY "FBSECRPT: " FB-TOT-EVENTS
065200         " EVENT(S) IN THE PERIOD, "
065300         FB-TOT-REFUSALS " REFUSAL(S)".
065400 8000-EXIT.
065500     EXIT.
065600
065700******************************************************************
065800*  9000-TERMINATE - CLOSE THE REPORT AND SET THE CONDITION CODE; *
065850*  A MISSING FBSECLOG KEEPS ITS 12.                              *
065900******************************************************************
066000 9000-TERMINATE.
066100     CLOSE FB-REPORT-FILE.
066110     IF FB-SECLOG-MISSING
066120         MOVE 12 TO RETURN-CODE
066130         GO TO 9000-EXIT
066140     END-IF.
066200     IF FB-TOT-REFUSALS GREATER THAN ZERO
066300         MOVE 4 TO RETURN-CODE
066400     ELSE
066500         MOVE 0 TO RETURN-CODE
066600     END-IF.
066700 9000-EXIT.
066800     EXIT.
