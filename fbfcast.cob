000100******************************************************************
000200*  MODIFICATION HISTORY                                          *
000300*  DATE       INIT  DESCRIPTION                                  *
000400*  ---------- ----  ---------------------------------------      *
000500*  2026-10-15  MJR  ORIGINAL VERSION.  IMPACT FORECAST OF THE    *
000600*                   PENDING FBRULPND RULE CHANGES AGAINST THE    *
000700*                   WORK ON THE FBREQST QUEUE, SO THE SUPERVISOR *
000800*                   SEES IN FBRULAPR WHAT A CHANGE WILL DO TO    *
000900*                   EACH DEPARTMENT'S OUTPUT AND CHARGEBACK      *
001000*                   BEFORE APPLYING IT.                          *
001010*  2026-10-15  MJR  A FAILED OPEN OF FBFCRPT OR WRITE TO FBFCAST *
001020*                   IS REPORTED AND ENDS THE STEP WITH 12.       *
001100******************************************************************
001200 IDENTIFICATION DIVISION.
001300 PROGRAM-ID.    FBFCAST.
001400 AUTHOR.        M J REED.
001500 INSTALLATION.  DATA CENTER OPERATIONS.
001600 DATE-WRITTEN.  2026-10-15.
001700 DATE-COMPILED.
001800******************************************************************
001900*  RUN AFTER RULE MAINTENANCE IS KEYED AND BEFORE THE SUPERVISOR *
002000*  SITS DOWN WITH FBRULAPR.  EACH PENDING CHANGE ON FBRULPND IS  *
002100*  APPLIED, ON ITS OWN, TO A SCRATCH COPY OF FBRULES - WITH THE  *
002200*  SAME CHECKS FBRULAPR MAKES, SO A CHANGE FBRULAPR WOULD REFUSE *
002300*  IS REPORTED AS SUCH.  THE LABELS OF EVERY STILL-QUEUED        *
002400*  FBREQST REQUEST RUNNING UNDER THE CHANGE'S RULE SET (BY ITS   *
002500*  DEPARTMENT'S FBDEPTS ENTRY) ARE THEN DERIVED WITH AND WITHOUT *
002600*  THE CHANGE, AS FIZZBUZZ DERIVES THEM, FOR ITERATIONS 1        *
002700*  THROUGH THE REQUEST'S UPPER BOUND.  RULES ARE TAKEN AS IN     *
002800*  FORCE ON TODAY'S DATE, OR ON THE CHANGE'S OWN EFFECTIVE DATE  *
002900*  WHEN THAT IS LATER.  ONLY AN ITERATION DIVISIBLE BY THE OLD   *
003000*  OR NEW DIVISOR CAN CHANGE LABEL, SO ONLY THOSE ARE DERIVED.   *
003100*                                                                *
003200*  FOR EACH CHANGE AND EACH DEPARTMENT IT REACHES, FBFCRPT       *
003300*  PRINTS, AND FBFCAST CARRIES FOR FBRULAPR TO SHOW: THE QUEUED  *
003400*  REQUESTS AND ITERATIONS, HOW MANY ITERATIONS CHANGE LABEL     *
003500*  AND WHAT SHARE OF THE DEPARTMENT'S OUTPUT THAT IS, THE        *
003600*  FBRATES CHARGE FOR THE CHANGED ITERATIONS, AND THE CHANGE IN  *
003700*  BILLING WHEN THE CHANGE WOULD MAKE REQUESTS REJECT OR RUN     *
003800*  (AN EMPTIED RULE SET, OR A FIRST RULE FOR AN EMPTY ONE).      *
003900*  CHARGES ARE PRICED AS FBCHGBK PRICES THEM: ITERATIONS TIMES   *
004000*  THE DEPARTMENT'S RATE PER 1,000, ELSE THE *DEFAULT RATE.      *
004100*                                                                *
004200*  ENDS WITH 0 WHEN EVERY CHANGE WAS FORECAST, 4 WHEN A CHANGE   *
004300*  CANNOT BE APPLIED AS KEYED, A DEPARTMENT HAS NO RATE, OR      *
004400*  FBREQST OR FBRATES IS MISSING, AND 12 WHEN FBFCAST OR FBFCRPT *
004500*  CANNOT BE OPENED OR A FORECAST RECORD CANNOT BE WRITTEN.      *
004600******************************************************************
004700 ENVIRONMENT DIVISION.
004800 CONFIGURATION SECTION.
004900 SOURCE-COMPUTER.  IBM-370.
005000 OBJECT-COMPUTER.  IBM-370.
005100 INPUT-OUTPUT SECTION.
005200 FILE-CONTROL.
005300     SELECT FB-RULES-FILE ASSIGN TO "FBRULES"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS FB-RULES-STATUS.
005600
005700     SELECT FB-RULPND-FILE ASSIGN TO "FBRULPND"
005800         ORGANIZATION IS LINE SEQUENTIAL
005900         FILE STATUS IS FB-RULPND-STATUS.
006000
006100     SELECT FB-REQST-FILE ASSIGN TO "FBREQST"
006200         ORGANIZATION IS LINE SEQUENTIAL
006300         FILE STATUS IS FB-REQST-STATUS.
006400
006500     SELECT FB-DEPTS-FILE ASSIGN TO "FBDEPTS"
006600         ORGANIZATION IS LINE SEQUENTIAL
006700         FILE STATUS IS FB-DEPTS-STATUS.
006800
006900     SELECT FB-RATES-FILE ASSIGN TO "FBRATES"
007000         ORGANIZATION IS LINE SEQUENTIAL
007100         FILE STATUS IS FB-RATES-STATUS.
007200
007300     SELECT FB-FCAST-FILE ASSIGN TO "FBFCAST"
007400         ORGANIZATION IS LINE SEQUENTIAL
007500         FILE STATUS IS FB-FCAST-STATUS.
007600
007700     SELECT FB-REPORT-FILE ASSIGN TO "FBFCRPT"
007800         ORGANIZATION IS LINE SEQUENTIAL
007900         FILE STATUS IS FB-REPORT-STATUS.
008000
008100 DATA DIVISION.
008200 FILE SECTION.
008300 FD  FB-RULES-FILE.
008400 COPY FBRULE.
008500
008600 FD  FB-RULPND-FILE.
008700 COPY FBPNDREC.
008800
008900 FD  FB-REQST-FILE.
009000 COPY FBREQREC.
009100
009200 FD  FB-DEPTS-FILE.
009300 COPY FBDEPTRC.
009400
009500 FD  FB-RATES-FILE.
009600 COPY FBRATREC.
009700
009800 FD  FB-FCAST-FILE.
009900 COPY FBFCSREC.
010000
010100 FD  FB-REPORT-FILE.
010200 01  FB-REPORT-RECORD            PIC X(132).
010300
010400 WORKING-STORAGE SECTION.
010500******************************************************************
010600*  FILE STATUS FIELDS                                            *
010700******************************************************************
010800 01  FB-FILE-STATUSES.
010900     05  FB-RULES-STATUS         PIC X(02).
011000     05  FB-RULPND-STATUS        PIC X(02).
011100     05  FB-REQST-STATUS         PIC X(02).
011200     05  FB-DEPTS-STATUS         PIC X(02).
011300     05  FB-RATES-STATUS         PIC X(02).
011400     05  FB-FCAST-STATUS         PIC X(02).
011500     05  FB-REPORT-STATUS        PIC X(02).
011600
011700******************************************************************
011800*  SWITCHES                                                      *
011900******************************************************************
012000 01  FB-SWITCHES.
012100     05  FB-EOF-RULES-SW         PIC X(01)   VALUE "N".
012200         88  FB-EOF-RULES                    VALUE "Y".
012300     05  FB-EOF-PENDING-SW       PIC X(01)   VALUE "N".
012400         88  FB-EOF-PENDING                  VALUE "Y".
012500     05  FB-EOF-REQST-SW         PIC X(01)   VALUE "N".
012600         88  FB-EOF-REQST                    VALUE "Y".
012700     05  FB-EOF-DEPTS-SW         PIC X(01)   VALUE "N".
012800         88  FB-EOF-DEPTS                    VALUE "Y".
012900     05  FB-EOF-RATES-SW         PIC X(01)   VALUE "N".
013000         88  FB-EOF-RATES                    VALUE "Y".
013100     05  FB-FOUND-SW             PIC X(01)   VALUE "N".
013200         88  FB-FOUND                        VALUE "Y".
013300     05  FB-IMP-PLACED-SW        PIC X(01)   VALUE "N".
013400         88  FB-IMP-PLACED                   VALUE "Y".
013500     05  FB-RATE-MISSING-SW      PIC X(01)   VALUE "N".
013600         88  FB-RATE-MISSING                 VALUE "Y".
013700     05  FB-BEFORE-VALID-SW      PIC X(01)   VALUE "Y".
013800         88  FB-BEFORE-VALID                 VALUE "Y".
013900     05  FB-AFTER-VALID-SW       PIC X(01)   VALUE "Y".
014000         88  FB-AFTER-VALID                  VALUE "Y".
014100     05  FB-SET-VALID-SW         PIC X(01)   VALUE "Y".
014200         88  FB-SET-VALID                    VALUE "Y".
014300         88  FB-SET-INVALID                  VALUE "N".
014310     05  FB-FCAST-FAILED-SW      PIC X(01)   VALUE "N".
014320         88  FB-FCAST-FAILED                 VALUE "Y".
014400
014500******************************************************************
014600*  DIVISOR / LABEL RULE TABLE - FBRULES AS IT STANDS, EVERY RULE *
014700*  SET, EFFECTIVE AND EXPIRY DATES INCLUDED, IN FBRULES ORDER.   *
014800******************************************************************
014900 01  FB-RULE-TABLE.
015000     05  FB-RULE-ENTRY OCCURS 500 TIMES.
015100         10  FB-TAB-SET          PIC X(08).
015200         10  FB-TAB-DIVISOR      PIC 9(09)   COMP-3.
015300         10  FB-TAB-LABEL        PIC X(15).
015400         10  FB-TAB-EFF-DATE     PIC 9(08).
015500         10  FB-TAB-EXP-DATE     PIC 9(08).
015600 77  FB-RULE-COUNT        PIC 9(04) COMP   VALUE ZERO.
015700 77  FB-RULE-IDX          PIC 9(04) COMP   VALUE ZERO.
015800 77  FB-MAX-RULES         PIC 9(04) COMP   VALUE 500.
015900
016000******************************************************************
016100*  SCRATCH COPY OF THE RULE TABLE WITH ONE PENDING CHANGE        *
016200*  APPLIED, AS FBRULAPR WOULD APPLY IT.                          *
016300******************************************************************
016400 01  FB-SCRATCH-TABLE.
016500     05  FB-SCRATCH-ENTRY OCCURS 500 TIMES.
016600         10  FB-SCR-SET          PIC X(08).
016700         10  FB-SCR-DIVISOR      PIC 9(09)   COMP-3.
016800         10  FB-SCR-LABEL        PIC X(15).
016900         10  FB-SCR-EFF-DATE     PIC 9(08).
017000         10  FB-SCR-EXP-DATE     PIC 9(08).
017100 77  FB-SCR-COUNT         PIC 9(04) COMP   VALUE ZERO.
017200 77  FB-SCR-IDX           PIC 9(04) COMP   VALUE ZERO.
017300 77  FB-TARGET-IDX        PIC 9(04) COMP   VALUE ZERO.
017400
017500******************************************************************
017600*  THE CHANGE'S RULE SET AS IN FORCE ON THE FORECAST DATE,       *
017700*  WITHOUT (BEFORE) AND WITH (AFTER) THE CHANGE - THE TABLES     *
017800*  FIZZBUZZ WOULD RUN THE SET'S REQUESTS AGAINST, IN THE SAME    *
017900*  ORDER AND WITH THE SAME LIMIT.                                *
018000******************************************************************
018100 01  FB-BEFORE-TABLE.
018200     05  FB-BEFORE-ENTRY OCCURS 50 TIMES.
018300         10  FB-BFR-DIVISOR      PIC 9(09)   COMP-3.
018400         10  FB-BFR-LABEL        PIC X(15).
018500 77  FB-BFR-COUNT         PIC 9(04) COMP   VALUE ZERO.
018600 77  FB-BFR-IDX           PIC 9(04) COMP   VALUE ZERO.
018700
018800 01  FB-AFTER-TABLE.
018900     05  FB-AFTER-ENTRY OCCURS 50 TIMES.
019000         10  FB-AFT-DIVISOR      PIC 9(09)   COMP-3.
019100         10  FB-AFT-LABEL        PIC X(15).
019200 77  FB-AFT-COUNT         PIC 9(04) COMP   VALUE ZERO.
019300 77  FB-AFT-IDX           PIC 9(04) COMP   VALUE ZERO.
019400 77  FB-MAX-SET-RULES     PIC 9(04) COMP   VALUE 50.
019450 77  FB-SET-RULE-COUNT    PIC 9(04) COMP   VALUE ZERO.
019500
019600******************************************************************
019700*  DEPARTMENTS FROM FBDEPTS - NAME AND THE RULE SET EACH RUNS    *
019800*  UNDER.  A DEPARTMENT NOT ON FBDEPTS RUNS UNDER THE SHOP       *
019900*  DEFAULT SET, AS IN FIZZBUZZ.                                  *
020000******************************************************************
020100 01  FB-DEPT-TABLE.
020200     05  FB-DEPT-ENTRY OCCURS 100 TIMES.
020300         10  FB-DPT-CODE         PIC X(08).
020400         10  FB-DPT-NAME         PIC X(30).
020500         10  FB-DPT-RULE-SET     PIC X(08).
020600 77  FB-DEPT-COUNT        PIC 9(04) COMP   VALUE ZERO.
020700 77  FB-DEPT-IDX          PIC 9(04) COMP   VALUE ZERO.
020800 77  FB-MAX-DEPTS         PIC 9(04) COMP   VALUE 100.
020900
021000******************************************************************
021100*  RATE TABLE FROM FBRATES.  THE *DEFAULT ENTRY, WHEN PRESENT,   *
021200*  PRICES ANY DEPARTMENT WITHOUT ITS OWN RATE.                   *
021300******************************************************************
021400 01  FB-RATE-TABLE.
021500     05  FB-RATE-ENTRY OCCURS 100 TIMES.
021600         10  FB-RTT-DEPT         PIC X(08).
021700         10  FB-RTT-RATE         PIC 9(07)V99 COMP-3.
021800 77  FB-RATE-COUNT        PIC 9(04) COMP   VALUE ZERO.
021900 77  FB-RATE-IDX          PIC 9(04) COMP   VALUE ZERO.
022000 77  FB-MAX-RATES         PIC 9(04) COMP   VALUE 100.
022100 77  FB-DEFAULT-RATE      PIC 9(07)V99 COMP-3 VALUE ZERO.
022200 77  FB-DEFAULT-RATE-SW   PIC X(01)        VALUE "N".
022300     88  FB-DEFAULT-RATE-SET              VALUE "Y".
022400
022500******************************************************************
022600*  STILL-QUEUED REQUESTS FROM FBREQST, WITH THE RULE SET EACH    *
022700*  RUNS UNDER.  COMPLETED AND REJECTED ENTRIES ARE NOT LOADED.   *
022800******************************************************************
022900 01  FB-QUEUE-TABLE.
023000     05  FB-QUEUE-ENTRY OCCURS 200 TIMES.
023100         10  FB-QUE-ID           PIC X(08).
023200         10  FB-QUE-DEPT         PIC X(08).
023300         10  FB-QUE-BOUND        PIC 9(09)   COMP-3.
023400         10  FB-QUE-RULE-SET     PIC X(08).
023500 77  FB-QUE-COUNT         PIC 9(04) COMP   VALUE ZERO.
023600 77  FB-QUE-IDX           PIC 9(04) COMP   VALUE ZERO.
023700 77  FB-MAX-QUEUE         PIC 9(04) COMP   VALUE 200.
023800
023900******************************************************************
024000*  IMPACT OF ONE CHANGE, ONE ENTRY PER DEPARTMENT REACHED, KEPT  *
024100*  IN DEPARTMENT ORDER AS IT IS BUILT.                           *
024200******************************************************************
024300 01  FB-IMPACT-TABLE.
024400     05  FB-IMPACT-ENTRY OCCURS 100 TIMES.
024500         10  FB-IMP-DEPT         PIC X(08).
024600         10  FB-IMP-RATE         PIC 9(07)V99 COMP-3.
024700         10  FB-IMP-REQUESTS     PIC 9(05)   COMP-3.
024800         10  FB-IMP-ITERATIONS   PIC 9(12)   COMP-3.
024900         10  FB-IMP-CHANGED      PIC 9(12)   COMP-3.
025000         10  FB-IMP-CHG-AMOUNT   PIC 9(11)V99 COMP-3.
025100         10  FB-IMP-BILL-AMOUNT  PIC S9(11)V99 COMP-3.
025200         10  FB-IMP-REJ-BEFORE   PIC 9(05)   COMP-3.
025300         10  FB-IMP-REJ-AFTER    PIC 9(05)   COMP-3.
025400 77  FB-IMP-COUNT         PIC 9(04) COMP   VALUE ZERO.
025500 77  FB-IMP-IDX           PIC 9(04) COMP   VALUE ZERO.
025600 77  FB-IMP-SLOT          PIC 9(04) COMP   VALUE ZERO.
025700 77  FB-MAX-IMPACTS       PIC 9(04) COMP   VALUE 100.
025800
025900******************************************************************
026000*  THE PENDING CHANGE BEING FORECAST, NUMERIC FIELDS CLEANED     *
026100******************************************************************
026200 01  FB-CHANGE-WORK.
026300     05  FB-CHG-ACTION           PIC X(01).
026400     05  FB-CHG-OLD-DIVISOR      PIC 9(09).
026500     05  FB-CHG-NEW-DIVISOR      PIC 9(09).
026600     05  FB-CHG-RULE-SET         PIC X(08).
026700     05  FB-CHG-KEYER            PIC X(08).
026800     05  FB-CHG-KEY-DATE         PIC 9(08).
026900     05  FB-CHG-KEY-TIME         PIC 9(08).
027000 77  FB-CHG-NEW-LABEL     PIC X(15)        VALUE SPACES.
027100 77  FB-CHG-NEW-EFF-DATE  PIC 9(08)        VALUE ZERO.
027200 77  FB-CHG-NEW-EXP-DATE  PIC 9(08)        VALUE ZERO.
027300 77  FB-CHG-NOTE          PIC X(02)        VALUE SPACES.
027400
027500******************************************************************
027600*  ITERATION, LABEL AND PRICING WORKING FIELDS                   *
027700******************************************************************
027800 77  FB-TODAY             PIC 9(08)        VALUE ZERO.
027900 77  FB-NOW               PIC 9(08)        VALUE ZERO.
028000 77  FB-AS-OF-DATE        PIC 9(08)        VALUE ZERO.
028100 77  FB-I                 PIC 9(10) COMP   VALUE ZERO.
028200 77  FB-Q                 PIC 9(10) COMP   VALUE ZERO.
028300 77  FB-R                 PIC 9(10) COMP   VALUE ZERO.
028400 77  FB-STEP-DIVISOR      PIC 9(09) COMP   VALUE ZERO.
028500 77  FB-OTHER-DIVISOR     PIC 9(09) COMP   VALUE ZERO.
028600 77  FB-BOUND             PIC 9(09) COMP   VALUE ZERO.
028700 77  FB-REQ-CHANGED       PIC 9(12) COMP-3 VALUE ZERO.
028800 77  FB-COMMA-COUNT       PIC 9(04) COMP   VALUE ZERO.
028900 77  FB-LABEL-BEFORE      PIC X(80)        VALUE SPACES.
029000 77  FB-LABEL-AFTER       PIC X(80)        VALUE SPACES.
029100 77  FB-LABEL-PTR         PIC 9(04) COMP   VALUE ZERO.
029200 77  FB-WORK-AMOUNT       PIC 9(11)V99 COMP-3 VALUE ZERO.
029300 77  FB-WORK-PCT          PIC 9(03)   COMP-3 VALUE ZERO.
029400 77  FB-CHANGE-COUNT      PIC 9(04) COMP   VALUE ZERO.
029500 77  FB-UNAPPLIED-COUNT   PIC 9(04) COMP   VALUE ZERO.
029600 77  FB-REACHED-COUNT     PIC 9(04) COMP   VALUE ZERO.
029700
029800 01  FB-CHANGE-TOTALS.
029900     05  FB-TOT-REQUESTS         PIC 9(05)   COMP-3.
030000     05  FB-TOT-ITERATIONS       PIC 9(12)   COMP-3.
030100     05  FB-TOT-CHANGED          PIC 9(12)   COMP-3.
030200     05  FB-TOT-CHG-AMOUNT       PIC 9(11)V99 COMP-3.
030300     05  FB-TOT-BILL-AMOUNT      PIC S9(11)V99 COMP-3.
030400     05  FB-TOT-REJ-BEFORE       PIC 9(05)   COMP-3.
030500     05  FB-TOT-REJ-AFTER        PIC 9(05)   COMP-3.
030600
030700******************************************************************
030800*  REPORT LINE LAYOUTS                                           *
030900******************************************************************
031000 01  FB-RPT-HEADING.
031100     05  FILLER  PIC X(44)
031200         VALUE "FBFCAST - FORECAST OF PENDING RULE CHANGES A".
031300     05  FILLER  PIC X(29)
031400         VALUE "GAINST THE REQUEST QUEUE, RUN".
031500     05  FILLER                  PIC X(01)  VALUE SPACES.
031600     05  FB-HDG-DATE             PIC 9(08).
031700     05  FILLER                  PIC X(01)  VALUE SPACES.
031800     05  FB-HDG-TIME             PIC 9(08).
031900     05  FILLER                  PIC X(41)  VALUE SPACES.
032000
032100 01  FB-RPT-CHANGE-1.
032200     05  FILLER  PIC X(07)  VALUE "CHANGE ".
032300     05  FB-CH1-SEQ              PIC ZZZ9.
032400     05  FILLER                  PIC X(02)  VALUE SPACES.
032500     05  FB-CH1-ACTION           PIC X(06).
032600     05  FILLER  PIC X(12)  VALUE "   RULE SET ".
032700     05  FB-CH1-RULE-SET         PIC X(14).
032800     05  FILLER  PIC X(11)  VALUE "  KEYED BY ".
032900     05  FB-CH1-KEYER            PIC X(08).
033000     05  FILLER  PIC X(04)  VALUE " ON ".
033100     05  FB-CH1-KEY-DATE         PIC 9(08).
033200     05  FILLER  PIC X(04)  VALUE " AT ".
033300     05  FB-CH1-KEY-TIME         PIC 9(08).
033400     05  FILLER                  PIC X(44)  VALUE SPACES.
033500
033600 01  FB-RPT-CHANGE-2.
033700     05  FILLER  PIC X(14)  VALUE "  OLD DIVISOR ".
033800     05  FB-CH2-OLD-DIVISOR      PIC ZZZZZZZZ9.
033900     05  FILLER  PIC X(14)  VALUE "  NEW DIVISOR ".
034000     05  FB-CH2-NEW-DIVISOR      PIC ZZZZZZZZ9.
034100     05  FILLER  PIC X(08)  VALUE "  LABEL ".
034200     05  FB-CH2-LABEL            PIC X(15).
034300     05  FILLER  PIC X(06)  VALUE "  EFF ".
034400     05  FB-CH2-EFF-DATE         PIC 9(08).
034500     05  FILLER  PIC X(06)  VALUE "  EXP ".
034600     05  FB-CH2-EXP-DATE         PIC 9(08).
034700     05  FILLER  PIC X(17)  VALUE "  FORECAST AS OF ".
034800     05  FB-CH2-AS-OF-DATE       PIC 9(08).
034900     05  FILLER                  PIC X(10)  VALUE SPACES.
035000
035100 01  FB-RPT-COLUMNS.
035200     05  FILLER  PIC X(44)
035300         VALUE "  DEPT     NAME               REQS       ITE".
035400     05  FILLER  PIC X(44)
035500         VALUE "RATIONS          CHANGED   PCT      CHANGED ".
035600     05  FILLER  PIC X(44)
035700         VALUE "VALUE     BILLING CHANGE    REJ-B   REJ-A   ".
035800
035900 01  FB-RPT-DETAIL.
036000     05  FILLER                  PIC X(02)  VALUE SPACES.
036100     05  FB-DTL-DEPT             PIC X(08).
036200     05  FILLER                  PIC X(01)  VALUE SPACES.
036300     05  FB-DTL-NAME             PIC X(16).
036400     05  FILLER                  PIC X(01)  VALUE SPACES.
036500     05  FB-DTL-REQUESTS         PIC ZZ,ZZ9.
036600     05  FILLER                  PIC X(02)  VALUE SPACES.
036700     05  FB-DTL-ITERATIONS       PIC ZZZ,ZZZ,ZZZ,ZZ9.
036800     05  FILLER                  PIC X(02)  VALUE SPACES.
036900     05  FB-DTL-CHANGED          PIC ZZZ,ZZZ,ZZZ,ZZ9.
037000     05  FILLER                  PIC X(02)  VALUE SPACES.
037100     05  FB-DTL-PCT              PIC ZZ9.
037200     05  FILLER                  PIC X(01)  VALUE "%".
037300     05  FILLER                  PIC X(02)  VALUE SPACES.
037400     05  FB-DTL-CHG-AMOUNT       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
037500     05  FILLER                  PIC X(02)  VALUE SPACES.
037600     05  FB-DTL-BILL-AMOUNT      PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
037700     05  FILLER                  PIC X(02)  VALUE SPACES.
037800     05  FB-DTL-REJ-BEFORE       PIC ZZ,ZZ9.
037900     05  FILLER                  PIC X(02)  VALUE SPACES.
038000     05  FB-DTL-REJ-AFTER        PIC ZZ,ZZ9.
038100     05  FILLER                  PIC X(03)  VALUE SPACES.
038200
038300 01  FB-RPT-NOTE.
038400     05  FILLER  PIC X(06)  VALUE "  *** ".
038500     05  FB-NTE-TEXT             PIC X(80).
038600     05  FILLER                  PIC X(46)  VALUE SPACES.
038700
038800 01  FB-RPT-FINAL.
038900     05  FB-FIN-CHANGES          PIC ZZZ9.
039000     05  FILLER  PIC X(35)
039100         VALUE " PENDING CHANGE(S) FORECAST, OF WHI".
039200     05  FILLER  PIC X(04)  VALUE "CH  ".
039300     05  FB-FIN-UNAPPLIED        PIC ZZZ9.
039400     05  FILLER  PIC X(29)
039500         VALUE " CANNOT BE APPLIED AS KEYED  ".
039600     05  FILLER                  PIC X(56)  VALUE SPACES.
039700
039800 PROCEDURE DIVISION.
039900******************************************************************
040000*  0000-MAINLINE                                                 *
040100******************************************************************
040200 0000-MAINLINE.
040300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
040400     IF RETURN-CODE = 12
040500         GO TO 0000-EXIT
040600     END-IF.
040700     PERFORM 2000-FORECAST-CHANGES THRU 2000-EXIT.
040800 0000-EXIT.
040900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
041000     STOP RUN.
041100
041200******************************************************************
041300*  1000-INITIALIZE - OPEN THE OUTPUTS AND LOAD THE RULES, THE    *
041400*  DEPARTMENTS, THE RATES AND THE QUEUE.                         *
041500******************************************************************
041600 1000-INITIALIZE.
041700     ACCEPT FB-TODAY FROM DATE YYYYMMDD.
041800     ACCEPT FB-NOW FROM TIME.
041900     OPEN OUTPUT FB-FCAST-FILE.
042000     IF FB-FCAST-STATUS NOT = "00"
042100         DISPLAY "FBFCAST: FBFCAST CANNOT BE OPENED (STATUS "
042200             FB-FCAST-STATUS ")"
042300         MOVE 12 TO RETURN-CODE
042400         GO TO 1000-EXIT
042500     END-IF.
042600     OPEN OUTPUT FB-REPORT-FILE.
042610     IF FB-REPORT-STATUS NOT = "00"
042620         DISPLAY "FBFCAST: FBFCRPT CANNOT BE OPENED (STATUS "
042630             FB-REPORT-STATUS ")"
042640         MOVE 12 TO RETURN-CODE
042650         GO TO 1000-EXIT
042660     END-IF.
042700     MOVE FB-TODAY TO FB-HDG-DATE.
042800     MOVE FB-NOW   TO FB-HDG-TIME.
042900     MOVE FB-RPT-HEADING TO FB-REPORT-RECORD.
043000     WRITE FB-REPORT-RECORD.
043100     PERFORM 1100-LOAD-RULES THRU 1100-EXIT.
043200     PERFORM 1200-LOAD-DEPTS THRU 1200-EXIT.
043300     PERFORM 1300-LOAD-RATES THRU 1300-EXIT.
043400     PERFORM 1400-LOAD-QUEUE THRU 1400-EXIT.
043500 1000-EXIT.
043600     EXIT.
043700
043800******************************************************************
043900*  1100-LOAD-RULES - THE CURRENT FBRULES TABLE, AS FBRULAPR      *
044000*  LOADS IT.                                                     *
044100******************************************************************
044200 1100-LOAD-RULES.
044300     OPEN INPUT FB-RULES-FILE.
044400     IF FB-RULES-STATUS NOT = "00"
044500         DISPLAY "FBFCAST: FBRULES NOT FOUND - FORECASTING "
044600             "AGAINST AN EMPTY TABLE"
044700         GO TO 1100-EXIT
044800     END-IF.
044900     READ FB-RULES-FILE
045000         AT END MOVE "Y" TO FB-EOF-RULES-SW
045100     END-READ.
045200     PERFORM 1110-LOAD-ONE-RULE THRU 1110-EXIT
045300         UNTIL FB-EOF-RULES.
045400     CLOSE FB-RULES-FILE.
045500 1100-EXIT.
045600     EXIT.
045700
045800 1110-LOAD-ONE-RULE.
045900     IF FB-RULE-COUNT NOT LESS THAN FB-MAX-RULES
046000         DISPLAY "FBFCAST: FBRULES HAS MORE THAN " FB-MAX-RULES
046100             " ENTRIES - EXTRA RULES IGNORED"
046200         GO TO 1110-READ-NEXT
046300     END-IF.
046400     ADD 1 TO FB-RULE-COUNT.
046500     MOVE FB-RULE-SET     TO FB-TAB-SET (FB-RULE-COUNT).
046600     MOVE FB-RULE-DIVISOR TO FB-TAB-DIVISOR (FB-RULE-COUNT).
046700     MOVE FB-RULE-LABEL   TO FB-TAB-LABEL (FB-RULE-COUNT).
046800     IF FB-RULE-EFF-DATE IS NUMERIC
046900         MOVE FB-RULE-EFF-DATE TO FB-TAB-EFF-DATE (FB-RULE-COUNT)
047000     ELSE
047100         MOVE ZERO TO FB-TAB-EFF-DATE (FB-RULE-COUNT)
047200     END-IF.
047300     IF FB-RULE-EXP-DATE IS NUMERIC
047400         MOVE FB-RULE-EXP-DATE TO FB-TAB-EXP-DATE (FB-RULE-COUNT)
047500     ELSE
047600         MOVE ZERO TO FB-TAB-EXP-DATE (FB-RULE-COUNT)
047700     END-IF.
047800 1110-READ-NEXT.
047900     READ FB-RULES-FILE
048000         AT END MOVE "Y" TO FB-EOF-RULES-SW
048100     END-READ.
048200 1110-EXIT.
048300     EXIT.
048400
048500******************************************************************
048600*  1200-LOAD-DEPTS - FBDEPTS IS OPTIONAL HERE; WITHOUT IT EVERY  *
048700*  DEPARTMENT RUNS UNDER THE SHOP DEFAULT SET, AS IN FIZZBUZZ.   *
048800******************************************************************
048900 1200-LOAD-DEPTS.
049000     OPEN INPUT FB-DEPTS-FILE.
049100     IF FB-DEPTS-STATUS NOT = "00"
049200         GO TO 1200-EXIT
049300     END-IF.
049400     READ FB-DEPTS-FILE
049500         AT END MOVE "Y" TO FB-EOF-DEPTS-SW
049600     END-READ.
049700     PERFORM 1210-LOAD-ONE-DEPT THRU 1210-EXIT
049800         UNTIL FB-EOF-DEPTS.
049900     CLOSE FB-DEPTS-FILE.
050000 1200-EXIT.
050100     EXIT.
050200
050300 1210-LOAD-ONE-DEPT.
050400     IF FB-DEPT-COUNT LESS THAN FB-MAX-DEPTS
050500         ADD 1 TO FB-DEPT-COUNT
050600         MOVE FB-DEPT-CODE     TO FB-DPT-CODE (FB-DEPT-COUNT)
050700         MOVE FB-DEPT-NAME     TO FB-DPT-NAME (FB-DEPT-COUNT)
050800         MOVE FB-DEPT-RULE-SET TO FB-DPT-RULE-SET (FB-DEPT-COUNT)
050900     END-IF.
051000     READ FB-DEPTS-FILE
051100         AT END MOVE "Y" TO FB-EOF-DEPTS-SW
051200     END-READ.
051300 1210-EXIT.
051400     EXIT.
051500
051600******************************************************************
051700*  1300-LOAD-RATES - THE FBRATES TABLE, SPLITTING OUT THE        *
051800*  *DEFAULT RATE.  WITHOUT FBRATES THE LABEL FORECAST STILL      *
051900*  RUNS, BUT NOTHING CAN BE PRICED.                              *
052000******************************************************************
052100 1300-LOAD-RATES.
052200     OPEN INPUT FB-RATES-FILE.
052300     IF FB-RATES-STATUS NOT = "00"
052400         DISPLAY "FBFCAST: FBRATES NOT AVAILABLE (STATUS "
052500             FB-RATES-STATUS ") - NOTHING CAN BE PRICED"
052600         SET FB-RATE-MISSING TO TRUE
052700         GO TO 1300-EXIT
052800     END-IF.
052900     READ FB-RATES-FILE
053000         AT END MOVE "Y" TO FB-EOF-RATES-SW
053100     END-READ.
053200     PERFORM 1310-LOAD-ONE-RATE THRU 1310-EXIT
053300         UNTIL FB-EOF-RATES.
053400     CLOSE FB-RATES-FILE.
053500 1300-EXIT.
053600     EXIT.
053700
053800 1310-LOAD-ONE-RATE.
053900     IF FB-RAT-RATE-PER-K NOT NUMERIC
054000         GO TO 1310-READ-NEXT
054100     END-IF.
054200     IF FB-RAT-DEPT = "*DEFAULT"
054300         MOVE FB-RAT-RATE-PER-K TO FB-DEFAULT-RATE
054400         MOVE "Y" TO FB-DEFAULT-RATE-SW
054500         GO TO 1310-READ-NEXT
054600     END-IF.
054700     IF FB-RATE-COUNT LESS THAN FB-MAX-RATES
054800         ADD 1 TO FB-RATE-COUNT
054900         MOVE FB-RAT-DEPT       TO FB-RTT-DEPT (FB-RATE-COUNT)
055000         MOVE FB-RAT-RATE-PER-K TO FB-RTT-RATE (FB-RATE-COUNT)
055100     END-IF.
055200 1310-READ-NEXT.
055300     READ FB-RATES-FILE
055400         AT END MOVE "Y" TO FB-EOF-RATES-SW
055500     END-READ.
055600 1310-EXIT.
055700     EXIT.
055800
055900******************************************************************
056000*  1400-LOAD-QUEUE - EVERY STILL-QUEUED FBREQST REQUEST AND THE  *
056100*  RULE SET ITS DEPARTMENT RUNS UNDER.                           *
056200******************************************************************
056300 1400-LOAD-QUEUE.
056400     OPEN INPUT FB-REQST-FILE.
056500     IF FB-REQST-STATUS NOT = "00"
056600         DISPLAY "FBFCAST: FBREQST NOT AVAILABLE (STATUS "
056700             FB-REQST-STATUS ") - NO QUEUED WORK TO FORECAST"
056800         MOVE "FBREQST NOT PRESENT - NO QUEUED WORK TO FORECAST"
056900             TO FB-NTE-TEXT
057000         MOVE FB-RPT-NOTE TO FB-REPORT-RECORD
057100         WRITE FB-REPORT-RECORD
057200         MOVE 4 TO RETURN-CODE
057300         GO TO 1400-EXIT
057400     END-IF.
057500     READ FB-REQST-FILE
057600         AT END MOVE "Y" TO FB-EOF-REQST-SW
057700     END-READ.
057800     PERFORM 1410-LOAD-ONE-REQUEST THRU 1410-EXIT
057900         UNTIL FB-EOF-REQST.
058000     CLOSE FB-REQST-FILE.
058100     DISPLAY "FBFCAST: " FB-QUE-COUNT " QUEUED REQUEST(S) LOADED".
058200 1400-EXIT.
058300     EXIT.
058400
058500 1410-LOAD-ONE-REQUEST.
058600     IF FB-REQ-STATUS NOT = SPACES
058700         GO TO 1410-READ-NEXT
058800     END-IF.
058900     IF FB-QUE-COUNT NOT LESS THAN FB-MAX-QUEUE
059000         DISPLAY "FBFCAST: FBREQST HAS MORE THAN " FB-MAX-QUEUE
059100             " QUEUED REQUESTS - REQUEST " FB-REQ-ID
059200             " NOT FORECAST"
059300         GO TO 1410-READ-NEXT
059400     END-IF.
059500     ADD 1 TO FB-QUE-COUNT.
059600     MOVE FB-REQ-ID   TO FB-QUE-ID (FB-QUE-COUNT).
059700     MOVE FB-REQ-DEPT TO FB-QUE-DEPT (FB-QUE-COUNT).
059800     IF FB-REQ-UPPER-BOUND IS NUMERIC
059900         MOVE FB-REQ-UPPER-BOUND TO FB-QUE-BOUND (FB-QUE-COUNT)
060000     ELSE
060100         MOVE ZERO TO FB-QUE-BOUND (FB-QUE-COUNT)
060200     END-IF.
060300     MOVE SPACES TO FB-QUE-RULE-SET (FB-QUE-COUNT).
060400     PERFORM 1420-MATCH-ONE-DEPT THRU 1420-EXIT
060500         VARYING FB-DEPT-IDX FROM 1 BY 1
060600         UNTIL FB-DEPT-IDX GREATER THAN FB-DEPT-COUNT.
060700 1410-READ-NEXT.
060800     READ FB-REQST-FILE
060900         AT END MOVE "Y" TO FB-EOF-REQST-SW
061000     END-READ.
061100 1410-EXIT.
061200     EXIT.
061300
061400 1420-MATCH-ONE-DEPT.
061500     IF FB-DPT-CODE (FB-DEPT-IDX) = FB-QUE-DEPT (FB-QUE-COUNT)
061600         MOVE FB-DPT-RULE-SET (FB-DEPT-IDX)
061700             TO FB-QUE-RULE-SET (FB-QUE-COUNT)
061800     END-IF.
061900 1420-EXIT.
062000     EXIT.
062100
062200******************************************************************
062300*  2000-FORECAST-CHANGES - ONE PASS OF FBRULPND, FORECASTING     *
062400*  EACH PENDING CHANGE IN TURN.                                  *
062500******************************************************************
062600 2000-FORECAST-CHANGES.
062700     OPEN INPUT FB-RULPND-FILE.
062800     IF FB-RULPND-STATUS NOT = "00"
062900         GO TO 2000-EXIT
063000     END-IF.
063100     READ FB-RULPND-FILE
063200         AT END MOVE "Y" TO FB-EOF-PENDING-SW
063300     END-READ.
063400     PERFORM 2100-FORECAST-ONE-CHANGE THRU 2100-EXIT
063500         UNTIL FB-EOF-PENDING.
063600     CLOSE FB-RULPND-FILE.
063700 2000-EXIT.
063800     EXIT.
063900
064000******************************************************************
064100*  2100-FORECAST-ONE-CHANGE - APPLY THE CHANGE TO THE SCRATCH    *
064200*  TABLE; IF IT APPLIES, RUN THE QUEUE UNDER THE SET WITH AND    *
064300*  WITHOUT IT, THEN WRITE THE CHANGE AND DEPARTMENT RECORDS AND  *
064400*  PRINT THE CHANGE'S BLOCK OF THE REPORT.                       *
064500******************************************************************
064600 2100-FORECAST-ONE-CHANGE.
064700     ADD 1 TO FB-CHANGE-COUNT.
064800     PERFORM 2110-CLEAN-CHANGE THRU 2110-EXIT.
064900     PERFORM 2200-APPLY-TO-SCRATCH THRU 2200-EXIT.
065000     MOVE FB-TODAY TO FB-AS-OF-DATE.
065100     IF FB-CHG-ACTION NOT = "D"
065200             AND FB-CHG-NEW-EFF-DATE GREATER THAN FB-TODAY
065300         MOVE FB-CHG-NEW-EFF-DATE TO FB-AS-OF-DATE
065400     END-IF.
065500     PERFORM 7100-PRINT-CHANGE THRU 7100-EXIT.
065600     MOVE ZERO TO FB-IMP-COUNT.
065700     INITIALIZE FB-CHANGE-TOTALS.
065800     IF FB-CHG-NOTE NOT = SPACES
065900         ADD 1 TO FB-UNAPPLIED-COUNT
066000         PERFORM 7200-PRINT-REFUSAL THRU 7200-EXIT
066100         PERFORM 5000-WRITE-CHANGE THRU 5000-EXIT
066200         GO TO 2100-READ-NEXT
066300     END-IF.
066400     PERFORM 3000-SELECT-SET-RULES THRU 3000-EXIT.
066500     PERFORM 4000-FORECAST-ONE-REQUEST THRU 4000-EXIT
066600         VARYING FB-QUE-IDX FROM 1 BY 1
066700         UNTIL FB-QUE-IDX GREATER THAN FB-QUE-COUNT.
066800     PERFORM 4900-ADD-TOTALS THRU 4900-EXIT
066900         VARYING FB-IMP-IDX FROM 1 BY 1
067000         UNTIL FB-IMP-IDX GREATER THAN FB-IMP-COUNT.
067100     PERFORM 5000-WRITE-CHANGE THRU 5000-EXIT.
067200     PERFORM 5100-WRITE-ONE-DEPT THRU 5100-EXIT
067300         VARYING FB-IMP-IDX FROM 1 BY 1
067400         UNTIL FB-IMP-IDX GREATER THAN FB-IMP-COUNT.
067500     PERFORM 7300-PRINT-IMPACT THRU 7300-EXIT.
067600 2100-READ-NEXT.
067700     READ FB-RULPND-FILE
067800         AT END MOVE "Y" TO FB-EOF-PENDING-SW
067900     END-READ.
068000 2100-EXIT.
068100     EXIT.
068200
068300 2110-CLEAN-CHANGE.
068400     MOVE FB-PND-ACTION   TO FB-CHG-ACTION.
068500     MOVE FB-PND-RULE-SET TO FB-CHG-RULE-SET.
068600     MOVE FB-PND-KEYER    TO FB-CHG-KEYER.
068700     MOVE FB-PND-NEW-LABEL TO FB-CHG-NEW-LABEL.
068800     IF FB-PND-OLD-DIVISOR IS NUMERIC
068900         MOVE FB-PND-OLD-DIVISOR TO FB-CHG-OLD-DIVISOR
069000     ELSE
069100         MOVE ZERO TO FB-CHG-OLD-DIVISOR
069200     END-IF.
069300     IF FB-PND-NEW-DIVISOR IS NUMERIC
069400         MOVE FB-PND-NEW-DIVISOR TO FB-CHG-NEW-DIVISOR
069500     ELSE
069600         MOVE ZERO TO FB-CHG-NEW-DIVISOR
069700     END-IF.
069800     IF FB-PND-NEW-EFF-DATE IS NUMERIC
069900         MOVE FB-PND-NEW-EFF-DATE TO FB-CHG-NEW-EFF-DATE
070000     ELSE
070100         MOVE ZERO TO FB-CHG-NEW-EFF-DATE
070200     END-IF.
070300     IF FB-PND-NEW-EXP-DATE IS NUMERIC
070400         MOVE FB-PND-NEW-EXP-DATE TO FB-CHG-NEW-EXP-DATE
070500     ELSE
070600         MOVE ZERO TO FB-CHG-NEW-EXP-DATE
070700     END-IF.
070800     IF FB-PND-KEY-DATE IS NUMERIC
070900         MOVE FB-PND-KEY-DATE TO FB-CHG-KEY-DATE
071000     ELSE
071100         MOVE ZERO TO FB-CHG-KEY-DATE
071200     END-IF.
071300     IF FB-PND-KEY-TIME IS NUMERIC
071400         MOVE FB-PND-KEY-TIME TO FB-CHG-KEY-TIME
071500     ELSE
071600         MOVE ZERO TO FB-CHG-KEY-TIME
071700     END-IF.
071800 2110-EXIT.
071900     EXIT.
072000
072100******************************************************************
072200*  2200-APPLY-TO-SCRATCH - COPY THE RULE TABLE AND APPLY THE     *
072300*  CHANGE WITHIN ITS OWN SET WITH FBRULAPR'S CHECKS.  A CHANGE   *
072400*  THAT WOULD BE REFUSED LEAVES ITS REASON IN FB-CHG-NOTE.       *
072500******************************************************************
072600 2200-APPLY-TO-SCRATCH.
072700     MOVE SPACES TO FB-CHG-NOTE.
072800     MOVE FB-RULE-TABLE TO FB-SCRATCH-TABLE.
072900     MOVE FB-RULE-COUNT TO FB-SCR-COUNT.
073000     EVALUATE FB-CHG-ACTION
073100         WHEN "A"
073200             PERFORM 2210-APPLY-ADD THRU 2210-EXIT
073300         WHEN "C"
073400             PERFORM 2220-APPLY-REPLACE THRU 2220-EXIT
073500         WHEN "D"
073600             PERFORM 2230-APPLY-DELETE THRU 2230-EXIT
073700         WHEN OTHER
073800             MOVE "BA" TO FB-CHG-NOTE
073900     END-EVALUATE.
074000 2200-EXIT.
074100     EXIT.
074200
074300 2210-APPLY-ADD.
074400     IF FB-SCR-COUNT NOT LESS THAN FB-MAX-RULES
074500         MOVE "TF" TO FB-CHG-NOTE
074600         GO TO 2210-EXIT
074700     END-IF.
074710     MOVE ZERO TO FB-SET-RULE-COUNT.
074720     PERFORM 2211-COUNT-SET-RULE THRU 2211-EXIT
074730         VARYING FB-SCR-IDX FROM 1 BY 1
074740         UNTIL FB-SCR-IDX GREATER THAN FB-SCR-COUNT.
074750     IF FB-SET-RULE-COUNT NOT LESS THAN FB-MAX-SET-RULES
074760         MOVE "SF" TO FB-CHG-NOTE
074770         GO TO 2210-EXIT
074780     END-IF.
074800     MOVE ZERO TO FB-TARGET-IDX.
074900     MOVE "N" TO FB-FOUND-SW.
075000     PERFORM 2250-FIND-DUP-DIVISOR THRU 2250-EXIT
075100         VARYING FB-SCR-IDX FROM 1 BY 1
075200         UNTIL FB-SCR-IDX GREATER THAN FB-SCR-COUNT.
075300     IF FB-FOUND
075400         MOVE "DU" TO FB-CHG-NOTE
075500         GO TO 2210-EXIT
075600     END-IF.
075700     ADD 1 TO FB-SCR-COUNT.
075800     MOVE FB-CHG-RULE-SET     TO FB-SCR-SET (FB-SCR-COUNT).
075900     MOVE FB-CHG-NEW-DIVISOR  TO FB-SCR-DIVISOR (FB-SCR-COUNT).
076000     MOVE FB-CHG-NEW-LABEL    TO FB-SCR-LABEL (FB-SCR-COUNT).
076100     MOVE FB-CHG-NEW-EFF-DATE TO FB-SCR-EFF-DATE (FB-SCR-COUNT).
076200     MOVE FB-CHG-NEW-EXP-DATE TO FB-SCR-EXP-DATE (FB-SCR-COUNT).
076300 2210-EXIT.
076400     EXIT.
076410
076420 2211-COUNT-SET-RULE.
076430     IF FB-SCR-SET (FB-SCR-IDX) = FB-CHG-RULE-SET
076440             AND (FB-SCR-EXP-DATE (FB-SCR-IDX) = ZERO
076450             OR FB-SCR-EXP-DATE (FB-SCR-IDX)
076455             NOT LESS THAN FB-TODAY)
076460         ADD 1 TO FB-SET-RULE-COUNT
076470     END-IF.
076480 2211-EXIT.
076490     EXIT.
076500
076600 2220-APPLY-REPLACE.
076700     PERFORM 2240-FIND-OLD-DIVISOR THRU 2240-EXIT.
076800     IF FB-TARGET-IDX = ZERO
076900         MOVE "NF" TO FB-CHG-NOTE
077000         GO TO 2220-EXIT
077100     END-IF.
077200     MOVE "N" TO FB-FOUND-SW.
077300     PERFORM 2250-FIND-DUP-DIVISOR THRU 2250-EXIT
077400         VARYING FB-SCR-IDX FROM 1 BY 1
077500         UNTIL FB-SCR-IDX GREATER THAN FB-SCR-COUNT.
077600     IF FB-FOUND
077700         MOVE "DU" TO FB-CHG-NOTE
077800         GO TO 2220-EXIT
077900     END-IF.
078000     MOVE FB-CHG-NEW-DIVISOR  TO FB-SCR-DIVISOR (FB-TARGET-IDX).
078100     MOVE FB-CHG-NEW-LABEL    TO FB-SCR-LABEL (FB-TARGET-IDX).
078200     MOVE FB-CHG-NEW-EFF-DATE TO FB-SCR-EFF-DATE (FB-TARGET-IDX).
078300     MOVE FB-CHG-NEW-EXP-DATE TO FB-SCR-EXP-DATE (FB-TARGET-IDX).
078400 2220-EXIT.
078500     EXIT.
078600
078700 2230-APPLY-DELETE.
078800     PERFORM 2240-FIND-OLD-DIVISOR THRU 2240-EXIT.
078900     IF FB-TARGET-IDX = ZERO
079000         MOVE "NF" TO FB-CHG-NOTE
079100         GO TO 2230-EXIT
079200     END-IF.
079300     PERFORM 2231-SHIFT-ONE-RULE THRU 2231-EXIT
079400         VARYING FB-SCR-IDX FROM FB-TARGET-IDX BY 1
079500         UNTIL FB-SCR-IDX NOT LESS THAN FB-SCR-COUNT.
079600     SUBTRACT 1 FROM FB-SCR-COUNT.
079700 2230-EXIT.
079800     EXIT.
079900
080000 2231-SHIFT-ONE-RULE.
080100     MOVE FB-SCRATCH-ENTRY (FB-SCR-IDX + 1)
080200         TO FB-SCRATCH-ENTRY (FB-SCR-IDX).
080300 2231-EXIT.
080400     EXIT.
080500
080600 2240-FIND-OLD-DIVISOR.
080700     MOVE ZERO TO FB-TARGET-IDX.
080800     PERFORM 2241-MATCH-OLD-DIVISOR THRU 2241-EXIT
080900         VARYING FB-SCR-IDX FROM 1 BY 1
081000         UNTIL FB-SCR-IDX GREATER THAN FB-SCR-COUNT.
081100 2240-EXIT.
081200     EXIT.
081300
081400 2241-MATCH-OLD-DIVISOR.
081500     IF FB-SCR-DIVISOR (FB-SCR-IDX) = FB-CHG-OLD-DIVISOR
081600             AND FB-SCR-SET (FB-SCR-IDX) = FB-CHG-RULE-SET
081700         MOVE FB-SCR-IDX TO FB-TARGET-IDX
081800     END-IF.
081900 2241-EXIT.
082000     EXIT.
082100
082200 2250-FIND-DUP-DIVISOR.
082300     IF FB-SCR-IDX NOT = FB-TARGET-IDX
082400             AND FB-SCR-DIVISOR (FB-SCR-IDX) = FB-CHG-NEW-DIVISOR
082500             AND FB-SCR-SET (FB-SCR-IDX) = FB-CHG-RULE-SET
082600         SET FB-FOUND TO TRUE
082700     END-IF.
082800 2250-EXIT.
082900     EXIT.
083000
083100******************************************************************
083200*  3000-SELECT-SET-RULES - THE CHANGE'S RULE SET AS IN FORCE ON  *
083300*  THE FORECAST DATE, FROM THE LIVE TABLE (BEFORE) AND THE       *
083400*  SCRATCH TABLE (AFTER), EACH CHECKED AS FIZZBUZZ'S PARAMETER   *
083500*  VALIDATION CHECKS IT.                                         *
083600******************************************************************
083700 3000-SELECT-SET-RULES.
083800     MOVE ZERO TO FB-BFR-COUNT.
083900     PERFORM 3100-SELECT-ONE-BEFORE THRU 3100-EXIT
084000         VARYING FB-RULE-IDX FROM 1 BY 1
084100         UNTIL FB-RULE-IDX GREATER THAN FB-RULE-COUNT.
084200     MOVE ZERO TO FB-AFT-COUNT.
084300     PERFORM 3200-SELECT-ONE-AFTER THRU 3200-EXIT
084400         VARYING FB-SCR-IDX FROM 1 BY 1
084500         UNTIL FB-SCR-IDX GREATER THAN FB-SCR-COUNT.
084600     SET FB-SET-VALID TO TRUE.
084700     IF FB-BFR-COUNT = ZERO
084800         SET FB-SET-INVALID TO TRUE
084900     END-IF.
085000     PERFORM 3300-CHECK-ONE-BEFORE THRU 3300-EXIT
085100         VARYING FB-BFR-IDX FROM 1 BY 1
085200         UNTIL FB-BFR-IDX GREATER THAN FB-BFR-COUNT.
085300     MOVE FB-SET-VALID-SW TO FB-BEFORE-VALID-SW.
085400     SET FB-SET-VALID TO TRUE.
085500     IF FB-AFT-COUNT = ZERO
085600         SET FB-SET-INVALID TO TRUE
085700     END-IF.
085800     PERFORM 3400-CHECK-ONE-AFTER THRU 3400-EXIT
085900         VARYING FB-AFT-IDX FROM 1 BY 1
086000         UNTIL FB-AFT-IDX GREATER THAN FB-AFT-COUNT.
086100     MOVE FB-SET-VALID-SW TO FB-AFTER-VALID-SW.
086200 3000-EXIT.
086300     EXIT.
086400
086500 3100-SELECT-ONE-BEFORE.
086600     IF FB-TAB-SET (FB-RULE-IDX) NOT = FB-CHG-RULE-SET
086700         GO TO 3100-EXIT
086800     END-IF.
086900     IF FB-TAB-EFF-DATE (FB-RULE-IDX) GREATER THAN FB-AS-OF-DATE
087000         GO TO 3100-EXIT
087100     END-IF.
087200     IF FB-TAB-EXP-DATE (FB-RULE-IDX) GREATER THAN ZERO
087300             AND FB-TAB-EXP-DATE (FB-RULE-IDX)
087400                 LESS THAN FB-AS-OF-DATE
087500         GO TO 3100-EXIT
087600     END-IF.
087700     IF FB-BFR-COUNT NOT LESS THAN FB-MAX-SET-RULES
087800         GO TO 3100-EXIT
087900     END-IF.
088000     ADD 1 TO FB-BFR-COUNT.
088100     MOVE FB-TAB-DIVISOR (FB-RULE-IDX)
088200         TO FB-BFR-DIVISOR (FB-BFR-COUNT).
088300     MOVE FB-TAB-LABEL (FB-RULE-IDX)
088400         TO FB-BFR-LABEL (FB-BFR-COUNT).
088500 3100-EXIT.
088600     EXIT.
088700
088800 3200-SELECT-ONE-AFTER.
088900     IF FB-SCR-SET (FB-SCR-IDX) NOT = FB-CHG-RULE-SET
089000         GO TO 3200-EXIT
089100     END-IF.
089200     IF FB-SCR-EFF-DATE (FB-SCR-IDX) GREATER THAN FB-AS-OF-DATE
089300         GO TO 3200-EXIT
089400     END-IF.
089500     IF FB-SCR-EXP-DATE (FB-SCR-IDX) GREATER THAN ZERO
089600             AND FB-SCR-EXP-DATE (FB-SCR-IDX)
089700                 LESS THAN FB-AS-OF-DATE
089800         GO TO 3200-EXIT
089900     END-IF.
090000     IF FB-AFT-COUNT NOT LESS THAN FB-MAX-SET-RULES
090100         GO TO 3200-EXIT
090200     END-IF.
090300     ADD 1 TO FB-AFT-COUNT.
090400     MOVE FB-SCR-DIVISOR (FB-SCR-IDX)
090500         TO FB-AFT-DIVISOR (FB-AFT-COUNT).
090600     MOVE FB-SCR-LABEL (FB-SCR-IDX)
090700         TO FB-AFT-LABEL (FB-AFT-COUNT).
090800 3200-EXIT.
090900     EXIT.
091000
091100 3300-CHECK-ONE-BEFORE.
091200     IF FB-BFR-DIVISOR (FB-BFR-IDX) NOT GREATER THAN ZERO
091300         SET FB-SET-INVALID TO TRUE
091400     END-IF.
091500     MOVE ZERO TO FB-COMMA-COUNT.
091600     INSPECT FB-BFR-LABEL (FB-BFR-IDX)
091700         TALLYING FB-COMMA-COUNT FOR ALL ",".
091800     IF FB-COMMA-COUNT GREATER THAN ZERO
091900         SET FB-SET-INVALID TO TRUE
092000     END-IF.
092100 3300-EXIT.
092200     EXIT.
092300
092400 3400-CHECK-ONE-AFTER.
092500     IF FB-AFT-DIVISOR (FB-AFT-IDX) NOT GREATER THAN ZERO
092600         SET FB-SET-INVALID TO TRUE
092700     END-IF.
092800     MOVE ZERO TO FB-COMMA-COUNT.
092900     INSPECT FB-AFT-LABEL (FB-AFT-IDX)
093000         TALLYING FB-COMMA-COUNT FOR ALL ",".
093100     IF FB-COMMA-COUNT GREATER THAN ZERO
093200         SET FB-SET-INVALID TO TRUE
093300     END-IF.
093400 3400-EXIT.
093500     EXIT.
093600
093700******************************************************************
093800*  4000-FORECAST-ONE-REQUEST - A QUEUED REQUEST UNDER THE        *
093900*  CHANGE'S SET.  WHEN IT RUNS EITHER WAY, ITS CHANGED           *
094000*  ITERATIONS ARE COUNTED; WHEN THE CHANGE DECIDES WHETHER IT    *
094100*  RUNS AT ALL, ITS WHOLE OUTPUT AND ITS CHARGE MOVE.            *
094200******************************************************************
094300 4000-FORECAST-ONE-REQUEST.
094400     IF FB-QUE-RULE-SET (FB-QUE-IDX) NOT = FB-CHG-RULE-SET
094500         GO TO 4000-EXIT
094600     END-IF.
094700     PERFORM 4100-FIND-IMPACT THRU 4100-EXIT.
094800     IF FB-IMP-SLOT = ZERO
094900         GO TO 4000-EXIT
095000     END-IF.
095100     MOVE FB-QUE-BOUND (FB-QUE-IDX) TO FB-BOUND.
095200     ADD 1 TO FB-IMP-REQUESTS (FB-IMP-SLOT).
095300     ADD FB-BOUND TO FB-IMP-ITERATIONS (FB-IMP-SLOT).
095400     MOVE ZERO TO FB-REQ-CHANGED.
095500     IF FB-BOUND = ZERO
095600         ADD 1 TO FB-IMP-REJ-BEFORE (FB-IMP-SLOT)
095700         ADD 1 TO FB-IMP-REJ-AFTER (FB-IMP-SLOT)
095800         GO TO 4000-EXIT
095900     END-IF.
096000     COMPUTE FB-WORK-AMOUNT ROUNDED
096100         = FB-BOUND * FB-IMP-RATE (FB-IMP-SLOT) / 1000.
096200     EVALUATE TRUE
096300         WHEN FB-BEFORE-VALID AND FB-AFTER-VALID
096400             PERFORM 4300-COUNT-CHANGED THRU 4300-EXIT
096500         WHEN FB-BEFORE-VALID
096600             MOVE FB-BOUND TO FB-REQ-CHANGED
096700             ADD 1 TO FB-IMP-REJ-AFTER (FB-IMP-SLOT)
096800             SUBTRACT FB-WORK-AMOUNT
096900                 FROM FB-IMP-BILL-AMOUNT (FB-IMP-SLOT)
097000         WHEN FB-AFTER-VALID
097100             MOVE FB-BOUND TO FB-REQ-CHANGED
097200             ADD 1 TO FB-IMP-REJ-BEFORE (FB-IMP-SLOT)
097300             ADD FB-WORK-AMOUNT
097400                 TO FB-IMP-BILL-AMOUNT (FB-IMP-SLOT)
097500         WHEN OTHER
097600             ADD 1 TO FB-IMP-REJ-BEFORE (FB-IMP-SLOT)
097700             ADD 1 TO FB-IMP-REJ-AFTER (FB-IMP-SLOT)
097800     END-EVALUATE.
097900     ADD FB-REQ-CHANGED TO FB-IMP-CHANGED (FB-IMP-SLOT).
098000     COMPUTE FB-WORK-AMOUNT ROUNDED
098100         = FB-REQ-CHANGED * FB-IMP-RATE (FB-IMP-SLOT) / 1000.
098200     ADD FB-WORK-AMOUNT TO FB-IMP-CHG-AMOUNT (FB-IMP-SLOT).
098300 4000-EXIT.
098400     EXIT.
098500
098600******************************************************************
098700*  4100-FIND-IMPACT - LOCATE THE DEPARTMENT'S IMPACT ENTRY, OR   *
098800*  OPEN ONE IN DEPARTMENT ORDER AND PRICE IT.  FB-IMP-SLOT IS    *
098900*  ZERO WHEN THE TABLE IS FULL.                                  *
099000******************************************************************
099100 4100-FIND-IMPACT.
099200     MOVE ZERO TO FB-IMP-SLOT.
099300     MOVE "N" TO FB-IMP-PLACED-SW.
099400     PERFORM 4110-MATCH-ONE-IMPACT THRU 4110-EXIT
099500         VARYING FB-IMP-IDX FROM 1 BY 1
099600         UNTIL FB-IMP-IDX GREATER THAN FB-IMP-COUNT
099700             OR FB-IMP-PLACED.
099800     IF FB-IMP-PLACED
099900         GO TO 4100-EXIT
100000     END-IF.
100100     IF FB-IMP-COUNT NOT LESS THAN FB-MAX-IMPACTS
100200         DISPLAY "FBFCAST: IMPACT TABLE FULL - DEPARTMENT "
100300             FB-QUE-DEPT (FB-QUE-IDX) " NOT FORECAST"
100400         MOVE ZERO TO FB-IMP-SLOT
100500         GO TO 4100-EXIT
100600     END-IF.
100700     IF FB-IMP-SLOT = ZERO
100800         COMPUTE FB-IMP-SLOT = FB-IMP-COUNT + 1
100900     END-IF.
101000     PERFORM 4120-MOVE-ONE-DOWN THRU 4120-EXIT
101100         VARYING FB-IMP-IDX FROM FB-IMP-COUNT BY -1
101200         UNTIL FB-IMP-IDX LESS THAN FB-IMP-SLOT.
101300     ADD 1 TO FB-IMP-COUNT.
101400     MOVE FB-QUE-DEPT (FB-QUE-IDX) TO FB-IMP-DEPT (FB-IMP-SLOT).
101500     MOVE ZERO TO FB-IMP-REQUESTS (FB-IMP-SLOT)
101600                  FB-IMP-ITERATIONS (FB-IMP-SLOT)
101700                  FB-IMP-CHANGED (FB-IMP-SLOT)
101800                  FB-IMP-CHG-AMOUNT (FB-IMP-SLOT)
101900                  FB-IMP-BILL-AMOUNT (FB-IMP-SLOT)
102000                  FB-IMP-REJ-BEFORE (FB-IMP-SLOT)
102100                  FB-IMP-REJ-AFTER (FB-IMP-SLOT).
102200     PERFORM 4200-LOOKUP-RATE THRU 4200-EXIT.
102300 4100-EXIT.
102400     EXIT.
102500
102600******************************************************************
102700*  4110-MATCH-ONE-IMPACT - AN EQUAL DEPARTMENT IS THE ENTRY; THE *
102800*  FIRST HIGHER ONE IS WHERE A NEW ENTRY BELONGS.                *
102900******************************************************************
103000 4110-MATCH-ONE-IMPACT.
103100     IF FB-IMP-DEPT (FB-IMP-IDX) = FB-QUE-DEPT (FB-QUE-IDX)
103200         MOVE FB-IMP-IDX TO FB-IMP-SLOT
103300         MOVE "Y" TO FB-IMP-PLACED-SW
103400         GO TO 4110-EXIT
103500     END-IF.
103600     IF FB-IMP-SLOT = ZERO
103700             AND FB-IMP-DEPT (FB-IMP-IDX) GREATER THAN
103800                 FB-QUE-DEPT (FB-QUE-IDX)
103900         MOVE FB-IMP-IDX TO FB-IMP-SLOT
104000     END-IF.
104100 4110-EXIT.
104200     EXIT.
104300
104400 4120-MOVE-ONE-DOWN.
104500     MOVE FB-IMPACT-ENTRY (FB-IMP-IDX)
104600         TO FB-IMPACT-ENTRY (FB-IMP-IDX + 1).
104700 4120-EXIT.
104800     EXIT.
104900
105000******************************************************************
105100*  4200-LOOKUP-RATE - THE DEPARTMENT'S OWN FBRATES RATE, ELSE    *
105200*  THE *DEFAULT RATE.  WITH NEITHER, ITS FIGURES PRICE AT ZERO   *
105300*  AND THE STEP ENDS WITH 4.                                     *
105400******************************************************************
105500 4200-LOOKUP-RATE.
105600     MOVE "N" TO FB-FOUND-SW.
105700     PERFORM 4210-MATCH-ONE-RATE THRU 4210-EXIT
105800         VARYING FB-RATE-IDX FROM 1 BY 1
105900         UNTIL FB-RATE-IDX GREATER THAN FB-RATE-COUNT
106000             OR FB-FOUND.
106100     IF FB-FOUND
106200         GO TO 4200-EXIT
106300     END-IF.
106400     IF FB-DEFAULT-RATE-SET
106500         MOVE FB-DEFAULT-RATE TO FB-IMP-RATE (FB-IMP-SLOT)
106600         GO TO 4200-EXIT
106700     END-IF.
106800     MOVE ZERO TO FB-IMP-RATE (FB-IMP-SLOT).
106900     IF NOT FB-RATE-MISSING
107000         DISPLAY "FBFCAST: NO FBRATES RATE FOR DEPARTMENT "
107100             FB-IMP-DEPT (FB-IMP-SLOT) " - PRICED AT ZERO"
107200     END-IF.
107300     MOVE 4 TO RETURN-CODE.
107400 4200-EXIT.
107500     EXIT.
107600
107700 4210-MATCH-ONE-RATE.
107800     IF FB-RTT-DEPT (FB-RATE-IDX) = FB-IMP-DEPT (FB-IMP-SLOT)
107900         MOVE FB-RTT-RATE (FB-RATE-IDX)
107950             TO FB-IMP-RATE (FB-IMP-SLOT)
108000         SET FB-FOUND TO TRUE
108100     END-IF.
108200 4210-EXIT.
108300     EXIT.
108400
108500******************************************************************
108600*  4300-COUNT-CHANGED - A REQUEST THAT RUNS EITHER WAY.  ONLY    *
108700*  THE MULTIPLES OF THE OLD AND NEW DIVISORS CAN LABEL           *
108800*  DIFFERENTLY, SO THOSE ARE STEPPED THROUGH: FIRST THE OLD      *
108900*  DIVISOR'S, THEN THOSE OF THE NEW DIVISOR NOT ALREADY SEEN.    *
109000******************************************************************
109100 4300-COUNT-CHANGED.
109200     MOVE FB-CHG-OLD-DIVISOR TO FB-STEP-DIVISOR.
109300     MOVE ZERO TO FB-OTHER-DIVISOR.
109400     IF FB-STEP-DIVISOR GREATER THAN ZERO
109500         PERFORM 4310-COMPARE-ONE-ITERATION THRU 4310-EXIT
109600             VARYING FB-I FROM FB-STEP-DIVISOR BY FB-STEP-DIVISOR
109700             UNTIL FB-I GREATER THAN FB-BOUND
109800     END-IF.
109900     MOVE FB-CHG-OLD-DIVISOR TO FB-OTHER-DIVISOR.
110000     MOVE FB-CHG-NEW-DIVISOR TO FB-STEP-DIVISOR.
110100     IF FB-STEP-DIVISOR GREATER THAN ZERO
110200             AND FB-STEP-DIVISOR NOT = FB-OTHER-DIVISOR
110300         PERFORM 4310-COMPARE-ONE-ITERATION THRU 4310-EXIT
110400             VARYING FB-I FROM FB-STEP-DIVISOR BY FB-STEP-DIVISOR
110500             UNTIL FB-I GREATER THAN FB-BOUND
110600     END-IF.
110700 4300-EXIT.
110800     EXIT.
110900
111000******************************************************************
111100*  4310-COMPARE-ONE-ITERATION - DERIVE FB-I'S LABEL UNDER BOTH   *
111200*  TABLES AS 2110-APPLY-RULE IN FIZZBUZZ BUILDS IT.              *
111300******************************************************************
111400 4310-COMPARE-ONE-ITERATION.
111500     IF FB-OTHER-DIVISOR GREATER THAN ZERO
111600         DIVIDE FB-I BY FB-OTHER-DIVISOR
111700             GIVING FB-Q REMAINDER FB-R
111800         IF FB-R = ZERO
111900             GO TO 4310-EXIT
112000         END-IF
112100     END-IF.
112200     MOVE SPACES TO FB-LABEL-BEFORE.
112300     MOVE 1 TO FB-LABEL-PTR.
112400     PERFORM 4320-APPLY-BEFORE-RULE THRU 4320-EXIT
112500         VARYING FB-BFR-IDX FROM 1 BY 1
112600         UNTIL FB-BFR-IDX GREATER THAN FB-BFR-COUNT.
112700     MOVE SPACES TO FB-LABEL-AFTER.
112800     MOVE 1 TO FB-LABEL-PTR.
112900     PERFORM 4330-APPLY-AFTER-RULE THRU 4330-EXIT
113000         VARYING FB-AFT-IDX FROM 1 BY 1
113100         UNTIL FB-AFT-IDX GREATER THAN FB-AFT-COUNT.
113200     IF FB-LABEL-BEFORE NOT = FB-LABEL-AFTER
113300         ADD 1 TO FB-REQ-CHANGED
113400     END-IF.
113500 4310-EXIT.
113600     EXIT.
113700
113800 4320-APPLY-BEFORE-RULE.
113900     DIVIDE FB-I BY FB-BFR-DIVISOR (FB-BFR-IDX)
114000         GIVING FB-Q REMAINDER FB-R.
114100     IF FB-R = ZERO
114200         STRING FB-BFR-LABEL (FB-BFR-IDX)
114300             DELIMITED BY SPACE
114400             INTO FB-LABEL-BEFORE
114500             WITH POINTER FB-LABEL-PTR
114600         END-STRING
114700     END-IF.
114800 4320-EXIT.
114900     EXIT.
115000
115100 4330-APPLY-AFTER-RULE.
115200     DIVIDE FB-I BY FB-AFT-DIVISOR (FB-AFT-IDX)
115300         GIVING FB-Q REMAINDER FB-R.
115400     IF FB-R = ZERO
115500         STRING FB-AFT-LABEL (FB-AFT-IDX)
115600             DELIMITED BY SPACE
115700             INTO FB-LABEL-AFTER
115800             WITH POINTER FB-LABEL-PTR
115900         END-STRING
116000     END-IF.
116100 4330-EXIT.
116200     EXIT.
116300
116400 4900-ADD-TOTALS.
116500     ADD FB-IMP-REQUESTS (FB-IMP-IDX)    TO FB-TOT-REQUESTS.
116600     ADD FB-IMP-ITERATIONS (FB-IMP-IDX)  TO FB-TOT-ITERATIONS.
116700     ADD FB-IMP-CHANGED (FB-IMP-IDX)     TO FB-TOT-CHANGED.
116800     ADD FB-IMP-CHG-AMOUNT (FB-IMP-IDX)  TO FB-TOT-CHG-AMOUNT.
116900     ADD FB-IMP-BILL-AMOUNT (FB-IMP-IDX) TO FB-TOT-BILL-AMOUNT.
117000     ADD FB-IMP-REJ-BEFORE (FB-IMP-IDX)  TO FB-TOT-REJ-BEFORE.
117100     ADD FB-IMP-REJ-AFTER (FB-IMP-IDX)   TO FB-TOT-REJ-AFTER.
117200     IF FB-IMP-CHANGED (FB-IMP-IDX) GREATER THAN ZERO
117300         ADD 1 TO FB-REACHED-COUNT
117400     END-IF.
117500 4900-EXIT.
117600     EXIT.
117700
117800******************************************************************
117900*  5000-WRITE-CHANGE - THE C RECORD: THE CHANGE'S KEY, ITS       *
118000*  TOTALS OVER EVERY DEPARTMENT, AND WHY IT CANNOT BE APPLIED    *
118100*  WHEN THAT IS SO.                                              *
118200******************************************************************
118300 5000-WRITE-CHANGE.
118400     MOVE SPACES TO FB-FCS-RECORD.
118500     SET FB-FCS-CHANGE TO TRUE.
118600     PERFORM 5200-FILL-KEY THRU 5200-EXIT.
118700     MOVE FB-TOT-REQUESTS    TO FB-FCS-REQUESTS.
118800     MOVE FB-TOT-ITERATIONS  TO FB-FCS-ITERATIONS.
118900     MOVE FB-TOT-CHANGED     TO FB-FCS-CHANGED.
119000     MOVE FB-TOT-CHG-AMOUNT  TO FB-FCS-CHANGED-AMOUNT.
119100     MOVE FB-TOT-BILL-AMOUNT TO FB-FCS-BILL-AMOUNT.
119200     IF FB-TOT-BILL-AMOUNT LESS THAN ZERO
119300         MOVE "-" TO FB-FCS-BILL-SIGN
119400     END-IF.
119500     MOVE FB-TOT-REJ-BEFORE  TO FB-FCS-REJ-BEFORE.
119600     MOVE FB-TOT-REJ-AFTER   TO FB-FCS-REJ-AFTER.
119700     MOVE FB-CHG-NOTE        TO FB-FCS-NOTE.
119800     WRITE FB-FCS-RECORD.
119810     IF FB-FCAST-STATUS NOT = "00"
119820         PERFORM 5300-WRITE-FAILED THRU 5300-EXIT
119830     END-IF.
119900 5000-EXIT.
120000     EXIT.
120100
120200 5100-WRITE-ONE-DEPT.
120300     MOVE SPACES TO FB-FCS-RECORD.
120400     SET FB-FCS-DEPT-LINE TO TRUE.
120500     PERFORM 5200-FILL-KEY THRU 5200-EXIT.
120600     MOVE FB-IMP-DEPT (FB-IMP-IDX)        TO FB-FCS-DEPT.
120700     MOVE FB-IMP-REQUESTS (FB-IMP-IDX)    TO FB-FCS-REQUESTS.
120800     MOVE FB-IMP-ITERATIONS (FB-IMP-IDX)  TO FB-FCS-ITERATIONS.
120900     MOVE FB-IMP-CHANGED (FB-IMP-IDX)     TO FB-FCS-CHANGED.
121000     MOVE FB-IMP-CHG-AMOUNT (FB-IMP-IDX)
121100         TO FB-FCS-CHANGED-AMOUNT.
121200     MOVE FB-IMP-BILL-AMOUNT (FB-IMP-IDX) TO FB-FCS-BILL-AMOUNT.
121300     IF FB-IMP-BILL-AMOUNT (FB-IMP-IDX) LESS THAN ZERO
121400         MOVE "-" TO FB-FCS-BILL-SIGN
121500     END-IF.
121600     MOVE FB-IMP-REJ-BEFORE (FB-IMP-IDX)  TO FB-FCS-REJ-BEFORE.
121700     MOVE FB-IMP-REJ-AFTER (FB-IMP-IDX)   TO FB-FCS-REJ-AFTER.
121800     WRITE FB-FCS-RECORD.
121810     IF FB-FCAST-STATUS NOT = "00"
121820         PERFORM 5300-WRITE-FAILED THRU 5300-EXIT
121830     END-IF.
121900 5100-EXIT.
122000     EXIT.
122100
122200 5200-FILL-KEY.
122300     MOVE FB-CHG-ACTION      TO FB-FCS-ACTION.
122400     MOVE FB-CHG-OLD-DIVISOR TO FB-FCS-OLD-DIVISOR.
122500     MOVE FB-CHG-NEW-DIVISOR TO FB-FCS-NEW-DIVISOR.
122600     MOVE FB-CHG-RULE-SET    TO FB-FCS-RULE-SET.
122700     MOVE FB-CHG-KEYER       TO FB-FCS-KEYER.
122800     MOVE FB-CHG-KEY-DATE    TO FB-FCS-KEY-DATE.
122900     MOVE FB-CHG-KEY-TIME    TO FB-FCS-KEY-TIME.
123000     MOVE FB-AS-OF-DATE      TO FB-FCS-AS-OF-DATE.
123100     MOVE FB-TODAY           TO FB-FCS-RUN-DATE.
123200     MOVE FB-NOW             TO FB-FCS-RUN-TIME.
123300 5200-EXIT.
123400     EXIT.
123405
123410******************************************************************
123415*  5300-WRITE-FAILED - A FORECAST MISSING RECORDS WOULD SHOW THE *
123420*  SUPERVISOR LESS IMPACT THAN THE CHANGES HAVE, SO THE STEP     *
123425*  ENDS 12.  THE FIRST FAILURE IS NAMED ON THE CONSOLE.          *
123430******************************************************************
123435 5300-WRITE-FAILED.
123440     IF NOT FB-FCAST-FAILED
123445         DISPLAY "FBFCAST: FBFCAST WRITE FAILED (STATUS "
123450             FB-FCAST-STATUS ") - FORECAST INCOMPLETE"
123460     END-IF.
123465     MOVE "Y" TO FB-FCAST-FAILED-SW.
123470     MOVE 12 TO RETURN-CODE.
123475 5300-EXIT.
123480     EXIT.
123500
123600******************************************************************
123700*  7100-PRINT-CHANGE - THE TWO LINES NAMING THE CHANGE.          *
123800******************************************************************
123900 7100-PRINT-CHANGE.
124000     PERFORM 7900-BLANK-LINE THRU 7900-EXIT.
124100     MOVE FB-CHANGE-COUNT TO FB-CH1-SEQ.
124200     EVALUATE FB-CHG-ACTION
124300         WHEN "A"   MOVE "ADD"    TO FB-CH1-ACTION
124400         WHEN "C"   MOVE "CHANGE" TO FB-CH1-ACTION
124500         WHEN "D"   MOVE "DELETE" TO FB-CH1-ACTION
124600         WHEN OTHER MOVE "??"     TO FB-CH1-ACTION
124700     END-EVALUATE.
124800     IF FB-CHG-RULE-SET = SPACES
124900         MOVE "(SHOP DEFAULT)" TO FB-CH1-RULE-SET
125000     ELSE
125100         MOVE FB-CHG-RULE-SET TO FB-CH1-RULE-SET
125200     END-IF.
125300     MOVE FB-CHG-KEYER    TO FB-CH1-KEYER.
125400     MOVE FB-CHG-KEY-DATE TO FB-CH1-KEY-DATE.
125500     MOVE FB-CHG-KEY-TIME TO FB-CH1-KEY-TIME.
125600     MOVE FB-RPT-CHANGE-1 TO FB-REPORT-RECORD.
125700     WRITE FB-REPORT-RECORD.
125800     MOVE FB-CHG-OLD-DIVISOR  TO FB-CH2-OLD-DIVISOR.
125900     MOVE FB-CHG-NEW-DIVISOR  TO FB-CH2-NEW-DIVISOR.
126000     MOVE FB-CHG-NEW-LABEL    TO FB-CH2-LABEL.
126100     MOVE FB-CHG-NEW-EFF-DATE TO FB-CH2-EFF-DATE.
126200     MOVE FB-CHG-NEW-EXP-DATE TO FB-CH2-EXP-DATE.
126300     MOVE FB-AS-OF-DATE       TO FB-CH2-AS-OF-DATE.
126400     MOVE FB-RPT-CHANGE-2 TO FB-REPORT-RECORD.
126500     WRITE FB-REPORT-RECORD.
126600 7100-EXIT.
126700     EXIT.
126800
126900******************************************************************
127000*  7200-PRINT-REFUSAL - WHY FBRULAPR WOULD NOT APPLY THE CHANGE  *
127100*  AS IT IS KEYED.  NOTHING IS FORECAST FOR IT.                  *
127200******************************************************************
127300 7200-PRINT-REFUSAL.
127400     EVALUATE FB-CHG-NOTE
127500         WHEN "NF"
127600             MOVE "TARGET RULE IS NOT ON FBRULES - CANNOT APPLY"
127700                 TO FB-NTE-TEXT
127800         WHEN "DU"
127900             MOVE "NEW DIVISOR ALREADY HAS A RULE IN THE SET"
128000                 TO FB-NTE-TEXT
128100         WHEN "TF"
128200             MOVE "THE RULE TABLE IS FULL - CANNOT APPLY"
128300                 TO FB-NTE-TEXT
128310         WHEN "SF"
128320             MOVE "RULE SET ALREADY HAS 50 RULES - CANNOT APPLY"
128330                 TO FB-NTE-TEXT
128400         WHEN OTHER
128500             MOVE "UNRECOGNIZED ACTION - LEFT PENDING"
128600                 TO FB-NTE-TEXT
128700     END-EVALUATE.
128800     MOVE FB-RPT-NOTE TO FB-REPORT-RECORD.
128900     WRITE FB-REPORT-RECORD.
129000     MOVE 4 TO RETURN-CODE.
129100 7200-EXIT.
129200     EXIT.
129300
129400******************************************************************
129500*  7300-PRINT-IMPACT - ONE LINE PER DEPARTMENT UNDER THE SET,    *
129600*  THEN THE CHANGE'S TOTAL.                                      *
129700******************************************************************
129800 7300-PRINT-IMPACT.
129900     MOVE FB-RPT-COLUMNS TO FB-REPORT-RECORD.
130000     WRITE FB-REPORT-RECORD.
130100     IF FB-IMP-COUNT = ZERO
130200         MOVE "  (NO QUEUED REQUESTS RUN UNDER THIS RULE SET)"
130300             TO FB-REPORT-RECORD
130400         WRITE FB-REPORT-RECORD
130500         GO TO 7300-EXIT
130600     END-IF.
130700     PERFORM 7310-PRINT-ONE-DEPT THRU 7310-EXIT
130800         VARYING FB-IMP-IDX FROM 1 BY 1
130900         UNTIL FB-IMP-IDX GREATER THAN FB-IMP-COUNT.
131000     MOVE "*TOTAL*"          TO FB-DTL-DEPT.
131100     MOVE SPACES             TO FB-DTL-NAME.
131200     MOVE FB-TOT-REQUESTS    TO FB-DTL-REQUESTS.
131300     MOVE FB-TOT-ITERATIONS  TO FB-DTL-ITERATIONS.
131400     MOVE FB-TOT-CHANGED     TO FB-DTL-CHANGED.
131500     MOVE ZERO TO FB-WORK-PCT.
131600     IF FB-TOT-ITERATIONS GREATER THAN ZERO
131700         COMPUTE FB-WORK-PCT ROUNDED
131800             = FB-TOT-CHANGED * 100 / FB-TOT-ITERATIONS
131900     END-IF.
132000     MOVE FB-WORK-PCT        TO FB-DTL-PCT.
132100     MOVE FB-TOT-CHG-AMOUNT  TO FB-DTL-CHG-AMOUNT.
132200     MOVE FB-TOT-BILL-AMOUNT TO FB-DTL-BILL-AMOUNT.
132300     MOVE FB-TOT-REJ-BEFORE  TO FB-DTL-REJ-BEFORE.
132400     MOVE FB-TOT-REJ-AFTER   TO FB-DTL-REJ-AFTER.
132500     MOVE FB-RPT-DETAIL TO FB-REPORT-RECORD.
132600     WRITE FB-REPORT-RECORD.
132700 7300-EXIT.
132800     EXIT.
132900
133000 7310-PRINT-ONE-DEPT.
133100     MOVE FB-IMP-DEPT (FB-IMP-IDX) TO FB-DTL-DEPT.
133200     MOVE SPACES TO FB-DTL-NAME.
133300     PERFORM 7320-NAME-ONE-DEPT THRU 7320-EXIT
133400         VARYING FB-DEPT-IDX FROM 1 BY 1
133500         UNTIL FB-DEPT-IDX GREATER THAN FB-DEPT-COUNT.
133600     MOVE FB-IMP-REQUESTS (FB-IMP-IDX)    TO FB-DTL-REQUESTS.
133700     MOVE FB-IMP-ITERATIONS (FB-IMP-IDX)  TO FB-DTL-ITERATIONS.
133800     MOVE FB-IMP-CHANGED (FB-IMP-IDX)     TO FB-DTL-CHANGED.
133900     MOVE ZERO TO FB-WORK-PCT.
134000     IF FB-IMP-ITERATIONS (FB-IMP-IDX) GREATER THAN ZERO
134100         COMPUTE FB-WORK-PCT ROUNDED
134200             = FB-IMP-CHANGED (FB-IMP-IDX) * 100
134300             / FB-IMP-ITERATIONS (FB-IMP-IDX)
134400     END-IF.
134500     MOVE FB-WORK-PCT TO FB-DTL-PCT.
134600     MOVE FB-IMP-CHG-AMOUNT (FB-IMP-IDX)  TO FB-DTL-CHG-AMOUNT.
134700     MOVE FB-IMP-BILL-AMOUNT (FB-IMP-IDX) TO FB-DTL-BILL-AMOUNT.
134800     MOVE FB-IMP-REJ-BEFORE (FB-IMP-IDX)  TO FB-DTL-REJ-BEFORE.
134900     MOVE FB-IMP-REJ-AFTER (FB-IMP-IDX)   TO FB-DTL-REJ-AFTER.
135000     MOVE FB-RPT-DETAIL TO FB-REPORT-RECORD.
135100     WRITE FB-REPORT-RECORD.
135200 7310-EXIT.
135300     EXIT.
135400
135500 7320-NAME-ONE-DEPT.
135600     IF FB-DPT-CODE (FB-DEPT-IDX) = FB-IMP-DEPT (FB-IMP-IDX)
135700         MOVE FB-DPT-NAME (FB-DEPT-IDX) TO FB-DTL-NAME
135800     END-IF.
135900 7320-EXIT.
136000     EXIT.
136100
136200 7900-BLANK-LINE.
136300     MOVE SPACES TO FB-REPORT-RECORD.
136400     WRITE FB-REPORT-RECORD.
136500 7900-EXIT.
136600     EXIT.
136700
136800******************************************************************
136900*  9000-TERMINATE                                                *
137000******************************************************************
137100 9000-TERMINATE.
137200     IF RETURN-CODE = 12
137300         GO TO 9000-EXIT
137400     END-IF.
137500     PERFORM 7900-BLANK-LINE THRU 7900-EXIT.
137600     IF FB-CHANGE-COUNT = ZERO
137700         MOVE "NOTHING PENDING ON FBRULPND - NOTHING TO FORECAST"
137800             TO FB-REPORT-RECORD
137900         WRITE FB-REPORT-RECORD
138000     ELSE
138100         MOVE FB-CHANGE-COUNT    TO FB-FIN-CHANGES
138200         MOVE FB-UNAPPLIED-COUNT TO FB-FIN-UNAPPLIED
138300         MOVE FB-RPT-FINAL TO FB-REPORT-RECORD
138400         WRITE FB-REPORT-RECORD
138500     END-IF.
138600     IF FB-RATE-MISSING
138700         MOVE "FBRATES NOT PRESENT - ALL CHARGES SHOWN AS ZERO"
138800             TO FB-NTE-TEXT
138900         MOVE FB-RPT-NOTE TO FB-REPORT-RECORD
139000         WRITE FB-REPORT-RECORD
139100         MOVE 4 TO RETURN-CODE
139200     END-IF.
139210     IF FB-FCAST-FAILED
139220         MOVE "FBFCAST COULD NOT BE WRITTEN - FORECAST INCOMPLETE"
139230             TO FB-NTE-TEXT
139240         MOVE FB-RPT-NOTE TO FB-REPORT-RECORD
139250         WRITE FB-REPORT-RECORD
139260         MOVE 12 TO RETURN-CODE
139270     END-IF.
139300     CLOSE FB-FCAST-FILE.
139400     CLOSE FB-REPORT-FILE.
139500     DISPLAY "FBFCAST: " FB-CHANGE-COUNT " PENDING CHANGE(S), "
139600         FB-UNAPPLIED-COUNT " NOT APPLICABLE, "
139700         FB-REACHED-COUNT " DEPARTMENT IMPACT(S) FORECAST".
139800 9000-EXIT.
139900     EXIT.
