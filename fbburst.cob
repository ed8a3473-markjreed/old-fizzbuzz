000100******************************************************************
000200*  MODIFICATION HISTORY                                          *
000300*  DATE       INIT  DESCRIPTION                                  *
000400*  ---------- ----  ---------------------------------------      *
000500*  2026-10-15  MJR  ORIGINAL VERSION.  BURSTS THE CYCLE'S FBOUT  *
000600*                   INTO ONE PRINTED REPORT PER DEPARTMENT, EACH *
000700*                   BEHIND ITS OWN BANNER PAGE, WITH A CONTROL   *
000800*                   BREAK AND AUDIT-TIED TOTALS PER REQUEST, AND *
000900*                   PRINTS THE DISTRIBUTION CONTROL LIST.        *
000910*  2026-10-15  MJR  A DEPARTMENT OR REQUEST TABLE TOO SMALL FOR  *
000920*                   THE CYCLE IS REPORTED AND ENDS THE STEP      *
000930*                   WITH 8.                                      *
001000******************************************************************
001100 IDENTIFICATION DIVISION.
001200 PROGRAM-ID.    FBBURST.
001300 AUTHOR.        M J REED.
001400 INSTALLATION.  DATA CENTER OPERATIONS.
001500 DATE-WRITTEN.  2026-10-15.
001600 DATE-COMPILED.
001700******************************************************************
001800*  SPLITS THE FBOUT DATASET OF A QUEUE-MODE CYCLE BY THE         *
001900*  DEPARTMENT THAT SUBMITTED EACH REQUEST (FB-REQ-DEPT ON        *
002000*  FBREQST), AND PRINTS ON FBBURST, DEPARTMENT AFTER DEPARTMENT  *
002100*  IN FBDEPTS ORDER:                                             *
002200*    - A BANNER PAGE NAMING THE DEPARTMENT (FBDEPTS NAME), THE   *
002300*      CYCLE DATE AND THE REQUESTS ENCLOSED, SO THE PRINT ROOM   *
002400*      CAN SEPARATE THE REPORTS ON SIGHT;                        *
002500*    - THE DEPARTMENT'S ROWS UNDER PAGE HEADINGS NUMBERED FROM 1 *
002600*      FOR EACH DEPARTMENT, WITH A CONTROL BREAK ON EACH REQUEST *
002700*      AND A REQUEST TOTAL THAT TIES THE ROWS PRINTED TO THE     *
002800*      COUNTS ON THE REQUEST'S LATEST FBAUDIT RECORD;            *
002900*    - A DEPARTMENT TOTAL, WITH THE LAST PAGE FILLED OUT SO THE  *
003000*      NEXT BANNER STARTS A FRESH PAGE.                          *
003100*  FBDISTRB THEN CARRIES THE DISTRIBUTION CONTROL LIST: EACH     *
003200*  DEPARTMENT WITH THE REQUEST REPORTS, ROWS AND PAGES IT WAS    *
003300*  SENT, AND EVERY REQUEST THAT HAD OUTPUT BUT NO DEPARTMENT TO  *
003400*  ROUTE IT TO (NOT ON FBREQST, DEPARTMENT NOT ON FBDEPTS, OR A  *
003500*  SINGLE-RANGE RUN).  FBOUT HOLDS EACH REQUEST'S ROWS TOGETHER, *
003600*  AS FIZZBUZZ WORKS ONE REQUEST AT A TIME.                      *
003700*  ENDS WITH 0 WHEN EVERY ROW WAS ROUTED AND EVERY REQUEST TIED  *
003800*  TO ITS AUDIT COUNTS, 4 WHEN ANYTHING WAS UNROUTED OR OUT OF   *
003900*  BALANCE, 8 WHEN THERE ARE MORE DEPARTMENTS OR REQUESTS THAN   *
003950*  THE TABLES HOLD, AND 12 WHEN FBOUT IS MISSING.                *
004000******************************************************************
004100 ENVIRONMENT DIVISION.
004200 CONFIGURATION SECTION.
004300 SOURCE-COMPUTER.  IBM-370.
004400 OBJECT-COMPUTER.  IBM-370.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT FB-OUT-FILE ASSIGN TO "FBOUT"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS FB-OUT-STATUS.
005000
005100     SELECT FB-REQST-FILE ASSIGN TO "FBREQST"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS FB-REQST-STATUS.
005400
005500     SELECT FB-DEPTS-FILE ASSIGN TO "FBDEPTS"
005600         ORGANIZATION IS LINE SEQUENTIAL
005700         FILE STATUS IS FB-DEPTS-STATUS.
005800
005900     SELECT FB-AUDIT-FILE ASSIGN TO "FBAUDIT"
006000         ORGANIZATION IS LINE SEQUENTIAL
006100         FILE STATUS IS FB-AUDIT-STATUS.
006200
006300     SELECT FB-REPORT-FILE ASSIGN TO "FBBURST"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS FB-REPORT-STATUS.
006600
006700     SELECT FB-DISTRB-FILE ASSIGN TO "FBDISTRB"
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS FB-DISTRB-STATUS.
007000
007100 DATA DIVISION.
007200 FILE SECTION.
007300 FD  FB-OUT-FILE.
007400 COPY FBOUTREC.
007500
007600 FD  FB-REQST-FILE.
007700 COPY FBREQREC.
007800
007900 FD  FB-DEPTS-FILE.
008000 COPY FBDEPTRC.
008100
008200 FD  FB-AUDIT-FILE.
008300 COPY FBAUDIT.
008400
008500 FD  FB-REPORT-FILE.
008600 01  FB-REPORT-RECORD            PIC X(132).
008700
008800 FD  FB-DISTRB-FILE.
008900 01  FB-DISTRB-RECORD            PIC X(132).
009000
009100 WORKING-STORAGE SECTION.
009200******************************************************************
009300*  FILE STATUS FIELDS                                            *
009400******************************************************************
009500 01  FB-FILE-STATUSES.
009600     05  FB-OUT-STATUS           PIC X(02).
009700     05  FB-REQST-STATUS         PIC X(02).
009800     05  FB-DEPTS-STATUS         PIC X(02).
009900     05  FB-AUDIT-STATUS         PIC X(02).
010000     05  FB-REPORT-STATUS        PIC X(02).
010100     05  FB-DISTRB-STATUS        PIC X(02).
010200
010300******************************************************************
010400*  SWITCHES                                                      *
010500******************************************************************
010600 01  FB-SWITCHES.
010700     05  FB-EOF-OUT-SW           PIC X(01)   VALUE "N".
010800         88  FB-EOF-OUT                      VALUE "Y".
010900     05  FB-EOF-REQST-SW         PIC X(01)   VALUE "N".
011000         88  FB-EOF-REQST                    VALUE "Y".
011100     05  FB-EOF-DEPTS-SW         PIC X(01)   VALUE "N".
011200         88  FB-EOF-DEPTS                    VALUE "Y".
011300     05  FB-EOF-AUDIT-SW         PIC X(01)   VALUE "N".
011400         88  FB-EOF-AUDIT                    VALUE "Y".
011500     05  FB-GROUP-OPEN-SW        PIC X(01)   VALUE "N".
011600         88  FB-GROUP-OPEN                   VALUE "Y".
011700     05  FB-ATTENTION-SW         PIC X(01)   VALUE "N".
011800         88  FB-ATTENTION                    VALUE "Y".
011810     05  FB-TABLE-FULL-SW        PIC X(01)   VALUE "N".
011820         88  FB-TABLE-FULL                   VALUE "Y".
011900
012000******************************************************************
012100*  DEPARTMENT TABLE FROM FBDEPTS, WITH WHAT EACH WAS SENT.       *
012200******************************************************************
012300 01  FB-DEPT-TABLE.
012400     05  FB-DEPT-ENTRY OCCURS 100 TIMES.
012500         10  FB-DPT-CODE         PIC X(08).
012600         10  FB-DPT-NAME         PIC X(30).
012700         10  FB-DPT-REQUESTS     PIC 9(04)   COMP.
012800         10  FB-DPT-ROWS         PIC 9(09)   COMP-3.
012900         10  FB-DPT-PAGES        PIC 9(04)   COMP.
013000 77  FB-DEPT-COUNT        PIC 9(04) COMP   VALUE ZERO.
013100 77  FB-DEPT-IDX          PIC 9(04) COMP   VALUE ZERO.
013200 77  FB-DEPT-SLOT         PIC 9(04) COMP   VALUE ZERO.
013300 77  FB-MAX-DEPTS         PIC 9(04) COMP   VALUE 100.
013400
013500******************************************************************
013600*  REQUEST TABLE - EVERY REQUEST ON FBREQST, PLUS ANY REQUEST ID *
013700*  FOUND ON FBOUT THAT THE QUEUE DOES NOT HOLD.  THE DEPARTMENT  *
013800*  SLOT IS ZERO WHEN THE REQUEST CANNOT BE ROUTED.               *
013900******************************************************************
014000 01  FB-REQUEST-TABLE.
014100     05  FB-REQUEST-ENTRY OCCURS 200 TIMES.
014200         10  FB-RQT-ID           PIC X(08).
014300         10  FB-RQT-DEPT         PIC X(08).
014400         10  FB-RQT-DEPT-SLOT    PIC 9(04)   COMP.
014500         10  FB-RQT-QUEUED-SW    PIC X(01).
014600             88  FB-RQT-QUEUED               VALUE "Y".
014700         10  FB-RQT-ROWS         PIC 9(09)   COMP-3.
014800         10  FB-RQT-NUMBERS      PIC 9(09)   COMP-3.
014900         10  FB-RQT-AUDIT-SW     PIC X(01).
015000             88  FB-RQT-AUDITED              VALUE "Y".
015100         10  FB-RQT-RUN-DATE     PIC 9(08).
015200         10  FB-RQT-UPPER        PIC 9(09).
015300         10  FB-RQT-RULE-SET     PIC X(08).
015400         10  FB-RQT-AUD-LABELS   PIC 9(09)   COMP-3.
015500         10  FB-RQT-AUD-NUMBERS  PIC 9(09)   COMP-3.
015600 77  FB-REQUEST-COUNT     PIC 9(04) COMP   VALUE ZERO.
015700 77  FB-REQUEST-IDX       PIC 9(04) COMP   VALUE ZERO.
015800 77  FB-REQUEST-SLOT      PIC 9(04) COMP   VALUE ZERO.
015900 77  FB-MAX-REQUESTS      PIC 9(04) COMP   VALUE 200.
016000 77  FB-FIND-ID           PIC X(08)        VALUE SPACES.
016100 77  FB-LAST-FIND-ID      PIC X(08)        VALUE HIGH-VALUES.
016200 77  FB-LAST-FIND-SLOT    PIC 9(04) COMP   VALUE ZERO.
016300
016400******************************************************************
016500*  PRINT CONTROL AND TALLY FIELDS                                *
016600******************************************************************
016700 77  FB-TODAY             PIC 9(08)        VALUE ZERO.
016800 77  FB-LINE-COUNT        PIC 9(04) COMP   VALUE ZERO.
016900 77  FB-PAGE-COUNT        PIC 9(04) COMP   VALUE ZERO.
017000 77  FB-PAGE-LIMIT        PIC 9(04) COMP   VALUE 55.
017100 77  FB-CUR-DEPT          PIC 9(04) COMP   VALUE ZERO.
017200 77  FB-CUR-REQUEST       PIC 9(04) COMP   VALUE ZERO.
017300 77  FB-GRP-ROWS          PIC 9(09) COMP-3 VALUE ZERO.
017400 77  FB-GRP-NUMBERS       PIC 9(09) COMP-3 VALUE ZERO.
017500 77  FB-GRP-LABELS        PIC 9(09) COMP-3 VALUE ZERO.
017600 77  FB-DEPT-ROWS         PIC 9(09) COMP-3 VALUE ZERO.
017700 77  FB-OUT-ROWS          PIC 9(09) COMP-3 VALUE ZERO.
017800 77  FB-UNROUTED-ROWS     PIC 9(09) COMP-3 VALUE ZERO.
017900 77  FB-UNROUTED-COUNT    PIC 9(04) COMP   VALUE ZERO.
018000 77  FB-OOB-COUNT         PIC 9(04) COMP   VALUE ZERO.
018100 77  FB-REPORT-COUNT      PIC 9(04) COMP   VALUE ZERO.
018200 77  FB-TOT-PAGES         PIC 9(09) COMP-3 VALUE ZERO.
018300 77  FB-PRINT-LINE        PIC X(132)       VALUE SPACES.
018400
018500******************************************************************
018600*  A NUMBER ROW CARRIES THE ITERATION, RIGHT-JUSTIFIED, AS ITS   *
018700*  LABEL; EVERY RULE LABEL STARTS WITH A LETTER.                 *
018800******************************************************************
018900 01  FB-LABEL-TEST.
019000     05  FB-LABEL-FIRST          PIC X(01).
019100     05  FILLER                  PIC X(79).
019200
019300******************************************************************
019400*  REPORT LINE LAYOUTS - DEPARTMENT REPORTS                      *
019500******************************************************************
019600 01  FB-RPT-BANNER-RULE.
019700     05  FILLER  PIC X(66)  VALUE ALL "*".
019800     05  FILLER  PIC X(66)  VALUE SPACES.
019900
020000 01  FB-RPT-BANNER-DEPT.
020100     05  FILLER  PIC X(16)  VALUE "**  DEPARTMENT  ".
020200     05  FB-BNR-DEPT             PIC X(08).
020300     05  FILLER  PIC X(02)  VALUE SPACES.
020400     05  FB-BNR-NAME             PIC X(30).
020500     05  FILLER  PIC X(08)  VALUE SPACES.
020600     05  FILLER  PIC X(02)  VALUE "**".
020700     05  FILLER  PIC X(66)  VALUE SPACES.
020800
020900 01  FB-RPT-BANNER-INFO.
021000     05  FILLER  PIC X(16)  VALUE "**  CYCLE DATE  ".
021100     05  FB-BNR-DATE             PIC 9(08).
021200     05  FILLER  PIC X(12)  VALUE "  REQUESTS ".
021300     05  FB-BNR-REQUESTS         PIC ZZZ9.
021400     05  FILLER  PIC X(08)  VALUE "  ROWS ".
021500     05  FB-BNR-ROWS             PIC ZZZ,ZZZ,ZZ9.
021600     05  FILLER  PIC X(05)  VALUE SPACES.
021700     05  FILLER  PIC X(02)  VALUE "**".
021800     05  FILLER  PIC X(66)  VALUE SPACES.
021900
022000 01  FB-RPT-BANNER-REQUEST.
022100     05  FILLER  PIC X(16)  VALUE "**    REQUEST   ".
022200     05  FB-BNR-REQ-ID           PIC X(08).
022300     05  FILLER  PIC X(40)  VALUE SPACES.
022400     05  FILLER  PIC X(02)  VALUE "**".
022500     05  FILLER  PIC X(66)  VALUE SPACES.
022600
022700 01  FB-RPT-HEADING-1.
022800     05  FILLER  PIC X(25)
022900         VALUE "FBBURST - FIZZBUZZ OUTPUT".
023000     05  FILLER  PIC X(13)  VALUE "  DEPARTMENT ".
023100     05  FB-HD1-DEPT             PIC X(08).
023200     05  FILLER  PIC X(02)  VALUE SPACES.
023300     05  FB-HD1-NAME             PIC X(30).
023400     05  FILLER  PIC X(06)  VALUE "  PAGE".
023500     05  FB-HD1-PAGE             PIC ZZZ9.
023600     05  FILLER  PIC X(44)  VALUE SPACES.
023700
023800 01  FB-RPT-HEADING-2.
023900     05  FILLER  PIC X(11)  VALUE "CYCLE DATE ".
024000     05  FB-HD2-DATE             PIC 9(08).
024100     05  FILLER  PIC X(113) VALUE SPACES.
024200
024300 01  FB-RPT-COL-HEADING.
024400     05  FILLER  PIC X(13)  VALUE "    ITERATION".
024500     05  FILLER  PIC X(09)  VALUE "  LABEL".
024600     05  FILLER  PIC X(110) VALUE SPACES.
024700
024800 01  FB-RPT-REQ-HEADING.
024900     05  FILLER  PIC X(10)  VALUE "REQUEST   ".
025000     05  FB-RQH-ID               PIC X(08).
025100     05  FILLER  PIC X(15)  VALUE "  UPPER BOUND ".
025200     05  FB-RQH-UPPER            PIC ZZZ,ZZZ,ZZ9.
025300     05  FILLER  PIC X(12)  VALUE "  RULE SET ".
025400     05  FB-RQH-RULE-SET         PIC X(14).
025500     05  FILLER  PIC X(12)  VALUE "  RUN DATE ".
025600     05  FB-RQH-RUN-DATE         PIC 9(08).
025700     05  FILLER  PIC X(42)  VALUE SPACES.
025800
025900 01  FB-RPT-DETAIL.
026000     05  FILLER                  PIC X(02)  VALUE SPACES.
026100     05  FB-DTL-ITERATION        PIC ZZZ,ZZZ,ZZ9.
026200     05  FILLER                  PIC X(02)  VALUE SPACES.
026300     05  FB-DTL-LABEL            PIC X(80).
026400     05  FILLER                  PIC X(37)  VALUE SPACES.
026500
026600 01  FB-RPT-REQ-TOTAL.
026700     05  FILLER  PIC X(12)  VALUE "  TOTAL FOR ".
026800     05  FB-RQT-TOT-ID           PIC X(08).
026900     05  FILLER  PIC X(08)  VALUE "  ROWS ".
027000     05  FB-RQT-TOT-ROWS         PIC ZZZ,ZZZ,ZZ9.
027100     05  FILLER  PIC X(10)  VALUE "  LABELS ".
027200     05  FB-RQT-TOT-LABELS       PIC ZZZ,ZZZ,ZZ9.
027300     05  FILLER  PIC X(11)  VALUE "  NUMBERS ".
027400     05  FB-RQT-TOT-NUMBERS      PIC ZZZ,ZZZ,ZZ9.
027500     05  FILLER                  PIC X(02)  VALUE SPACES.
027600     05  FB-RQT-TOT-FLAG         PIC X(17).
027700     05  FILLER  PIC X(31)  VALUE SPACES.
027800
027900 01  FB-RPT-REQ-AUDIT.
028000     05  FILLER  PIC X(12)  VALUE "  FBAUDIT   ".
028100     05  FILLER  PIC X(08)  VALUE SPACES.
028200     05  FILLER  PIC X(08)  VALUE "  ROWS ".
028300     05  FB-RQA-ROWS             PIC ZZZ,ZZZ,ZZ9.
028400     05  FILLER  PIC X(10)  VALUE "  LABELS ".
028500     05  FB-RQA-LABELS           PIC ZZZ,ZZZ,ZZ9.
028600     05  FILLER  PIC X(11)  VALUE "  NUMBERS ".
028700     05  FB-RQA-NUMBERS          PIC ZZZ,ZZZ,ZZ9.
028800     05  FILLER  PIC X(50)  VALUE SPACES.
028900
029000 01  FB-RPT-DEPT-TOTAL.
029100     05  FILLER  PIC X(17)  VALUE "TOTAL DEPARTMENT ".
029200     05  FB-DTT-DEPT             PIC X(08).
029300     05  FILLER  PIC X(12)  VALUE "  REQUESTS ".
029400     05  FB-DTT-REQUESTS         PIC ZZZ9.
029500     05  FILLER  PIC X(08)  VALUE "  ROWS ".
029600     05  FB-DTT-ROWS             PIC ZZZ,ZZZ,ZZ9.
029700     05  FILLER  PIC X(72)  VALUE SPACES.
029800
029900******************************************************************
030000*  REPORT LINE LAYOUTS - DISTRIBUTION CONTROL LIST               *
030100******************************************************************
030200 01  FB-DST-HEADING.
030300     05  FILLER  PIC X(43)
030400         VALUE "FBBURST - DISTRIBUTION CONTROL LIST, CYCLE ".
030500     05  FB-DSH-DATE             PIC 9(08).
030600     05  FILLER  PIC X(81)  VALUE SPACES.
030700
030800 01  FB-DST-COLUMNS.
030900     05  FILLER  PIC X(44)
031000         VALUE "  DEPT     NAME                             ".
031100     05  FILLER  PIC X(44)
031200         VALUE "  REPORTS         ROWS  PAGES               ".
031300     05  FILLER  PIC X(44)  VALUE SPACES.
031400
031500 01  FB-DST-DETAIL.
031600     05  FILLER                  PIC X(02)  VALUE SPACES.
031700     05  FB-DSD-DEPT             PIC X(08).
031800     05  FILLER                  PIC X(01)  VALUE SPACES.
031900     05  FB-DSD-NAME             PIC X(30).
032000     05  FILLER                  PIC X(05)  VALUE SPACES.
032100     05  FB-DSD-REPORTS          PIC ZZZ,ZZ9.
032200     05  FILLER                  PIC X(02)  VALUE SPACES.
032300     05  FB-DSD-ROWS             PIC ZZZ,ZZZ,ZZ9.
032400     05  FILLER                  PIC X(02)  VALUE SPACES.
032500     05  FB-DSD-PAGES            PIC ZZZZ9.
032600     05  FILLER                  PIC X(59)  VALUE SPACES.
032700
032800 01  FB-DST-TOTAL.
032900     05  FILLER  PIC X(10)  VALUE "  REPORTS ".
033000     05  FB-DST-REPORTS          PIC ZZZ9.
033100     05  FILLER  PIC X(08)  VALUE "  PAGES ".
033200     05  FB-DST-PAGES            PIC ZZZ,ZZ9.
033300     05  FILLER  PIC X(13)  VALUE "  FBOUT ROWS ".
033400     05  FB-DST-OUT-ROWS         PIC ZZZ,ZZZ,ZZ9.
033500     05  FILLER  PIC X(16)  VALUE "  UNROUTED ROWS ".
033600     05  FB-DST-UNROUTED-ROWS    PIC ZZZ,ZZZ,ZZ9.
033700     05  FILLER  PIC X(52)  VALUE SPACES.
033800
033900 01  FB-DST-UNROUTED.
034000     05  FILLER                  PIC X(02)  VALUE SPACES.
034100     05  FB-DSU-ID               PIC X(08).
034200     05  FILLER                  PIC X(02)  VALUE SPACES.
034300     05  FB-DSU-REASON           PIC X(40).
034400     05  FILLER  PIC X(07)  VALUE "  ROWS ".
034500     05  FB-DSU-ROWS             PIC ZZZ,ZZZ,ZZ9.
034600     05  FILLER                  PIC X(62)  VALUE SPACES.
034700
034800 PROCEDURE DIVISION.
034900******************************************************************
035000*  0000-MAINLINE                                                 *
035100******************************************************************
035200 0000-MAINLINE.
035300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
035400     IF RETURN-CODE = 12
035500         GO TO 0000-EXIT
035600     END-IF.
035700     PERFORM 2000-BURST-DEPARTMENTS THRU 2000-EXIT.
035800     PERFORM 5000-DISTRIBUTION-LIST THRU 5000-EXIT.
035900 0000-EXIT.
036000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
036100     STOP RUN.
036200
036300******************************************************************
036400*  1000-INITIALIZE - LOAD THE DEPARTMENTS, THE QUEUE AND THE     *
036500*  AUDIT COUNTS, THEN ROUTE EVERY FBOUT ROW TO ITS REQUEST.      *
036600******************************************************************
036700 1000-INITIALIZE.
036800     ACCEPT FB-TODAY FROM DATE YYYYMMDD.
036900     OPEN OUTPUT FB-REPORT-FILE.
037000     OPEN OUTPUT FB-DISTRB-FILE.
037100     MOVE FB-TODAY TO FB-DSH-DATE.
037200     MOVE FB-DST-HEADING TO FB-DISTRB-RECORD.
037300     WRITE FB-DISTRB-RECORD.
037400     OPEN INPUT FB-OUT-FILE.
037500     IF FB-OUT-STATUS NOT = "00"
037600         MOVE "FBBURST - FBOUT NOT PRESENT - NOTHING TO BURST"
037700             TO FB-DISTRB-RECORD
037800         WRITE FB-DISTRB-RECORD
037900         DISPLAY "FBBURST: FBOUT NOT AVAILABLE (STATUS "
038000             FB-OUT-STATUS ")"
038100         MOVE 12 TO RETURN-CODE
038200         GO TO 1000-EXIT
038300     END-IF.
038400     CLOSE FB-OUT-FILE.
038500     PERFORM 1100-LOAD-DEPARTMENTS THRU 1100-EXIT.
038600     PERFORM 1200-LOAD-REQUESTS THRU 1200-EXIT.
038700     PERFORM 1300-LOAD-AUDIT-COUNTS THRU 1300-EXIT.
038800     PERFORM 1400-ROUTE-OUTPUT THRU 1400-EXIT.
038900 1000-EXIT.
039000     EXIT.
039100
039200******************************************************************
039300*  1100-LOAD-DEPARTMENTS - THE FBDEPTS TABLE, IN FILE ORDER.     *
039400******************************************************************
039500 1100-LOAD-DEPARTMENTS.
039600     OPEN INPUT FB-DEPTS-FILE.
039700     IF FB-DEPTS-STATUS NOT = "00"
039800         DISPLAY "FBBURST: FBDEPTS NOT AVAILABLE (STATUS "
039900             FB-DEPTS-STATUS ") - NO OUTPUT CAN BE ROUTED"
040000         GO TO 1100-EXIT
040100     END-IF.
040200     READ FB-DEPTS-FILE
040300         AT END MOVE "Y" TO FB-EOF-DEPTS-SW
040400     END-READ.
040500     PERFORM 1110-LOAD-ONE-DEPT THRU 1110-EXIT
040600         UNTIL FB-EOF-DEPTS.
040700     CLOSE FB-DEPTS-FILE.
040800 1100-EXIT.
040900     EXIT.
041000
041100 1110-LOAD-ONE-DEPT.
041200     IF FB-DEPT-COUNT LESS THAN FB-MAX-DEPTS
041300         ADD 1 TO FB-DEPT-COUNT
041400         MOVE FB-DEPT-CODE TO FB-DPT-CODE (FB-DEPT-COUNT)
041500         MOVE FB-DEPT-NAME TO FB-DPT-NAME (FB-DEPT-COUNT)
041600         MOVE ZERO TO FB-DPT-REQUESTS (FB-DEPT-COUNT)
041700         MOVE ZERO TO FB-DPT-ROWS (FB-DEPT-COUNT)
041800         MOVE ZERO TO FB-DPT-PAGES (FB-DEPT-COUNT)
041810     ELSE
041820         IF NOT FB-TABLE-FULL
041830             DISPLAY "FBBURST: MORE THAN " FB-MAX-DEPTS
041840                 " DEPARTMENTS ON FBDEPTS - " FB-DEPT-CODE
041850                 " AND AFTER CANNOT BE BURST"
041860             SET FB-TABLE-FULL TO TRUE
041870         END-IF
041900     END-IF.
042000     READ FB-DEPTS-FILE
042100         AT END MOVE "Y" TO FB-EOF-DEPTS-SW
042200     END-READ.
042300 1110-EXIT.
042400     EXIT.
042500
042600******************************************************************
042700*  1200-LOAD-REQUESTS - EVERY QUEUED REQUEST AND ITS DEPARTMENT. *
042800******************************************************************
042900 1200-LOAD-REQUESTS.
043000     OPEN INPUT FB-REQST-FILE.
043100     IF FB-REQST-STATUS NOT = "00"
043200         DISPLAY "FBBURST: FBREQST NOT AVAILABLE (STATUS "
043300             FB-REQST-STATUS ") - NO OUTPUT CAN BE ROUTED"
043400         GO TO 1200-EXIT
043500     END-IF.
043600     READ FB-REQST-FILE
043700         AT END MOVE "Y" TO FB-EOF-REQST-SW
043800     END-READ.
043900     PERFORM 1210-LOAD-ONE-REQUEST THRU 1210-EXIT
044000         UNTIL FB-EOF-REQST.
044100     CLOSE FB-REQST-FILE.
044200 1200-EXIT.
044300     EXIT.
044400
044500 1210-LOAD-ONE-REQUEST.
044600     MOVE FB-REQ-ID TO FB-FIND-ID.
044700     PERFORM 1500-FIND-REQUEST THRU 1500-EXIT.
044800     IF FB-REQUEST-SLOT = ZERO
044900         GO TO 1210-READ-NEXT
045000     END-IF.
045100     MOVE "Y" TO FB-RQT-QUEUED-SW (FB-REQUEST-SLOT).
045200     MOVE FB-REQ-DEPT TO FB-RQT-DEPT (FB-REQUEST-SLOT).
045300     MOVE FB-REQ-UPPER-BOUND TO FB-RQT-UPPER (FB-REQUEST-SLOT).
045400     MOVE ZERO TO FB-DEPT-SLOT.
045500     PERFORM 1220-MATCH-ONE-DEPT THRU 1220-EXIT
045600         VARYING FB-DEPT-IDX FROM 1 BY 1
045700         UNTIL FB-DEPT-IDX GREATER THAN FB-DEPT-COUNT.
045800     MOVE FB-DEPT-SLOT TO FB-RQT-DEPT-SLOT (FB-REQUEST-SLOT).
045900 1210-READ-NEXT.
046000     READ FB-REQST-FILE
046100         AT END MOVE "Y" TO FB-EOF-REQST-SW
046200     END-READ.
046300 1210-EXIT.
046400     EXIT.
046500
046600 1220-MATCH-ONE-DEPT.
046700     IF FB-DPT-CODE (FB-DEPT-IDX) = FB-REQ-DEPT
046800         MOVE FB-DEPT-IDX TO FB-DEPT-SLOT
046900     END-IF.
047000 1220-EXIT.
047100     EXIT.
047200
047300******************************************************************
047400*  1300-LOAD-AUDIT-COUNTS - FBAUDIT IS APPENDED TO BY EVERY RUN; *
047500*  THE LATEST RECORD FOR A REQUEST ID IS THE ONE ITS FBOUT ROWS  *
047600*  CAME FROM.  ONLY REQUESTS ALREADY IN THE TABLE ARE KEPT.      *
047700******************************************************************
047800 1300-LOAD-AUDIT-COUNTS.
047900     OPEN INPUT FB-AUDIT-FILE.
048000     IF FB-AUDIT-STATUS NOT = "00"
048100         DISPLAY "FBBURST: FBAUDIT NOT AVAILABLE (STATUS "
048200             FB-AUDIT-STATUS ") - REQUEST TOTALS CANNOT TIE"
048300         GO TO 1300-EXIT
048400     END-IF.
048500     READ FB-AUDIT-FILE
048600         AT END MOVE "Y" TO FB-EOF-AUDIT-SW
048700     END-READ.
048800     PERFORM 1310-STORE-ONE-AUDIT THRU 1310-EXIT
048900         UNTIL FB-EOF-AUDIT.
049000     CLOSE FB-AUDIT-FILE.
049100 1300-EXIT.
049200     EXIT.
049300
049400 1310-STORE-ONE-AUDIT.
049500     MOVE ZERO TO FB-REQUEST-SLOT.
049600     PERFORM 1510-MATCH-ONE-REQUEST THRU 1510-EXIT
049700         VARYING FB-REQUEST-IDX FROM 1 BY 1
049800         UNTIL FB-REQUEST-IDX GREATER THAN FB-REQUEST-COUNT.
049900     IF FB-REQUEST-SLOT = ZERO
050000         GO TO 1310-READ-NEXT
050100     END-IF.
050200     MOVE "Y" TO FB-RQT-AUDIT-SW (FB-REQUEST-SLOT).
050300     MOVE FB-AUD-RUN-DATE TO FB-RQT-RUN-DATE (FB-REQUEST-SLOT).
050400     MOVE FB-AUD-UPPER-BOUND TO FB-RQT-UPPER (FB-REQUEST-SLOT).
050500     MOVE FB-AUD-RULE-SET TO FB-RQT-RULE-SET (FB-REQUEST-SLOT).
050600     COMPUTE FB-RQT-AUD-LABELS (FB-REQUEST-SLOT) =
050700         FB-AUD-CNT-FIZZ + FB-AUD-CNT-BUZZ
050800         + FB-AUD-CNT-FIZZBUZZ + FB-AUD-CNT-OTHER.
050900     MOVE FB-AUD-CNT-NUMBER
051000         TO FB-RQT-AUD-NUMBERS (FB-REQUEST-SLOT).
051100 1310-READ-NEXT.
051200     READ FB-AUDIT-FILE
051300         AT END MOVE "Y" TO FB-EOF-AUDIT-SW
051400     END-READ.
051500 1310-EXIT.
051600     EXIT.
051700
051800******************************************************************
051900*  1400-ROUTE-OUTPUT - FIRST PASS OF FBOUT: COUNT EVERY ROW TO   *
052000*  ITS REQUEST, ADDING ANY REQUEST ID THE QUEUE DOES NOT HOLD,   *
052100*  AND ROLL THE ROUTED COUNTS UP TO THE DEPARTMENTS.             *
052200******************************************************************
052300 1400-ROUTE-OUTPUT.
052400     MOVE "N" TO FB-EOF-OUT-SW.
052500     OPEN INPUT FB-OUT-FILE.
052600     READ FB-OUT-FILE
052700         AT END MOVE "Y" TO FB-EOF-OUT-SW
052800     END-READ.
052900     PERFORM 1410-ROUTE-ONE-ROW THRU 1410-EXIT
053000         UNTIL FB-EOF-OUT.
053100     CLOSE FB-OUT-FILE.
053200     PERFORM 1420-ROLL-UP-ONE-REQUEST THRU 1420-EXIT
053300         VARYING FB-REQUEST-IDX FROM 1 BY 1
053400         UNTIL FB-REQUEST-IDX GREATER THAN FB-REQUEST-COUNT.
053500 1400-EXIT.
053600     EXIT.
053700
053800 1410-ROUTE-ONE-ROW.
053900     ADD 1 TO FB-OUT-ROWS.
054000     MOVE FB-OUT-REQUEST-ID TO FB-FIND-ID.
054100     PERFORM 1500-FIND-REQUEST THRU 1500-EXIT.
054200     IF FB-REQUEST-SLOT = ZERO
054300         ADD 1 TO FB-UNROUTED-ROWS
054400         GO TO 1410-READ-NEXT
054500     END-IF.
054600     ADD 1 TO FB-RQT-ROWS (FB-REQUEST-SLOT).
054700     MOVE FB-OUT-LABEL TO FB-LABEL-TEST.
054800     IF FB-LABEL-FIRST = SPACE OR FB-LABEL-FIRST IS NUMERIC
054900         ADD 1 TO FB-RQT-NUMBERS (FB-REQUEST-SLOT)
055000     END-IF.
055100 1410-READ-NEXT.
055200     READ FB-OUT-FILE
055300         AT END MOVE "Y" TO FB-EOF-OUT-SW
055400     END-READ.
055500 1410-EXIT.
055600     EXIT.
055700
055800 1420-ROLL-UP-ONE-REQUEST.
055900     IF FB-RQT-ROWS (FB-REQUEST-IDX) = ZERO
056000         GO TO 1420-EXIT
056100     END-IF.
056200     MOVE FB-RQT-DEPT-SLOT (FB-REQUEST-IDX) TO FB-DEPT-SLOT.
056300     IF FB-DEPT-SLOT = ZERO
056400         ADD 1 TO FB-UNROUTED-COUNT
056500         ADD FB-RQT-ROWS (FB-REQUEST-IDX) TO FB-UNROUTED-ROWS
056600         SET FB-ATTENTION TO TRUE
056700         GO TO 1420-EXIT
056800     END-IF.
056900     ADD 1 TO FB-DPT-REQUESTS (FB-DEPT-SLOT).
057000     ADD FB-RQT-ROWS (FB-REQUEST-IDX)
057100         TO FB-DPT-ROWS (FB-DEPT-SLOT).
057200 1420-EXIT.
057300     EXIT.
057400
057500******************************************************************
057600*  1500-FIND-REQUEST - LOCATE FB-FIND-ID IN THE REQUEST TABLE,   *
057700*  ADDING IT (UNROUTED, NOT QUEUED) WHEN IT IS NEW.  THE LAST ID *
057800*  FOUND IS REMEMBERED, AS FBOUT ROWS ARRIVE A REQUEST AT A      *
057900*  TIME.  FB-REQUEST-SLOT IS ZERO WHEN THE TABLE IS FULL.        *
058000******************************************************************
058100 1500-FIND-REQUEST.
058200     IF FB-FIND-ID = FB-LAST-FIND-ID
058300         MOVE FB-LAST-FIND-SLOT TO FB-REQUEST-SLOT
058400         GO TO 1500-EXIT
058500     END-IF.
058600     MOVE ZERO TO FB-REQUEST-SLOT.
058700     PERFORM 1520-MATCH-FIND-ID THRU 1520-EXIT
058800         VARYING FB-REQUEST-IDX FROM 1 BY 1
058900         UNTIL FB-REQUEST-IDX GREATER THAN FB-REQUEST-COUNT.
059000     IF FB-REQUEST-SLOT = ZERO
059100         IF FB-REQUEST-COUNT LESS THAN FB-MAX-REQUESTS
059200             ADD 1 TO FB-REQUEST-COUNT
059300             MOVE FB-REQUEST-COUNT TO FB-REQUEST-SLOT
059400             PERFORM 1530-OPEN-REQUEST THRU 1530-EXIT
059500         ELSE
059600             DISPLAY "FBBURST: MORE THAN " FB-MAX-REQUESTS
059700                 " REQUEST IDS - " FB-FIND-ID " NOT ROUTED"
059750             SET FB-TABLE-FULL TO TRUE
059800             GO TO 1500-EXIT
059900         END-IF
060000     END-IF.
060100     MOVE FB-FIND-ID      TO FB-LAST-FIND-ID.
060200     MOVE FB-REQUEST-SLOT TO FB-LAST-FIND-SLOT.
060300 1500-EXIT.
060400     EXIT.
060500
060600 1510-MATCH-ONE-REQUEST.
060700     IF FB-RQT-ID (FB-REQUEST-IDX) = FB-AUD-REQUEST-ID
060800         MOVE FB-REQUEST-IDX TO FB-REQUEST-SLOT
060900     END-IF.
061000 1510-EXIT.
061100     EXIT.
061200
061300 1520-MATCH-FIND-ID.
061400     IF FB-RQT-ID (FB-REQUEST-IDX) = FB-FIND-ID
061500         MOVE FB-REQUEST-IDX TO FB-REQUEST-SLOT
061600     END-IF.
061700 1520-EXIT.
061800     EXIT.
061900
062000 1530-OPEN-REQUEST.
062100     MOVE FB-FIND-ID TO FB-RQT-ID (FB-REQUEST-SLOT).
062200     MOVE SPACES     TO FB-RQT-DEPT (FB-REQUEST-SLOT).
062300     MOVE ZERO       TO FB-RQT-DEPT-SLOT (FB-REQUEST-SLOT).
062400     MOVE "N"        TO FB-RQT-QUEUED-SW (FB-REQUEST-SLOT).
062500     MOVE ZERO       TO FB-RQT-ROWS (FB-REQUEST-SLOT).
062600     MOVE ZERO       TO FB-RQT-NUMBERS (FB-REQUEST-SLOT).
062700     MOVE "N"        TO FB-RQT-AUDIT-SW (FB-REQUEST-SLOT).
062800     MOVE ZERO       TO FB-RQT-RUN-DATE (FB-REQUEST-SLOT).
062900     MOVE ZERO       TO FB-RQT-UPPER (FB-REQUEST-SLOT).
063000     MOVE SPACES     TO FB-RQT-RULE-SET (FB-REQUEST-SLOT).
063100     MOVE ZERO       TO FB-RQT-AUD-LABELS (FB-REQUEST-SLOT).
063200     MOVE ZERO       TO FB-RQT-AUD-NUMBERS (FB-REQUEST-SLOT).
063300 1530-EXIT.
063400     EXIT.
063500
063600******************************************************************
063700*  2000-BURST-DEPARTMENTS - ONE REPORT PER DEPARTMENT THAT HAS   *
063800*  OUTPUT THIS CYCLE, EACH FROM ITS OWN PASS OF FBOUT.           *
063900******************************************************************
064000 2000-BURST-DEPARTMENTS.
064100     PERFORM 2100-BURST-ONE-DEPT THRU 2100-EXIT
064200         VARYING FB-CUR-DEPT FROM 1 BY 1
064300         UNTIL FB-CUR-DEPT GREATER THAN FB-DEPT-COUNT.
064400 2000-EXIT.
064500     EXIT.
064600
064700 2100-BURST-ONE-DEPT.
064800     IF FB-DPT-ROWS (FB-CUR-DEPT) = ZERO
064900         GO TO 2100-EXIT
065000     END-IF.
065100     ADD 1 TO FB-REPORT-COUNT.
065200     MOVE ZERO TO FB-PAGE-COUNT.
065300     MOVE ZERO TO FB-DEPT-ROWS.
065400     PERFORM 2200-BANNER-PAGE THRU 2200-EXIT.
065500     PERFORM 7000-PAGE-HEADING THRU 7000-EXIT.
065600     MOVE "N" TO FB-GROUP-OPEN-SW.
065700     MOVE ZERO TO FB-CUR-REQUEST.
065800     MOVE "N" TO FB-EOF-OUT-SW.
065900     OPEN INPUT FB-OUT-FILE.
066000     READ FB-OUT-FILE
066100         AT END MOVE "Y" TO FB-EOF-OUT-SW
066200     END-READ.
066300     PERFORM 2300-PRINT-ONE-ROW THRU 2300-EXIT
066400         UNTIL FB-EOF-OUT.
066500     CLOSE FB-OUT-FILE.
066600     IF FB-GROUP-OPEN
066700         PERFORM 2500-REQUEST-TOTAL THRU 2500-EXIT
066800     END-IF.
066900     MOVE FB-DPT-CODE (FB-CUR-DEPT)     TO FB-DTT-DEPT.
067000     MOVE FB-DPT-REQUESTS (FB-CUR-DEPT) TO FB-DTT-REQUESTS.
067100     MOVE FB-DEPT-ROWS                  TO FB-DTT-ROWS.
067200     MOVE FB-RPT-DEPT-TOTAL TO FB-PRINT-LINE.
067300     PERFORM 7100-WRITE-LINE THRU 7100-EXIT.
067400     PERFORM 7200-FINISH-PAGE THRU 7200-EXIT.
067500     COMPUTE FB-DPT-PAGES (FB-CUR-DEPT) = FB-PAGE-COUNT + 1.
067600     ADD FB-DPT-PAGES (FB-CUR-DEPT) TO FB-TOT-PAGES.
067700 2100-EXIT.
067800     EXIT.
067900
068000******************************************************************
068100*  2200-BANNER-PAGE - A FULL PAGE OF ITS OWN AHEAD OF EACH       *
068200*  DEPARTMENT'S REPORT, LISTING THE REQUESTS ENCLOSED.           *
068300******************************************************************
068400 2200-BANNER-PAGE.
068500     MOVE ZERO TO FB-LINE-COUNT.
068600     MOVE FB-RPT-BANNER-RULE TO FB-REPORT-RECORD.
068700     PERFORM 2210-BANNER-LINE THRU 2210-EXIT.
068800     PERFORM 2210-BANNER-LINE THRU 2210-EXIT.
068900     MOVE FB-DPT-CODE (FB-CUR-DEPT) TO FB-BNR-DEPT.
069000     MOVE FB-DPT-NAME (FB-CUR-DEPT) TO FB-BNR-NAME.
069100     MOVE FB-RPT-BANNER-DEPT TO FB-REPORT-RECORD.
069200     PERFORM 2210-BANNER-LINE THRU 2210-EXIT.
069300     MOVE FB-TODAY TO FB-BNR-DATE.
069400     MOVE FB-DPT-REQUESTS (FB-CUR-DEPT) TO FB-BNR-REQUESTS.
069500     MOVE FB-DPT-ROWS (FB-CUR-DEPT) TO FB-BNR-ROWS.
069600     MOVE FB-RPT-BANNER-INFO TO FB-REPORT-RECORD.
069700     PERFORM 2210-BANNER-LINE THRU 2210-EXIT.
069800     PERFORM 2220-BANNER-ONE-REQUEST THRU 2220-EXIT
069900         VARYING FB-REQUEST-IDX FROM 1 BY 1
070000         UNTIL FB-REQUEST-IDX GREATER THAN FB-REQUEST-COUNT.
070100     MOVE FB-RPT-BANNER-RULE TO FB-REPORT-RECORD.
070200     PERFORM 2210-BANNER-LINE THRU 2210-EXIT.
070300     PERFORM 2210-BANNER-LINE THRU 2210-EXIT.
070400     PERFORM 7200-FINISH-PAGE THRU 7200-EXIT.
070500 2200-EXIT.
070600     EXIT.
070700
070800 2210-BANNER-LINE.
070900     WRITE FB-REPORT-RECORD.
071000     ADD 1 TO FB-LINE-COUNT.
071100 2210-EXIT.
071200     EXIT.
071300
071400 2220-BANNER-ONE-REQUEST.
071500     IF FB-RQT-DEPT-SLOT (FB-REQUEST-IDX) NOT = FB-CUR-DEPT
071600             OR FB-RQT-ROWS (FB-REQUEST-IDX) = ZERO
071700         GO TO 2220-EXIT
071800     END-IF.
071900     IF FB-LINE-COUNT NOT LESS THAN FB-PAGE-LIMIT - 2
072000         GO TO 2220-EXIT
072100     END-IF.
072200     MOVE FB-RQT-ID (FB-REQUEST-IDX) TO FB-BNR-REQ-ID.
072300     MOVE FB-RPT-BANNER-REQUEST TO FB-REPORT-RECORD.
072400     PERFORM 2210-BANNER-LINE THRU 2210-EXIT.
072500 2220-EXIT.
072600     EXIT.
072700
072800******************************************************************
072900*  2300-PRINT-ONE-ROW - PRINT THE ROW WHEN ITS REQUEST BELONGS   *
073000*  TO THE DEPARTMENT BEING BURST, BREAKING ON EACH NEW REQUEST.  *
073100******************************************************************
073200 2300-PRINT-ONE-ROW.
073300     MOVE FB-OUT-REQUEST-ID TO FB-FIND-ID.
073400     PERFORM 1500-FIND-REQUEST THRU 1500-EXIT.
073500     IF FB-REQUEST-SLOT = ZERO
073600         GO TO 2300-READ-NEXT
073700     END-IF.
073800     IF FB-RQT-DEPT-SLOT (FB-REQUEST-SLOT) NOT = FB-CUR-DEPT
073900         GO TO 2300-READ-NEXT
074000     END-IF.
074100     IF FB-GROUP-OPEN AND FB-REQUEST-SLOT NOT = FB-CUR-REQUEST
074200         PERFORM 2500-REQUEST-TOTAL THRU 2500-EXIT
074300     END-IF.
074400     IF NOT FB-GROUP-OPEN
074500         PERFORM 2400-REQUEST-HEADING THRU 2400-EXIT
074600     END-IF.
074700     ADD 1 TO FB-GRP-ROWS.
074800     ADD 1 TO FB-DEPT-ROWS.
074900     MOVE FB-OUT-LABEL TO FB-LABEL-TEST.
075000     IF FB-LABEL-FIRST = SPACE OR FB-LABEL-FIRST IS NUMERIC
075100         ADD 1 TO FB-GRP-NUMBERS
075200     ELSE
075300         ADD 1 TO FB-GRP-LABELS
075400     END-IF.
075500     MOVE FB-OUT-ITERATION TO FB-DTL-ITERATION.
075600     MOVE FB-OUT-LABEL     TO FB-DTL-LABEL.
075700     MOVE FB-RPT-DETAIL TO FB-PRINT-LINE.
075800     PERFORM 7100-WRITE-LINE THRU 7100-EXIT.
075900 2300-READ-NEXT.
076000     READ FB-OUT-FILE
076100         AT END MOVE "Y" TO FB-EOF-OUT-SW
076200     END-READ.
076300 2300-EXIT.
076400     EXIT.
076500
076600******************************************************************
076700*  2400-REQUEST-HEADING - OPEN A CONTROL GROUP FOR A REQUEST.    *
076800******************************************************************
076900 2400-REQUEST-HEADING.
077000     MOVE FB-REQUEST-SLOT TO FB-CUR-REQUEST.
077100     MOVE ZERO TO FB-GRP-ROWS.
077200     MOVE ZERO TO FB-GRP-NUMBERS.
077300     MOVE ZERO TO FB-GRP-LABELS.
077400     MOVE "Y" TO FB-GROUP-OPEN-SW.
077500     IF FB-LINE-COUNT GREATER THAN FB-PAGE-LIMIT - 4
077600         PERFORM 7200-FINISH-PAGE THRU 7200-EXIT
077700         PERFORM 7000-PAGE-HEADING THRU 7000-EXIT
077800     END-IF.
077900     MOVE FB-RQT-ID (FB-CUR-REQUEST)       TO FB-RQH-ID.
078000     MOVE FB-RQT-UPPER (FB-CUR-REQUEST)    TO FB-RQH-UPPER.
078100     IF FB-RQT-RULE-SET (FB-CUR-REQUEST) = SPACES
078200         MOVE "(SHOP DEFAULT)" TO FB-RQH-RULE-SET
078300     ELSE
078400         MOVE FB-RQT-RULE-SET (FB-CUR-REQUEST) TO FB-RQH-RULE-SET
078500     END-IF.
078600     MOVE FB-RQT-RUN-DATE (FB-CUR-REQUEST) TO FB-RQH-RUN-DATE.
078700     MOVE FB-RPT-REQ-HEADING TO FB-PRINT-LINE.
078800     PERFORM 7100-WRITE-LINE THRU 7100-EXIT.
078900 2400-EXIT.
079000     EXIT.
079100
079200******************************************************************
079300*  2500-REQUEST-TOTAL - CLOSE THE REQUEST'S CONTROL GROUP: THE   *
079400*  ROWS PRINTED, SPLIT INTO RULE LABELS AND PLAIN NUMBERS, SIDE  *
079500*  BY SIDE WITH THE SAME FIGURES FROM ITS FBAUDIT RECORD.        *
079600******************************************************************
079700 2500-REQUEST-TOTAL.
079800     MOVE FB-RQT-ID (FB-CUR-REQUEST) TO FB-RQT-TOT-ID.
079900     MOVE FB-GRP-ROWS    TO FB-RQT-TOT-ROWS.
080000     MOVE FB-GRP-LABELS  TO FB-RQT-TOT-LABELS.
080100     MOVE FB-GRP-NUMBERS TO FB-RQT-TOT-NUMBERS.
080200     EVALUATE TRUE
080300         WHEN NOT FB-RQT-AUDITED (FB-CUR-REQUEST)
080400             MOVE "*NO AUDIT RECORD*" TO FB-RQT-TOT-FLAG
080500             ADD 1 TO FB-OOB-COUNT
080600             SET FB-ATTENTION TO TRUE
080700         WHEN FB-GRP-LABELS
080800                 NOT = FB-RQT-AUD-LABELS (FB-CUR-REQUEST)
080900             OR FB-GRP-NUMBERS
081000                 NOT = FB-RQT-AUD-NUMBERS (FB-CUR-REQUEST)
081100             MOVE "*OUT OF BALANCE*" TO FB-RQT-TOT-FLAG
081200             ADD 1 TO FB-OOB-COUNT
081300             SET FB-ATTENTION TO TRUE
081400         WHEN OTHER
081500             MOVE "TIES TO FBAUDIT" TO FB-RQT-TOT-FLAG
081600     END-EVALUATE.
081700     MOVE FB-RPT-REQ-TOTAL TO FB-PRINT-LINE.
081800     PERFORM 7100-WRITE-LINE THRU 7100-EXIT.
081900     COMPUTE FB-GRP-ROWS = FB-RQT-AUD-LABELS (FB-CUR-REQUEST)
082000         + FB-RQT-AUD-NUMBERS (FB-CUR-REQUEST).
082100     MOVE FB-GRP-ROWS TO FB-RQA-ROWS.
082200     MOVE FB-RQT-AUD-LABELS (FB-CUR-REQUEST)  TO FB-RQA-LABELS.
082300     MOVE FB-RQT-AUD-NUMBERS (FB-CUR-REQUEST) TO FB-RQA-NUMBERS.
082400     MOVE FB-RPT-REQ-AUDIT TO FB-PRINT-LINE.
082500     PERFORM 7100-WRITE-LINE THRU 7100-EXIT.
082600     MOVE SPACES TO FB-PRINT-LINE.
082700     PERFORM 7100-WRITE-LINE THRU 7100-EXIT.
082800     MOVE "N" TO FB-GROUP-OPEN-SW.
082900 2500-EXIT.
083000     EXIT.
083100
083200******************************************************************
083300*  5000-DISTRIBUTION-LIST - WHAT EACH DEPARTMENT WAS SENT, THEN  *
083400*  EVERY REQUEST WITH OUTPUT THAT COULD NOT BE ROUTED.           *
083500******************************************************************
083600 5000-DISTRIBUTION-LIST.
083700     MOVE SPACES TO FB-DISTRB-RECORD.
083800     WRITE FB-DISTRB-RECORD.
083900     MOVE FB-DST-COLUMNS TO FB-DISTRB-RECORD.
084000     WRITE FB-DISTRB-RECORD.
084100     IF FB-REPORT-COUNT = ZERO
084200         MOVE "  (NO DEPARTMENT HAD OUTPUT THIS CYCLE)"
084300             TO FB-DISTRB-RECORD
084400         WRITE FB-DISTRB-RECORD
084500     END-IF.
084600     PERFORM 5100-LIST-ONE-DEPT THRU 5100-EXIT
084700         VARYING FB-DEPT-IDX FROM 1 BY 1
084800         UNTIL FB-DEPT-IDX GREATER THAN FB-DEPT-COUNT.
084900     MOVE SPACES TO FB-DISTRB-RECORD.
085000     WRITE FB-DISTRB-RECORD.
085100     MOVE "OUTPUT WITH NO DEPARTMENT TO ROUTE IT TO"
085200         TO FB-DISTRB-RECORD.
085300     WRITE FB-DISTRB-RECORD.
085400     IF FB-UNROUTED-COUNT = ZERO
085500         MOVE "  (NONE)" TO FB-DISTRB-RECORD
085600         WRITE FB-DISTRB-RECORD
085700     ELSE
085800         PERFORM 5200-LIST-ONE-UNROUTED THRU 5200-EXIT
085900             VARYING FB-REQUEST-IDX FROM 1 BY 1
086000             UNTIL FB-REQUEST-IDX GREATER THAN FB-REQUEST-COUNT
086100     END-IF.
086200     MOVE SPACES TO FB-DISTRB-RECORD.
086300     WRITE FB-DISTRB-RECORD.
086400     MOVE FB-REPORT-COUNT  TO FB-DST-REPORTS.
086500     MOVE FB-TOT-PAGES     TO FB-DST-PAGES.
086600     MOVE FB-OUT-ROWS      TO FB-DST-OUT-ROWS.
086700     MOVE FB-UNROUTED-ROWS TO FB-DST-UNROUTED-ROWS.
086800     MOVE FB-DST-TOTAL TO FB-DISTRB-RECORD.
086900     WRITE FB-DISTRB-RECORD.
087000     IF FB-ATTENTION
087100         MOVE 4 TO RETURN-CODE
087200     END-IF.
087210     IF FB-TABLE-FULL
087220         MOVE 8 TO RETURN-CODE
087230     END-IF.
087300 5000-EXIT.
087400     EXIT.
087500
087600 5100-LIST-ONE-DEPT.
087700     IF FB-DPT-ROWS (FB-DEPT-IDX) = ZERO
087800         GO TO 5100-EXIT
087900     END-IF.
088000     MOVE FB-DPT-CODE (FB-DEPT-IDX)     TO FB-DSD-DEPT.
088100     MOVE FB-DPT-NAME (FB-DEPT-IDX)     TO FB-DSD-NAME.
088200     MOVE FB-DPT-REQUESTS (FB-DEPT-IDX) TO FB-DSD-REPORTS.
088300     MOVE FB-DPT-ROWS (FB-DEPT-IDX)     TO FB-DSD-ROWS.
088400     MOVE FB-DPT-PAGES (FB-DEPT-IDX)    TO FB-DSD-PAGES.
088500     MOVE FB-DST-DETAIL TO FB-DISTRB-RECORD.
088600     WRITE FB-DISTRB-RECORD.
088700 5100-EXIT.
088800     EXIT.
088900
089000 5200-LIST-ONE-UNROUTED.
089100     IF FB-RQT-ROWS (FB-REQUEST-IDX) = ZERO
089200             OR FB-RQT-DEPT-SLOT (FB-REQUEST-IDX) NOT = ZERO
089300         GO TO 5200-EXIT
089400     END-IF.
089500     MOVE SPACES TO FB-DSU-REASON.
089600     EVALUATE TRUE
089700         WHEN FB-RQT-ID (FB-REQUEST-IDX) = SPACES
089800             MOVE "*RANGE* " TO FB-DSU-ID
089900             MOVE "SINGLE-RANGE RUN - NO REQUEST"
090000                 TO FB-DSU-REASON
090100         WHEN NOT FB-RQT-QUEUED (FB-REQUEST-IDX)
090200             MOVE FB-RQT-ID (FB-REQUEST-IDX) TO FB-DSU-ID
090300             MOVE "REQUEST NOT ON FBREQST" TO FB-DSU-REASON
090400         WHEN OTHER
090500             MOVE FB-RQT-ID (FB-REQUEST-IDX) TO FB-DSU-ID
090600             STRING "DEPARTMENT " FB-RQT-DEPT (FB-REQUEST-IDX)
090700                 " NOT ON FBDEPTS" DELIMITED BY SIZE
090800                 INTO FB-DSU-REASON
090900     END-EVALUATE.
091000     MOVE FB-RQT-ROWS (FB-REQUEST-IDX) TO FB-DSU-ROWS.
091100     MOVE FB-DST-UNROUTED TO FB-DISTRB-RECORD.
091200     WRITE FB-DISTRB-RECORD.
091300 5200-EXIT.
091400     EXIT.
091500
091600******************************************************************
091700*  7000-PAGE-HEADING - DEPARTMENT AND COLUMN HEADINGS AT THE TOP *
091800*  OF EACH PAGE, NUMBERED WITHIN THE DEPARTMENT'S REPORT.        *
091900******************************************************************
092000 7000-PAGE-HEADING.
092100     ADD 1 TO FB-PAGE-COUNT.
092200     MOVE FB-PAGE-COUNT TO FB-HD1-PAGE.
092300     MOVE FB-DPT-CODE (FB-CUR-DEPT) TO FB-HD1-DEPT.
092400     MOVE FB-DPT-NAME (FB-CUR-DEPT) TO FB-HD1-NAME.
092500     MOVE FB-TODAY TO FB-HD2-DATE.
092600     MOVE FB-RPT-HEADING-1 TO FB-REPORT-RECORD.
092700     WRITE FB-REPORT-RECORD.
092800     MOVE FB-RPT-HEADING-2 TO FB-REPORT-RECORD.
092900     WRITE FB-REPORT-RECORD.
093000     MOVE SPACES TO FB-REPORT-RECORD.
093100     WRITE FB-REPORT-RECORD.
093200     MOVE FB-RPT-COL-HEADING TO FB-REPORT-RECORD.
093300     WRITE FB-REPORT-RECORD.
093400     MOVE SPACES TO FB-REPORT-RECORD.
093500     WRITE FB-REPORT-RECORD.
093600     MOVE 5 TO FB-LINE-COUNT.
093700 7000-EXIT.
093800     EXIT.
093900
094000******************************************************************
094100*  7100-WRITE-LINE - WRITE ONE REPORT LINE, BREAKING TO A NEW    *
094200*  PAGE HEADING WHEN THE PAGE FILLS.                             *
094300******************************************************************
094400 7100-WRITE-LINE.
094500     IF FB-LINE-COUNT NOT LESS THAN FB-PAGE-LIMIT
094600         PERFORM 7000-PAGE-HEADING THRU 7000-EXIT
094700     END-IF.
094800     MOVE FB-PRINT-LINE TO FB-REPORT-RECORD.
094900     WRITE FB-REPORT-RECORD.
095000     ADD 1 TO FB-LINE-COUNT.
095100 7100-EXIT.
095200     EXIT.
095300
095400******************************************************************
095500*  7200-FINISH-PAGE - FILL THE CURRENT PAGE WITH BLANK LINES SO  *
095600*  WHAT FOLLOWS STARTS A PAGE OF ITS OWN.                        *
095700******************************************************************
095800 7200-FINISH-PAGE.
095900     MOVE SPACES TO FB-REPORT-RECORD.
096000     PERFORM 7210-BLANK-LINE THRU 7210-EXIT
096100         UNTIL FB-LINE-COUNT NOT LESS THAN FB-PAGE-LIMIT.
096200 7200-EXIT.
096300     EXIT.
096400
096500 7210-BLANK-LINE.
096600     WRITE FB-REPORT-RECORD.
096700     ADD 1 TO FB-LINE-COUNT.
096800 7210-EXIT.
096900     EXIT.
097000
097100******************************************************************
097200*  9000-TERMINATE - CLOSE THE REPORTS AND SUMMARIZE TO THE       *
097300*  CONSOLE.                                                      *
097400******************************************************************
097500 9000-TERMINATE.
097600     CLOSE FB-REPORT-FILE.
097700     CLOSE FB-DISTRB-FILE.
097800     DISPLAY "FBBURST: " FB-REPORT-COUNT " DEPARTMENT REPORT(S), "
097900         FB-TOT-PAGES " PAGE(S), "
098000         FB-UNROUTED-COUNT " UNROUTED REQUEST(S), "
098100         FB-OOB-COUNT " OUT OF BALANCE".
098200 9000-EXIT.
098300     EXIT.
