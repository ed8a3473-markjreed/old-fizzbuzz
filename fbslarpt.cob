000100******************************************************************
000200*  MODIFICATION HISTORY                                          *
000300*  DATE       INIT  DESCRIPTION                                  *
000400*  ---------- ----  ---------------------------------------      *
000500*  2026-10-15  MJR  ORIGINAL VERSION.  REQUEST TURNAROUND        *
000600*                   (SERVICE-LEVEL) REPORT BY DEPARTMENT AND     *
000700*                   PRIORITY CLASS FROM THE FBREQST TIMESTAMPS,  *
000800*                   WITH THE STILL-QUEUED REQUESTS ALREADY PAST  *
000900*                   THEIR REQUESTED-BY DATE.                     *
001000******************************************************************
001100 IDENTIFICATION DIVISION.
001200 PROGRAM-ID.    FBSLARPT.
001300 AUTHOR.        M J REED.
001400 INSTALLATION.  DATA CENTER OPERATIONS.
001500 DATE-WRITTEN.  2026-10-15.
001600 DATE-COMPILED.
001700******************************************************************
001800*  PRINTS, ON FBSLARPT, THE TURNAROUND OF THE FBREQST QUEUE:     *
001900*    - ONE LINE PER DEPARTMENT AND PRIORITY CLASS: REQUESTS      *
002000*      COMPLETED, HOW MANY MET AND HOW MANY MISSED THEIR         *
002100*      REQUESTED-BY DATE, HOW MANY GAVE NO DATE, HOW MANY WERE   *
002200*      REJECTED, HOW MANY ARE STILL QUEUED PAST DUE, AND THE     *
002300*      AVERAGE AND WORST WAIT IN MINUTES;                        *
002400*    - A TOTAL LINE FOR THE WHOLE QUEUE;                         *
002500*    - EVERY STILL-QUEUED REQUEST WHOSE REQUESTED-BY DATE IS     *
002600*      ALREADY BEHIND US, WITH THE DAYS IT IS OVERDUE.           *
002700*  A REQUEST MEETS ITS DATE WHEN FIZZBUZZ COMPLETED IT ON OR     *
002800*  BEFORE THE REQUESTED-BY DATE.  WAIT IS THE TIME FROM FBINTAKE *
002900*  ACCEPTING THE REQUEST TO FIZZBUZZ STARTING IT; A REQUEST      *
003000*  WITHOUT BOTH TIMESTAMPS (AN OLDER ENTRY) IS LEFT OUT OF THE   *
003100*  WAIT FIGURES.  DEPARTMENT NAMES COME FROM FBDEPTS.            *
003200*  ENDS WITH 0 WHEN NOTHING IS PAST DUE, 4 WHEN ANY STILL-QUEUED *
003300*  REQUEST IS PAST DUE, AND 12 WHEN FBREQST IS MISSING.          *
003400******************************************************************
003500 ENVIRONMENT DIVISION.
003600 CONFIGURATION SECTION.
003700 SOURCE-COMPUTER.  IBM-370.
003800 OBJECT-COMPUTER.  IBM-370.
003900 INPUT-OUTPUT SECTION.
004000 FILE-CONTROL.
004100     SELECT FB-REQST-FILE ASSIGN TO "FBREQST"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS FB-REQST-STATUS.
004400
004500     SELECT FB-DEPTS-FILE ASSIGN TO "FBDEPTS"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS FB-DEPTS-STATUS.
004800
004900     SELECT FB-REPORT-FILE ASSIGN TO "FBSLARPT"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS FB-REPORT-STATUS.
005200
005300 DATA DIVISION.
005400 FILE SECTION.
005500 FD  FB-REQST-FILE.
005600 COPY FBREQREC.
005700
005800 FD  FB-DEPTS-FILE.
005900 COPY FBDEPTRC.
006000
006100 FD  FB-REPORT-FILE.
006200 01  FB-REPORT-RECORD            PIC X(132).
006300
006400 WORKING-STORAGE SECTION.
006500******************************************************************
006600*  FILE STATUS FIELDS                                            *
006700******************************************************************
006800 01  FB-FILE-STATUSES.
006900     05  FB-REQST-STATUS         PIC X(02).
007000     05  FB-DEPTS-STATUS         PIC X(02).
007100     05  FB-REPORT-STATUS        PIC X(02).
007200
007300******************************************************************
007400*  SWITCHES                                                      *
007500******************************************************************
007600 01  FB-SWITCHES.
007700     05  FB-EOF-REQST-SW         PIC X(01)   VALUE "N".
007800         88  FB-EOF-REQST                    VALUE "Y".
007900     05  FB-EOF-DEPTS-SW         PIC X(01)   VALUE "N".
008000         88  FB-EOF-DEPTS                    VALUE "Y".
008100     05  FB-GRP-PLACED-SW        PIC X(01)   VALUE "N".
008200         88  FB-GRP-PLACED                   VALUE "Y".
008300
008400******************************************************************
008500*  DEPARTMENT NAMES FROM FBDEPTS                                 *
008600******************************************************************
008700 01  FB-NAME-TABLE.
008800     05  FB-NAME-ENTRY OCCURS 100 TIMES.
008900         10  FB-NMT-CODE         PIC X(08).
009000         10  FB-NMT-NAME         PIC X(30).
009100 77  FB-NAME-COUNT        PIC 9(04) COMP   VALUE ZERO.
009200 77  FB-NAME-IDX          PIC 9(04) COMP   VALUE ZERO.
009300 77  FB-MAX-NAMES         PIC 9(04) COMP   VALUE 100.
009400
009500******************************************************************
009600*  TURNAROUND TABLE - ONE ENTRY PER DEPARTMENT AND PRIORITY      *
009700*  CLASS, KEPT IN DEPARTMENT / PRIORITY ORDER AS IT IS BUILT.    *
009800******************************************************************
009900 01  FB-GROUP-TABLE.
010000     05  FB-GROUP-ENTRY OCCURS 400 TIMES.
010100         10  FB-GRP-KEY.
010200             15  FB-GRP-DEPT     PIC X(08).
010300             15  FB-GRP-PRIORITY PIC X(01).
010400         10  FB-GRP-DONE         PIC 9(04)   COMP.
010500         10  FB-GRP-MET          PIC 9(04)   COMP.
010600         10  FB-GRP-MISSED       PIC 9(04)   COMP.
010700         10  FB-GRP-NO-DUE       PIC 9(04)   COMP.
010800         10  FB-GRP-REJECTED     PIC 9(04)   COMP.
010900         10  FB-GRP-PAST-DUE     PIC 9(04)   COMP.
011000         10  FB-GRP-WAITED       PIC 9(04)   COMP.
011100         10  FB-GRP-WAIT-TOTAL   PIC 9(09)   COMP-3.
011200         10  FB-GRP-WAIT-WORST   PIC 9(09)   COMP-3.
011300 77  FB-GROUP-COUNT       PIC 9(04) COMP   VALUE ZERO.
011400 77  FB-GROUP-IDX         PIC 9(04) COMP   VALUE ZERO.
011500 77  FB-GROUP-SLOT        PIC 9(04) COMP   VALUE ZERO.
011600 77  FB-MAX-GROUPS        PIC 9(04) COMP   VALUE 400.
011700
011800 01  FB-NEW-GRP-KEY.
011900     05  FB-NEW-GRP-DEPT         PIC X(08).
012000     05  FB-NEW-GRP-PRIORITY     PIC X(01).
012100
012200******************************************************************
012300*  STILL-QUEUED REQUESTS ALREADY PAST DUE                        *
012400******************************************************************
012500 01  FB-LATE-TABLE.
012600     05  FB-LATE-ENTRY OCCURS 500 TIMES.
012700         10  FB-LTT-ID           PIC X(08).
012800         10  FB-LTT-DEPT         PIC X(08).
012900         10  FB-LTT-PRIORITY     PIC X(01).
013000         10  FB-LTT-DUE-DATE     PIC 9(08).
013100         10  FB-LTT-SUB-DATE     PIC 9(08).
013200         10  FB-LTT-DAYS-LATE    PIC 9(05)   COMP-3.
013300 77  FB-LATE-COUNT        PIC 9(04) COMP   VALUE ZERO.
013400 77  FB-LATE-IDX          PIC 9(04) COMP   VALUE ZERO.
013500 77  FB-MAX-LATE          PIC 9(04) COMP   VALUE 500.
013600
013700******************************************************************
013800*  DATE, TIME AND TALLY WORKING FIELDS                           *
013900******************************************************************
014000 77  FB-TODAY             PIC 9(08)        VALUE ZERO.
014100 77  FB-TODAY-INT         PIC 9(09) COMP-3 VALUE ZERO.
014200 77  FB-REQ-COUNT         PIC 9(09) COMP-3 VALUE ZERO.
014300 77  FB-SUB-MINUTES       PIC S9(11) COMP-3 VALUE ZERO.
014400 77  FB-START-MINUTES     PIC S9(11) COMP-3 VALUE ZERO.
014500 77  FB-WAIT-MINUTES      PIC S9(11) COMP-3 VALUE ZERO.
014600 77  FB-AVG-MINUTES       PIC 9(09) COMP-3 VALUE ZERO.
014700
014800 01  FB-TIME-WORK                PIC 9(06).
014900 01  FB-TIME-PARTS REDEFINES FB-TIME-WORK.
015000     05  FB-TIME-HH              PIC 9(02).
015100     05  FB-TIME-MM              PIC 9(02).
015200     05  FB-TIME-SS              PIC 9(02).
015300
015400 01  FB-TOTALS.
015500     05  FB-TOT-DONE             PIC 9(04)   COMP VALUE ZERO.
015600     05  FB-TOT-MET              PIC 9(04)   COMP VALUE ZERO.
015700     05  FB-TOT-MISSED           PIC 9(04)   COMP VALUE ZERO.
015800     05  FB-TOT-NO-DUE           PIC 9(04)   COMP VALUE ZERO.
015900     05  FB-TOT-REJECTED         PIC 9(04)   COMP VALUE ZERO.
016000     05  FB-TOT-PAST-DUE         PIC 9(04)   COMP VALUE ZERO.
016100     05  FB-TOT-WAITED           PIC 9(04)   COMP VALUE ZERO.
016200     05  FB-TOT-WAIT-TOTAL       PIC 9(09)   COMP-3 VALUE ZERO.
016300     05  FB-TOT-WAIT-WORST       PIC 9(09)   COMP-3 VALUE ZERO.
016400
016500******************************************************************
016600*  REPORT LINE LAYOUTS                                           *
016700******************************************************************
016800 01  FB-RPT-HEADING.
016900     05  FILLER  PIC X(43)
017000         VALUE "FBSLARPT - REQUEST TURNAROUND REPORT AS OF ".
017100     05  FB-HDG-DATE             PIC 9(08).
017200     05  FILLER  PIC X(81)  VALUE SPACES.
017300
017400 01  FB-RPT-COLUMNS.
017500     05  FILLER  PIC X(44)
017600         VALUE "  DEPT     NAME                 PRIORITY    ".
017700     05  FILLER  PIC X(44)
017800         VALUE "DONE   MET  MISS  NDUE   REJ  LATE  AVG WAIT".
017900     05  FILLER  PIC X(44)
018000         VALUE "   WORST WAIT                               ".
018100
018200 01  FB-RPT-GROUP-DETAIL.
018300     05  FILLER                  PIC X(02)  VALUE SPACES.
018400     05  FB-GRP-DTL-DEPT         PIC X(08).
018500     05  FILLER                  PIC X(01)  VALUE SPACES.
018600     05  FB-GRP-DTL-NAME         PIC X(20).
018700     05  FILLER                  PIC X(01)  VALUE SPACES.
018800     05  FB-GRP-DTL-PRIORITY     PIC X(01).
018900     05  FILLER                  PIC X(01)  VALUE SPACES.
019000     05  FB-GRP-DTL-CLASS        PIC X(06).
019100     05  FILLER                  PIC X(04)  VALUE SPACES.
019200     05  FB-GRP-DTL-DONE         PIC ZZZ9.
019300     05  FILLER                  PIC X(02)  VALUE SPACES.
019400     05  FB-GRP-DTL-MET          PIC ZZZ9.
019500     05  FILLER                  PIC X(02)  VALUE SPACES.
019600     05  FB-GRP-DTL-MISSED       PIC ZZZ9.
019700     05  FILLER                  PIC X(02)  VALUE SPACES.
019800     05  FB-GRP-DTL-NO-DUE       PIC ZZZ9.
019900     05  FILLER                  PIC X(02)  VALUE SPACES.
020000     05  FB-GRP-DTL-REJECTED     PIC ZZZ9.
020100     05  FILLER                  PIC X(02)  VALUE SPACES.
020200     05  FB-GRP-DTL-PAST-DUE     PIC ZZZ9.
020300     05  FILLER                  PIC X(01)  VALUE SPACES.
020400     05  FB-GRP-DTL-AVG          PIC ZZZ,ZZ9.
020500     05  FILLER  PIC X(04)  VALUE " MIN".
020600     05  FILLER                  PIC X(01)  VALUE SPACES.
020700     05  FB-GRP-DTL-WORST        PIC ZZZ,ZZ9.
020800     05  FILLER  PIC X(04)  VALUE " MIN".
020900     05  FILLER                  PIC X(30)  VALUE SPACES.
021000
021100 01  FB-RPT-LATE-DETAIL.
021200     05  FILLER                  PIC X(02)  VALUE SPACES.
021300     05  FB-LTT-DTL-ID           PIC X(08).
021400     05  FILLER                  PIC X(02)  VALUE SPACES.
021500     05  FB-LTT-DTL-DEPT         PIC X(08).
021600     05  FILLER  PIC X(11)  VALUE "  PRIORITY ".
021700     05  FB-LTT-DTL-PRIORITY     PIC X(01).
021800     05  FILLER  PIC X(12)  VALUE "  SUBMITTED ".
021900     05  FB-LTT-DTL-SUB-DATE     PIC 9(08).
022000     05  FILLER  PIC X(06)  VALUE "  DUE ".
022100     05  FB-LTT-DTL-DUE-DATE     PIC 9(08).
022200     05  FILLER                  PIC X(02)  VALUE SPACES.
022300     05  FB-LTT-DTL-DAYS         PIC ZZ,ZZ9.
022400     05  FILLER  PIC X(14)  VALUE " DAY(S) LATE".
022500     05  FILLER                  PIC X(44)  VALUE SPACES.
022600
022700 PROCEDURE DIVISION.
022800******************************************************************
022900*  0000-MAINLINE                                                 *
023000******************************************************************
023100 0000-MAINLINE.
023200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
023300     IF RETURN-CODE = 12
023400         GO TO 0000-EXIT
023500     END-IF.
023600     PERFORM 2000-TALLY-QUEUE THRU 2000-EXIT.
023700     PERFORM 3000-REPORT-GROUPS THRU 3000-EXIT.
023800     PERFORM 4000-REPORT-PAST-DUE THRU 4000-EXIT.
023900 0000-EXIT.
024000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
024100     STOP RUN.
024200
024300******************************************************************
024400*  1000-INITIALIZE - TODAY'S DATE, THE DEPARTMENT NAMES, AND THE *
024500*  QUEUE ITSELF.                                                 *
024600******************************************************************
024700 1000-INITIALIZE.
024800     ACCEPT FB-TODAY FROM DATE YYYYMMDD.
024900     COMPUTE FB-TODAY-INT = FUNCTION INTEGER-OF-DATE (FB-TODAY).
025000     OPEN OUTPUT FB-REPORT-FILE.
025100     MOVE FB-TODAY TO FB-HDG-DATE.
025200     MOVE FB-RPT-HEADING TO FB-REPORT-RECORD.
025300     WRITE FB-REPORT-RECORD.
025400     PERFORM 1100-LOAD-DEPT-NAMES THRU 1100-EXIT.
025500     OPEN INPUT FB-REQST-FILE.
025600     IF FB-REQST-STATUS NOT = "00"
025700         MOVE "FBSLARPT - FBREQST NOT PRESENT - NOTHING TO REPORT"
025800             TO FB-REPORT-RECORD
025900         WRITE FB-REPORT-RECORD
026000         DISPLAY "FBSLARPT: FBREQST NOT AVAILABLE (STATUS "
026100             FB-REQST-STATUS ")"
026200         MOVE 12 TO RETURN-CODE
026300     END-IF.
026400 1000-EXIT.
026500     EXIT.
026600
026700******************************************************************
026800*  1100-LOAD-DEPT-NAMES - FBDEPTS IS OPTIONAL HERE; WITHOUT IT   *
026900*  THE REPORT SIMPLY PRINTS NO NAMES.                            *
027000******************************************************************
027100 1100-LOAD-DEPT-NAMES.
027200     OPEN INPUT FB-DEPTS-FILE.
027300     IF FB-DEPTS-STATUS NOT = "00"
027400         GO TO 1100-EXIT
027500     END-IF.
027600     READ FB-DEPTS-FILE
027700         AT END MOVE "Y" TO FB-EOF-DEPTS-SW
027800     END-READ.
027900     PERFORM 1110-LOAD-ONE-NAME THRU 1110-EXIT
028000         UNTIL FB-EOF-DEPTS.
028100     CLOSE FB-DEPTS-FILE.
028200 1100-EXIT.
028300     EXIT.
028400
028500 1110-LOAD-ONE-NAME.
028600     IF FB-NAME-COUNT LESS THAN FB-MAX-NAMES
028700         ADD 1 TO FB-NAME-COUNT
028800         MOVE FB-DEPT-CODE TO FB-NMT-CODE (FB-NAME-COUNT)
028900         MOVE FB-DEPT-NAME TO FB-NMT-NAME (FB-NAME-COUNT)
029000     END-IF.
029100     READ FB-DEPTS-FILE
029200         AT END MOVE "Y" TO FB-EOF-DEPTS-SW
029300     END-READ.
029400 1110-EXIT.
029500     EXIT.
029600
029700******************************************************************
029800*  2000-TALLY-QUEUE - ONE PASS OF FBREQST INTO THE TURNAROUND    *
029900*  TABLE AND THE PAST-DUE LIST.                                  *
030000******************************************************************
030100 2000-TALLY-QUEUE.
030200     READ FB-REQST-FILE
030300         AT END MOVE "Y" TO FB-EOF-REQST-SW
030400     END-READ.
030500     PERFORM 2100-TALLY-ONE-REQUEST THRU 2100-EXIT
030600         UNTIL FB-EOF-REQST.
030700     CLOSE FB-REQST-FILE.
030800 2000-EXIT.
030900     EXIT.
031000
031100 2100-TALLY-ONE-REQUEST.
031200     ADD 1 TO FB-REQ-COUNT.
031300     IF FB-REQ-SCHEDULE = SPACES
031400         MOVE "3" TO FB-REQ-PRIORITY
031500         MOVE ZERO TO FB-REQ-DUE-DATE
031600         MOVE ZERO TO FB-REQ-SUB-DATE
031700         MOVE ZERO TO FB-REQ-SUB-TIME
031800     END-IF.
031900     IF FB-REQ-PROGRESS = SPACES
032000         MOVE ZERO TO FB-REQ-START-DATE
032100         MOVE ZERO TO FB-REQ-START-TIME
032200         MOVE ZERO TO FB-REQ-END-DATE
032300         MOVE ZERO TO FB-REQ-END-TIME
032400     END-IF.
032500     IF FB-REQ-PRIORITY = SPACE
032600         MOVE "3" TO FB-REQ-PRIORITY
032700     END-IF.
032800     IF FB-REQ-DUE-DATE NOT NUMERIC
032900         MOVE ZERO TO FB-REQ-DUE-DATE
033000     END-IF.
033100     MOVE FB-REQ-DEPT     TO FB-NEW-GRP-DEPT.
033200     MOVE FB-REQ-PRIORITY TO FB-NEW-GRP-PRIORITY.
033300     PERFORM 2200-FIND-GROUP THRU 2200-EXIT.
033400     IF FB-GROUP-SLOT = ZERO
033500         GO TO 2100-READ-NEXT
033600     END-IF.
033700     EVALUATE FB-REQ-STATUS
033800         WHEN "OK"
033900             PERFORM 2300-TALLY-COMPLETED THRU 2300-EXIT
034000         WHEN "RJ"
034100             ADD 1 TO FB-GRP-REJECTED (FB-GROUP-SLOT)
034200             ADD 1 TO FB-TOT-REJECTED
034300         WHEN OTHER
034400             PERFORM 2400-CHECK-PAST-DUE THRU 2400-EXIT
034500     END-EVALUATE.
034600 2100-READ-NEXT.
034700     READ FB-REQST-FILE
034800         AT END MOVE "Y" TO FB-EOF-REQST-SW
034900     END-READ.
035000 2100-EXIT.
035100     EXIT.
035200
035300******************************************************************
035400*  2200-FIND-GROUP - LOCATE THE DEPARTMENT / PRIORITY ENTRY, OR  *
035500*  OPEN ONE IN KEY ORDER BY MOVING THE HIGHER KEYS DOWN A SLOT.  *
035600*  FB-GROUP-SLOT IS ZERO WHEN THE TABLE IS FULL.                 *
035700******************************************************************
035800 2200-FIND-GROUP.
035900     MOVE ZERO TO FB-GROUP-SLOT.
036000     MOVE "N" TO FB-GRP-PLACED-SW.
036100     PERFORM 2210-MATCH-ONE-GROUP THRU 2210-EXIT
036200         VARYING FB-GROUP-IDX FROM 1 BY 1
036300         UNTIL FB-GROUP-IDX GREATER THAN FB-GROUP-COUNT
036400             OR FB-GRP-PLACED.
036500     IF FB-GRP-PLACED
036600         GO TO 2200-EXIT
036700     END-IF.
036800     IF FB-GROUP-COUNT NOT LESS THAN FB-MAX-GROUPS
036900         DISPLAY "FBSLARPT: TURNAROUND TABLE FULL - DEPARTMENT "
037000             FB-NEW-GRP-DEPT " PRIORITY " FB-NEW-GRP-PRIORITY
037100             " NOT REPORTED"
037200         GO TO 2200-EXIT
037300     END-IF.
037400     IF FB-GROUP-SLOT = ZERO
037500         COMPUTE FB-GROUP-SLOT = FB-GROUP-COUNT + 1
037600     END-IF.
037700     PERFORM 2220-MOVE-ONE-DOWN THRU 2220-EXIT
037800         VARYING FB-GROUP-IDX FROM FB-GROUP-COUNT BY -1
037900         UNTIL FB-GROUP-IDX LESS THAN FB-GROUP-SLOT.
038000     ADD 1 TO FB-GROUP-COUNT.
038100     MOVE FB-NEW-GRP-KEY TO FB-GRP-KEY (FB-GROUP-SLOT).
038200     MOVE ZERO TO FB-GRP-DONE (FB-GROUP-SLOT)
038300                  FB-GRP-MET (FB-GROUP-SLOT)
038400                  FB-GRP-MISSED (FB-GROUP-SLOT)
038500                  FB-GRP-NO-DUE (FB-GROUP-SLOT)
038600                  FB-GRP-REJECTED (FB-GROUP-SLOT)
038700                  FB-GRP-PAST-DUE (FB-GROUP-SLOT)
038800                  FB-GRP-WAITED (FB-GROUP-SLOT)
038900                  FB-GRP-WAIT-TOTAL (FB-GROUP-SLOT)
039000                  FB-GRP-WAIT-WORST (FB-GROUP-SLOT).
039100 2200-EXIT.
039200     EXIT.
039300
039400******************************************************************
039500*  2210-MATCH-ONE-GROUP - AN EQUAL KEY IS THE ENTRY; THE FIRST   *
039600*  HIGHER KEY IS WHERE A NEW ENTRY BELONGS.                      *
039700******************************************************************
039800 2210-MATCH-ONE-GROUP.
039900     IF FB-GRP-KEY (FB-GROUP-IDX) = FB-NEW-GRP-KEY
040000         MOVE FB-GROUP-IDX TO FB-GROUP-SLOT
040100         MOVE "Y" TO FB-GRP-PLACED-SW
040200         GO TO 2210-EXIT
040300     END-IF.
040400     IF FB-GROUP-SLOT = ZERO
040500             AND FB-GRP-KEY (FB-GROUP-IDX) GREATER THAN
040600                 FB-NEW-GRP-KEY
040700         MOVE FB-GROUP-IDX TO FB-GROUP-SLOT
040800     END-IF.
040900 2210-EXIT.
041000     EXIT.
041100
041200 2220-MOVE-ONE-DOWN.
041300     MOVE FB-GROUP-ENTRY (FB-GROUP-IDX)
041400         TO FB-GROUP-ENTRY (FB-GROUP-IDX + 1).
041500 2220-EXIT.
041600     EXIT.
041700
041800******************************************************************
041900*  2300-TALLY-COMPLETED - MET OR MISSED AGAINST THE REQUESTED-BY *
042000*  DATE, AND THE WAIT FROM SUBMIT TO START IN MINUTES.           *
042100******************************************************************
042200 2300-TALLY-COMPLETED.
042300     ADD 1 TO FB-GRP-DONE (FB-GROUP-SLOT).
042400     ADD 1 TO FB-TOT-DONE.
042500     EVALUATE TRUE
042600         WHEN FB-REQ-DUE-DATE = ZERO
042700             ADD 1 TO FB-GRP-NO-DUE (FB-GROUP-SLOT)
042800             ADD 1 TO FB-TOT-NO-DUE
042900         WHEN FB-REQ-END-DATE NOT NUMERIC
043000                 OR FB-REQ-END-DATE = ZERO
043100             ADD 1 TO FB-GRP-NO-DUE (FB-GROUP-SLOT)
043200             ADD 1 TO FB-TOT-NO-DUE
043300         WHEN FB-REQ-END-DATE GREATER THAN FB-REQ-DUE-DATE
043400             ADD 1 TO FB-GRP-MISSED (FB-GROUP-SLOT)
043500             ADD 1 TO FB-TOT-MISSED
043600         WHEN OTHER
043700             ADD 1 TO FB-GRP-MET (FB-GROUP-SLOT)
043800             ADD 1 TO FB-TOT-MET
043900     END-EVALUATE.
044000     IF FB-REQ-SUB-DATE NOT NUMERIC
044100             OR FB-REQ-SUB-DATE = ZERO
044200             OR FB-REQ-SUB-TIME NOT NUMERIC
044300             OR FB-REQ-START-DATE NOT NUMERIC
044400             OR FB-REQ-START-DATE = ZERO
044500             OR FB-REQ-START-TIME NOT NUMERIC
044600         GO TO 2300-EXIT
044700     END-IF.
044800     MOVE FB-REQ-SUB-TIME TO FB-TIME-WORK.
044900     COMPUTE FB-SUB-MINUTES =
045000         FUNCTION INTEGER-OF-DATE (FB-REQ-SUB-DATE) * 1440
045100         + FB-TIME-HH * 60 + FB-TIME-MM.
045200     MOVE FB-REQ-START-TIME TO FB-TIME-WORK.
045300     COMPUTE FB-START-MINUTES =
045400         FUNCTION INTEGER-OF-DATE (FB-REQ-START-DATE) * 1440
045500         + FB-TIME-HH * 60 + FB-TIME-MM.
045600     COMPUTE FB-WAIT-MINUTES = FB-START-MINUTES - FB-SUB-MINUTES.
045700     IF FB-WAIT-MINUTES LESS THAN ZERO
045800         GO TO 2300-EXIT
045900     END-IF.
046000     ADD 1 TO FB-GRP-WAITED (FB-GROUP-SLOT).
046100     ADD 1 TO FB-TOT-WAITED.
046200     ADD FB-WAIT-MINUTES TO FB-GRP-WAIT-TOTAL (FB-GROUP-SLOT).
046300     ADD FB-WAIT-MINUTES TO FB-TOT-WAIT-TOTAL.
046400     IF FB-WAIT-MINUTES GREATER THAN
046500             FB-GRP-WAIT-WORST (FB-GROUP-SLOT)
046600         MOVE FB-WAIT-MINUTES TO FB-GRP-WAIT-WORST (FB-GROUP-SLOT)
046700     END-IF.
046800     IF FB-WAIT-MINUTES GREATER THAN FB-TOT-WAIT-WORST
046900         MOVE FB-WAIT-MINUTES TO FB-TOT-WAIT-WORST
047000     END-IF.
047100 2300-EXIT.
047200     EXIT.
047300
047400******************************************************************
047500*  2400-CHECK-PAST-DUE - A STILL-QUEUED REQUEST WHOSE            *
047600*  REQUESTED-BY DATE IS EARLIER THAN TODAY.                      *
047700******************************************************************
047800 2400-CHECK-PAST-DUE.
047900     IF FB-REQ-DUE-DATE = ZERO
048000             OR FB-REQ-DUE-DATE NOT LESS THAN FB-TODAY
048100         GO TO 2400-EXIT
048200     END-IF.
048300     ADD 1 TO FB-GRP-PAST-DUE (FB-GROUP-SLOT).
048400     ADD 1 TO FB-TOT-PAST-DUE.
048500     IF FB-LATE-COUNT NOT LESS THAN FB-MAX-LATE
048600         GO TO 2400-EXIT
048700     END-IF.
048800     ADD 1 TO FB-LATE-COUNT.
048900     MOVE FB-REQ-ID       TO FB-LTT-ID (FB-LATE-COUNT).
049000     MOVE FB-REQ-DEPT     TO FB-LTT-DEPT (FB-LATE-COUNT).
049100     MOVE FB-REQ-PRIORITY TO FB-LTT-PRIORITY (FB-LATE-COUNT).
049200     MOVE FB-REQ-DUE-DATE TO FB-LTT-DUE-DATE (FB-LATE-COUNT).
049300     IF FB-REQ-SUB-DATE IS NUMERIC
049400         MOVE FB-REQ-SUB-DATE TO FB-LTT-SUB-DATE (FB-LATE-COUNT)
049500     ELSE
049600         MOVE ZERO TO FB-LTT-SUB-DATE (FB-LATE-COUNT)
049700     END-IF.
049800     COMPUTE FB-LTT-DAYS-LATE (FB-LATE-COUNT) = FB-TODAY-INT
049900         - FUNCTION INTEGER-OF-DATE (FB-REQ-DUE-DATE).
050000 2400-EXIT.
050100     EXIT.
050200
050300******************************************************************
050400*  3000-REPORT-GROUPS - ONE LINE PER DEPARTMENT AND PRIORITY,    *
050500*  THEN THE QUEUE TOTAL.                                         *
050600******************************************************************
050700 3000-REPORT-GROUPS.
050800     PERFORM 7100-BLANK-LINE THRU 7100-EXIT.
050900     MOVE "TURNAROUND BY DEPARTMENT AND PRIORITY CLASS"
051000         TO FB-REPORT-RECORD.
051100     WRITE FB-REPORT-RECORD.
051200     MOVE FB-RPT-COLUMNS TO FB-REPORT-RECORD.
051300     WRITE FB-REPORT-RECORD.
051400     IF FB-GROUP-COUNT = ZERO
051500         MOVE "  (THE QUEUE IS EMPTY)" TO FB-REPORT-RECORD
051600         WRITE FB-REPORT-RECORD
051700         GO TO 3000-EXIT
051800     END-IF.
051900     PERFORM 3100-REPORT-ONE-GROUP THRU 3100-EXIT
052000         VARYING FB-GROUP-IDX FROM 1 BY 1
052100         UNTIL FB-GROUP-IDX GREATER THAN FB-GROUP-COUNT.
052200     PERFORM 7100-BLANK-LINE THRU 7100-EXIT.
052300     MOVE "*TOTAL*"       TO FB-GRP-DTL-DEPT.
052400     MOVE SPACES          TO FB-GRP-DTL-NAME.
052500     MOVE SPACE           TO FB-GRP-DTL-PRIORITY.
052600     MOVE "ALL"           TO FB-GRP-DTL-CLASS.
052700     MOVE FB-TOT-DONE     TO FB-GRP-DTL-DONE.
052800     MOVE FB-TOT-MET      TO FB-GRP-DTL-MET.
052900     MOVE FB-TOT-MISSED   TO FB-GRP-DTL-MISSED.
053000     MOVE FB-TOT-NO-DUE   TO FB-GRP-DTL-NO-DUE.
053100     MOVE FB-TOT-REJECTED TO FB-GRP-DTL-REJECTED.
053200     MOVE FB-TOT-PAST-DUE TO FB-GRP-DTL-PAST-DUE.
053300     MOVE ZERO TO FB-AVG-MINUTES.
053400     IF FB-TOT-WAITED GREATER THAN ZERO
053500         COMPUTE FB-AVG-MINUTES ROUNDED =
053600             FB-TOT-WAIT-TOTAL / FB-TOT-WAITED
053700     END-IF.
053800     MOVE FB-AVG-MINUTES    TO FB-GRP-DTL-AVG.
053900     MOVE FB-TOT-WAIT-WORST TO FB-GRP-DTL-WORST.
054000     MOVE FB-RPT-GROUP-DETAIL TO FB-REPORT-RECORD.
054100     WRITE FB-REPORT-RECORD.
054200 3000-EXIT.
054300     EXIT.
054400
054500 3100-REPORT-ONE-GROUP.
054600     MOVE FB-GRP-DEPT (FB-GROUP-IDX) TO FB-GRP-DTL-DEPT.
054700     MOVE SPACES TO FB-GRP-DTL-NAME.
054800     PERFORM 3110-NAME-ONE-DEPT THRU 3110-EXIT
054900         VARYING FB-NAME-IDX FROM 1 BY 1
055000         UNTIL FB-NAME-IDX GREATER THAN FB-NAME-COUNT.
055100     MOVE FB-GRP-PRIORITY (FB-GROUP-IDX) TO FB-GRP-DTL-PRIORITY.
055200     EVALUATE FB-GRP-PRIORITY (FB-GROUP-IDX)
055300         WHEN "1"  MOVE "RUSH"   TO FB-GRP-DTL-CLASS
055400         WHEN "2"  MOVE "HIGH"   TO FB-GRP-DTL-CLASS
055500         WHEN "3"  MOVE "NORMAL" TO FB-GRP-DTL-CLASS
055600         WHEN "4"  MOVE "BULK"   TO FB-GRP-DTL-CLASS
055700         WHEN OTHER MOVE "??"    TO FB-GRP-DTL-CLASS
055800     END-EVALUATE.
055900     MOVE FB-GRP-DONE (FB-GROUP-IDX)     TO FB-GRP-DTL-DONE.
056000     MOVE FB-GRP-MET (FB-GROUP-IDX)      TO FB-GRP-DTL-MET.
056100     MOVE FB-GRP-MISSED (FB-GROUP-IDX)   TO FB-GRP-DTL-MISSED.
056200     MOVE FB-GRP-NO-DUE (FB-GROUP-IDX)   TO FB-GRP-DTL-NO-DUE.
056300     MOVE FB-GRP-REJECTED (FB-GROUP-IDX) TO FB-GRP-DTL-REJECTED.
056400     MOVE FB-GRP-PAST-DUE (FB-GROUP-IDX) TO FB-GRP-DTL-PAST-DUE.
056500     MOVE ZERO TO FB-AVG-MINUTES.
056600     IF FB-GRP-WAITED (FB-GROUP-IDX) GREATER THAN ZERO
056700         COMPUTE FB-AVG-MINUTES ROUNDED =
056800             FB-GRP-WAIT-TOTAL (FB-GROUP-IDX)
056900             / FB-GRP-WAITED (FB-GROUP-IDX)
057000     END-IF.
057100     MOVE FB-AVG-MINUTES TO FB-GRP-DTL-AVG.
057200     MOVE FB-GRP-WAIT-WORST (FB-GROUP-IDX) TO FB-GRP-DTL-WORST.
057300     MOVE FB-RPT-GROUP-DETAIL TO FB-REPORT-RECORD.
057400     WRITE FB-REPORT-RECORD.
057500 3100-EXIT.
057600     EXIT.
057700
057800 3110-NAME-ONE-DEPT.
057900     IF FB-NMT-CODE (FB-NAME-IDX) = FB-GRP-DEPT (FB-GROUP-IDX)
058000         MOVE FB-NMT-NAME (FB-NAME-IDX) TO FB-GRP-DTL-NAME
058100     END-IF.
058200 3110-EXIT.
058300     EXIT.
058400
058500******************************************************************
058600*  4000-REPORT-PAST-DUE - EVERY STILL-QUEUED REQUEST ALREADY     *
058700*  PAST ITS REQUESTED-BY DATE.  ANY AT ALL ENDS THE STEP WITH 4. *
058800******************************************************************
058900 4000-REPORT-PAST-DUE.
059000     PERFORM 7100-BLANK-LINE THRU 7100-EXIT.
059100     MOVE "STILL QUEUED AND ALREADY PAST DUE"
059200         TO FB-REPORT-RECORD.
059300     WRITE FB-REPORT-RECORD.
059400     IF FB-TOT-PAST-DUE = ZERO
059500         MOVE "  (NONE)" TO FB-REPORT-RECORD
059600         WRITE FB-REPORT-RECORD
059700         GO TO 4000-EXIT
059800     END-IF.
059900     PERFORM 4100-REPORT-ONE-LATE THRU 4100-EXIT
060000         VARYING FB-LATE-IDX FROM 1 BY 1
060100         UNTIL FB-LATE-IDX GREATER THAN FB-LATE-COUNT.
060200     IF FB-TOT-PAST-DUE GREATER THAN FB-LATE-COUNT
060300         MOVE "  (LIST TRUNCATED - SEE THE LATE COUNTS ABOVE)"
060400             TO FB-REPORT-RECORD
060500         WRITE FB-REPORT-RECORD
060600     END-IF.
060700     MOVE 4 TO RETURN-CODE.
060800 4000-EXIT.
060900     EXIT.
061000
061100 4100-REPORT-ONE-LATE.
061200     MOVE FB-LTT-ID (FB-LATE-IDX)        TO FB-LTT-DTL-ID.
061300     MOVE FB-LTT-DEPT (FB-LATE-IDX)      TO FB-LTT-DTL-DEPT.
061400     MOVE FB-LTT-PRIORITY (FB-LATE-IDX)  TO FB-LTT-DTL-PRIORITY.
061500     MOVE FB-LTT-SUB-DATE (FB-LATE-IDX)  TO FB-LTT-DTL-SUB-DATE.
061600     MOVE FB-LTT-DUE-DATE (FB-LATE-IDX)  TO FB-LTT-DTL-DUE-DATE.
061700     MOVE FB-LTT-DAYS-LATE (FB-LATE-IDX) TO FB-LTT-DTL-DAYS.
061800     MOVE FB-RPT-LATE-DETAIL TO FB-REPORT-RECORD.
061900     WRITE FB-REPORT-RECORD.
062000 4100-EXIT.
062100     EXIT.
062200
062300******************************************************************
062400*  7100-BLANK-LINE                                               *
062500******************************************************************
062600 7100-BLANK-LINE.
062700     MOVE SPACES TO FB-REPORT-RECORD.
062800     WRITE FB-REPORT-RECORD.
062900 7100-EXIT.
063000     EXIT.
063100
063200******************************************************************
063300*  9000-TERMINATE - CLOSE THE REPORT AND SUMMARIZE TO THE        *
063400*  CONSOLE.                                                      *
063500******************************************************************
063600 9000-TERMINATE.
063700     CLOSE FB-REPORT-FILE.
063800     DISPLAY "FBSLARPT: " FB-REQ-COUNT " REQUEST(S), "
063900         FB-TOT-MET " MET, "
064000         FB-TOT-MISSED " MISSED, "
064100         FB-TOT-PAST-DUE " STILL QUEUED PAST DUE".
064200 9000-EXIT.
064300     EXIT.
