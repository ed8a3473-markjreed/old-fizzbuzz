000100******************************************************************
000200*  MODIFICATION HISTORY                                          *
000300*  DATE       INIT  DESCRIPTION                                  *
000400*  ---------- ----  ---------------------------------------      *
000500*  2026-10-15  MJR  ORIGINAL VERSION.  CONSOLIDATION STEP FOR    *
000600*                   THE PARALLEL QUEUE MODE: PROVES EVERY        *
000700*                   REQUEST FBQSPLIT ASSIGNED CAME BACK FROM ITS *
000800*                   STREAM EXACTLY ONCE, REBUILDS FBOUT AND      *
000900*                   FBCSV IN QUEUE RUN ORDER FROM THE STREAM     *
001000*                   SEGMENTS, AND POSTS THE FBAUDIT RECORDS AND  *
001100*                   FBREQST STATUSES THE STREAMS HELD BACK.      *
001110*  2026-10-15  MJR  A FAILED OPEN OR WRITE OF FBOUT, FBCSV,      *
001120*                   FBAUDIT OR FBREQST IS LOGGED ON FBERRLOG     *
001130*                   AND ENDS THE STEP WITH RETURN CODE 12.       *
001140*  2026-10-15  MJR  A FAILED FBAUDIT POST LEAVES FBREQST ALONE,  *
001150*                   AND A RERUN DOES NOT APPEND AN AUDIT RECORD  *
001160*                   FBAUDIT ALREADY HOLDS.                       *
001200******************************************************************
001300 IDENTIFICATION DIVISION.
001400 PROGRAM-ID.    FBQMERGE.
001500 AUTHOR.        M J REED.
001600 INSTALLATION.  DATA CENTER OPERATIONS.
001700 DATE-WRITTEN.  2026-10-15.
001800 DATE-COMPILED.
001900******************************************************************
002000*  READS THE FBQASGN ASSIGNMENT LIST, THE STREAM RESULTS         *
002100*  (FBQRSLTS, EVERY STREAM'S FBQRSLT CONCATENATED) AND THE       *
002200*  STREAM OUTPUT SEGMENTS (FBOUTALL AND FBCSVALL, CONCATENATED   *
002300*  IN ANY ORDER).  EVERY ASSIGNED REQUEST MUST STILL BE QUEUED   *
002400*  ON FBREQST AND MUST HAVE EXACTLY ONE RESULT, FROM THE STREAM  *
002500*  IT WAS ASSIGNED TO AND FOR THE SAME SPLIT.  THE SEGMENT ROWS  *
002600*  ARE SORTED BACK INTO QUEUE RUN ORDER - THE ORDER A SERIAL RUN *
002700*  WOULD HAVE WRITTEN THEM - AND EACH COMPLETED REQUEST MUST     *
002800*  SHOW ITERATIONS 1 THROUGH ITS UPPER BOUND ONCE EACH IN BOTH   *
002900*  FBOUT AND FBCSV, WHILE A REJECTED REQUEST MUST SHOW NONE.     *
003000*  ONLY WHEN THE WHOLE SPLIT PROVES OUT ARE THE REQUESTS' AUDIT  *
003100*  RECORDS APPENDED TO FBAUDIT IN RUN ORDER AND THEIR STATUSES   *
003200*  AND TIMESTAMPS WRITTEN BACK TO FBREQST, TOGETHER WITH ANY     *
003300*  DUPLICATE REQUEST ID MARKED REJECTED AS A SERIAL RUN WOULD.   *
003400*  REQUESTS QUEUED AFTER THE SPLIT ARE LEFT QUEUED.  ENDS WITH   *
003500*  RETURN CODE 4 WHEN SOME REQUESTS WERE REJECTED AND 8 WHEN ALL *
003600*  WERE, AS A SERIAL RUN ENDS; 8 ALSO WHEN THE SPLIT DID NOT     *
003700*  PROVE OUT (NOTHING IS POSTED - RERUN OR RESTART THE FAILING   *
003710*  STREAM AND RERUN THIS STEP); AND 12 ON A MISSING OR UNUSABLE  *
003800*  INPUT OR AN OUTPUT THAT CANNOT BE WRITTEN (LOGGED ON          *
003850*  FBERRLOG AS A SERIAL RUN LOGS IT).                            *
003860*  A RERUN AFTER A FAILED POST SKIPS EVERY AUDIT RECORD FBAUDIT  *
003870*  ALREADY HOLDS (SAME REQUEST ID, RUN DATE AND RUN TIME).       *
003900******************************************************************
004000 ENVIRONMENT DIVISION.
004100 CONFIGURATION SECTION.
004200 SOURCE-COMPUTER.  IBM-370.
004300 OBJECT-COMPUTER.  IBM-370.
004400 INPUT-OUTPUT SECTION.
004500 FILE-CONTROL.
004600     SELECT FB-REQST-FILE ASSIGN TO "FBREQST"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS FB-REQST-STATUS.
004900
005000     SELECT FB-QASGN-FILE ASSIGN TO "FBQASGN"
005100         ORGANIZATION IS LINE SEQUENTIAL
005200         FILE STATUS IS FB-QASGN-STATUS.
005300
005400     SELECT FB-QRSLT-FILE ASSIGN TO "FBQRSLTS"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS FB-QRSLT-STATUS.
005700
005800     SELECT FB-OUTALL-FILE ASSIGN TO "FBOUTALL"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS FB-OUTALL-STATUS.
006100
006200     SELECT FB-CSVALL-FILE ASSIGN TO "FBCSVALL"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS FB-CSVALL-STATUS.
006500
006600     SELECT FB-SORT-FILE ASSIGN TO "SORTWK01".
006700
006800     SELECT FB-OUT-FILE ASSIGN TO "FBOUT"
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS FB-OUT-STATUS.
007100
007200     SELECT FB-CSV-FILE ASSIGN TO "FBCSV"
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS FB-CSV-STATUS.
007500
007600     SELECT FB-AUDIT-FILE ASSIGN TO "FBAUDIT"
007700         ORGANIZATION IS LINE SEQUENTIAL
007800         FILE STATUS IS FB-AUDIT-STATUS.
007810
007820     SELECT FB-ERRLOG-FILE ASSIGN TO "FBERRLOG"
007830         ORGANIZATION IS LINE SEQUENTIAL
007840         FILE STATUS IS FB-ERRLOG-STATUS.
007900
008000 DATA DIVISION.
008100 FILE SECTION.
008200 FD  FB-REQST-FILE.
008300 COPY FBREQREC.
008400
008500 FD  FB-QASGN-FILE.
008600 COPY FBQASREC.
008700
008800 FD  FB-QRSLT-FILE.
008900 COPY FBQRSREC.
009000
009100 FD  FB-OUTALL-FILE.
009200 COPY FBOUTREC.
009300
009400******************************************************************
009500*  CONCATENATED FBCSV SEGMENTS - SAME LAYOUT AS FBCSVREC.        *
009600******************************************************************
009700 FD  FB-CSVALL-FILE.
009800 01  FB-CVA-RECORD.
009900     05  FB-CVA-ITERATION        PIC 9(09).
010000     05  FB-CVA-COMMA-1          PIC X(01).
010100     05  FB-CVA-LABEL            PIC X(80).
010200     05  FB-CVA-COMMA-2          PIC X(01).
010300     05  FB-CVA-REQUEST-ID       PIC X(08).
010400     05  FILLER                  PIC X(01).
010500
010600******************************************************************
010700*  SORT WORK RECORD - ONE FBOUT OR FBCSV ROW UNDER ITS REQUEST'S *
010800*  POSITION IN QUEUE RUN ORDER AND ITS ITERATION NUMBER.         *
010900******************************************************************
011000 SD  FB-SORT-FILE.
011100 01  FB-SRT-RECORD.
011200     05  FB-SRT-RUN-POS          PIC 9(04).
011300     05  FB-SRT-ITERATION        PIC 9(09).
011400     05  FB-SRT-ROW              PIC X(100).
011500
011600******************************************************************
011700*  REBUILT JOB-LEVEL OUTPUT - SAME LAYOUT AS FBOUTREC.           *
011800******************************************************************
011900 FD  FB-OUT-FILE.
012000 01  FB-MRG-RECORD.
012100     05  FB-MRG-ITERATION        PIC 9(09).
012200     05  FB-MRG-SEPARATOR        PIC X(01).
012300     05  FB-MRG-LABEL            PIC X(80).
012400     05  FB-MRG-REQUEST-ID       PIC X(08).
012500     05  FILLER                  PIC X(02).
012600
012700 FD  FB-CSV-FILE.
012800 COPY FBCSVREC.
012900
013000 FD  FB-AUDIT-FILE.
013100 COPY FBAUDIT.
013110
013120 FD  FB-ERRLOG-FILE.
013130 COPY FBERRREC.
013200
013300 WORKING-STORAGE SECTION.
013400******************************************************************
013500*  FILE STATUS FIELDS                                            *
013600******************************************************************
013700 01  FB-FILE-STATUSES.
013800     05  FB-REQST-STATUS         PIC X(02).
013900     05  FB-QASGN-STATUS         PIC X(02).
014000     05  FB-QRSLT-STATUS         PIC X(02).
014100     05  FB-OUTALL-STATUS        PIC X(02).
014200     05  FB-CSVALL-STATUS        PIC X(02).
014300     05  FB-OUT-STATUS           PIC X(02).
014400     05  FB-CSV-STATUS           PIC X(02).
014500     05  FB-AUDIT-STATUS         PIC X(02).
014550     05  FB-ERRLOG-STATUS        PIC X(02).
014600
014700******************************************************************
014800*  SWITCHES                                                      *
014900******************************************************************
015000 01  FB-SWITCHES.
015100     05  FB-EOF-REQST-SW         PIC X(01)   VALUE "N".
015200         88  FB-EOF-REQST                    VALUE "Y".
015300     05  FB-EOF-QASGN-SW         PIC X(01)   VALUE "N".
015400         88  FB-EOF-QASGN                    VALUE "Y".
015500     05  FB-EOF-QRSLT-SW         PIC X(01)   VALUE "N".
015600         88  FB-EOF-QRSLT                    VALUE "Y".
015700     05  FB-EOF-OUTALL-SW        PIC X(01)   VALUE "N".
015800         88  FB-EOF-OUTALL                   VALUE "Y".
015900     05  FB-EOF-CSVALL-SW        PIC X(01)   VALUE "N".
016000         88  FB-EOF-CSVALL                   VALUE "Y".
016100     05  FB-EOF-SORT-SW          PIC X(01)   VALUE "N".
016200         88  FB-EOF-SORT                     VALUE "Y".
016210     05  FB-EOF-AUDIT-SW         PIC X(01)   VALUE "N".
016220         88  FB-EOF-AUDIT                    VALUE "Y".
016300     05  FB-INPUTS-OK-SW         PIC X(01)   VALUE "Y".
016400         88  FB-INPUTS-OK                    VALUE "Y".
016500         88  FB-INPUTS-BAD                   VALUE "N".
016600     05  FB-MERGE-OK-SW          PIC X(01)   VALUE "Y".
016700         88  FB-MERGE-OK                     VALUE "Y".
016800         88  FB-MERGE-FAILED                 VALUE "N".
016810     05  FB-WRITE-OK-SW          PIC X(01)   VALUE "Y".
016820         88  FB-WRITE-OK                     VALUE "Y".
016830         88  FB-WRITE-FAILED                 VALUE "N".
016900     05  FB-QUEUE-FOUND-SW       PIC X(01)   VALUE "N".
017000         88  FB-QUEUE-FOUND                  VALUE "Y".
017100     05  FB-ASG-FOUND-SW         PIC X(01)   VALUE "N".
017200         88  FB-ASG-FOUND                    VALUE "Y".
017300     05  FB-SORT-PASS-SW         PIC X(01)   VALUE "O".
017400         88  FB-SORTING-OUT                  VALUE "O".
017500         88  FB-SORTING-CSV                  VALUE "C".
017600
017700******************************************************************
017800*  REQUEST-QUEUE TABLE - EVERY FBREQST ENTRY IN ARRIVAL ORDER,   *
017900*  HELD WHOLE SO THE QUEUE IS REWRITTEN UNCHANGED APART FROM THE *
018000*  STATUSES AND TIMESTAMPS POSTED.  FB-RQT-ASG-IDX POINTS TO THE *
018100*  ENTRY'S ASSIGNMENT; ZERO WHEN THE SPLIT DID NOT ASSIGN IT.    *
018200******************************************************************
018300 01  FB-REQUEST-TABLE.
018400     05  FB-REQUEST-ENTRY OCCURS 200 TIMES.
018500         10  FB-RQT-ID           PIC X(08).
018600         10  FB-RQT-STATUS       PIC X(02).
018700         10  FB-RQT-ASG-IDX      PIC 9(04)   COMP.
018800         10  FB-RQT-IMAGE        PIC X(80).
018900
019000******************************************************************
019100*  ASSIGNMENT TABLE - ONE ENTRY PER FBQASGN RECORD, SO IN QUEUE  *
019200*  RUN ORDER; THE ENTRY NUMBER IS THE REQUEST'S RUN POSITION.    *
019300*  EACH ENTRY COLLECTS THE REQUEST'S RESULT AND ITS ROW COUNTS.  *
019400******************************************************************
019500 01  FB-ASSIGNMENT-TABLE.
019600     05  FB-ASSIGNMENT-ENTRY OCCURS 200 TIMES.
019700         10  FB-ASG-REQUEST-ID   PIC X(08).
019800         10  FB-ASG-STREAM       PIC 9(02).
019900         10  FB-ASG-BOUND        PIC 9(09)   COMP-3.
020000         10  FB-ASG-SLOT         PIC 9(04)   COMP.
020100         10  FB-ASG-RESULTS      PIC 9(04)   COMP.
020200         10  FB-ASG-STATUS       PIC X(02).
020300         10  FB-ASG-START-DATE   PIC 9(08).
020400         10  FB-ASG-START-TIME   PIC 9(06).
020500         10  FB-ASG-END-DATE     PIC 9(08).
020600         10  FB-ASG-END-TIME     PIC 9(06).
020700         10  FB-ASG-OUT-ROWS     PIC 9(09)   COMP-3.
020800         10  FB-ASG-CSV-ROWS     PIC 9(09)   COMP-3.
020900         10  FB-ASG-AUDIT        PIC X(590).
020910         10  FB-ASG-AUD-KEY.
020920             15  FB-ASG-AUD-ID   PIC X(08).
020930             15  FB-ASG-AUD-DATE PIC 9(08).
020940             15  FB-ASG-AUD-TIME PIC 9(08).
020950         10  FB-ASG-POSTED-SW    PIC X(01).
020960             88  FB-ASG-POSTED               VALUE "Y".
021000
021100******************************************************************
021200*  CONSOLIDATION WORKING FIELDS                                  *
021300******************************************************************
021400 77  FB-REQ-COUNT         PIC 9(04) COMP   VALUE ZERO.
021500 77  FB-REQ-IDX           PIC 9(04) COMP   VALUE ZERO.
021600 77  FB-MAX-REQUESTS      PIC 9(04) COMP   VALUE 200.
021700 77  FB-CHK-IDX           PIC 9(04) COMP   VALUE ZERO.
021800 77  FB-FOUND-IDX         PIC 9(04) COMP   VALUE ZERO.
021900 77  FB-ASG-COUNT         PIC 9(04) COMP   VALUE ZERO.
022000 77  FB-ASG-IDX           PIC 9(04) COMP   VALUE ZERO.
022100 77  FB-ROW-ASG-IDX       PIC 9(04) COMP   VALUE ZERO.
022200 77  FB-CUR-POS           PIC 9(04) COMP   VALUE ZERO.
022300 77  FB-REPORTED-POS      PIC 9(04) COMP   VALUE ZERO.
022400 77  FB-STREAMS           PIC 9(02)        VALUE ZERO.
022500 77  FB-DUP-COUNT         PIC 9(04) COMP   VALUE ZERO.
022600 77  FB-LEFT-QUEUED       PIC 9(04) COMP   VALUE ZERO.
022700 77  FB-RESULT-COUNT      PIC 9(04) COMP   VALUE ZERO.
022800 77  FB-OK-COUNT          PIC 9(04) COMP   VALUE ZERO.
022900 77  FB-RJ-COUNT          PIC 9(04) COMP   VALUE ZERO.
022950 77  FB-POSTED-COUNT      PIC 9(04) COMP   VALUE ZERO.
023000 77  FB-MISSING-COUNT     PIC 9(04) COMP   VALUE ZERO.
023100 77  FB-EXPECTED-I        PIC 9(09) COMP-3 VALUE ZERO.
023200 77  FB-OUT-COPIED        PIC 9(09) COMP-3 VALUE ZERO.
023300 77  FB-CSV-COPIED        PIC 9(09) COMP-3 VALUE ZERO.
023400 77  FB-FIND-ID           PIC X(08)        VALUE SPACES.
023500 77  FB-LAST-ID           PIC X(08)        VALUE SPACES.
023600 77  FB-PASS-NAME         PIC X(08)        VALUE SPACES.
023610 77  FB-ERR-WK-ID         PIC X(07)        VALUE SPACES.
023620 77  FB-ERR-WK-TEXT       PIC X(50)        VALUE SPACES.
023700 01  FB-SPLIT-ID-WK.
023800     05  FB-SPLIT-DATE-WK        PIC 9(08)   VALUE ZERO.
023900     05  FB-SPLIT-TIME-WK        PIC 9(06)   VALUE ZERO.
024000
024100******************************************************************
024200*  DISPLAY EDIT FIELDS                                           *
024300******************************************************************
024400 77  FB-EDIT-STREAM       PIC Z9.
024500 77  FB-EDIT-REQUESTS     PIC ZZZ9.
024600 77  FB-EDIT-OK           PIC ZZZ9.
024700 77  FB-EDIT-RJ           PIC ZZZ9.
024800 77  FB-EDIT-ROWS         PIC ZZZ,ZZZ,ZZ9.
024900
025000 PROCEDURE DIVISION.
025100******************************************************************
025200*  0000-MAINLINE                                                 *
025300******************************************************************
025400 0000-MAINLINE.
025500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
025600     IF FB-INPUTS-BAD
025700         MOVE 12 TO RETURN-CODE
025800         GO TO 0000-EXIT
025900     END-IF.
026000     PERFORM 2000-PROVE-RESULTS THRU 2000-EXIT.
026100     PERFORM 3000-REBUILD-OUT THRU 3000-EXIT.
026200     PERFORM 4000-REBUILD-CSV THRU 4000-EXIT.
026210     IF FB-WRITE-FAILED
026220         DISPLAY "FBQMERGE: FBOUT OR FBCSV NOT REBUILT - FBAUDIT "
026230             "AND FBREQST NOT UPDATED"
026240         MOVE 12 TO RETURN-CODE
026250         GO TO 0000-EXIT
026260     END-IF.
026300     PERFORM 6000-PROVE-ROWS THRU 6000-EXIT.
026400     IF FB-MERGE-FAILED
026500         DISPLAY "FBQMERGE: SPLIT " FB-SPLIT-DATE-WK "-"
026600             FB-SPLIT-TIME-WK " DID NOT PROVE OUT - FBAUDIT AND "
026700             "FBREQST NOT UPDATED, FBOUT AND FBCSV NOT USABLE"
026800         MOVE 8 TO RETURN-CODE
026900         GO TO 0000-EXIT
027000     END-IF.
027100     PERFORM 7000-POST-AUDIT THRU 7000-EXIT.
027110     IF FB-WRITE-FAILED
027120         DISPLAY "FBQMERGE: FBAUDIT NOT FULLY POSTED - FBREQST "
027130             "NOT UPDATED; RERUN THIS STEP"
027140         MOVE 12 TO RETURN-CODE
027150         GO TO 0000-EXIT
027160     END-IF.
027200     PERFORM 7100-POST-QUEUE THRU 7100-EXIT.
027300     MOVE FB-ASG-COUNT TO FB-EDIT-REQUESTS.
027400     MOVE FB-STREAMS TO FB-EDIT-STREAM.
027500     MOVE FB-OK-COUNT TO FB-EDIT-OK.
027600     MOVE FB-RJ-COUNT TO FB-EDIT-RJ.
027700     MOVE FB-OUT-COPIED TO FB-EDIT-ROWS.
027800     DISPLAY "FBQMERGE: SPLIT " FB-SPLIT-DATE-WK "-"
027900         FB-SPLIT-TIME-WK " - " FB-EDIT-REQUESTS " REQUEST(S) "
028000         "OVER " FB-EDIT-STREAM " STREAM(S) CONSOLIDATED CLEAN".
028100     DISPLAY "FBQMERGE: " FB-EDIT-OK " COMPLETED, " FB-EDIT-RJ
028200         " REJECTED, " FB-EDIT-ROWS " ROW(S) REBUILT IN RUN "
028300         "ORDER".
028400     IF FB-LEFT-QUEUED GREATER THAN ZERO
028500         DISPLAY "FBQMERGE: " FB-LEFT-QUEUED " REQUEST(S) QUEUED "
028600             "SINCE THE SPLIT LEFT QUEUED FOR THE NEXT RUN"
028700     END-IF.
028800     IF FB-RJ-COUNT GREATER THAN ZERO
028900         IF FB-OK-COUNT GREATER THAN ZERO
029000             MOVE 4 TO RETURN-CODE
029010         ELSE
029020             MOVE 8 TO RETURN-CODE
029030         END-IF
029100     END-IF.
029110     IF FB-WRITE-FAILED
029120         MOVE 12 TO RETURN-CODE
029130     END-IF.
029200 0000-EXIT.
029300     STOP RUN.
029400
029500******************************************************************
029600*  1000-INITIALIZE - LOAD THE QUEUE, THE ASSIGNMENTS AND THE     *
029700*  STREAM RESULTS, AND CONFIRM THE SEGMENTS ARE THERE.           *
029800******************************************************************
029900 1000-INITIALIZE.
030000     PERFORM 1100-LOAD-QUEUE THRU 1100-EXIT.
030100     IF FB-INPUTS-BAD
030200         GO TO 1000-EXIT
030300     END-IF.
030400     PERFORM 1200-LOAD-ASSIGNMENTS THRU 1200-EXIT.
030500     IF FB-INPUTS-BAD
030600         GO TO 1000-EXIT
030700     END-IF.
030800     PERFORM 1300-LOAD-RESULTS THRU 1300-EXIT.
030900     OPEN INPUT FB-OUTALL-FILE.
031000     IF FB-OUTALL-STATUS NOT = "00"
031100         DISPLAY "FBQMERGE: FBOUTALL NOT AVAILABLE (STATUS "
031200             FB-OUTALL-STATUS ")"
031300         SET FB-INPUTS-BAD TO TRUE
031400     ELSE
031500         CLOSE FB-OUTALL-FILE
031600     END-IF.
031700     OPEN INPUT FB-CSVALL-FILE.
031800     IF FB-CSVALL-STATUS NOT = "00"
031900         DISPLAY "FBQMERGE: FBCSVALL NOT AVAILABLE (STATUS "
032000             FB-CSVALL-STATUS ")"
032100         SET FB-INPUTS-BAD TO TRUE
032200     ELSE
032300         CLOSE FB-CSVALL-FILE
032400     END-IF.
032500 1000-EXIT.
032600     EXIT.
032700
032800******************************************************************
032900*  1100-LOAD-QUEUE - EVERY FBREQST ENTRY.  A STILL-QUEUED ENTRY  *
033000*  REPEATING AN EARLIER REQUEST ID WAS NOT ASSIGNED BY FBQSPLIT  *
033100*  AND IS MARKED REJECTED, AS FIZZBUZZ MARKS IT IN A SERIAL RUN. *
033200*  A QUEUE TOO LONG FOR THE TABLE CANNOT BE REWRITTEN WHOLE, SO  *
033300*  NOTHING IS CONSOLIDATED.                                      *
033400******************************************************************
033500 1100-LOAD-QUEUE.
033600     OPEN INPUT FB-REQST-FILE.
033700     IF FB-REQST-STATUS NOT = "00"
033800         DISPLAY "FBQMERGE: FBREQST NOT AVAILABLE (STATUS "
033900             FB-REQST-STATUS ")"
034000         SET FB-INPUTS-BAD TO TRUE
034100         GO TO 1100-EXIT
034200     END-IF.
034300     READ FB-REQST-FILE
034400         AT END MOVE "Y" TO FB-EOF-REQST-SW
034500     END-READ.
034600     PERFORM 1110-LOAD-ONE-REQUEST THRU 1110-EXIT
034700         UNTIL FB-EOF-REQST.
034800     CLOSE FB-REQST-FILE.
034900 1100-EXIT.
035000     EXIT.
035100
035200 1110-LOAD-ONE-REQUEST.
035300     IF FB-REQ-COUNT NOT LESS THAN FB-MAX-REQUESTS
035400         DISPLAY "FBQMERGE: FBREQST HAS MORE THAN "
035500             FB-MAX-REQUESTS " ENTRIES - QUEUE CANNOT BE "
035600             "REWRITTEN"
035700         SET FB-INPUTS-BAD TO TRUE
035800         MOVE "Y" TO FB-EOF-REQST-SW
035900         GO TO 1110-EXIT
036000     END-IF.
036100     ADD 1 TO FB-REQ-COUNT.
036200     MOVE FB-REQ-ID     TO FB-RQT-ID (FB-REQ-COUNT).
036300     MOVE FB-REQ-STATUS TO FB-RQT-STATUS (FB-REQ-COUNT).
036400     MOVE ZERO          TO FB-RQT-ASG-IDX (FB-REQ-COUNT).
036500     MOVE FB-REQ-RECORD TO FB-RQT-IMAGE (FB-REQ-COUNT).
036600     IF FB-REQ-STATUS = SPACES
036700         PERFORM 1120-CHECK-DUP-REQUEST THRU 1120-EXIT
036800     END-IF.
036900     READ FB-REQST-FILE
037000         AT END MOVE "Y" TO FB-EOF-REQST-SW
037100     END-READ.
037200 1110-EXIT.
037300     EXIT.
037400
037500 1120-CHECK-DUP-REQUEST.
037600     MOVE FB-REQ-ID TO FB-FIND-ID.
037700     PERFORM 1220-FIND-QUEUE-ENTRY THRU 1220-EXIT.
037800     IF FB-FOUND-IDX LESS THAN FB-REQ-COUNT
037900         MOVE "RJ" TO FB-RQT-STATUS (FB-REQ-COUNT)
038000         ADD 1 TO FB-DUP-COUNT
038100         DISPLAY "FBQMERGE: DUPLICATE REQUEST ID " FB-REQ-ID
038200             " ON FBREQST - MARKED REJECTED"
038300     END-IF.
038400 1120-EXIT.
038500     EXIT.
038600
038700******************************************************************
038800*  1200-LOAD-ASSIGNMENTS - THE FBQASGN LIST.  EVERY RECORD MUST  *
038900*  CARRY THE SAME SPLIT ID, STAND AT ITS OWN RUN POSITION, NAME  *
039000*  A STREAM OF THE SPLIT, AND ASSIGN A REQUEST NOT ALREADY       *
039100*  ASSIGNED THAT IS STILL QUEUED ON FBREQST.  A REQUEST NO       *
039200*  LONGER QUEUED MEANS THIS SPLIT HAS ALREADY BEEN POSTED, OR    *
039300*  FBREQST WAS REPLACED SINCE THE SPLIT.                         *
039400******************************************************************
039500 1200-LOAD-ASSIGNMENTS.
039600     OPEN INPUT FB-QASGN-FILE.
039700     IF FB-QASGN-STATUS NOT = "00"
039800         DISPLAY "FBQMERGE: FBQASGN NOT AVAILABLE (STATUS "
039900             FB-QASGN-STATUS ")"
040000         SET FB-INPUTS-BAD TO TRUE
040100         GO TO 1200-EXIT
040200     END-IF.
040300     READ FB-QASGN-FILE
040400         AT END MOVE "Y" TO FB-EOF-QASGN-SW
040500     END-READ.
040600     PERFORM 1210-LOAD-ONE-ASSIGNMENT THRU 1210-EXIT
040700         UNTIL FB-EOF-QASGN.
040800     CLOSE FB-QASGN-FILE.
040900     IF FB-ASG-COUNT = ZERO
041000         DISPLAY "FBQMERGE: FBQASGN IS EMPTY"
041100         SET FB-INPUTS-BAD TO TRUE
041200         GO TO 1200-EXIT
041300     END-IF.
041400     PERFORM 1230-COUNT-LEFT-QUEUED THRU 1230-EXIT
041500         VARYING FB-REQ-IDX FROM 1 BY 1
041600         UNTIL FB-REQ-IDX GREATER THAN FB-REQ-COUNT.
041700 1200-EXIT.
041800     EXIT.
041900
042000 1210-LOAD-ONE-ASSIGNMENT.
042100     IF FB-ASG-COUNT NOT LESS THAN FB-MAX-REQUESTS
042200         DISPLAY "FBQMERGE: FBQASGN HAS MORE THAN "
042300             FB-MAX-REQUESTS " ASSIGNMENTS"
042400         SET FB-INPUTS-BAD TO TRUE
042500         MOVE "Y" TO FB-EOF-QASGN-SW
042600         GO TO 1210-EXIT
042700     END-IF.
042800     IF FB-ASG-COUNT = ZERO
042900         MOVE FB-QAS-SPLIT-ID TO FB-SPLIT-ID-WK
043000         MOVE FB-QAS-STREAMS  TO FB-STREAMS
043100     END-IF.
043200     MOVE FB-QAS-REQUEST-ID TO FB-FIND-ID.
043300     PERFORM 1250-FIND-ASSIGNMENT THRU 1250-EXIT.
043400     ADD 1 TO FB-ASG-COUNT.
043500     MOVE FB-QAS-REQUEST-ID  TO FB-ASG-REQUEST-ID (FB-ASG-COUNT).
043600     MOVE FB-QAS-STREAM      TO FB-ASG-STREAM (FB-ASG-COUNT).
043700     MOVE FB-QAS-UPPER-BOUND TO FB-ASG-BOUND (FB-ASG-COUNT).
043800     MOVE ZERO   TO FB-ASG-SLOT (FB-ASG-COUNT).
043900     MOVE ZERO   TO FB-ASG-RESULTS (FB-ASG-COUNT).
044000     MOVE SPACES TO FB-ASG-STATUS (FB-ASG-COUNT).
044100     MOVE ZERO   TO FB-ASG-START-DATE (FB-ASG-COUNT).
044200     MOVE ZERO   TO FB-ASG-START-TIME (FB-ASG-COUNT).
044300     MOVE ZERO   TO FB-ASG-END-DATE (FB-ASG-COUNT).
044400     MOVE ZERO   TO FB-ASG-END-TIME (FB-ASG-COUNT).
044500     MOVE ZERO   TO FB-ASG-OUT-ROWS (FB-ASG-COUNT).
044600     MOVE ZERO   TO FB-ASG-CSV-ROWS (FB-ASG-COUNT).
044700     MOVE SPACES TO FB-ASG-AUDIT (FB-ASG-COUNT).
044710     MOVE SPACES TO FB-ASG-AUD-KEY (FB-ASG-COUNT).
044720     MOVE "N"    TO FB-ASG-POSTED-SW (FB-ASG-COUNT).
044800     IF FB-QAS-SPLIT-ID NOT = FB-SPLIT-ID-WK
044900         DISPLAY "FBQMERGE: FBQASGN RECORD FOR REQUEST "
045000             FB-QAS-REQUEST-ID " BELONGS TO ANOTHER SPLIT"
045100         SET FB-MERGE-FAILED TO TRUE
045200     END-IF.
045300     IF FB-QAS-RUN-POS NOT = FB-ASG-COUNT
045400         DISPLAY "FBQMERGE: FBQASGN RECORD FOR REQUEST "
045500             FB-QAS-REQUEST-ID " IS OUT OF RUN ORDER"
045600         SET FB-MERGE-FAILED TO TRUE
045700     END-IF.
045800     IF FB-QAS-STREAM = ZERO
045900             OR FB-QAS-STREAM GREATER THAN FB-STREAMS
046000         DISPLAY "FBQMERGE: REQUEST " FB-QAS-REQUEST-ID
046100             " IS ASSIGNED TO STREAM " FB-QAS-STREAM
046200             " OUTSIDE THE SPLIT"
046300         SET FB-MERGE-FAILED TO TRUE
046400     END-IF.
046500     IF FB-ASG-FOUND
046600         DISPLAY "FBQMERGE: REQUEST " FB-QAS-REQUEST-ID
046700             " IS ASSIGNED MORE THAN ONCE ON FBQASGN"
046800         SET FB-MERGE-FAILED TO TRUE
046900         GO TO 1210-READ-NEXT
047000     END-IF.
047100     PERFORM 1220-FIND-QUEUE-ENTRY THRU 1220-EXIT.
047200     IF NOT FB-QUEUE-FOUND
047300         DISPLAY "FBQMERGE: ASSIGNED REQUEST " FB-QAS-REQUEST-ID
047400             " IS NOT ON FBREQST"
047500         SET FB-MERGE-FAILED TO TRUE
047600         GO TO 1210-READ-NEXT
047700     END-IF.
047800     IF FB-RQT-STATUS (FB-FOUND-IDX) NOT = SPACES
047900         DISPLAY "FBQMERGE: ASSIGNED REQUEST " FB-QAS-REQUEST-ID
048000             " IS NO LONGER QUEUED ON FBREQST (STATUS "
048100             FB-RQT-STATUS (FB-FOUND-IDX) ")"
048200         SET FB-MERGE-FAILED TO TRUE
048300         GO TO 1210-READ-NEXT
048400     END-IF.
048500     MOVE FB-FOUND-IDX TO FB-ASG-SLOT (FB-ASG-COUNT).
048600     MOVE FB-ASG-COUNT TO FB-RQT-ASG-IDX (FB-FOUND-IDX).
048700 1210-READ-NEXT.
048800     READ FB-QASGN-FILE
048900         AT END MOVE "Y" TO FB-EOF-QASGN-SW
049000     END-READ.
049100 1210-EXIT.
049200     EXIT.
049300
049400******************************************************************
049500*  1220-FIND-QUEUE-ENTRY - THE FIRST FBREQST ENTRY CARRYING      *
049600*  FB-FIND-ID, THE ONE A SERIAL RUN WOULD PROCESS.               *
049700******************************************************************
049800 1220-FIND-QUEUE-ENTRY.
049900     MOVE "N" TO FB-QUEUE-FOUND-SW.
050000     MOVE ZERO TO FB-FOUND-IDX.
050100     PERFORM 1221-MATCH-ONE-ENTRY THRU 1221-EXIT
050200         VARYING FB-CHK-IDX FROM 1 BY 1
050300         UNTIL FB-CHK-IDX GREATER THAN FB-REQ-COUNT
050400             OR FB-QUEUE-FOUND.
050500 1220-EXIT.
050600     EXIT.
050700
050800 1221-MATCH-ONE-ENTRY.
050900     IF FB-RQT-ID (FB-CHK-IDX) = FB-FIND-ID
051000         MOVE "Y" TO FB-QUEUE-FOUND-SW
051100         MOVE FB-CHK-IDX TO FB-FOUND-IDX
051200     END-IF.
051300 1221-EXIT.
051400     EXIT.
051500
051600 1230-COUNT-LEFT-QUEUED.
051700     IF FB-RQT-STATUS (FB-REQ-IDX) = SPACES
051800             AND FB-RQT-ASG-IDX (FB-REQ-IDX) = ZERO
051900         ADD 1 TO FB-LEFT-QUEUED
052000     END-IF.
052100 1230-EXIT.
052200     EXIT.
052300
052400******************************************************************
052500*  1250-FIND-ASSIGNMENT - THE ASSIGNMENT CARRYING FB-FIND-ID.    *
052600******************************************************************
052700 1250-FIND-ASSIGNMENT.
052800     MOVE "N" TO FB-ASG-FOUND-SW.
052900     MOVE ZERO TO FB-ROW-ASG-IDX.
053000     PERFORM 1251-MATCH-ONE-ASSIGNMENT THRU 1251-EXIT
053100         VARYING FB-CHK-IDX FROM 1 BY 1
053200         UNTIL FB-CHK-IDX GREATER THAN FB-ASG-COUNT
053300             OR FB-ASG-FOUND.
053400 1250-EXIT.
053500     EXIT.
053600
053700 1251-MATCH-ONE-ASSIGNMENT.
053800     IF FB-ASG-REQUEST-ID (FB-CHK-IDX) = FB-FIND-ID
053900         MOVE "Y" TO FB-ASG-FOUND-SW
054000         MOVE FB-CHK-IDX TO FB-ROW-ASG-IDX
054100     END-IF.
054200 1251-EXIT.
054300     EXIT.
054400
054500******************************************************************
054600*  1300-LOAD-RESULTS - EVERY STREAM'S FBQRSLT RECORDS.  A RESULT *
054700*  MUST BE FOR THIS SPLIT, FOR AN ASSIGNED REQUEST, AND FROM THE *
054800*  STREAM THE REQUEST WAS ASSIGNED TO.  A SECOND RESULT FOR THE  *
054900*  SAME REQUEST MEANS IT WAS PROCESSED MORE THAN ONCE.           *
055000******************************************************************
055100 1300-LOAD-RESULTS.
055200     OPEN INPUT FB-QRSLT-FILE.
055300     IF FB-QRSLT-STATUS NOT = "00"
055400         DISPLAY "FBQMERGE: FBQRSLTS NOT AVAILABLE (STATUS "
055500             FB-QRSLT-STATUS ")"
055600         SET FB-INPUTS-BAD TO TRUE
055700         GO TO 1300-EXIT
055800     END-IF.
055900     READ FB-QRSLT-FILE
056000         AT END MOVE "Y" TO FB-EOF-QRSLT-SW
056100     END-READ.
056200     PERFORM 1310-LOAD-ONE-RESULT THRU 1310-EXIT
056300         UNTIL FB-EOF-QRSLT.
056400     CLOSE FB-QRSLT-FILE.
056500 1300-EXIT.
056600     EXIT.
056700
056800 1310-LOAD-ONE-RESULT.
056900     ADD 1 TO FB-RESULT-COUNT.
057000     IF FB-QRS-SPLIT-ID NOT = FB-SPLIT-ID-WK
057100         DISPLAY "FBQMERGE: STREAM " FB-QRS-STREAM
057200             " RESULT FOR REQUEST " FB-QRS-REQUEST-ID
057300             " IS FROM SPLIT " FB-QRS-SPLIT-DATE "-"
057400             FB-QRS-SPLIT-TIME
057500         SET FB-MERGE-FAILED TO TRUE
057600         GO TO 1310-READ-NEXT
057700     END-IF.
057800     MOVE FB-QRS-REQUEST-ID TO FB-FIND-ID.
057900     PERFORM 1250-FIND-ASSIGNMENT THRU 1250-EXIT.
058000     IF NOT FB-ASG-FOUND
058100         DISPLAY "FBQMERGE: STREAM " FB-QRS-STREAM
058200             " RETURNED REQUEST " FB-QRS-REQUEST-ID
058300             " WHICH FBQASGN DID NOT ASSIGN"
058400         SET FB-MERGE-FAILED TO TRUE
058500         GO TO 1310-READ-NEXT
058600     END-IF.
058700     MOVE FB-ROW-ASG-IDX TO FB-ASG-IDX.
058800     IF FB-QRS-STREAM NOT = FB-ASG-STREAM (FB-ASG-IDX)
058900         DISPLAY "FBQMERGE: STREAM " FB-QRS-STREAM
059000             " RETURNED REQUEST " FB-QRS-REQUEST-ID
059100             " ASSIGNED TO STREAM " FB-ASG-STREAM (FB-ASG-IDX)
059200         SET FB-MERGE-FAILED TO TRUE
059300         GO TO 1310-READ-NEXT
059400     END-IF.
059500     ADD 1 TO FB-ASG-RESULTS (FB-ASG-IDX).
059600     IF FB-ASG-RESULTS (FB-ASG-IDX) GREATER THAN 1
059700         DISPLAY "FBQMERGE: REQUEST " FB-QRS-REQUEST-ID
059800             " WAS PROCESSED MORE THAN ONCE"
059900         SET FB-MERGE-FAILED TO TRUE
060000         GO TO 1310-READ-NEXT
060100     END-IF.
060200     IF FB-QRS-STATUS NOT = "OK"
060300             AND FB-QRS-STATUS NOT = "RJ"
060400         DISPLAY "FBQMERGE: REQUEST " FB-QRS-REQUEST-ID
060500             " CAME BACK WITH STATUS " FB-QRS-STATUS
060600         SET FB-MERGE-FAILED TO TRUE
060700         GO TO 1310-READ-NEXT
060800     END-IF.
060900     MOVE FB-QRS-STATUS     TO FB-ASG-STATUS (FB-ASG-IDX).
061000     MOVE FB-QRS-START-DATE TO FB-ASG-START-DATE (FB-ASG-IDX).
061100     MOVE FB-QRS-START-TIME TO FB-ASG-START-TIME (FB-ASG-IDX).
061200     MOVE FB-QRS-END-DATE   TO FB-ASG-END-DATE (FB-ASG-IDX).
061300     MOVE FB-QRS-END-TIME   TO FB-ASG-END-TIME (FB-ASG-IDX).
061400     MOVE FB-QRS-AUDIT      TO FB-ASG-AUDIT (FB-ASG-IDX).
061410     MOVE FB-QRS-AUD-REQ-ID TO FB-ASG-AUD-ID (FB-ASG-IDX).
061420     MOVE FB-QRS-RUN-DATE   TO FB-ASG-AUD-DATE (FB-ASG-IDX).
061430     MOVE FB-QRS-RUN-TIME   TO FB-ASG-AUD-TIME (FB-ASG-IDX).
061500 1310-READ-NEXT.
061600     READ FB-QRSLT-FILE
061700         AT END MOVE "Y" TO FB-EOF-QRSLT-SW
061800     END-READ.
061900 1310-EXIT.
062000     EXIT.
062100
062200******************************************************************
062300*  2000-PROVE-RESULTS - EVERY ASSIGNED REQUEST CAME BACK.  ONE   *
062400*  WITH NO RESULT WAS NOT PROCESSED - ITS STREAM FAILED, STOPPED *
062500*  SHORT, OR ITS FBQRSLT WAS LEFT OUT OF FBQRSLTS.               *
062600******************************************************************
062700 2000-PROVE-RESULTS.
062800     PERFORM 2100-PROVE-ONE-REQUEST THRU 2100-EXIT
062900         VARYING FB-ASG-IDX FROM 1 BY 1
063000         UNTIL FB-ASG-IDX GREATER THAN FB-ASG-COUNT.
063100     IF FB-MISSING-COUNT GREATER THAN ZERO
063200         DISPLAY "FBQMERGE: " FB-MISSING-COUNT " ASSIGNED "
063300             "REQUEST(S) NOT PROCESSED"
063400     END-IF.
063500 2000-EXIT.
063600     EXIT.
063700
063800 2100-PROVE-ONE-REQUEST.
063900     IF FB-ASG-RESULTS (FB-ASG-IDX) = ZERO
064000         MOVE FB-ASG-STREAM (FB-ASG-IDX) TO FB-EDIT-STREAM
064100         DISPLAY "FBQMERGE: REQUEST "
064200             FB-ASG-REQUEST-ID (FB-ASG-IDX) " (STREAM "
064300             FB-EDIT-STREAM ") WAS NOT PROCESSED"
064400         ADD 1 TO FB-MISSING-COUNT
064500         SET FB-MERGE-FAILED TO TRUE
064600         GO TO 2100-EXIT
064700     END-IF.
064800     IF FB-ASG-STATUS (FB-ASG-IDX) = "OK"
064900         ADD 1 TO FB-OK-COUNT
065000     END-IF.
065100     IF FB-ASG-STATUS (FB-ASG-IDX) = "RJ"
065200         ADD 1 TO FB-RJ-COUNT
065300     END-IF.
065400 2100-EXIT.
065500     EXIT.
065600
065700******************************************************************
065800*  3000-REBUILD-OUT - SORT THE FBOUT SEGMENT ROWS INTO QUEUE RUN *
065900*  ORDER AND WRITE THE JOB-LEVEL FBOUT.                          *
066000******************************************************************
066100 3000-REBUILD-OUT.
066200     MOVE "FBOUTALL" TO FB-PASS-NAME.
066300     SET FB-SORTING-OUT TO TRUE.
066400     OPEN OUTPUT FB-OUT-FILE.
066410     IF FB-OUT-STATUS NOT = "00"
066420         MOVE "FB201E " TO FB-ERR-WK-ID
066430         MOVE SPACES TO FB-ERR-WK-TEXT
066440         STRING "FBOUT CANNOT BE OPENED, STATUS "
066450             FB-OUT-STATUS DELIMITED BY SIZE
066460             INTO FB-ERR-WK-TEXT
066470         PERFORM 8600-LOG-FAILURE THRU 8600-EXIT
066480         GO TO 3000-EXIT
066490     END-IF.
066500     SORT FB-SORT-FILE
066600         ON ASCENDING KEY FB-SRT-RUN-POS FB-SRT-ITERATION
066700         INPUT PROCEDURE IS 3100-RELEASE-OUT THRU 3100-EXIT
066800         OUTPUT PROCEDURE IS 5000-RETURN-ROWS THRU 5000-EXIT.
066900     CLOSE FB-OUT-FILE.
067000 3000-EXIT.
067100     EXIT.
067200
067300 3100-RELEASE-OUT.
067400     MOVE HIGH-VALUES TO FB-LAST-ID.
067500     OPEN INPUT FB-OUTALL-FILE.
067600     READ FB-OUTALL-FILE
067700         AT END MOVE "Y" TO FB-EOF-OUTALL-SW
067800     END-READ.
067900     PERFORM 3110-RELEASE-ONE-OUT THRU 3110-EXIT
068000         UNTIL FB-EOF-OUTALL.
068100     CLOSE FB-OUTALL-FILE.
068200 3100-EXIT.
068300     EXIT.
068400
068500 3110-RELEASE-ONE-OUT.
068600     MOVE FB-OUT-REQUEST-ID TO FB-FIND-ID.
068700     PERFORM 5100-FIND-ROW-REQUEST THRU 5100-EXIT.
068800     IF FB-ROW-ASG-IDX GREATER THAN ZERO
068900         MOVE FB-ROW-ASG-IDX   TO FB-SRT-RUN-POS
069000         MOVE FB-OUT-ITERATION TO FB-SRT-ITERATION
069100         MOVE FB-OUT-RECORD    TO FB-SRT-ROW
069200         RELEASE FB-SRT-RECORD
069300     END-IF.
069400     READ FB-OUTALL-FILE
069500         AT END MOVE "Y" TO FB-EOF-OUTALL-SW
069600     END-READ.
069700 3110-EXIT.
069800     EXIT.
069900
070000******************************************************************
070100*  4000-REBUILD-CSV - THE SAME REBUILD FOR THE FBCSV SEGMENTS.   *
070200******************************************************************
070300 4000-REBUILD-CSV.
070400     MOVE "FBCSVALL" TO FB-PASS-NAME.
070500     SET FB-SORTING-CSV TO TRUE.
070600     OPEN OUTPUT FB-CSV-FILE.
070610     IF FB-CSV-STATUS NOT = "00"
070620         MOVE "FB202E " TO FB-ERR-WK-ID
070630         MOVE SPACES TO FB-ERR-WK-TEXT
070640         STRING "FBCSV CANNOT BE OPENED, STATUS "
070650             FB-CSV-STATUS DELIMITED BY SIZE
070660             INTO FB-ERR-WK-TEXT
070670         PERFORM 8600-LOG-FAILURE THRU 8600-EXIT
070680         GO TO 4000-EXIT
070690     END-IF.
070700     SORT FB-SORT-FILE
070800         ON ASCENDING KEY FB-SRT-RUN-POS FB-SRT-ITERATION
070900         INPUT PROCEDURE IS 4100-RELEASE-CSV THRU 4100-EXIT
071000         OUTPUT PROCEDURE IS 5000-RETURN-ROWS THRU 5000-EXIT.
071100     CLOSE FB-CSV-FILE.
071200 4000-EXIT.
071300     EXIT.
071400
071500 4100-RELEASE-CSV.
071600     MOVE HIGH-VALUES TO FB-LAST-ID.
071700     OPEN INPUT FB-CSVALL-FILE.
071800     READ FB-CSVALL-FILE
071900         AT END MOVE "Y" TO FB-EOF-CSVALL-SW
072000     END-READ.
072100     PERFORM 4110-RELEASE-ONE-CSV THRU 4110-EXIT
072200         UNTIL FB-EOF-CSVALL.
072300     CLOSE FB-CSVALL-FILE.
072400 4100-EXIT.
072500     EXIT.
072600
072700 4110-RELEASE-ONE-CSV.
072800     MOVE FB-CVA-REQUEST-ID TO FB-FIND-ID.
072900     PERFORM 5100-FIND-ROW-REQUEST THRU 5100-EXIT.
073000     IF FB-ROW-ASG-IDX GREATER THAN ZERO
073100         MOVE FB-ROW-ASG-IDX   TO FB-SRT-RUN-POS
073200         MOVE FB-CVA-ITERATION TO FB-SRT-ITERATION
073300         MOVE FB-CVA-RECORD    TO FB-SRT-ROW
073400         RELEASE FB-SRT-RECORD
073500     END-IF.
073600     READ FB-CSVALL-FILE
073700         AT END MOVE "Y" TO FB-EOF-CSVALL-SW
073800     END-READ.
073900 4110-EXIT.
074000     EXIT.
074100
074200******************************************************************
074300*  5000-RETURN-ROWS - WRITE THE SORTED ROWS OUT, CONFIRMING EACH *
074400*  REQUEST'S ITERATIONS RUN 1, 2, 3 ... WITH NO GAP OR REPEAT.   *
074500*  ONLY THE FIRST BREAK IN A REQUEST'S ROWS IS SHOWN.            *
074600******************************************************************
074700 5000-RETURN-ROWS.
074800     MOVE ZERO TO FB-CUR-POS.
074900     MOVE ZERO TO FB-REPORTED-POS.
075000     MOVE "N" TO FB-EOF-SORT-SW.
075100     RETURN FB-SORT-FILE
075200         AT END MOVE "Y" TO FB-EOF-SORT-SW
075300     END-RETURN.
075400     PERFORM 5010-WRITE-ONE-ROW THRU 5010-EXIT
075500         UNTIL FB-EOF-SORT.
075600 5000-EXIT.
075700     EXIT.
075800
075900 5010-WRITE-ONE-ROW.
076000     IF FB-SRT-RUN-POS NOT = FB-CUR-POS
076100         MOVE FB-SRT-RUN-POS TO FB-CUR-POS
076200         MOVE 1 TO FB-EXPECTED-I
076300     END-IF.
076400     IF FB-SRT-ITERATION NOT = FB-EXPECTED-I
076500         IF FB-CUR-POS NOT = FB-REPORTED-POS
076600             DISPLAY "FBQMERGE: " FB-PASS-NAME " ROWS FOR "
076700                 "REQUEST " FB-ASG-REQUEST-ID (FB-CUR-POS)
076800                 " BREAK AT ITERATION " FB-SRT-ITERATION
076900             MOVE FB-CUR-POS TO FB-REPORTED-POS
077000         END-IF
077100         SET FB-MERGE-FAILED TO TRUE
077200         MOVE FB-SRT-ITERATION TO FB-EXPECTED-I
077300     END-IF.
077400     ADD 1 TO FB-EXPECTED-I.
077500     IF FB-SORTING-OUT
077600         MOVE FB-SRT-ROW TO FB-MRG-RECORD
077700         WRITE FB-MRG-RECORD
077710         IF FB-OUT-STATUS NOT = "00" AND FB-WRITE-OK
077720             MOVE "FB201E " TO FB-ERR-WK-ID
077730             MOVE SPACES TO FB-ERR-WK-TEXT
077740             STRING "WRITE TO FBOUT FAILED, STATUS "
077750                 FB-OUT-STATUS DELIMITED BY SIZE
077760                 INTO FB-ERR-WK-TEXT
077770             PERFORM 8600-LOG-FAILURE THRU 8600-EXIT
077780         END-IF
077800         ADD 1 TO FB-ASG-OUT-ROWS (FB-CUR-POS)
077900         ADD 1 TO FB-OUT-COPIED
078000     ELSE
078100         MOVE FB-SRT-ROW TO FB-CSV-RECORD
078200         WRITE FB-CSV-RECORD
078210         IF FB-CSV-STATUS NOT = "00" AND FB-WRITE-OK
078220             MOVE "FB202E " TO FB-ERR-WK-ID
078230             MOVE SPACES TO FB-ERR-WK-TEXT
078240             STRING "WRITE TO FBCSV FAILED, STATUS "
078250                 FB-CSV-STATUS DELIMITED BY SIZE
078260                 INTO FB-ERR-WK-TEXT
078270             PERFORM 8600-LOG-FAILURE THRU 8600-EXIT
078280         END-IF
078300         ADD 1 TO FB-ASG-CSV-ROWS (FB-CUR-POS)
078400         ADD 1 TO FB-CSV-COPIED
078500     END-IF.
078600     RETURN FB-SORT-FILE
078700         AT END MOVE "Y" TO FB-EOF-SORT-SW
078800     END-RETURN.
078900 5010-EXIT.
079000     EXIT.
079100
079200******************************************************************
079300*  5100-FIND-ROW-REQUEST - THE RUN POSITION OF THE REQUEST A     *
079400*  SEGMENT ROW BELONGS TO, KEPT FROM ROW TO ROW WHILE THE ID IS  *
079500*  UNCHANGED.  A ROW FOR A REQUEST NOT IN THE SPLIT, OR ONE THAT *
079600*  DID NOT COMPLETE, IS LEFT OUT AND FAILS THE CONSOLIDATION.    *
079700******************************************************************
079800 5100-FIND-ROW-REQUEST.
079900     IF FB-FIND-ID = FB-LAST-ID
080000         GO TO 5100-EXIT
080100     END-IF.
080200     MOVE FB-FIND-ID TO FB-LAST-ID.
080300     PERFORM 1250-FIND-ASSIGNMENT THRU 1250-EXIT.
080400     IF NOT FB-ASG-FOUND
080500         DISPLAY "FBQMERGE: " FB-PASS-NAME " HOLDS ROWS FOR "
080600             "REQUEST " FB-FIND-ID " WHICH FBQASGN DID NOT ASSIGN"
080700         SET FB-MERGE-FAILED TO TRUE
080800         GO TO 5100-EXIT
080900     END-IF.
081000     IF FB-ASG-STATUS (FB-ROW-ASG-IDX) NOT = "OK"
081100         DISPLAY "FBQMERGE: " FB-PASS-NAME " HOLDS ROWS FOR "
081200             "REQUEST " FB-FIND-ID " WHICH DID NOT COMPLETE"
081300         SET FB-MERGE-FAILED TO TRUE
081400         MOVE ZERO TO FB-ROW-ASG-IDX
081500     END-IF.
081600 5100-EXIT.
081700     EXIT.
081800
081900******************************************************************
082000*  6000-PROVE-ROWS - EVERY COMPLETED REQUEST WROTE ONE FBOUT AND *
082100*  ONE FBCSV ROW FOR EACH ITERATION UP TO ITS UPPER BOUND.       *
082200******************************************************************
082300 6000-PROVE-ROWS.
082400     PERFORM 6100-PROVE-ONE-REQUEST-ROWS THRU 6100-EXIT
082500         VARYING FB-ASG-IDX FROM 1 BY 1
082600         UNTIL FB-ASG-IDX GREATER THAN FB-ASG-COUNT.
082700 6000-EXIT.
082800     EXIT.
082900
083000 6100-PROVE-ONE-REQUEST-ROWS.
083100     IF FB-ASG-STATUS (FB-ASG-IDX) NOT = "OK"
083200         GO TO 6100-EXIT
083300     END-IF.
083400     IF FB-ASG-OUT-ROWS (FB-ASG-IDX)
083500             NOT = FB-ASG-BOUND (FB-ASG-IDX)
083600         MOVE FB-ASG-OUT-ROWS (FB-ASG-IDX) TO FB-EDIT-ROWS
083700         DISPLAY "FBQMERGE: REQUEST "
083800             FB-ASG-REQUEST-ID (FB-ASG-IDX)
083900             " HAS " FB-EDIT-ROWS " FBOUT ROW(S) FOR AN UPPER "
084000             "BOUND OF " FB-ASG-BOUND (FB-ASG-IDX)
084100         SET FB-MERGE-FAILED TO TRUE
084200     END-IF.
084300     IF FB-ASG-CSV-ROWS (FB-ASG-IDX)
084400             NOT = FB-ASG-BOUND (FB-ASG-IDX)
084500         MOVE FB-ASG-CSV-ROWS (FB-ASG-IDX) TO FB-EDIT-ROWS
084600         DISPLAY "FBQMERGE: REQUEST "
084700             FB-ASG-REQUEST-ID (FB-ASG-IDX)
084800             " HAS " FB-EDIT-ROWS " FBCSV ROW(S) FOR AN UPPER "
084900             "BOUND OF " FB-ASG-BOUND (FB-ASG-IDX)
085000         SET FB-MERGE-FAILED TO TRUE
085100     END-IF.
085200 6100-EXIT.
085300     EXIT.
085400
085500******************************************************************
085600*  7000-POST-AUDIT - APPEND EACH COMPLETED REQUEST'S AUDIT       *
085700*  RECORD, IN QUEUE RUN ORDER, AS A SERIAL RUN WOULD HAVE.  A    *
085710*  RECORD AN EARLIER RUN OF THIS STEP ALREADY APPENDED BEFORE    *
085720*  IT FAILED IS NOT APPENDED AGAIN.                              *
085800******************************************************************
085900 7000-POST-AUDIT.
085910     PERFORM 7020-FIND-POSTED THRU 7020-EXIT.
085920     IF FB-WRITE-FAILED
085930         GO TO 7000-EXIT
085940     END-IF.
086000     OPEN EXTEND FB-AUDIT-FILE.
086100     IF FB-AUDIT-STATUS NOT = "00"
086200         CLOSE FB-AUDIT-FILE
086300         OPEN OUTPUT FB-AUDIT-FILE
086400     END-IF.
086410     IF FB-AUDIT-STATUS NOT = "00"
086420         MOVE "FB301E " TO FB-ERR-WK-ID
086430         MOVE SPACES TO FB-ERR-WK-TEXT
086440         STRING "FBAUDIT CANNOT BE OPENED, STATUS "
086450             FB-AUDIT-STATUS DELIMITED BY SIZE
086460             INTO FB-ERR-WK-TEXT
086470         PERFORM 8600-LOG-FAILURE THRU 8600-EXIT
086480         GO TO 7000-EXIT
086490     END-IF.
086500     PERFORM 7010-WRITE-ONE-AUDIT THRU 7010-EXIT
086600         VARYING FB-ASG-IDX FROM 1 BY 1
086700         UNTIL FB-ASG-IDX GREATER THAN FB-ASG-COUNT
086750            OR FB-AUDIT-STATUS NOT = "00".
086800     CLOSE FB-AUDIT-FILE.
086810     IF FB-POSTED-COUNT GREATER THAN ZERO
086820         MOVE FB-POSTED-COUNT TO FB-EDIT-REQUESTS
086830         DISPLAY "FBQMERGE: " FB-EDIT-REQUESTS " AUDIT RECORD(S) "
086840             "ALREADY ON FBAUDIT - NOT APPENDED AGAIN"
086850     END-IF.
086900 7000-EXIT.
087000     EXIT.
087100
087200 7010-WRITE-ONE-AUDIT.
087300     IF FB-ASG-STATUS (FB-ASG-IDX) = "OK"
087350             AND NOT FB-ASG-POSTED (FB-ASG-IDX)
087400         MOVE FB-ASG-AUDIT (FB-ASG-IDX) TO FB-AUDIT-RECORD
087500         WRITE FB-AUDIT-RECORD
087510         IF FB-AUDIT-STATUS NOT = "00"
087520             MOVE "FB301E " TO FB-ERR-WK-ID
087530             MOVE SPACES TO FB-ERR-WK-TEXT
087540             STRING "WRITE TO FBAUDIT FAILED, STATUS "
087550                 FB-AUDIT-STATUS DELIMITED BY SIZE
087560                 INTO FB-ERR-WK-TEXT
087570             PERFORM 8600-LOG-FAILURE THRU 8600-EXIT
087580         END-IF
087600     END-IF.
087700 7010-EXIT.
087800     EXIT.
087801
087802******************************************************************
087803*  7020-FIND-POSTED - MARK EVERY COMPLETED REQUEST WHOSE AUDIT   *
087804*  RECORD IS ALREADY ON FBAUDIT.  NO FBAUDIT YET MEANS NONE IS.  *
087805******************************************************************
087806 7020-FIND-POSTED.
087807     OPEN INPUT FB-AUDIT-FILE.
087808     IF FB-AUDIT-STATUS = "35"
087809         GO TO 7020-EXIT
087810     END-IF.
087811     IF FB-AUDIT-STATUS NOT = "00"
087812         MOVE "FB301E " TO FB-ERR-WK-ID
087813         MOVE SPACES TO FB-ERR-WK-TEXT
087814         STRING "FBAUDIT CANNOT BE READ, STATUS "
087815             FB-AUDIT-STATUS DELIMITED BY SIZE
087816             INTO FB-ERR-WK-TEXT
087817         PERFORM 8600-LOG-FAILURE THRU 8600-EXIT
087818         GO TO 7020-EXIT
087819     END-IF.
087820     MOVE "N" TO FB-EOF-AUDIT-SW.
087821     READ FB-AUDIT-FILE
087822         AT END MOVE "Y" TO FB-EOF-AUDIT-SW
087823     END-READ.
087824     PERFORM 7030-MATCH-ONE-POSTED THRU 7030-EXIT
087825         UNTIL FB-EOF-AUDIT.
087826     CLOSE FB-AUDIT-FILE.
087827 7020-EXIT.
087828     EXIT.
087829
087830 7030-MATCH-ONE-POSTED.
087831     PERFORM 7040-MATCH-ONE-ASSIGNMENT THRU 7040-EXIT
087832         VARYING FB-CHK-IDX FROM 1 BY 1
087833         UNTIL FB-CHK-IDX GREATER THAN FB-ASG-COUNT.
087834     READ FB-AUDIT-FILE
087835         AT END MOVE "Y" TO FB-EOF-AUDIT-SW
087836     END-READ.
087837 7030-EXIT.
087838     EXIT.
087839
087840 7040-MATCH-ONE-ASSIGNMENT.
087841     IF FB-ASG-STATUS (FB-CHK-IDX) = "OK"
087842             AND NOT FB-ASG-POSTED (FB-CHK-IDX)
087843             AND FB-ASG-AUD-ID (FB-CHK-IDX) = FB-AUD-REQUEST-ID
087844             AND FB-ASG-AUD-DATE (FB-CHK-IDX) = FB-AUD-RUN-DATE
087845             AND FB-ASG-AUD-TIME (FB-CHK-IDX) = FB-AUD-RUN-TIME
087846         MOVE "Y" TO FB-ASG-POSTED-SW (FB-CHK-IDX)
087847         ADD 1 TO FB-POSTED-COUNT
087848     END-IF.
087849 7040-EXIT.
087850     EXIT.
087900
088000******************************************************************
088100*  7100-POST-QUEUE - REWRITE FBREQST WITH EACH ASSIGNED          *
088200*  REQUEST'S STATUS AND TIMESTAMPS, AND WITH THE DUPLICATES      *
088250*  MARKED REJECTED.                                              *
088300******************************************************************
088400 7100-POST-QUEUE.
088500     OPEN OUTPUT FB-REQST-FILE.
088510     IF FB-REQST-STATUS NOT = "00"
088520         MOVE "FB303E " TO FB-ERR-WK-ID
088530         MOVE SPACES TO FB-ERR-WK-TEXT
088540         STRING "FBREQST CANNOT BE REWRITTEN, STATUS "
088550             FB-REQST-STATUS DELIMITED BY SIZE
088560             INTO FB-ERR-WK-TEXT
088570         PERFORM 8600-LOG-FAILURE THRU 8600-EXIT
088580         GO TO 7100-EXIT
088590     END-IF.
088600     PERFORM 7110-WRITE-ONE-REQUEST THRU 7110-EXIT
088700         VARYING FB-REQ-IDX FROM 1 BY 1
088800         UNTIL FB-REQ-IDX GREATER THAN FB-REQ-COUNT
088850            OR FB-REQST-STATUS NOT = "00".
088900     CLOSE FB-REQST-FILE.
089000 7100-EXIT.
089100     EXIT.
089200
089300 7110-WRITE-ONE-REQUEST.
089400     MOVE FB-RQT-IMAGE (FB-REQ-IDX)  TO FB-REQ-RECORD.
089500     MOVE FB-RQT-STATUS (FB-REQ-IDX) TO FB-REQ-STATUS.
089600     MOVE FB-RQT-ASG-IDX (FB-REQ-IDX) TO FB-ASG-IDX.
089700     IF FB-ASG-IDX GREATER THAN ZERO
089800         MOVE FB-ASG-STATUS (FB-ASG-IDX)     TO FB-REQ-STATUS
089900         MOVE FB-ASG-START-DATE (FB-ASG-IDX) TO FB-REQ-START-DATE
090000         MOVE FB-ASG-START-TIME (FB-ASG-IDX) TO FB-REQ-START-TIME
090100         MOVE FB-ASG-END-DATE (FB-ASG-IDX)   TO FB-REQ-END-DATE
090200         MOVE FB-ASG-END-TIME (FB-ASG-IDX)   TO FB-REQ-END-TIME
090300     END-IF.
090400     WRITE FB-REQ-RECORD.
090410     IF FB-REQST-STATUS NOT = "00"
090420         MOVE "FB303E " TO FB-ERR-WK-ID
090430         MOVE SPACES TO FB-ERR-WK-TEXT
090440         STRING "REWRITE OF FBREQST FAILED, STATUS "
090450             FB-REQST-STATUS DELIMITED BY SIZE
090460             INTO FB-ERR-WK-TEXT
090470         PERFORM 8600-LOG-FAILURE THRU 8600-EXIT
090480     END-IF.
090500 7110-EXIT.
090600     EXIT.
090700
090800******************************************************************
090900*  8600-LOG-FAILURE - AN OUTPUT THAT CANNOT BE WRITTEN, DESCRIBED*
091000*  IN FB-ERR-WK-ID AND FB-ERR-WK-TEXT: SHOW IT, LOG IT ON        *
091100*  FBERRLOG, AND MARK THE STEP FOR RETURN CODE 12.               *
091200******************************************************************
091300 8600-LOG-FAILURE.
091400     DISPLAY "FBQMERGE: " FB-ERR-WK-TEXT.
091500     PERFORM 8700-WRITE-ERRLOG THRU 8700-EXIT.
091600     SET FB-WRITE-FAILED TO TRUE.
091700 8600-EXIT.
091800     EXIT.
091900
092000 8700-WRITE-ERRLOG.
092100     MOVE SPACES TO FB-ERR-RECORD.
092200     MOVE FB-ERR-WK-ID   TO FB-ERR-MSG-ID.
092300     ACCEPT FB-ERR-DATE FROM DATE YYYYMMDD.
092400     ACCEPT FB-ERR-TIME FROM TIME.
092500     MOVE ZERO TO FB-ERR-ITERATION.
092600     MOVE FB-ERR-WK-TEXT TO FB-ERR-TEXT.
092700     OPEN EXTEND FB-ERRLOG-FILE.
092800     IF FB-ERRLOG-STATUS NOT = "00"
092900         CLOSE FB-ERRLOG-FILE
093000         OPEN OUTPUT FB-ERRLOG-FILE
093100     END-IF.
093200     WRITE FB-ERR-RECORD.
093300     CLOSE FB-ERRLOG-FILE.
093400 8700-EXIT.
093500     EXIT.
