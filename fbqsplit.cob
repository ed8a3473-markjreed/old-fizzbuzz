000100******************************************************************
000200*  MODIFICATION HISTORY                                          *
000300*  DATE       INIT  DESCRIPTION                                  *
000400*  ---------- ----  ---------------------------------------      *
000500*  2026-10-15  MJR  ORIGINAL VERSION.  SPLIT STEP FOR THE        *
000600*                   PARALLEL QUEUE MODE: DIVIDES THE STILL-      *
000700*                   QUEUED FBREQST REQUESTS ACROSS THE FBPARM    *
000800*                   STREAM COUNT, BALANCED BY UPPER BOUND, AND   *
000900*                   WRITES THE FBQASGN ASSIGNMENT LIST FOR THE   *
001000*                   STREAM EXECUTIONS AND THE FBQMERGE STEP.     *
001010*  2026-10-15  MJR  NOTHING LEFT TO RUN IS JUDGED AFTER THE RUN  *
001020*                   ORDER IS BUILT, SO A QUEUE HOLDING ONLY      *
001030*                   FINISHED REQUESTS ENDS 8.  A FAILED FBQASGN  *
001040*                   WRITE ENDS THE STEP WITH 12.                 *
001100******************************************************************
001200 IDENTIFICATION DIVISION.
001300 PROGRAM-ID.    FBQSPLIT.
001400 AUTHOR.        M J REED.
001500 INSTALLATION.  DATA CENTER OPERATIONS.
001600 DATE-WRITTEN.  2026-10-15.
001700 DATE-COMPILED.
001800******************************************************************
001900*  READS THE STREAM COUNT FROM FBPARM AND THE FBREQST QUEUE, AND *
002000*  GIVES EVERY STILL-QUEUED REQUEST TO ONE STREAM.  REQUESTS ARE *
002100*  DEALT LARGEST UPPER BOUND FIRST, EACH TO THE STREAM WITH THE  *
002200*  FEWEST ITERATIONS SO FAR (THE LOWER STREAM NUMBER ON A TIE),  *
002300*  SO THE STREAMS FINISH AS CLOSE TOGETHER AS THE QUEUE ALLOWS.  *
002400*  EACH STREAM STILL RUNS ITS OWN SHARE IN QUEUE RUN ORDER -     *
002500*  PRIORITY CLASS, REQUESTED-BY DATE, THEN ARRIVAL - AND FBQASGN *
002600*  IS WRITTEN IN THAT ORDER.  A STILL-QUEUED ENTRY REPEATING AN  *
002700*  EARLIER REQUEST ID IS NOT ASSIGNED; FBQMERGE MARKS IT         *
002800*  REJECTED, AS A SERIAL RUN WOULD.  ENDS WITH RETURN CODE 8     *
002900*  WHEN THE PARM DOES NOT CALL FOR PARALLEL STREAMS OR NOTHING   *
003000*  IS QUEUED, SO THE STREAM JOBS ARE NOT RELEASED BY MISTAKE,    *
003050*  AND WITH 12 WHEN FBQASGN CANNOT BE OPENED OR WRITTEN.         *
003100******************************************************************
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER.  IBM-370.
003500 OBJECT-COMPUTER.  IBM-370.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT FB-PARM-FILE ASSIGN TO "FBPARM"
003900         ORGANIZATION IS LINE SEQUENTIAL
004000         FILE STATUS IS FB-PARM-STATUS.
004100
004200     SELECT FB-REQST-FILE ASSIGN TO "FBREQST"
004300         ORGANIZATION IS LINE SEQUENTIAL
004400         FILE STATUS IS FB-REQST-STATUS.
004500
004600     SELECT FB-QASGN-FILE ASSIGN TO "FBQASGN"
004700         ORGANIZATION IS LINE SEQUENTIAL
004800         FILE STATUS IS FB-QASGN-STATUS.
004900
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  FB-PARM-FILE.
005300 COPY FBPARM.
005400
005500 FD  FB-REQST-FILE.
005600 COPY FBREQREC.
005700
005800 FD  FB-QASGN-FILE.
005900 COPY FBQASREC.
006000
006100 WORKING-STORAGE SECTION.
006200******************************************************************
006300*  FILE STATUS FIELDS                                            *
006400******************************************************************
006500 01  FB-FILE-STATUSES.
006600     05  FB-PARM-STATUS          PIC X(02).
006700     05  FB-REQST-STATUS         PIC X(02).
006800     05  FB-QASGN-STATUS         PIC X(02).
006900
007000******************************************************************
007100*  SWITCHES                                                      *
007200******************************************************************
007300 01  FB-SWITCHES.
007400     05  FB-EOF-REQST-SW         PIC X(01)   VALUE "N".
007500         88  FB-EOF-REQST                    VALUE "Y".
007600     05  FB-DUP-SW               PIC X(01)   VALUE "N".
007700         88  FB-DUP-FOUND                    VALUE "Y".
007800     05  FB-ORD-PLACED-SW        PIC X(01)   VALUE "N".
007900         88  FB-ORD-PLACED                   VALUE "Y".
007910     05  FB-QASGN-FAILED-SW      PIC X(01)   VALUE "N".
007920         88  FB-QASGN-FAILED                 VALUE "Y".
008000
008100******************************************************************
008200*  REQUEST-QUEUE TABLE - THE STILL-QUEUED FBREQST ENTRIES, IN    *
008300*  ARRIVAL ORDER.  SAME CAPACITY AS THE FIZZBUZZ QUEUE TABLE.    *
008400******************************************************************
008500 01  FB-REQUEST-TABLE.
008600     05  FB-REQUEST-ENTRY OCCURS 200 TIMES.
008700         10  FB-RQT-ID           PIC X(08).
008800         10  FB-RQT-SEQ          PIC 9(04)   COMP.
008900         10  FB-RQT-BOUND        PIC 9(09)   COMP-3.
009000         10  FB-RQT-PRIORITY     PIC X(01).
009100         10  FB-RQT-DUE-DATE     PIC 9(08).
009200         10  FB-RQT-STREAM       PIC 9(02).
009300
009400******************************************************************
009500*  RUN-ORDER TABLE - THE SAME KEY FIZZBUZZ ORDERS ITS QUEUE BY:  *
009600*  PRIORITY CLASS, REQUESTED-BY DATE (NONE GIVEN SORTS LAST),    *
009700*  THEN ARRIVAL POSITION.                                        *
009800******************************************************************
009900 01  FB-ORDER-TABLE.
010000     05  FB-ORDER-ENTRY OCCURS 200 TIMES.
010100         10  FB-ORD-KEY.
010200             15  FB-ORD-PRIORITY PIC X(01).
010300             15  FB-ORD-DUE-DATE PIC 9(08).
010400             15  FB-ORD-SEQ      PIC 9(04).
010500         10  FB-ORD-SLOT         PIC 9(04)   COMP.
010600 01  FB-NEW-ORD-KEY.
010700     05  FB-NEW-ORD-PRIORITY     PIC X(01).
010800     05  FB-NEW-ORD-DUE-DATE     PIC 9(08).
010900     05  FB-NEW-ORD-SEQ          PIC 9(04).
011000
011100******************************************************************
011200*  STREAM TABLE - REQUESTS AND ITERATIONS DEALT TO EACH STREAM.  *
011300******************************************************************
011400 01  FB-STREAM-TABLE.
011500     05  FB-STREAM-ENTRY OCCURS 20 TIMES.
011600         10  FB-STM-REQUESTS     PIC 9(04)   COMP.
011700         10  FB-STM-LOAD         PIC 9(12)   COMP-3.
011800
011900******************************************************************
012000*  SPLIT WORKING FIELDS                                          *
012100******************************************************************
012200 77  FB-STREAMS           PIC 9(02)        VALUE ZERO.
012300 77  FB-MAX-STREAMS       PIC 9(02)        VALUE 20.
012400 77  FB-STM-IDX           PIC 9(04) COMP   VALUE ZERO.
012500 77  FB-LIGHT-IDX         PIC 9(04) COMP   VALUE ZERO.
012600 77  FB-REQ-IDX           PIC 9(04) COMP   VALUE ZERO.
012700 77  FB-REQ-COUNT         PIC 9(04) COMP   VALUE ZERO.
012800 77  FB-MAX-REQUESTS      PIC 9(04) COMP   VALUE 200.
012900 77  FB-READ-SEQ          PIC 9(04) COMP   VALUE ZERO.
013000 77  FB-CHK-IDX           PIC 9(04) COMP   VALUE ZERO.
013100 77  FB-DUP-COUNT         PIC 9(04) COMP   VALUE ZERO.
013200 77  FB-ORD-IDX           PIC 9(04) COMP   VALUE ZERO.
013300 77  FB-ORD-COUNT         PIC 9(04) COMP   VALUE ZERO.
013400 77  FB-ORD-POS           PIC 9(04) COMP   VALUE ZERO.
013500 77  FB-DEALT-COUNT       PIC 9(04) COMP   VALUE ZERO.
013600 77  FB-BIG-IDX           PIC 9(04) COMP   VALUE ZERO.
013700 77  FB-TOTAL-LOAD        PIC 9(12) COMP-3 VALUE ZERO.
013900 77  FB-SPLIT-DATE        PIC 9(08)        VALUE ZERO.
014000 01  FB-CLOCK-NOW.
014100     05  FB-CLOCK-HHMMSS         PIC 9(06).
014200     05  FILLER                  PIC X(02).
014300
014400******************************************************************
014500*  DISPLAY EDIT FIELDS                                           *
014600******************************************************************
014700 77  FB-EDIT-STREAM       PIC Z9.
014800 77  FB-EDIT-REQUESTS     PIC ZZZ9.
014900 77  FB-EDIT-LOAD         PIC ZZZ,ZZZ,ZZZ,ZZ9.
015000
015100 PROCEDURE DIVISION.
015200******************************************************************
015300*  0000-MAINLINE                                                 *
015400******************************************************************
015500 0000-MAINLINE.
015600     PERFORM 1000-READ-PARM THRU 1000-EXIT.
015700     IF FB-STREAMS LESS THAN 2
015800         DISPLAY "FBQSPLIT: FBPARM DOES NOT CALL FOR PARALLEL "
015900             "STREAMS (STREAMS " FB-STREAMS ")"
016000         MOVE 8 TO RETURN-CODE
016100         GO TO 0000-EXIT
016200     END-IF.
016300     IF FB-STREAMS GREATER THAN FB-MAX-STREAMS
016400         DISPLAY "FBQSPLIT: STREAM COUNT " FB-STREAMS
016500             " EXCEEDS THE MAXIMUM OF " FB-MAX-STREAMS
016600         MOVE 8 TO RETURN-CODE
016700         GO TO 0000-EXIT
016800     END-IF.
016900     PERFORM 1100-LOAD-QUEUE THRU 1100-EXIT.
017600     PERFORM 2000-BUILD-RUN-ORDER THRU 2000-EXIT.
017610     IF FB-ORD-COUNT = ZERO
017620         DISPLAY "FBQSPLIT: NO STILL-QUEUED REQUESTS ON FBREQST"
017630             " - STREAMS NOT RELEASED"
017640         MOVE 8 TO RETURN-CODE
017650         GO TO 0000-EXIT
017660     END-IF.
017700     PERFORM 3000-DEAL-REQUESTS THRU 3000-EXIT.
017800     PERFORM 4000-WRITE-ASSIGNMENTS THRU 4000-EXIT.
017900 0000-EXIT.
018000     STOP RUN.
018100
018200******************************************************************
018300*  1000-READ-PARM - THE SINGLE FBPARM CONTROL RECORD.            *
018400******************************************************************
018500 1000-READ-PARM.
018600     OPEN INPUT FB-PARM-FILE.
018700     IF FB-PARM-STATUS NOT = "00"
018800         DISPLAY "FBQSPLIT: FBPARM NOT AVAILABLE (STATUS "
018900             FB-PARM-STATUS ")"
019000         GO TO 1000-EXIT
019100     END-IF.
019200     READ FB-PARM-FILE
019300         AT END
019400             DISPLAY "FBQSPLIT: FBPARM IS EMPTY"
019500         NOT AT END
019600             IF FB-PARM-STREAMS IS NUMERIC
019700                 MOVE FB-PARM-STREAMS TO FB-STREAMS
019800             END-IF
019900     END-READ.
020000     CLOSE FB-PARM-FILE.
020100 1000-EXIT.
020200     EXIT.
020300
020400******************************************************************
020500*  1100-LOAD-QUEUE - THE STILL-QUEUED FBREQST ENTRIES.  AN ENTRY *
020600*  WHOSE REQUEST ID REPEATS AN EARLIER ENTRY (IN ANY STATUS) IS  *
020700*  LEFT OUT, AS FIZZBUZZ WOULD REJECT IT RATHER THAN RUN IT.     *
020800******************************************************************
020900 1100-LOAD-QUEUE.
021000     OPEN INPUT FB-REQST-FILE.
021100     IF FB-REQST-STATUS NOT = "00"
021200         DISPLAY "FBQSPLIT: FBREQST NOT AVAILABLE (STATUS "
021300             FB-REQST-STATUS ")"
021400         GO TO 1100-EXIT
021500     END-IF.
021600     READ FB-REQST-FILE
021700         AT END MOVE "Y" TO FB-EOF-REQST-SW
021800     END-READ.
021900     PERFORM 1110-LOAD-ONE-REQUEST THRU 1110-EXIT
022000         UNTIL FB-EOF-REQST.
022100     CLOSE FB-REQST-FILE.
022200     IF FB-DUP-COUNT GREATER THAN ZERO
022300         DISPLAY "FBQSPLIT: " FB-DUP-COUNT " DUPLICATE REQUEST "
022400             "ID(S) NOT ASSIGNED - FBQMERGE MARKS THEM REJECTED"
022500     END-IF.
022600 1100-EXIT.
022700     EXIT.
022800
022900 1110-LOAD-ONE-REQUEST.
023000     ADD 1 TO FB-READ-SEQ.
023100     IF FB-READ-SEQ GREATER THAN FB-MAX-REQUESTS
023200         IF FB-READ-SEQ = FB-MAX-REQUESTS + 1
023300             DISPLAY "FBQSPLIT: FBREQST HAS MORE THAN "
023400                 FB-MAX-REQUESTS " ENTRIES - EXTRA REQUESTS "
023500                 "IGNORED"
023600         END-IF
023700         GO TO 1110-READ-NEXT
023800     END-IF.
023900     PERFORM 1120-CHECK-DUP-REQUEST THRU 1120-EXIT.
024000     IF FB-DUP-FOUND
024100             AND FB-REQ-STATUS = SPACES
024200         ADD 1 TO FB-DUP-COUNT
024300         DISPLAY "FBQSPLIT: DUPLICATE REQUEST ID " FB-REQ-ID
024400             " ON FBREQST - NOT ASSIGNED"
024500         GO TO 1110-READ-NEXT
024600     END-IF.
024700     ADD 1 TO FB-REQ-COUNT.
024800     MOVE FB-REQ-ID       TO FB-RQT-ID (FB-REQ-COUNT).
024900     MOVE FB-READ-SEQ     TO FB-RQT-SEQ (FB-REQ-COUNT).
025000     MOVE ZERO            TO FB-RQT-BOUND (FB-REQ-COUNT).
025100     IF FB-REQ-UPPER-BOUND IS NUMERIC
025200         MOVE FB-REQ-UPPER-BOUND TO FB-RQT-BOUND (FB-REQ-COUNT)
025300     END-IF.
025400     MOVE FB-REQ-PRIORITY TO FB-RQT-PRIORITY (FB-REQ-COUNT).
025500     IF FB-REQ-PRIORITY = SPACE
025600         MOVE "3" TO FB-RQT-PRIORITY (FB-REQ-COUNT)
025700     END-IF.
025800     MOVE ZERO TO FB-RQT-DUE-DATE (FB-REQ-COUNT).
025900     IF FB-REQ-DUE-DATE IS NUMERIC
026000         MOVE FB-REQ-DUE-DATE TO FB-RQT-DUE-DATE (FB-REQ-COUNT)
026100     END-IF.
026200     MOVE ZERO TO FB-RQT-STREAM (FB-REQ-COUNT).
026300*    ENTRIES ALREADY COMPLETE OR REJECTED STAY IN THE TABLE SO A
026400*    LATER DUPLICATE OF THEIR ID IS STILL RECOGNIZED, BUT ARE
026500*    NEVER DEALT - THEY ARE MARKED DEALT TO STREAM 99 HERE.
026600     IF FB-REQ-STATUS NOT = SPACES
026700         MOVE 99 TO FB-RQT-STREAM (FB-REQ-COUNT)
026800     END-IF.
026900 1110-READ-NEXT.
027000     READ FB-REQST-FILE
027100         AT END MOVE "Y" TO FB-EOF-REQST-SW
027200     END-READ.
027300 1110-EXIT.
027400     EXIT.
027500
027600 1120-CHECK-DUP-REQUEST.
027700     MOVE "N" TO FB-DUP-SW.
027800     PERFORM 1130-MATCH-DUP-REQUEST THRU 1130-EXIT
027900         VARYING FB-CHK-IDX FROM 1 BY 1
028000         UNTIL FB-CHK-IDX GREATER THAN FB-REQ-COUNT
028100             OR FB-DUP-FOUND.
028200 1120-EXIT.
028300     EXIT.
028400
028500 1130-MATCH-DUP-REQUEST.
028600     IF FB-RQT-ID (FB-CHK-IDX) = FB-REQ-ID
028700         MOVE "Y" TO FB-DUP-SW
028800     END-IF.
028900 1130-EXIT.
029000     EXIT.
029100
029200******************************************************************
029300*  2000-BUILD-RUN-ORDER - INSERT EVERY STILL-QUEUED ENTRY INTO   *
029400*  FB-ORDER-TABLE BY ITS SORT KEY, EXACTLY AS FIZZBUZZ DOES, SO  *
029500*  FBQASGN LISTS THE SHARES IN THE ORDER A SERIAL RUN WOULD      *
029600*  HAVE TAKEN THEM.                                              *
029700******************************************************************
029800 2000-BUILD-RUN-ORDER.
029900     MOVE ZERO TO FB-ORD-COUNT.
030000     PERFORM 2100-PLACE-ONE-REQUEST THRU 2100-EXIT
030100         VARYING FB-REQ-IDX FROM 1 BY 1
030200         UNTIL FB-REQ-IDX GREATER THAN FB-REQ-COUNT.
030300 2000-EXIT.
030400     EXIT.
030500
030600 2100-PLACE-ONE-REQUEST.
030700     IF FB-RQT-STREAM (FB-REQ-IDX) NOT = ZERO
030800         GO TO 2100-EXIT
030900     END-IF.
031000     MOVE FB-RQT-PRIORITY (FB-REQ-IDX) TO FB-NEW-ORD-PRIORITY.
031100     IF FB-RQT-DUE-DATE (FB-REQ-IDX) = ZERO
031200         MOVE 99999999 TO FB-NEW-ORD-DUE-DATE
031300     ELSE
031400         MOVE FB-RQT-DUE-DATE (FB-REQ-IDX) TO FB-NEW-ORD-DUE-DATE
031500     END-IF.
031600     MOVE FB-RQT-SEQ (FB-REQ-IDX) TO FB-NEW-ORD-SEQ.
031700     COMPUTE FB-ORD-POS = FB-ORD-COUNT + 1.
031800     MOVE "N" TO FB-ORD-PLACED-SW.
031900     PERFORM 2110-SHIFT-ONE-ENTRY THRU 2110-EXIT
032000         VARYING FB-ORD-IDX FROM FB-ORD-COUNT BY -1
032100         UNTIL FB-ORD-IDX = ZERO
032200             OR FB-ORD-PLACED.
032300     MOVE FB-NEW-ORD-KEY TO FB-ORD-KEY (FB-ORD-POS).
032400     MOVE FB-REQ-IDX     TO FB-ORD-SLOT (FB-ORD-POS).
032500     ADD 1 TO FB-ORD-COUNT.
032600 2100-EXIT.
032700     EXIT.
032800
032900 2110-SHIFT-ONE-ENTRY.
033000     IF FB-ORD-KEY (FB-ORD-IDX) GREATER THAN FB-NEW-ORD-KEY
033100         MOVE FB-ORDER-ENTRY (FB-ORD-IDX)
033200             TO FB-ORDER-ENTRY (FB-ORD-IDX + 1)
033300         MOVE FB-ORD-IDX TO FB-ORD-POS
033400     ELSE
033500         SET FB-ORD-PLACED TO TRUE
033600     END-IF.
033700 2110-EXIT.
033800     EXIT.
033900
034000******************************************************************
034100*  3000-DEAL-REQUESTS - REPEATEDLY TAKE THE LARGEST REQUEST NOT  *
034200*  YET DEALT (THE EARLIER IN RUN ORDER ON A TIE) AND GIVE IT TO  *
034300*  THE LIGHTEST-LOADED STREAM.                                   *
034400******************************************************************
034500 3000-DEAL-REQUESTS.
034600     PERFORM 3010-CLEAR-ONE-STREAM THRU 3010-EXIT
034700         VARYING FB-STM-IDX FROM 1 BY 1
034800         UNTIL FB-STM-IDX GREATER THAN FB-STREAMS.
034900     MOVE ZERO TO FB-DEALT-COUNT.
035000     PERFORM 3100-DEAL-ONE-REQUEST THRU 3100-EXIT
035100         UNTIL FB-DEALT-COUNT NOT LESS THAN FB-ORD-COUNT.
035200 3000-EXIT.
035300     EXIT.
035400
035500 3010-CLEAR-ONE-STREAM.
035600     MOVE ZERO TO FB-STM-REQUESTS (FB-STM-IDX).
035700     MOVE ZERO TO FB-STM-LOAD (FB-STM-IDX).
035800 3010-EXIT.
035900     EXIT.
036000
036100 3100-DEAL-ONE-REQUEST.
036200     MOVE ZERO TO FB-BIG-IDX.
036300     PERFORM 3110-CHECK-LARGEST THRU 3110-EXIT
036400         VARYING FB-ORD-IDX FROM 1 BY 1
036500         UNTIL FB-ORD-IDX GREATER THAN FB-ORD-COUNT.
036600     MOVE 1 TO FB-LIGHT-IDX.
036700     PERFORM 3120-CHECK-LIGHTEST THRU 3120-EXIT
036800         VARYING FB-STM-IDX FROM 2 BY 1
036900         UNTIL FB-STM-IDX GREATER THAN FB-STREAMS.
037000     MOVE FB-LIGHT-IDX TO FB-RQT-STREAM (FB-BIG-IDX).
037100     ADD 1 TO FB-STM-REQUESTS (FB-LIGHT-IDX).
037200     ADD FB-RQT-BOUND (FB-BIG-IDX) TO FB-STM-LOAD (FB-LIGHT-IDX).
037300     ADD FB-RQT-BOUND (FB-BIG-IDX) TO FB-TOTAL-LOAD.
037400     ADD 1 TO FB-DEALT-COUNT.
037500 3100-EXIT.
037600     EXIT.
037700
037800 3110-CHECK-LARGEST.
037900     MOVE FB-ORD-SLOT (FB-ORD-IDX) TO FB-REQ-IDX.
038000     IF FB-RQT-STREAM (FB-REQ-IDX) NOT = ZERO
038100         GO TO 3110-EXIT
038200     END-IF.
038300     IF FB-BIG-IDX = ZERO
038400         MOVE FB-REQ-IDX TO FB-BIG-IDX
038500         GO TO 3110-EXIT
038600     END-IF.
038700     IF FB-RQT-BOUND (FB-REQ-IDX)
038800             GREATER THAN FB-RQT-BOUND (FB-BIG-IDX)
038900         MOVE FB-REQ-IDX TO FB-BIG-IDX
039000     END-IF.
039100 3110-EXIT.
039200     EXIT.
039300
039400 3120-CHECK-LIGHTEST.
039500     IF FB-STM-LOAD (FB-STM-IDX)
039600             LESS THAN FB-STM-LOAD (FB-LIGHT-IDX)
039700         MOVE FB-STM-IDX TO FB-LIGHT-IDX
039800     END-IF.
039900 3120-EXIT.
040000     EXIT.
040100
040200******************************************************************
040300*  4000-WRITE-ASSIGNMENTS - ONE FBQASGN RECORD PER DEALT         *
040400*  REQUEST IN QUEUE RUN ORDER, ALL STAMPED WITH THE SAME SPLIT   *
040500*  ID, THEN THE BALANCE ACHIEVED, STREAM BY STREAM.              *
040600******************************************************************
040700 4000-WRITE-ASSIGNMENTS.
040800     ACCEPT FB-SPLIT-DATE FROM DATE YYYYMMDD.
040900     ACCEPT FB-CLOCK-NOW FROM TIME.
041000     OPEN OUTPUT FB-QASGN-FILE.
041100     IF FB-QASGN-STATUS NOT = "00"
041200         DISPLAY "FBQSPLIT: FBQASGN CANNOT BE OPENED (STATUS "
041300             FB-QASGN-STATUS ")"
041400         MOVE 12 TO RETURN-CODE
041500         GO TO 4000-EXIT
041600     END-IF.
041700     PERFORM 4100-WRITE-ONE-ASSIGNMENT THRU 4100-EXIT
041800         VARYING FB-ORD-IDX FROM 1 BY 1
041900         UNTIL FB-ORD-IDX GREATER THAN FB-ORD-COUNT
041950            OR FB-QASGN-FAILED.
042000     CLOSE FB-QASGN-FILE.
042010     IF FB-QASGN-FAILED
042020         GO TO 4000-EXIT
042030     END-IF.
042100     MOVE FB-ORD-COUNT TO FB-EDIT-REQUESTS.
042200     MOVE FB-STREAMS TO FB-EDIT-STREAM.
042300     MOVE FB-TOTAL-LOAD TO FB-EDIT-LOAD.
042400     DISPLAY "FBQSPLIT: SPLIT " FB-SPLIT-DATE "-"
042500         FB-CLOCK-HHMMSS " - " FB-EDIT-REQUESTS
042600         " REQUEST(S), " FB-EDIT-LOAD " ITERATION(S) OVER "
042700         FB-EDIT-STREAM " STREAM(S)".
042800     PERFORM 4200-SHOW-ONE-STREAM THRU 4200-EXIT
042900         VARYING FB-STM-IDX FROM 1 BY 1
043000         UNTIL FB-STM-IDX GREATER THAN FB-STREAMS.
043100 4000-EXIT.
043200     EXIT.
043300
043400 4100-WRITE-ONE-ASSIGNMENT.
043500     MOVE FB-ORD-SLOT (FB-ORD-IDX) TO FB-REQ-IDX.
043600     MOVE SPACES TO FB-QAS-RECORD.
043700     MOVE FB-SPLIT-DATE   TO FB-QAS-SPLIT-DATE.
043800     MOVE FB-CLOCK-HHMMSS TO FB-QAS-SPLIT-TIME.
043900     MOVE FB-STREAMS      TO FB-QAS-STREAMS.
044000     MOVE FB-RQT-STREAM (FB-REQ-IDX) TO FB-QAS-STREAM.
044100     MOVE FB-RQT-ID (FB-REQ-IDX)     TO FB-QAS-REQUEST-ID.
044200     MOVE FB-RQT-SEQ (FB-REQ-IDX)    TO FB-QAS-QUEUE-SEQ.
044300     MOVE FB-ORD-IDX                 TO FB-QAS-RUN-POS.
044400     MOVE FB-RQT-BOUND (FB-REQ-IDX)  TO FB-QAS-UPPER-BOUND.
044500     WRITE FB-QAS-RECORD.
044510     IF FB-QASGN-STATUS NOT = "00"
044520         DISPLAY "FBQSPLIT: WRITE TO FBQASGN FAILED (STATUS "
044530             FB-QASGN-STATUS ") - STREAMS NOT RELEASED"
044540         MOVE 12 TO RETURN-CODE
044550         MOVE "Y" TO FB-QASGN-FAILED-SW
044560     END-IF.
044600 4100-EXIT.
044700     EXIT.
044800
044900 4200-SHOW-ONE-STREAM.
045000     MOVE FB-STM-IDX TO FB-EDIT-STREAM.
045100     MOVE FB-STM-REQUESTS (FB-STM-IDX) TO FB-EDIT-REQUESTS.
045200     MOVE FB-STM-LOAD (FB-STM-IDX) TO FB-EDIT-LOAD.
045300     DISPLAY "FBQSPLIT:   STREAM " FB-EDIT-STREAM " - "
045400         FB-EDIT-REQUESTS " REQUEST(S), " FB-EDIT-LOAD
045500         " ITERATION(S)".
045600 4200-EXIT.
045700     EXIT.
