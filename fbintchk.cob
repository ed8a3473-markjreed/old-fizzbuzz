000100******************************************************************
000200*  MODIFICATION HISTORY                                          *
000300*  DATE       INIT  DESCRIPTION                                  *
000400*  ---------- ----  ---------------------------------------      *
000500*  2026-10-15  MJR  ORIGINAL VERSION.  NIGHTLY REFERENTIAL       *
000600*                   INTEGRITY SWEEP: PROVES FBREQST, FBAUDIT,    *
000700*                   FBMASTR, FBXMTREG, FBCHGEXT AND FBRULES/     *
000800*                   FBRULHST AGREE WITH EACH OTHER, AND LISTS    *
000900*                   EVERY ORPHAN OR CONTRADICTION ON FBINTRPT.   *
000910*  2026-10-15  MJR  ONLY FBCHGEXT CHARGE RECORDS COUNT AS BILLED *
000920*                   - ITS CLOSED-MONTH ADJUSTMENT LINES DO NOT.  *
000930*  2026-10-15  MJR  A BACKED-OUT RUN COUNTS AS BILLED ONLY WHEN  *
000940*                   ITS MONTH WAS CLOSED ON FBPERIOD BEFORE THE  *
000950*                   BACKOUT; FBCHGEXT IS NO LONGER READ.         *
001000******************************************************************
001100 IDENTIFICATION DIVISION.
001200 PROGRAM-ID.    FBINTCHK.
001300 AUTHOR.        M J REED.
001400 INSTALLATION.  DATA CENTER OPERATIONS.
001500 DATE-WRITTEN.  2026-10-15.
001600 DATE-COMPILED.
001700******************************************************************
001800*  EACH STEP OF THE SUITE CHECKS ITS OWN FILES; THIS STEP CHECKS *
001900*  THAT THE FILES AGREE WITH EACH OTHER.  DISCREPANCIES PRINTED  *
002000*  ON FBINTRPT, ONE SECTION PER CHECK:                           *
002100*    1. A REQUEST MARKED OK ON FBREQST WHOSE LATEST FBAUDIT      *
002200*       RECORD IS MISSING OR IS A BACKOUT REVERSAL.              *
002300*    2. FBAUDIT RECORDS CARRYING A REQUEST ID THE FBREQST QUEUE  *
002400*       DOES NOT HOLD.                                           *
002500*    3. FBMASTR GENERATIONS (REQUEST ID AND RUN ID) WITH NO      *
002600*       FBAUDIT RUN FOR THAT REQUEST ON THAT RUN DATE.           *
002700*    4. A BACKED-OUT RUN THAT HAD ALREADY LEFT THE BUILDING -    *
002800*       AN FBXMTREG EXTRACT WAS BUILT BETWEEN THE RUN AND ITS    *
002900*       BACKOUT, OR THE RUN'S MONTH WAS CLOSED ON FBPERIOD, ITS  *
003000*       *TOTAL STAMPED BEFORE THE BACKOUT, WITH A CHARGE FOR THE *
003050*       REQUEST'S DEPARTMENT.                                    *
003100*    5. FBRULES CONTENT THAT DIFFERS FROM THE LATEST APPLIED     *
003200*       FBRULHST IMAGE OF THE SAME RULE (RULE SET AND DIVISOR):  *
003300*       A RULE MISSING, STILL PRESENT AFTER A DELETE, OR HAVING  *
003400*       A DIFFERENT LABEL OR EFFECTIVE/EXPIRY DATE.  RULES THAT  *
003500*       PREDATE THE HISTORY FILE ARE NOT JUDGED.                 *
003600*  FBREQST AND FBAUDIT ARE REQUIRED; A MISSING FBMASTR,          *
003700*  FBXMTREG, FBPERIOD OR FBRULHST SKIPS THE CHECKS THAT NEED IT, *
003800*  WITH A NOTE ON THE REPORT.  ENDS WITH 0 WHEN THE FILES AGREE, *
003900*  8 WHEN ANY DISCREPANCY WAS FOUND, AND 12 WHEN FBREQST OR      *
004000*  FBAUDIT IS MISSING.                                           *
004100******************************************************************
004200 ENVIRONMENT DIVISION.
004300 CONFIGURATION SECTION.
004400 SOURCE-COMPUTER.  IBM-370.
004500 OBJECT-COMPUTER.  IBM-370.
004600 INPUT-OUTPUT SECTION.
004700 FILE-CONTROL.
004800     SELECT FB-REQST-FILE ASSIGN TO "FBREQST"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS FB-REQST-STATUS.
005100
005200     SELECT FB-AUDIT-FILE ASSIGN TO "FBAUDIT"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS FB-AUDIT-STATUS.
005500
005600     SELECT FB-MASTER-FILE ASSIGN TO "FBMASTR"
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS SEQUENTIAL
005900         RECORD KEY IS FB-MST-KEY
006000         FILE STATUS IS FB-MASTER-STATUS.
006100
006200     SELECT FB-XMTREG-FILE ASSIGN TO "FBXMTREG"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS FB-XMTREG-STATUS.
006500
006600     SELECT FB-PERIOD-FILE ASSIGN TO "FBPERIOD"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS FB-PERIOD-STATUS.
006900
007000     SELECT FB-RULES-FILE ASSIGN TO "FBRULES"
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS FB-RULES-STATUS.
007300
007400     SELECT FB-RULHST-FILE ASSIGN TO "FBRULHST"
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS FB-RULHST-STATUS.
007700
007800     SELECT FB-REPORT-FILE ASSIGN TO "FBINTRPT"
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS IS FB-REPORT-STATUS.
008100
008200 DATA DIVISION.
008300 FILE SECTION.
008400 FD  FB-REQST-FILE.
008500 COPY FBREQREC.
008600
008700 FD  FB-AUDIT-FILE.
008800 COPY FBAUDIT.
008900
009000 FD  FB-MASTER-FILE.
009100 COPY FBMSTREC.
009200
009300 FD  FB-XMTREG-FILE.
009400 COPY FBXRGREC.
009500
009600 FD  FB-PERIOD-FILE.
009700 COPY FBPRDREC.
009800
009900 FD  FB-RULES-FILE.
010000 COPY FBRULE.
010100
010200 FD  FB-RULHST-FILE.
010300 COPY FBHSTREC.
010400
010500 FD  FB-REPORT-FILE.
010600 01  FB-REPORT-RECORD            PIC X(132).
010700
010800 WORKING-STORAGE SECTION.
010900******************************************************************
011000*  FILE STATUS FIELDS                                            *
011100******************************************************************
011200 01  FB-FILE-STATUSES.
011300     05  FB-REQST-STATUS         PIC X(02).
011400     05  FB-AUDIT-STATUS         PIC X(02).
011500     05  FB-MASTER-STATUS        PIC X(02).
011600     05  FB-XMTREG-STATUS        PIC X(02).
011700     05  FB-PERIOD-STATUS        PIC X(02).
011800     05  FB-RULES-STATUS         PIC X(02).
011900     05  FB-RULHST-STATUS        PIC X(02).
012000     05  FB-REPORT-STATUS        PIC X(02).
012100
012200******************************************************************
012300*  SWITCHES                                                      *
012400******************************************************************
012500 01  FB-SWITCHES.
012600     05  FB-EOF-FILE-SW          PIC X(01)   VALUE "N".
012700         88  FB-EOF-FILE                     VALUE "Y".
012800     05  FB-FOUND-SW             PIC X(01)   VALUE "N".
012900         88  FB-FOUND                        VALUE "Y".
013000     05  FB-XMTREG-LOADED-SW     PIC X(01)   VALUE "N".
013100         88  FB-XMTREG-LOADED                VALUE "Y".
013200     05  FB-PERIOD-LOADED-SW     PIC X(01)   VALUE "N".
013300         88  FB-PERIOD-LOADED                VALUE "Y".
013400
013500******************************************************************
013600*  REQUEST QUEUE TABLE FROM FBREQST                              *
013700******************************************************************
013800 01  FB-REQUEST-TABLE.
013900     05  FB-REQUEST-ENTRY OCCURS 200 TIMES.
014000         10  FB-RQT-ID           PIC X(08).
014100         10  FB-RQT-DEPT         PIC X(08).
014200         10  FB-RQT-STATUS       PIC X(02).
014300 77  FB-REQUEST-COUNT     PIC 9(04) COMP   VALUE ZERO.
014400 77  FB-REQUEST-IDX       PIC 9(04) COMP   VALUE ZERO.
014500 77  FB-REQUEST-SLOT      PIC 9(04) COMP   VALUE ZERO.
014600 77  FB-MAX-REQUESTS      PIC 9(04) COMP   VALUE 200.
014700
014800******************************************************************
014900*  AUDITED REQUEST IDS - ONE ENTRY PER REQUEST ID ON FBAUDIT,    *
015000*  WITH WHETHER ITS LATEST RECORD IS A BACKOUT REVERSAL AND THE  *
015100*  STAMP OF ITS LATEST LIVE RUN (FOR PAIRING WITH A BACKOUT).    *
015200******************************************************************
015300 01  FB-AUDID-TABLE.
015400     05  FB-AUDID-ENTRY OCCURS 500 TIMES.
015500         10  FB-AIT-ID           PIC X(08).
015600         10  FB-AIT-RECORDS      PIC 9(05)   COMP-3.
015700         10  FB-AIT-LATEST-SW    PIC X(01).
015800             88  FB-AIT-LATEST-LIVE          VALUE "L".
015900             88  FB-AIT-LATEST-BACKOUT       VALUE "B".
016000         10  FB-AIT-LIVE-STAMP   PIC 9(16).
016100 77  FB-AUDID-COUNT       PIC 9(04) COMP   VALUE ZERO.
016200 77  FB-AUDID-IDX         PIC 9(04) COMP   VALUE ZERO.
016300 77  FB-AUDID-SLOT        PIC 9(04) COMP   VALUE ZERO.
016400 77  FB-MAX-AUDIDS        PIC 9(04) COMP   VALUE 500.
016500
016600******************************************************************
016700*  LIVE AUDITED RUNS - ONE ENTRY PER REQUEST ID AND RUN DATE     *
016800*  THAT A NON-REVERSAL AUDIT RECORD CARRIES.  AN FBMASTR         *
016900*  GENERATION MUST FIND ITS REQUEST AND RUN ID HERE.             *
017000******************************************************************
017100 01  FB-RUN-TABLE.
017200     05  FB-RUN-ENTRY OCCURS 1000 TIMES.
017300         10  FB-RNT-KEY.
017400             15  FB-RNT-ID       PIC X(08).
017500             15  FB-RNT-DATE     PIC 9(08).
017600 77  FB-RUN-COUNT         PIC 9(04) COMP   VALUE ZERO.
017700 77  FB-RUN-IDX           PIC 9(04) COMP   VALUE ZERO.
017800 77  FB-MAX-RUNS          PIC 9(04) COMP   VALUE 1000.
017900
018000******************************************************************
018100*  BACKOUTS - EACH REVERSAL WITH THE STAMP OF THE RUN IT UNDID.  *
018200******************************************************************
018300 01  FB-BACKOUT-TABLE.
018400     05  FB-BACKOUT-ENTRY OCCURS 200 TIMES.
018500         10  FB-BKT-ID           PIC X(08).
018600         10  FB-BKT-RUN-STAMP    PIC 9(16).
018700         10  FB-BKT-BKO-STAMP    PIC 9(16).
018800 77  FB-BACKOUT-COUNT     PIC 9(04) COMP   VALUE ZERO.
018900 77  FB-BACKOUT-IDX       PIC 9(04) COMP   VALUE ZERO.
019000 77  FB-MAX-BACKOUTS      PIC 9(04) COMP   VALUE 200.
019100
019200******************************************************************
019300*  TRANSMISSION REGISTER, AND THE CHARGES AND CLOSE STAMPS OF    *
019350*  THE MONTHS CLOSED ON FBPERIOD                                 *
019400******************************************************************
019500 01  FB-XMIT-TABLE.
019600     05  FB-XMIT-ENTRY OCCURS 500 TIMES.
019700         10  FB-XMT-SEQ          PIC 9(06).
019800         10  FB-XMT-STAMP        PIC 9(16).
019900 77  FB-XMIT-COUNT        PIC 9(04) COMP   VALUE ZERO.
020000 77  FB-XMIT-IDX          PIC 9(04) COMP   VALUE ZERO.
020100 77  FB-MAX-XMITS         PIC 9(04) COMP   VALUE 500.
020200
020300 01  FB-CHARGE-TABLE.
020400     05  FB-CHARGE-ENTRY OCCURS 500 TIMES.
020500         10  FB-CGT-MONTH        PIC 9(06).
020600         10  FB-CGT-DEPT         PIC X(08).
020700 77  FB-CHARGE-COUNT      PIC 9(04) COMP   VALUE ZERO.
020800 77  FB-CHARGE-IDX        PIC 9(04) COMP   VALUE ZERO.
020900 77  FB-MAX-CHARGES       PIC 9(04) COMP   VALUE 500.
020910
020920 01  FB-CLOSED-TABLE.
020930     05  FB-CLOSED-ENTRY OCCURS 120 TIMES.
020940         10  FB-CLT-MONTH        PIC 9(06).
020950         10  FB-CLT-STAMP        PIC 9(16).
020960 77  FB-CLOSED-COUNT      PIC 9(04) COMP   VALUE ZERO.
020970 77  FB-CLOSED-IDX        PIC 9(04) COMP   VALUE ZERO.
020980 77  FB-MAX-CLOSED        PIC 9(04) COMP   VALUE 120.
021000
021100******************************************************************
021200*  RULES ON FILE, AND THE STATE FBRULHST SAYS THEY SHOULD BE IN  *
021300******************************************************************
021400 01  FB-RULE-TABLE.
021500     05  FB-RULE-ENTRY OCCURS 500 TIMES.
021600         10  FB-RLT-KEY.
021700             15  FB-RLT-SET      PIC X(08).
021800             15  FB-RLT-DIVISOR  PIC 9(09).
021900         10  FB-RLT-LABEL        PIC X(15).
022000         10  FB-RLT-EFF-DATE     PIC 9(08).
022100         10  FB-RLT-EXP-DATE     PIC 9(08).
022200 77  FB-RULE-COUNT        PIC 9(04) COMP   VALUE ZERO.
022300 77  FB-RULE-IDX          PIC 9(04) COMP   VALUE ZERO.
022400 77  FB-RULE-SLOT         PIC 9(04) COMP   VALUE ZERO.
022500 77  FB-MAX-RULES         PIC 9(04) COMP   VALUE 500.
022600
022700 01  FB-EXPECT-TABLE.
022800     05  FB-EXPECT-ENTRY OCCURS 500 TIMES.
022900         10  FB-EXT-KEY.
023000             15  FB-EXT-SET      PIC X(08).
023100             15  FB-EXT-DIVISOR  PIC 9(09).
023200         10  FB-EXT-PRESENT-SW   PIC X(01).
023300             88  FB-EXT-PRESENT              VALUE "Y".
023400         10  FB-EXT-LABEL        PIC X(15).
023500         10  FB-EXT-EFF-DATE     PIC 9(08).
023600         10  FB-EXT-EXP-DATE     PIC 9(08).
023700         10  FB-EXT-APR-DATE     PIC 9(08).
023800 77  FB-EXPECT-COUNT      PIC 9(04) COMP   VALUE ZERO.
023900 77  FB-EXPECT-IDX        PIC 9(04) COMP   VALUE ZERO.
024000 77  FB-EXPECT-SLOT       PIC 9(04) COMP   VALUE ZERO.
024100 77  FB-MAX-EXPECTS       PIC 9(04) COMP   VALUE 500.
024200
024300 01  FB-FIND-RULE-KEY.
024400     05  FB-FRK-SET              PIC X(08).
024500     05  FB-FRK-DIVISOR          PIC 9(09).
024600
024700******************************************************************
024800*  FBMASTR GENERATION IN HAND                                    *
024900******************************************************************
025000 01  FB-GEN-KEY.
025100     05  FB-GEN-ID               PIC X(08).
025200     05  FB-GEN-DATE             PIC 9(08).
025300 01  FB-PREV-GEN-KEY             PIC X(16)   VALUE LOW-VALUES.
025400 77  FB-GEN-ROWS          PIC 9(09) COMP-3 VALUE ZERO.
025500 77  FB-GEN-COUNT         PIC 9(09) COMP-3 VALUE ZERO.
025600
025700******************************************************************
025800*  DATE/TIME STAMPS - RUN DATE AND TIME SIDE BY SIDE, SO TWO     *
025900*  EVENTS COMPARE IN ONE TEST.                                   *
026000******************************************************************
026100 01  FB-STAMP.
026200     05  FB-STAMP-DATE           PIC 9(08).
026300     05  FB-STAMP-TIME           PIC 9(08).
026400 01  FB-STAMP-N REDEFINES FB-STAMP  PIC 9(16).
026500
026600 01  FB-MONTH-WORK.
026700     05  FB-MONTH-YYYYMM         PIC 9(06).
026800     05  FILLER                  PIC X(10).
026900
027000******************************************************************
027100*  A REVERSAL RECORD CARRIES THE BACKOUT MARKER AT THE FRONT OF  *
027200*  ITS DIVISOR LIST.                                             *
027300******************************************************************
027400 01  FB-MARKER-TEST.
027500     05  FB-MARKER-WORD          PIC X(07).
027600         88  FB-MARKER-BACKOUT               VALUE "BACKOUT".
027700     05  FILLER                  PIC X(493).
027800
027900******************************************************************
028000*  DISCREPANCY COUNTS AND WORKING FIELDS                         *
028100******************************************************************
028200 77  FB-CHECK-COUNT       PIC 9(05) COMP-3 VALUE ZERO.
028300 77  FB-TOTAL-COUNT       PIC 9(05) COMP-3 VALUE ZERO.
028400 77  FB-CHECK-EDIT        PIC ZZ,ZZ9.
028500 77  FB-WORK-DEPT         PIC X(08)        VALUE SPACES.
028600 77  FB-WORK-EFF-DATE     PIC 9(08)        VALUE ZERO.
028700 77  FB-WORK-EXP-DATE     PIC 9(08)        VALUE ZERO.
028800 77  FB-TODAY             PIC 9(08)        VALUE ZERO.
028900 77  FB-PRINT-LINE        PIC X(132)       VALUE SPACES.
029000
029100******************************************************************
029200*  REPORT LINE LAYOUTS                                           *
029300******************************************************************
029400 01  FB-RPT-HEADING.
029500     05  FILLER  PIC X(44)
029600         VALUE "FBINTCHK - SUITE REFERENTIAL INTEGRITY SWEEP".
029700     05  FILLER  PIC X(04)  VALUE " OF ".
029800     05  FB-HDG-DATE             PIC 9(08).
029900     05  FILLER  PIC X(76)  VALUE SPACES.
030000
030100 01  FB-RPT-DETAIL.
030200     05  FILLER                  PIC X(02)  VALUE SPACES.
030300     05  FB-DTL-KEY              PIC X(26).
030400     05  FILLER                  PIC X(02)  VALUE SPACES.
030500     05  FB-DTL-TEXT             PIC X(80).
030600     05  FILLER                  PIC X(22)  VALUE SPACES.
030700
030800 01  FB-RPT-CHECK-TOTAL.
030900     05  FILLER                  PIC X(02)  VALUE SPACES.
031000     05  FB-CKT-COUNT            PIC ZZ,ZZ9.
031100     05  FILLER  PIC X(16)  VALUE " DISCREPANCY(S)".
031200     05  FILLER                  PIC X(108) VALUE SPACES.
031300
031400 PROCEDURE DIVISION.
031500******************************************************************
031600*  0000-MAINLINE                                                 *
031700******************************************************************
031800 0000-MAINLINE.
031900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
032000     IF RETURN-CODE = 12
032100         GO TO 0000-EXIT
032200     END-IF.
032300     PERFORM 2000-CHECK-OK-REQUESTS THRU 2000-EXIT.
032400     PERFORM 3000-CHECK-AUDIT-ORPHANS THRU 3000-EXIT.
032500     PERFORM 4000-CHECK-MASTER THRU 4000-EXIT.
032600     PERFORM 5000-CHECK-BACKOUTS THRU 5000-EXIT.
032700     PERFORM 6000-CHECK-RULES THRU 6000-EXIT.
032800     PERFORM 8000-VERDICT THRU 8000-EXIT.
032900 0000-EXIT.
033000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
033100     STOP RUN.
033200
033300******************************************************************
033400*  1000-INITIALIZE - THE QUEUE AND THE AUDIT TRAIL ARE THE SPINE *
033500*  OF EVERY CHECK; WITHOUT EITHER THERE IS NOTHING TO SWEEP.     *
033600******************************************************************
033700 1000-INITIALIZE.
033800     ACCEPT FB-TODAY FROM DATE YYYYMMDD.
033900     OPEN OUTPUT FB-REPORT-FILE.
034000     MOVE FB-TODAY TO FB-HDG-DATE.
034100     MOVE FB-RPT-HEADING TO FB-REPORT-RECORD.
034200     WRITE FB-REPORT-RECORD.
034300     PERFORM 1100-LOAD-REQUESTS THRU 1100-EXIT.
034400     IF RETURN-CODE = 12
034500         GO TO 1000-EXIT
034600     END-IF.
034700     PERFORM 1200-LOAD-AUDIT THRU 1200-EXIT.
034800 1000-EXIT.
034900     EXIT.
035000
035100******************************************************************
035200*  1100-LOAD-REQUESTS                                            *
035300******************************************************************
035400 1100-LOAD-REQUESTS.
035500     OPEN INPUT FB-REQST-FILE.
035600     IF FB-REQST-STATUS NOT = "00"
035700         MOVE "FBINTCHK - FBREQST NOT PRESENT - SWEEP NOT RUN"
035800             TO FB-REPORT-RECORD
035900         WRITE FB-REPORT-RECORD
036000         DISPLAY "FBINTCHK: FBREQST NOT AVAILABLE (STATUS "
036100             FB-REQST-STATUS ")"
036200         MOVE 12 TO RETURN-CODE
036300         GO TO 1100-EXIT
036400     END-IF.
036500     MOVE "N" TO FB-EOF-FILE-SW.
036600     READ FB-REQST-FILE
036700         AT END MOVE "Y" TO FB-EOF-FILE-SW
036800     END-READ.
036900     PERFORM 1110-LOAD-ONE-REQUEST THRU 1110-EXIT
037000         UNTIL FB-EOF-FILE.
037100     CLOSE FB-REQST-FILE.
037200 1100-EXIT.
037300     EXIT.
037400
037500 1110-LOAD-ONE-REQUEST.
037600     IF FB-REQUEST-COUNT NOT LESS THAN FB-MAX-REQUESTS
037700         DISPLAY "FBINTCHK: MORE THAN " FB-MAX-REQUESTS
037800             " QUEUED REQUESTS - " FB-REQ-ID " NOT CHECKED"
037900         GO TO 1110-READ-NEXT
038000     END-IF.
038100     ADD 1 TO FB-REQUEST-COUNT.
038200     MOVE FB-REQ-ID     TO FB-RQT-ID (FB-REQUEST-COUNT).
038300     MOVE FB-REQ-DEPT   TO FB-RQT-DEPT (FB-REQUEST-COUNT).
038400     MOVE FB-REQ-STATUS TO FB-RQT-STATUS (FB-REQUEST-COUNT).
038500 1110-READ-NEXT.
038600     READ FB-REQST-FILE
038700         AT END MOVE "Y" TO FB-EOF-FILE-SW
038800     END-READ.
038900 1110-EXIT.
039000     EXIT.
039100
039200******************************************************************
039300*  1200-LOAD-AUDIT - ONE PASS OF FBAUDIT, IN THE ORDER IT WAS    *
039400*  APPENDED: THE LATEST RECORD PER REQUEST ID, EVERY LIVE RUN,   *
039500*  AND EVERY BACKOUT PAIRED WITH THE LIVE RUN BEFORE IT.         *
039600******************************************************************
039700 1200-LOAD-AUDIT.
039800     OPEN INPUT FB-AUDIT-FILE.
039900     IF FB-AUDIT-STATUS NOT = "00"
040000         MOVE "FBINTCHK - FBAUDIT NOT PRESENT - SWEEP NOT RUN"
040100             TO FB-REPORT-RECORD
040200         WRITE FB-REPORT-RECORD
040300         DISPLAY "FBINTCHK: FBAUDIT NOT AVAILABLE (STATUS "
040400             FB-AUDIT-STATUS ")"
040500         MOVE 12 TO RETURN-CODE
040600         GO TO 1200-EXIT
040700     END-IF.
040800     MOVE "N" TO FB-EOF-FILE-SW.
040900     READ FB-AUDIT-FILE
041000         AT END MOVE "Y" TO FB-EOF-FILE-SW
041100     END-READ.
041200     PERFORM 1210-LOAD-ONE-AUDIT THRU 1210-EXIT
041300         UNTIL FB-EOF-FILE.
041400     CLOSE FB-AUDIT-FILE.
041500 1200-EXIT.
041600     EXIT.
041700
041800 1210-LOAD-ONE-AUDIT.
041900     IF FB-AUD-REQUEST-ID = SPACES
042000         GO TO 1210-READ-NEXT
042100     END-IF.
042200     MOVE ZERO TO FB-AUDID-SLOT.
042300     PERFORM 1220-MATCH-ONE-AUDID THRU 1220-EXIT
042400         VARYING FB-AUDID-IDX FROM 1 BY 1
042500         UNTIL FB-AUDID-IDX GREATER THAN FB-AUDID-COUNT.
042600     IF FB-AUDID-SLOT = ZERO
042700         IF FB-AUDID-COUNT NOT LESS THAN FB-MAX-AUDIDS
042800             DISPLAY "FBINTCHK: MORE THAN " FB-MAX-AUDIDS
042900                 " AUDITED REQUEST IDS - " FB-AUD-REQUEST-ID
043000                 " NOT CHECKED"
043100             GO TO 1210-READ-NEXT
043200         END-IF
043300         ADD 1 TO FB-AUDID-COUNT
043400         MOVE FB-AUDID-COUNT TO FB-AUDID-SLOT
043500         MOVE FB-AUD-REQUEST-ID TO FB-AIT-ID (FB-AUDID-SLOT)
043600         MOVE ZERO TO FB-AIT-RECORDS (FB-AUDID-SLOT)
043700         MOVE ZERO TO FB-AIT-LIVE-STAMP (FB-AUDID-SLOT)
043800     END-IF.
043900     ADD 1 TO FB-AIT-RECORDS (FB-AUDID-SLOT).
044000     MOVE FB-AUD-RUN-DATE TO FB-STAMP-DATE.
044100     MOVE FB-AUD-RUN-TIME TO FB-STAMP-TIME.
044200     MOVE FB-AUD-DIVISOR-LIST TO FB-MARKER-TEST.
044300     IF FB-MARKER-BACKOUT
044400         MOVE "B" TO FB-AIT-LATEST-SW (FB-AUDID-SLOT)
044500         PERFORM 1240-NOTE-BACKOUT THRU 1240-EXIT
044600     ELSE
044700         MOVE "L" TO FB-AIT-LATEST-SW (FB-AUDID-SLOT)
044800         MOVE FB-STAMP-N TO FB-AIT-LIVE-STAMP (FB-AUDID-SLOT)
044900         PERFORM 1230-NOTE-LIVE-RUN THRU 1230-EXIT
045000     END-IF.
045100 1210-READ-NEXT.
045200     READ FB-AUDIT-FILE
045300         AT END MOVE "Y" TO FB-EOF-FILE-SW
045400     END-READ.
045500 1210-EXIT.
045600     EXIT.
045700
045800 1220-MATCH-ONE-AUDID.
045900     IF FB-AIT-ID (FB-AUDID-IDX) = FB-AUD-REQUEST-ID
046000         MOVE FB-AUDID-IDX TO FB-AUDID-SLOT
046100     END-IF.
046200 1220-EXIT.
046300     EXIT.
046400
046500 1230-NOTE-LIVE-RUN.
046600     MOVE FB-AUD-REQUEST-ID TO FB-GEN-ID.
046700     MOVE FB-AUD-RUN-DATE   TO FB-GEN-DATE.
046800     PERFORM 1250-FIND-RUN THRU 1250-EXIT.
046900     IF FB-FOUND
047000         GO TO 1230-EXIT
047100     END-IF.
047200     IF FB-RUN-COUNT NOT LESS THAN FB-MAX-RUNS
047300         DISPLAY "FBINTCHK: MORE THAN " FB-MAX-RUNS
047400             " AUDITED RUNS - FBMASTR CHECK INCOMPLETE"
047500         GO TO 1230-EXIT
047600     END-IF.
047700     ADD 1 TO FB-RUN-COUNT.
047800     MOVE FB-GEN-KEY TO FB-RNT-KEY (FB-RUN-COUNT).
047900 1230-EXIT.
048000     EXIT.
048100
048200 1240-NOTE-BACKOUT.
048300     IF FB-AIT-LIVE-STAMP (FB-AUDID-SLOT) = ZERO
048400         GO TO 1240-EXIT
048500     END-IF.
048600     IF FB-BACKOUT-COUNT NOT LESS THAN FB-MAX-BACKOUTS
048700         DISPLAY "FBINTCHK: MORE THAN " FB-MAX-BACKOUTS
048800             " BACKOUTS - BACKOUT CHECK INCOMPLETE"
048900         GO TO 1240-EXIT
049000     END-IF.
049100     ADD 1 TO FB-BACKOUT-COUNT.
049200     MOVE FB-AUD-REQUEST-ID TO FB-BKT-ID (FB-BACKOUT-COUNT).
049300     MOVE FB-AIT-LIVE-STAMP (FB-AUDID-SLOT)
049400         TO FB-BKT-RUN-STAMP (FB-BACKOUT-COUNT).
049500     MOVE FB-STAMP-N TO FB-BKT-BKO-STAMP (FB-BACKOUT-COUNT).
049600     MOVE ZERO TO FB-AIT-LIVE-STAMP (FB-AUDID-SLOT).
049700 1240-EXIT.
049800     EXIT.
049900
050000******************************************************************
050100*  1250-FIND-RUN - IS FB-GEN-KEY (REQUEST ID AND RUN DATE) AN    *
050200*  AUDITED LIVE RUN?                                             *
050300******************************************************************
050400 1250-FIND-RUN.
050500     MOVE "N" TO FB-FOUND-SW.
050600     PERFORM 1260-MATCH-ONE-RUN THRU 1260-EXIT
050700         VARYING FB-RUN-IDX FROM 1 BY 1
050800         UNTIL FB-RUN-IDX GREATER THAN FB-RUN-COUNT
050900             OR FB-FOUND.
051000 1250-EXIT.
051100     EXIT.
051200
051300 1260-MATCH-ONE-RUN.
051400     IF FB-RNT-KEY (FB-RUN-IDX) = FB-GEN-KEY
051500         MOVE "Y" TO FB-FOUND-SW
051600     END-IF.
051700 1260-EXIT.
051800     EXIT.
051900
052000******************************************************************
052100*  2000-CHECK-OK-REQUESTS - A REQUEST THE QUEUE CALLS COMPLETE   *
052200*  MUST HAVE A LIVE RUN AS ITS LATEST AUDIT RECORD.              *
052300******************************************************************
052400 2000-CHECK-OK-REQUESTS.
052500     MOVE "1. OK REQUESTS WITHOUT A LIVE AUDIT RECORD"
052600         TO FB-PRINT-LINE.
052700     PERFORM 7000-START-CHECK THRU 7000-EXIT.
052800     PERFORM 2100-CHECK-ONE-REQUEST THRU 2100-EXIT
052900         VARYING FB-REQUEST-IDX FROM 1 BY 1
053000         UNTIL FB-REQUEST-IDX GREATER THAN FB-REQUEST-COUNT.
053100     PERFORM 7200-END-CHECK THRU 7200-EXIT.
053200 2000-EXIT.
053300     EXIT.
053400
053500 2100-CHECK-ONE-REQUEST.
053600     IF FB-RQT-STATUS (FB-REQUEST-IDX) NOT = "OK"
053700         GO TO 2100-EXIT
053800     END-IF.
053900     MOVE ZERO TO FB-AUDID-SLOT.
054000     PERFORM 2110-MATCH-ONE-AUDID THRU 2110-EXIT
054100         VARYING FB-AUDID-IDX FROM 1 BY 1
054200         UNTIL FB-AUDID-IDX GREATER THAN FB-AUDID-COUNT.
054300     MOVE SPACES TO FB-DTL-KEY.
054400     STRING "REQUEST " FB-RQT-ID (FB-REQUEST-IDX)
054500         DELIMITED BY SIZE INTO FB-DTL-KEY.
054600     IF FB-AUDID-SLOT = ZERO
054700         MOVE "MARKED OK ON FBREQST BUT NO FBAUDIT RECORD ON FILE"
054800             TO FB-DTL-TEXT
054900         PERFORM 7100-DISCREPANCY THRU 7100-EXIT
055000         GO TO 2100-EXIT
055100     END-IF.
055200     IF FB-AIT-LATEST-BACKOUT (FB-AUDID-SLOT)
055300         MOVE "MARKED OK ON FBREQST BUT LATEST AUDIT IS A BACKOUT"
055400             TO FB-DTL-TEXT
055500         PERFORM 7100-DISCREPANCY THRU 7100-EXIT
055600     END-IF.
055700 2100-EXIT.
055800     EXIT.
055900
056000 2110-MATCH-ONE-AUDID.
056100     IF FB-AIT-ID (FB-AUDID-IDX) = FB-RQT-ID (FB-REQUEST-IDX)
056200         MOVE FB-AUDID-IDX TO FB-AUDID-SLOT
056300     END-IF.
056400 2110-EXIT.
056500     EXIT.
056600
056700******************************************************************
056800*  3000-CHECK-AUDIT-ORPHANS - EVERY REQUEST ID ON FBAUDIT MUST   *
056900*  STILL BE ON THE QUEUE.                                        *
057000******************************************************************
057100 3000-CHECK-AUDIT-ORPHANS.
057200     MOVE "2. FBAUDIT REQUEST IDS NOT ON THE FBREQST QUEUE"
057300         TO FB-PRINT-LINE.
057400     PERFORM 7000-START-CHECK THRU 7000-EXIT.
057500     PERFORM 3100-CHECK-ONE-AUDID THRU 3100-EXIT
057600         VARYING FB-AUDID-IDX FROM 1 BY 1
057700         UNTIL FB-AUDID-IDX GREATER THAN FB-AUDID-COUNT.
057800     PERFORM 7200-END-CHECK THRU 7200-EXIT.
057900 3000-EXIT.
058000     EXIT.
058100
058200 3100-CHECK-ONE-AUDID.
058300     MOVE ZERO TO FB-REQUEST-SLOT.
058400     PERFORM 3110-MATCH-ONE-REQUEST THRU 3110-EXIT
058500         VARYING FB-REQUEST-IDX FROM 1 BY 1
058600         UNTIL FB-REQUEST-IDX GREATER THAN FB-REQUEST-COUNT.
058700     IF FB-REQUEST-SLOT NOT = ZERO
058800         GO TO 3100-EXIT
058900     END-IF.
059000     MOVE SPACES TO FB-DTL-KEY.
059100     STRING "REQUEST " FB-AIT-ID (FB-AUDID-IDX)
059200         DELIMITED BY SIZE INTO FB-DTL-KEY.
059300     MOVE FB-AIT-RECORDS (FB-AUDID-IDX) TO FB-CHECK-EDIT.
059400     MOVE SPACES TO FB-DTL-TEXT.
059500     STRING FB-CHECK-EDIT " AUDIT RECORD(S) FOR A REQUEST "
059600         "THE QUEUE DOES NOT HOLD" DELIMITED BY SIZE
059700         INTO FB-DTL-TEXT.
059800     PERFORM 7100-DISCREPANCY THRU 7100-EXIT.
059900 3100-EXIT.
060000     EXIT.
060100
060200 3110-MATCH-ONE-REQUEST.
060300     IF FB-RQT-ID (FB-REQUEST-IDX) = FB-AIT-ID (FB-AUDID-IDX)
060400         MOVE FB-REQUEST-IDX TO FB-REQUEST-SLOT
060500     END-IF.
060600 3110-EXIT.
060700     EXIT.
060800
060900******************************************************************
061000*  4000-CHECK-MASTER - READ FBMASTR IN KEY ORDER.  THE RUN ID    *
061100*  IS LAST IN THE KEY, SO ONE GENERATION'S ROWS ARE NOT          *
061200*  CONTIGUOUS; EACH REQUEST/RUN PAIR IS JUDGED THE FIRST TIME IT *
061300*  IS SEEN AND REPORTED ONCE.                                    *
061400******************************************************************
061500 4000-CHECK-MASTER.
061600     MOVE "3. FBMASTR GENERATIONS WITH NO MATCHING AUDIT RUN"
061700         TO FB-PRINT-LINE.
061800     PERFORM 7000-START-CHECK THRU 7000-EXIT.
061900     OPEN INPUT FB-MASTER-FILE.
062000     IF FB-MASTER-STATUS NOT = "00"
062100         MOVE "  (FBMASTR NOT PRESENT - CHECK SKIPPED)"
062200             TO FB-REPORT-RECORD
062300         WRITE FB-REPORT-RECORD
062400         GO TO 4000-EXIT
062500     END-IF.
062600     MOVE "N" TO FB-EOF-FILE-SW.
062700     READ FB-MASTER-FILE NEXT RECORD
062800         AT END MOVE "Y" TO FB-EOF-FILE-SW
062900     END-READ.
063000     PERFORM 4100-CHECK-ONE-ROW THRU 4100-EXIT
063100         UNTIL FB-EOF-FILE.
063200     CLOSE FB-MASTER-FILE.
063300     PERFORM 7200-END-CHECK THRU 7200-EXIT.
063400 4000-EXIT.
063500     EXIT.
063600
063700 4100-CHECK-ONE-ROW.
063800     MOVE FB-MST-REQUEST-ID TO FB-GEN-ID.
063900     MOVE FB-MST-RUN-ID     TO FB-GEN-DATE.
064000     IF FB-GEN-KEY = FB-PREV-GEN-KEY
064100         GO TO 4100-READ-NEXT
064200     END-IF.
064300     MOVE FB-GEN-KEY TO FB-PREV-GEN-KEY.
064400     PERFORM 1250-FIND-RUN THRU 1250-EXIT.
064500     IF FB-FOUND
064600         GO TO 4100-READ-NEXT
064700     END-IF.
064800     PERFORM 4200-NOTE-ORPHAN-GEN THRU 4200-EXIT.
064900 4100-READ-NEXT.
065000     READ FB-MASTER-FILE NEXT RECORD
065100         AT END MOVE "Y" TO FB-EOF-FILE-SW
065200     END-READ.
065300 4100-EXIT.
065400     EXIT.
065500
065600******************************************************************
065700*  4200-NOTE-ORPHAN-GEN - AN UNAUDITED GENERATION IS ADDED TO    *
065800*  THE RUN TABLE ONCE REPORTED, SO ITS LATER ROWS (OTHER         *
065900*  ITERATIONS UNDER THE SAME RUN ID) DO NOT REPORT IT AGAIN.     *
066000******************************************************************
066100 4200-NOTE-ORPHAN-GEN.
066200     MOVE SPACES TO FB-DTL-KEY.
066300     STRING "REQUEST " FB-GEN-ID DELIMITED BY SIZE
066400         INTO FB-DTL-KEY.
066500     MOVE SPACES TO FB-DTL-TEXT.
066600     STRING "FBMASTR GENERATION RUN ID " FB-GEN-DATE
066700         " HAS NO FBAUDIT RUN FOR THAT DATE"
066800         DELIMITED BY SIZE INTO FB-DTL-TEXT.
066900     PERFORM 7100-DISCREPANCY THRU 7100-EXIT.
067000     IF FB-RUN-COUNT LESS THAN FB-MAX-RUNS
067100         ADD 1 TO FB-RUN-COUNT
067200         MOVE FB-GEN-KEY TO FB-RNT-KEY (FB-RUN-COUNT)
067300     END-IF.
067400 4200-EXIT.
067500     EXIT.
067600
067700******************************************************************
067800*  5000-CHECK-BACKOUTS - A BACKOUT UNDOES THE RUN ON OUR SIDE    *
067900*  ONLY.  IF AN EXTRACT WAS BUILT WHILE THE RUN'S ROWS WERE ON   *
068000*  FBCSV, OR THE RUN'S MONTH WAS CLOSED AND INVOICED TO ITS      *
068100*  DEPARTMENT BEFORE THE BACKOUT, THE ACCOUNTING SIDE STILL      *
068110*  HOLDS WHAT WE TOOK BACK.  A MONTH STILL OPEN, OR CLOSED       *
068120*  AFTER THE BACKOUT, WAS INVOICED WITHOUT THE RUN.              *
068200******************************************************************
068300 5000-CHECK-BACKOUTS.
068400     MOVE "4. BACKED-OUT RUNS ALREADY TRANSMITTED OR BILLED"
068500         TO FB-PRINT-LINE.
068600     PERFORM 7000-START-CHECK THRU 7000-EXIT.
068700     PERFORM 5100-LOAD-XMTREG THRU 5100-EXIT.
068800     PERFORM 5200-LOAD-PERIOD THRU 5200-EXIT.
068900     PERFORM 5300-CHECK-ONE-BACKOUT THRU 5300-EXIT
069000         VARYING FB-BACKOUT-IDX FROM 1 BY 1
069100         UNTIL FB-BACKOUT-IDX GREATER THAN FB-BACKOUT-COUNT.
069200     PERFORM 7200-END-CHECK THRU 7200-EXIT.
069300 5000-EXIT.
069400     EXIT.
069500
069600 5100-LOAD-XMTREG.
069700     OPEN INPUT FB-XMTREG-FILE.
069800     IF FB-XMTREG-STATUS NOT = "00"
069900         MOVE "  (FBXMTREG NOT PRESENT - XMITS NOT CHECKED)"
070000             TO FB-REPORT-RECORD
070100         WRITE FB-REPORT-RECORD
070200         GO TO 5100-EXIT
070300     END-IF.
070400     MOVE "Y" TO FB-XMTREG-LOADED-SW.
070500     MOVE "N" TO FB-EOF-FILE-SW.
070600     READ FB-XMTREG-FILE
070700         AT END MOVE "Y" TO FB-EOF-FILE-SW
070800     END-READ.
070900     PERFORM 5110-LOAD-ONE-XMIT THRU 5110-EXIT
071000         UNTIL FB-EOF-FILE.
071100     CLOSE FB-XMTREG-FILE.
071200 5100-EXIT.
071300     EXIT.
071400
071500 5110-LOAD-ONE-XMIT.
071600     IF FB-XMIT-COUNT LESS THAN FB-MAX-XMITS
071700         ADD 1 TO FB-XMIT-COUNT
071800         MOVE FB-XRG-FILE-SEQ TO FB-XMT-SEQ (FB-XMIT-COUNT)
071900         MOVE FB-XRG-XMIT-DATE TO FB-STAMP-DATE
072000         MOVE FB-XRG-XMIT-TIME TO FB-STAMP-TIME
072100         MOVE FB-STAMP-N TO FB-XMT-STAMP (FB-XMIT-COUNT)
072200     END-IF.
072300     READ FB-XMTREG-FILE
072400         AT END MOVE "Y" TO FB-EOF-FILE-SW
072500     END-READ.
072600 5110-EXIT.
072700     EXIT.
072800
072850 5200-LOAD-PERIOD.
072900     OPEN INPUT FB-PERIOD-FILE.
072950     IF FB-PERIOD-STATUS NOT = "00"
073000         MOVE "  (FBPERIOD NOT PRESENT - BILLING NOT CHECKED)"
073050             TO FB-REPORT-RECORD
073100         WRITE FB-REPORT-RECORD
073150         GO TO 5200-EXIT
073200     END-IF.
073250     MOVE "Y" TO FB-PERIOD-LOADED-SW.
073300     MOVE "N" TO FB-EOF-FILE-SW.
073350     READ FB-PERIOD-FILE
073400         AT END MOVE "Y" TO FB-EOF-FILE-SW
073450     END-READ.
073500     PERFORM 5210-LOAD-ONE-PERIOD THRU 5210-EXIT
073550         UNTIL FB-EOF-FILE.
073600     CLOSE FB-PERIOD-FILE.
073650 5200-EXIT.
073700     EXIT.
073750
073800******************************************************************
073850*  5210-LOAD-ONE-PERIOD - A *TOTAL RECORD CLOSES ITS MONTH AT    *
073900*  ITS CLOSE STAMP; A CHARGE RECORD IS A DEPARTMENT INVOICED IN  *
073950*  THAT MONTH.  ADJUSTMENT RECORDS DO NOT COUNT.                 *
074000******************************************************************
074050 5210-LOAD-ONE-PERIOD.
074100     IF FB-PRD-MONTH-TOTAL
074150         IF FB-CLOSED-COUNT LESS THAN FB-MAX-CLOSED
074200             ADD 1 TO FB-CLOSED-COUNT
074250             MOVE FB-PRD-MONTH TO FB-CLT-MONTH (FB-CLOSED-COUNT)
074300             MOVE FB-PRD-CLOSE-DATE TO FB-STAMP-DATE
074350             MOVE FB-PRD-CLOSE-TIME TO FB-STAMP-TIME
074400             MOVE FB-STAMP-N TO FB-CLT-STAMP (FB-CLOSED-COUNT)
074450         END-IF
074500     ELSE
074550         IF FB-PRD-TYPE = SPACES
074600                 AND FB-CHARGE-COUNT LESS THAN FB-MAX-CHARGES
074650             ADD 1 TO FB-CHARGE-COUNT
074700             MOVE FB-PRD-MONTH TO FB-CGT-MONTH (FB-CHARGE-COUNT)
074750             MOVE FB-PRD-DEPT  TO FB-CGT-DEPT (FB-CHARGE-COUNT)
074800         END-IF
074850     END-IF.
074900     READ FB-PERIOD-FILE
074950         AT END MOVE "Y" TO FB-EOF-FILE-SW
075000     END-READ.
075050 5210-EXIT.
075800     EXIT.
075900
076000 5300-CHECK-ONE-BACKOUT.
076100     MOVE SPACES TO FB-DTL-KEY.
076200     STRING "REQUEST " FB-BKT-ID (FB-BACKOUT-IDX)
076300         DELIMITED BY SIZE INTO FB-DTL-KEY.
076400     MOVE FB-BKT-RUN-STAMP (FB-BACKOUT-IDX) TO FB-STAMP-N.
076500     PERFORM 5310-CHECK-ONE-XMIT THRU 5310-EXIT
076600         VARYING FB-XMIT-IDX FROM 1 BY 1
076700         UNTIL FB-XMIT-IDX GREATER THAN FB-XMIT-COUNT.
076800     MOVE SPACES TO FB-WORK-DEPT.
076900     PERFORM 5320-FIND-DEPT THRU 5320-EXIT
077000         VARYING FB-REQUEST-IDX FROM 1 BY 1
077100         UNTIL FB-REQUEST-IDX GREATER THAN FB-REQUEST-COUNT.
077200     MOVE FB-STAMP-DATE TO FB-MONTH-WORK.
077210     MOVE "N" TO FB-FOUND-SW.
077220     PERFORM 5325-FIND-CLOSE THRU 5325-EXIT
077230         VARYING FB-CLOSED-IDX FROM 1 BY 1
077240         UNTIL FB-CLOSED-IDX GREATER THAN FB-CLOSED-COUNT.
077250     IF NOT FB-FOUND
077260         GO TO 5300-EXIT
077270     END-IF.
077300     PERFORM 5330-CHECK-ONE-CHARGE THRU 5330-EXIT
077400         VARYING FB-CHARGE-IDX FROM 1 BY 1
077500         UNTIL FB-CHARGE-IDX GREATER THAN FB-CHARGE-COUNT.
077600 5300-EXIT.
077700     EXIT.
077800
077900 5310-CHECK-ONE-XMIT.
078000     IF FB-XMT-STAMP (FB-XMIT-IDX) NOT LESS THAN
078100             FB-BKT-RUN-STAMP (FB-BACKOUT-IDX)
078200         AND FB-XMT-STAMP (FB-XMIT-IDX) NOT GREATER THAN
078300             FB-BKT-BKO-STAMP (FB-BACKOUT-IDX)
078400         MOVE SPACES TO FB-DTL-TEXT
078500         STRING "RUN OF " FB-STAMP-DATE
078600             " BACKED OUT AFTER TRANSMISSION IN FILE SEQUENCE "
078700             FB-XMT-SEQ (FB-XMIT-IDX)
078800             DELIMITED BY SIZE INTO FB-DTL-TEXT
078900         PERFORM 7100-DISCREPANCY THRU 7100-EXIT
079000     END-IF.
079100 5310-EXIT.
079200     EXIT.
079300
079400 5320-FIND-DEPT.
079500     IF FB-RQT-ID (FB-REQUEST-IDX) = FB-BKT-ID (FB-BACKOUT-IDX)
079600         MOVE FB-RQT-DEPT (FB-REQUEST-IDX) TO FB-WORK-DEPT
079700     END-IF.
079800 5320-EXIT.
079900     EXIT.
079910
079920 5325-FIND-CLOSE.
079930     IF FB-CLT-MONTH (FB-CLOSED-IDX) = FB-MONTH-YYYYMM
079940             AND FB-CLT-STAMP (FB-CLOSED-IDX) LESS THAN
079950                 FB-BKT-BKO-STAMP (FB-BACKOUT-IDX)
079960         MOVE "Y" TO FB-FOUND-SW
079970     END-IF.
079980 5325-EXIT.
079990     EXIT.
080000
080100 5330-CHECK-ONE-CHARGE.
080200     IF FB-CGT-MONTH (FB-CHARGE-IDX) = FB-MONTH-YYYYMM
080300             AND FB-CGT-DEPT (FB-CHARGE-IDX) = FB-WORK-DEPT
080400             AND FB-WORK-DEPT NOT = SPACES
080500         MOVE SPACES TO FB-DTL-TEXT
080600         STRING "RUN OF " FB-STAMP-DATE
080700             " BACKED OUT BUT INVOICED TO " DELIMITED BY SIZE
080800             FB-WORK-DEPT DELIMITED BY SPACE
080900             " FOR CLOSED MONTH " FB-MONTH-YYYYMM
081000             DELIMITED BY SIZE INTO FB-DTL-TEXT
081100         PERFORM 7100-DISCREPANCY THRU 7100-EXIT
081200     END-IF.
081300 5330-EXIT.
081400     EXIT.
081500
081600******************************************************************
081700*  6000-CHECK-RULES - REPLAY EVERY APPLIED FBRULHST CHANGE, IN   *
081800*  THE ORDER IT WAS APPLIED, INTO THE STATE EACH RULE SHOULD BE  *
081900*  IN NOW, THEN HOLD FBRULES UP AGAINST IT.                      *
082000******************************************************************
082100 6000-CHECK-RULES.
082200     MOVE "5. FBRULES NOT MATCHING THE LATEST FBRULHST IMAGE"
082300         TO FB-PRINT-LINE.
082400     PERFORM 7000-START-CHECK THRU 7000-EXIT.
082500     OPEN INPUT FB-RULHST-FILE.
082600     IF FB-RULHST-STATUS NOT = "00"
082700         MOVE "  (FBRULHST NOT PRESENT - CHECK SKIPPED)"
082800             TO FB-REPORT-RECORD
082900         WRITE FB-REPORT-RECORD
083000         GO TO 6000-EXIT
083100     END-IF.
083200     MOVE "N" TO FB-EOF-FILE-SW.
083300     READ FB-RULHST-FILE
083400         AT END MOVE "Y" TO FB-EOF-FILE-SW
083500     END-READ.
083600     PERFORM 6100-REPLAY-ONE-CHANGE THRU 6100-EXIT
083700         UNTIL FB-EOF-FILE.
083800     CLOSE FB-RULHST-FILE.
083900     PERFORM 6200-LOAD-RULES THRU 6200-EXIT.
084000     PERFORM 6300-CHECK-ONE-EXPECT THRU 6300-EXIT
084100         VARYING FB-EXPECT-IDX FROM 1 BY 1
084200         UNTIL FB-EXPECT-IDX GREATER THAN FB-EXPECT-COUNT.
084300     PERFORM 7200-END-CHECK THRU 7200-EXIT.
084400 6000-EXIT.
084500     EXIT.
084600
084700******************************************************************
084800*  6100-REPLAY-ONE-CHANGE - AN ADD OR CHANGE LEAVES THE NEW      *
084900*  IMAGE PRESENT; A CHANGE THAT MOVED THE DIVISOR, OR A DELETE,  *
085000*  LEAVES THE OLD DIVISOR ABSENT.  REJECTED CHANGES DID NOTHING. *
085100******************************************************************
085200 6100-REPLAY-ONE-CHANGE.
085300     IF FB-HST-DISPOSITION NOT = "AP"
085400         GO TO 6100-READ-NEXT
085500     END-IF.
085600     IF FB-HST-ACTION = "C" OR FB-HST-ACTION = "D"
085700         MOVE FB-HST-RULE-SET    TO FB-FRK-SET
085800         MOVE FB-HST-OLD-DIVISOR TO FB-FRK-DIVISOR
085900         PERFORM 6110-FIND-EXPECT THRU 6110-EXIT
086000         IF FB-EXPECT-SLOT NOT = ZERO
086100             MOVE "N" TO FB-EXT-PRESENT-SW (FB-EXPECT-SLOT)
086200         END-IF
086300     END-IF.
086400     IF FB-HST-ACTION = "A" OR FB-HST-ACTION = "C"
086500         MOVE FB-HST-RULE-SET    TO FB-FRK-SET
086600         MOVE FB-HST-NEW-DIVISOR TO FB-FRK-DIVISOR
086700         PERFORM 6110-FIND-EXPECT THRU 6110-EXIT
086800         IF FB-EXPECT-SLOT NOT = ZERO
086900             MOVE "Y" TO FB-EXT-PRESENT-SW (FB-EXPECT-SLOT)
087000             MOVE FB-HST-NEW-LABEL
087100                 TO FB-EXT-LABEL (FB-EXPECT-SLOT)
087200             MOVE FB-HST-NEW-EFF-DATE
087300                 TO FB-EXT-EFF-DATE (FB-EXPECT-SLOT)
087400             MOVE FB-HST-NEW-EXP-DATE
087500                 TO FB-EXT-EXP-DATE (FB-EXPECT-SLOT)
087600         END-IF
087700     END-IF.
087800 6100-READ-NEXT.
087900     READ FB-RULHST-FILE
088000         AT END MOVE "Y" TO FB-EOF-FILE-SW
088100     END-READ.
088200 6100-EXIT.
088300     EXIT.
088400
088500******************************************************************
088600*  6110-FIND-EXPECT - LOCATE OR OPEN THE EXPECTED-STATE ENTRY    *
088700*  FOR FB-FIND-RULE-KEY, STAMPED WITH THE APPROVAL DATE.         *
088800******************************************************************
088900 6110-FIND-EXPECT.
089000     MOVE ZERO TO FB-EXPECT-SLOT.
089100     PERFORM 6120-MATCH-ONE-EXPECT THRU 6120-EXIT
089200         VARYING FB-EXPECT-IDX FROM 1 BY 1
089300         UNTIL FB-EXPECT-IDX GREATER THAN FB-EXPECT-COUNT.
089400     IF FB-EXPECT-SLOT = ZERO
089500         IF FB-EXPECT-COUNT NOT LESS THAN FB-MAX-EXPECTS
089600             DISPLAY "FBINTCHK: MORE THAN " FB-MAX-EXPECTS
089700                 " RULES ON FBRULHST - RULE CHECK INCOMPLETE"
089800             GO TO 6110-EXIT
089900         END-IF
090000         ADD 1 TO FB-EXPECT-COUNT
090100         MOVE FB-EXPECT-COUNT TO FB-EXPECT-SLOT
090200         MOVE FB-FIND-RULE-KEY TO FB-EXT-KEY (FB-EXPECT-SLOT)
090300     END-IF.
090400     MOVE FB-HST-APR-DATE TO FB-EXT-APR-DATE (FB-EXPECT-SLOT).
090500 6110-EXIT.
090600     EXIT.
090700
090800 6120-MATCH-ONE-EXPECT.
090900     IF FB-EXT-KEY (FB-EXPECT-IDX) = FB-FIND-RULE-KEY
091000         MOVE FB-EXPECT-IDX TO FB-EXPECT-SLOT
091100     END-IF.
091200 6120-EXIT.
091300     EXIT.
091400
091500******************************************************************
091600*  6200-LOAD-RULES - EVERY RULE ON FBRULES, ALL SETS.  A BLANK   *
091700*  DATE ON AN OLDER RECORD IS TAKEN AS ZERO, AS FIZZBUZZ DOES.   *
091800******************************************************************
091900 6200-LOAD-RULES.
092000     OPEN INPUT FB-RULES-FILE.
092100     IF FB-RULES-STATUS NOT = "00"
092200         MOVE "  (FBRULES NOT PRESENT - ALL RULES MISSING)"
092300             TO FB-REPORT-RECORD
092400         WRITE FB-REPORT-RECORD
092500         GO TO 6200-EXIT
092600     END-IF.
092700     MOVE "N" TO FB-EOF-FILE-SW.
092800     READ FB-RULES-FILE
092900         AT END MOVE "Y" TO FB-EOF-FILE-SW
093000     END-READ.
093100     PERFORM 6210-LOAD-ONE-RULE THRU 6210-EXIT
093200         UNTIL FB-EOF-FILE.
093300     CLOSE FB-RULES-FILE.
093400 6200-EXIT.
093500     EXIT.
093600
093700 6210-LOAD-ONE-RULE.
093800     IF FB-RULE-COUNT NOT LESS THAN FB-MAX-RULES
093900         GO TO 6210-READ-NEXT
094000     END-IF.
094100     ADD 1 TO FB-RULE-COUNT.
094200     MOVE FB-RULE-SET     TO FB-RLT-SET (FB-RULE-COUNT).
094300     MOVE FB-RULE-DIVISOR TO FB-RLT-DIVISOR (FB-RULE-COUNT).
094400     MOVE FB-RULE-LABEL   TO FB-RLT-LABEL (FB-RULE-COUNT).
094500     MOVE ZERO TO FB-RLT-EFF-DATE (FB-RULE-COUNT).
094600     MOVE ZERO TO FB-RLT-EXP-DATE (FB-RULE-COUNT).
094700     IF FB-RULE-EFF-DATE IS NUMERIC
094800         MOVE FB-RULE-EFF-DATE TO FB-RLT-EFF-DATE (FB-RULE-COUNT)
094900     END-IF.
095000     IF FB-RULE-EXP-DATE IS NUMERIC
095100         MOVE FB-RULE-EXP-DATE TO FB-RLT-EXP-DATE (FB-RULE-COUNT)
095200     END-IF.
095300 6210-READ-NEXT.
095400     READ FB-RULES-FILE
095500         AT END MOVE "Y" TO FB-EOF-FILE-SW
095600     END-READ.
095700 6210-EXIT.
095800     EXIT.
095900
096000 6300-CHECK-ONE-EXPECT.
096100     MOVE FB-EXT-KEY (FB-EXPECT-IDX) TO FB-FIND-RULE-KEY.
096200     MOVE ZERO TO FB-RULE-SLOT.
096300     PERFORM 6310-MATCH-ONE-RULE THRU 6310-EXIT
096400         VARYING FB-RULE-IDX FROM 1 BY 1
096500         UNTIL FB-RULE-IDX GREATER THAN FB-RULE-COUNT.
096600     MOVE SPACES TO FB-DTL-KEY.
096700     IF FB-FRK-SET = SPACES
096800         STRING "(SHOP DEFAULT)/" FB-FRK-DIVISOR
096900             DELIMITED BY SIZE INTO FB-DTL-KEY
097000     ELSE
097100         STRING FB-FRK-SET DELIMITED BY SPACE
097200             "/" FB-FRK-DIVISOR DELIMITED BY SIZE
097300             INTO FB-DTL-KEY
097400     END-IF.
097500     MOVE SPACES TO FB-DTL-TEXT.
097600     EVALUATE TRUE
097700         WHEN FB-EXT-PRESENT (FB-EXPECT-IDX)
097800                 AND FB-RULE-SLOT = ZERO
097900             STRING "APPLIED " FB-EXT-APR-DATE (FB-EXPECT-IDX)
098000                 " BUT NOT ON FBRULES" DELIMITED BY SIZE
098100                 INTO FB-DTL-TEXT
098200         WHEN NOT FB-EXT-PRESENT (FB-EXPECT-IDX)
098300                 AND FB-RULE-SLOT NOT = ZERO
098400             STRING "DELETED " FB-EXT-APR-DATE (FB-EXPECT-IDX)
098500                 " BUT STILL ON FBRULES" DELIMITED BY SIZE
098600                 INTO FB-DTL-TEXT
098700         WHEN NOT FB-EXT-PRESENT (FB-EXPECT-IDX)
098800             CONTINUE
098900         WHEN FB-RLT-LABEL (FB-RULE-SLOT)
099000                 NOT = FB-EXT-LABEL (FB-EXPECT-IDX)
099100             STRING "LABEL " FB-RLT-LABEL (FB-RULE-SLOT)
099200                 " ON FBRULES, " FB-EXT-LABEL (FB-EXPECT-IDX)
099300                 " AS APPLIED" DELIMITED BY SIZE
099400                 INTO FB-DTL-TEXT
099500         WHEN FB-RLT-EFF-DATE (FB-RULE-SLOT)
099600                 NOT = FB-EXT-EFF-DATE (FB-EXPECT-IDX)
099700             OR FB-RLT-EXP-DATE (FB-RULE-SLOT)
099800                 NOT = FB-EXT-EXP-DATE (FB-EXPECT-IDX)
099900             STRING "DATES " FB-RLT-EFF-DATE (FB-RULE-SLOT)
100000                 "-" FB-RLT-EXP-DATE (FB-RULE-SLOT)
100100                 " ON FBRULES, " FB-EXT-EFF-DATE (FB-EXPECT-IDX)
100200                 "-" FB-EXT-EXP-DATE (FB-EXPECT-IDX)
100300                 " AS APPLIED" DELIMITED BY SIZE
100400                 INTO FB-DTL-TEXT
100500     END-EVALUATE.
100600     IF FB-DTL-TEXT NOT = SPACES
100700         PERFORM 7100-DISCREPANCY THRU 7100-EXIT
100800     END-IF.
100900 6300-EXIT.
101000     EXIT.
101100
101200 6310-MATCH-ONE-RULE.
101300     IF FB-RLT-KEY (FB-RULE-IDX) = FB-FIND-RULE-KEY
101400         MOVE FB-RULE-IDX TO FB-RULE-SLOT
101500     END-IF.
101600 6310-EXIT.
101700     EXIT.
101800
101900******************************************************************
102000*  7000-START-CHECK - SECTION TITLE (IN FB-PRINT-LINE) AND A     *
102100*  FRESH COUNT.                                                  *
102200******************************************************************
102300 7000-START-CHECK.
102400     MOVE SPACES TO FB-REPORT-RECORD.
102500     WRITE FB-REPORT-RECORD.
102600     MOVE FB-PRINT-LINE TO FB-REPORT-RECORD.
102700     WRITE FB-REPORT-RECORD.
102800     MOVE ZERO TO FB-CHECK-COUNT.
102900 7000-EXIT.
103000     EXIT.
103100
103200******************************************************************
103300*  7100-DISCREPANCY - ONE DETAIL LINE FROM FB-DTL-KEY/TEXT.      *
103400******************************************************************
103500 7100-DISCREPANCY.
103600     MOVE FB-RPT-DETAIL TO FB-REPORT-RECORD.
103700     WRITE FB-REPORT-RECORD.
103800     ADD 1 TO FB-CHECK-COUNT.
103900     ADD 1 TO FB-TOTAL-COUNT.
104000 7100-EXIT.
104100     EXIT.
104200
104300 7200-END-CHECK.
104400     IF FB-CHECK-COUNT = ZERO
104500         MOVE "  (NONE)" TO FB-REPORT-RECORD
104600     ELSE
104700         MOVE FB-CHECK-COUNT TO FB-CKT-COUNT
104800         MOVE FB-RPT-CHECK-TOTAL TO FB-REPORT-RECORD
104900     END-IF.
105000     WRITE FB-REPORT-RECORD.
105100 7200-EXIT.
105200     EXIT.
105300
105400******************************************************************
105500*  8000-VERDICT                                                  *
105600******************************************************************
105700 8000-VERDICT.
105800     MOVE SPACES TO FB-REPORT-RECORD.
105900     WRITE FB-REPORT-RECORD.
106000     IF FB-TOTAL-COUNT = ZERO
106100         MOVE "VERDICT: THE FILES AGREE" TO FB-REPORT-RECORD
106200         WRITE FB-REPORT-RECORD
106300     ELSE
106400         MOVE FB-TOTAL-COUNT TO FB-CHECK-EDIT
106500         MOVE SPACES TO FB-PRINT-LINE
106600         STRING "VERDICT: " FB-CHECK-EDIT
106700             " DISCREPANCY(S) - SEE THE SECTIONS ABOVE"
106800             DELIMITED BY SIZE INTO FB-PRINT-LINE
106900         MOVE FB-PRINT-LINE TO FB-REPORT-RECORD
107000         WRITE FB-REPORT-RECORD
107100         MOVE 8 TO RETURN-CODE
107200     END-IF.
107300 8000-EXIT.
107400     EXIT.
107500
107600******************************************************************
107700*  9000-TERMINATE                                                *
107800******************************************************************
107900 9000-TERMINATE.
108000     CLOSE FB-REPORT-FILE.
108100     DISPLAY "FBINTCHK: " FB-TOTAL-COUNT " DISCREPANCY(S) FOUND".
108200 9000-EXIT.
108300     EXIT.
