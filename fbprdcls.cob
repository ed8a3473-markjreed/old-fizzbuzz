000100******************************************************************
000200*  MODIFICATION HISTORY                                          *
000300*  DATE       INIT  DESCRIPTION                                  *
000400*  ---------- ----  ---------------------------------------      *
000500*  2026-10-15  MJR  ORIGINAL VERSION.  ACCOUNTING PERIOD CLOSE:  *
000600*                   FREEZES A BILLING MONTH'S FINAL FBCHGEXT     *
000700*                   INVOICE ON FBPERIOD SO THE FIGURE FINANCE    *
000800*                   SENT OUT NEVER MOVES; LATER CORRECTIONS      *
000900*                   ARRIVE AS ADJUSTMENTS IN AN OPEN MONTH.      *
000910*  2026-10-15  MJR  A MONTH WITH NO INVOICE LINES IS CLOSED WITH *
000920*                   ZERO TOTALS AND ENDS WITH 4 INSTEAD OF BEING *
000930*                   REFUSED.                                     *
000940*  2026-10-15  MJR  A MONTH IS CLOSED ONLY ONCE ITS *TOTAL IS    *
000950*                   ON FBPERIOD; THE RECORDS OF A CLOSE THAT     *
000960*                   FAILED BEFORE ITS *TOTAL ARE DROPPED AND     *
000970*                   THE MONTH CLOSED AGAIN.                      *
001000******************************************************************
001100 IDENTIFICATION DIVISION.
001200 PROGRAM-ID.    FBPRDCLS.
001300 AUTHOR.        M J REED.
001400 INSTALLATION.  DATA CENTER OPERATIONS.
001500 DATE-WRITTEN.  2026-10-15.
001600 DATE-COMPILED.
001700******************************************************************
001800*  RUN BY FINANCE ONCE A MONTH'S INVOICE HAS GONE OUT.  THE      *
001900*  MONTH COMES FROM FBPCPARM (DEFAULT: THE PREVIOUS MONTH); THE  *
002000*  CURRENT MONTH IS STILL TAKING WORK AND CANNOT BE CLOSED.      *
002100*  FBCHGEXT MUST BE THE EXTRACT FBCHGBK WROTE FOR THAT MONTH -   *
002200*  THE INVOICE THAT WENT OUT - AND EVERY RECORD ON IT MUST       *
002300*  CARRY THE MONTH.  EACH CHARGE AND ADJUSTMENT RECORD IS COPIED *
002400*  TO FBPERIOD WITH THE CLOSE DATE AND TIME, FOLLOWED BY A       *
002500*  *TOTAL RECORD HOLDING THE MONTH'S INVOICED FIGURE: CHARGES    *
002600*  PLUS DEBITS LESS CREDITS.  THE MONTH IS CLOSED ONLY ONCE      *
002610*  ITS *TOTAL IS ON FBPERIOD.  FBPERIOD IS ONLY EVER EXTENDED,   *
002620*  EXCEPT THAT THE RECORDS LEFT BY A CLOSE THAT FAILED BEFORE    *
002630*  ITS *TOTAL ARE DROPPED WHEN THE MONTH IS CLOSED AGAIN.        *
002700*                                                                *
002800*  ONCE CLOSED, FBCHGBK REPRINTS THE MONTH FROM FBPERIOD RATHER  *
002900*  THAN BILLING IT AGAIN, AND FBBACKOT WILL ONLY UNWIND ONE OF   *
003000*  ITS RUNS AS A CREDIT ADJUSTMENT IN A LATER OPEN MONTH.        *
003100*                                                                *
003200*  ENDS WITH 0 WHEN THE MONTH WAS CLOSED, 4 WHEN IT WAS CLOSED   *
003300*  WITH NO INVOICE LINES (ZERO TOTALS), 8 WHEN THE CLOSE WAS     *
003400*  REFUSED (MONTH NOT YET OVER, ALREADY CLOSED, OR FBCHGEXT NOT  *
003500*  FOR THE MONTH) AND 12 WHEN FBCHGEXT IS MISSING OR FBPERIOD    *
003550*  CANNOT BE WRITTEN.                                            *
003600******************************************************************
003700 ENVIRONMENT DIVISION.
003800 CONFIGURATION SECTION.
003900 SOURCE-COMPUTER.  IBM-370.
004000 OBJECT-COMPUTER.  IBM-370.
004100 INPUT-OUTPUT SECTION.
004200 FILE-CONTROL.
004300     SELECT FB-PCPARM-FILE ASSIGN TO "FBPCPARM"
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS FB-PCPARM-STATUS.
004600
004700     SELECT FB-CHGEXT-FILE ASSIGN TO "FBCHGEXT"
004800         ORGANIZATION IS LINE SEQUENTIAL
004900         FILE STATUS IS FB-CHGEXT-STATUS.
005000
005100     SELECT FB-PERIOD-FILE ASSIGN TO "FBPERIOD"
005200         ORGANIZATION IS LINE SEQUENTIAL
005300         FILE STATUS IS FB-PERIOD-STATUS.
005310
005320     SELECT FB-PRDWK-FILE ASSIGN TO "FBPRDWK"
005330         ORGANIZATION IS LINE SEQUENTIAL
005340         FILE STATUS IS FB-PRDWK-STATUS.
005400
005500 DATA DIVISION.
005600 FILE SECTION.
005700 FD  FB-PCPARM-FILE.
005800 COPY FBPCPARM.
005900
006000 FD  FB-CHGEXT-FILE.
006100 COPY FBCHGREC.
006200
006300 FD  FB-PERIOD-FILE.
006400 COPY FBPRDREC.
006410
006420******************************************************************
006430*  FBPERIOD WORK COPY - USED ONLY TO DROP A FAILED CLOSE.        *
006440******************************************************************
006450 FD  FB-PRDWK-FILE.
006460 01  FB-PWK-RECORD               PIC X(100).
006500
006600 WORKING-STORAGE SECTION.
006700******************************************************************
006800*  FILE STATUS FIELDS                                            *
006900******************************************************************
007000 01  FB-FILE-STATUSES.
007100     05  FB-PCPARM-STATUS        PIC X(02).
007200     05  FB-CHGEXT-STATUS        PIC X(02).
007300     05  FB-PERIOD-STATUS        PIC X(02).
007350     05  FB-PRDWK-STATUS         PIC X(02).
007400
007500******************************************************************
007600*  SWITCHES                                                      *
007700******************************************************************
007800 01  FB-SWITCHES.
007900     05  FB-EOF-FILE-SW          PIC X(01)   VALUE "N".
008000         88  FB-EOF-FILE                     VALUE "Y".
008100     05  FB-CLOSED-SW            PIC X(01)   VALUE "N".
008200         88  FB-ALREADY-CLOSED               VALUE "Y".
008210     05  FB-EMPTY-SW             PIC X(01)   VALUE "N".
008220         88  FB-EMPTY-MONTH                  VALUE "Y".
008230     05  FB-PARTIAL-SW           PIC X(01)   VALUE "N".
008240         88  FB-PARTIAL-CLOSE                VALUE "Y".
008300
008400******************************************************************
008500*  THE MONTH'S INVOICE LINES FROM FBCHGEXT, AS WRITTEN.          *
008600******************************************************************
008700 01  FB-INVOICE-TABLE.
008800     05  FB-INVOICE-ENTRY OCCURS 300 TIMES.
008900         10  FB-IVT-RECORD       PIC X(80).
009000 77  FB-IVT-COUNT         PIC 9(04) COMP   VALUE ZERO.
009100 77  FB-IVT-IDX           PIC 9(04) COMP   VALUE ZERO.
009200 77  FB-MAX-INVOICES      PIC 9(04) COMP   VALUE 300.
009300
009400******************************************************************
009500*  CLOSE WORKING FIELDS AND INVOICE TOTALS                       *
009600******************************************************************
009700 77  FB-CLOSE-MONTH       PIC 9(06)        VALUE ZERO.
009800 77  FB-CURRENT-MONTH     PIC 9(06)        VALUE ZERO.
009900 77  FB-CLOSE-DATE        PIC 9(08)        VALUE ZERO.
010000 77  FB-CLOSE-TIME        PIC 9(08)        VALUE ZERO.
010100 77  FB-OTHER-MONTHS      PIC 9(04) COMP   VALUE ZERO.
010150 77  FB-PARTIAL-COUNT     PIC 9(05) COMP-3 VALUE ZERO.
010200 77  FB-CHG-REQ-TOTAL     PIC 9(05) COMP-3 VALUE ZERO.
010300 77  FB-CHG-ITER-TOTAL    PIC 9(12) COMP-3 VALUE ZERO.
010400 77  FB-CHARGE-TOTAL      PIC 9(11)V99 COMP-3 VALUE ZERO.
010500 77  FB-CREDIT-TOTAL      PIC 9(11)V99 COMP-3 VALUE ZERO.
010600 77  FB-DEBIT-TOTAL       PIC 9(11)V99 COMP-3 VALUE ZERO.
010700 77  FB-NET-AMOUNT        PIC S9(11)V99 COMP-3 VALUE ZERO.
010800 77  FB-NET-EDIT          PIC -ZZZ,ZZZ,ZZZ,ZZ9.99.
010900
011000 01  FB-WRK-DATE.
011100     05  FB-WRK-DATE-YYYYMM.
011200         10  FB-WRK-DATE-YYYY    PIC 9(04).
011300         10  FB-WRK-DATE-MM      PIC 9(02).
011400     05  FILLER                  PIC X(02).
011500
011600 PROCEDURE DIVISION.
011700******************************************************************
011800*  0000-MAINLINE                                                 *
011900******************************************************************
012000 0000-MAINLINE.
012100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
012200     IF RETURN-CODE NOT = ZERO
012300         GO TO 0000-EXIT
012400     END-IF.
012500     PERFORM 2000-CHECK-PERIOD THRU 2000-EXIT.
012600     IF RETURN-CODE NOT = ZERO
012700         GO TO 0000-EXIT
012800     END-IF.
012900     PERFORM 3000-LOAD-INVOICE THRU 3000-EXIT.
013000     IF RETURN-CODE NOT = ZERO
013100         GO TO 0000-EXIT
013200     END-IF.
013300     PERFORM 4000-WRITE-PERIOD THRU 4000-EXIT.
013400 0000-EXIT.
013500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
013600     STOP RUN.
013700
013800******************************************************************
013900*  1000-INITIALIZE - THE MONTH TO CLOSE, DEFAULTING TO THE       *
014000*  MONTH BEFORE THE CURRENT ONE.  ONLY A MONTH THAT HAS ENDED    *
014100*  MAY BE CLOSED.                                                *
014200******************************************************************
014300 1000-INITIALIZE.
014400     ACCEPT FB-CLOSE-DATE FROM DATE YYYYMMDD.
014500     ACCEPT FB-CLOSE-TIME FROM TIME.
014600     MOVE FB-CLOSE-DATE TO FB-WRK-DATE.
014700     MOVE FB-WRK-DATE-YYYYMM TO FB-CURRENT-MONTH.
014800     IF FB-WRK-DATE-MM = 01
014900         SUBTRACT 1 FROM FB-WRK-DATE-YYYY
015000         MOVE 12 TO FB-WRK-DATE-MM
015100     ELSE
015200         SUBTRACT 1 FROM FB-WRK-DATE-MM
015300     END-IF.
015400     MOVE FB-WRK-DATE-YYYYMM TO FB-CLOSE-MONTH.
015500     OPEN INPUT FB-PCPARM-FILE.
015600     IF FB-PCPARM-STATUS = "00"
015700         READ FB-PCPARM-FILE
015800             AT END
015900                 CONTINUE
016000             NOT AT END
016100                 IF FB-PCP-MONTH IS NUMERIC
016200                         AND FB-PCP-MONTH GREATER THAN ZERO
016300                     MOVE FB-PCP-MONTH TO FB-CLOSE-MONTH
016400                 END-IF
016500         END-READ
016600         CLOSE FB-PCPARM-FILE
016700     ELSE
016800         DISPLAY "FBPRDCLS: FBPCPARM NOT SUPPLIED - CLOSING "
016900             "THE PREVIOUS MONTH " FB-CLOSE-MONTH
017000     END-IF.
017100     IF FB-CLOSE-MONTH NOT LESS THAN FB-CURRENT-MONTH
017200         DISPLAY "FBPRDCLS: REFUSED - MONTH " FB-CLOSE-MONTH
017300             " HAS NOT ENDED AND CANNOT BE CLOSED"
017400         MOVE 8 TO RETURN-CODE
017500     END-IF.
017600 1000-EXIT.
017700     EXIT.
017800
017900******************************************************************
018000*  2000-CHECK-PERIOD - A MONTH IS CLOSED ONCE.  ITS *TOTAL ON    *
018100*  FBPERIOD MEANS ITS FIGURES ARE ALREADY FROZEN; ITS OTHER      *
018200*  RECORDS WITHOUT ONE ARE A FAILED CLOSE, DROPPED BY 4050.      *
018250*  NO FBPERIOD YET MEANS NOTHING HAS BEEN CLOSED.                *
018300******************************************************************
018400 2000-CHECK-PERIOD.
018500     OPEN INPUT FB-PERIOD-FILE.
018600     IF FB-PERIOD-STATUS NOT = "00"
018700         GO TO 2000-EXIT
018800     END-IF.
018900     MOVE "N" TO FB-EOF-FILE-SW.
019000     READ FB-PERIOD-FILE
019100         AT END MOVE "Y" TO FB-EOF-FILE-SW
019200     END-READ.
019300     PERFORM 2100-CHECK-ONE-PERIOD THRU 2100-EXIT
019400         UNTIL FB-EOF-FILE.
019500     CLOSE FB-PERIOD-FILE.
019600     IF FB-ALREADY-CLOSED
019700         DISPLAY "FBPRDCLS: REFUSED - MONTH " FB-CLOSE-MONTH
019800             " IS ALREADY CLOSED ON FBPERIOD"
019900         MOVE 8 TO RETURN-CODE
020000     END-IF.
020010     IF NOT FB-ALREADY-CLOSED
020020             AND FB-PARTIAL-COUNT GREATER THAN ZERO
020030         DISPLAY "FBPRDCLS: MONTH " FB-CLOSE-MONTH " HAS "
020040             FB-PARTIAL-COUNT " FBPERIOD RECORD(S) BUT NO "
020050             "*TOTAL - AN UNFINISHED CLOSE, TO BE REPLACED"
020060         SET FB-PARTIAL-CLOSE TO TRUE
020070     END-IF.
020100 2000-EXIT.
020200     EXIT.
020300
020400 2100-CHECK-ONE-PERIOD.
020500     IF FB-PRD-MONTH = FB-CLOSE-MONTH
020600         IF FB-PRD-MONTH-TOTAL
020610             SET FB-ALREADY-CLOSED TO TRUE
020620         ELSE
020630             ADD 1 TO FB-PARTIAL-COUNT
020640         END-IF
020700     END-IF.
020800     READ FB-PERIOD-FILE
020900         AT END MOVE "Y" TO FB-EOF-FILE-SW
021000     END-READ.
021100 2100-EXIT.
021200     EXIT.
021300
021400******************************************************************
021500*  3000-LOAD-INVOICE - THE MONTH'S FBCHGEXT, WHICH MUST BE THE   *
021600*  EXTRACT FOR THE MONTH BEING CLOSED AND NOTHING ELSE, WITH     *
021700*  ITS CHARGE, CREDIT AND DEBIT TOTALS.                          *
021800******************************************************************
021900 3000-LOAD-INVOICE.
022000     OPEN INPUT FB-CHGEXT-FILE.
022100     IF FB-CHGEXT-STATUS NOT = "00"
022200         DISPLAY "FBPRDCLS: FBCHGEXT NOT AVAILABLE (STATUS "
022300             FB-CHGEXT-STATUS ")"
022400         MOVE 12 TO RETURN-CODE
022500         GO TO 3000-EXIT
022600     END-IF.
022700     MOVE "N" TO FB-EOF-FILE-SW.
022800     READ FB-CHGEXT-FILE
022900         AT END MOVE "Y" TO FB-EOF-FILE-SW
023000     END-READ.
023100     PERFORM 3100-LOAD-ONE-LINE THRU 3100-EXIT
023200         UNTIL FB-EOF-FILE.
023300     CLOSE FB-CHGEXT-FILE.
023400     IF FB-OTHER-MONTHS GREATER THAN ZERO
023500         DISPLAY "FBPRDCLS: REFUSED - FBCHGEXT IS NOT THE "
023600             "INVOICE FOR MONTH " FB-CLOSE-MONTH
023700         DISPLAY "FBPRDCLS: RUN FBCHGBK FOR THE MONTH AND "
023800             "CLOSE IT FROM THAT EXTRACT"
023900         MOVE 8 TO RETURN-CODE
024000     END-IF.
024010     IF FB-IVT-COUNT = ZERO AND RETURN-CODE = ZERO
024020         DISPLAY "FBPRDCLS: FBCHGEXT HOLDS NO INVOICE LINES - "
024030             "MONTH " FB-CLOSE-MONTH " IS CLOSED WITH ZERO TOTALS"
024040         SET FB-EMPTY-MONTH TO TRUE
024050     END-IF.
024100 3000-EXIT.
024200     EXIT.
024300
024400 3100-LOAD-ONE-LINE.
024500     IF FB-CHG-MONTH NOT = FB-CLOSE-MONTH
024600         ADD 1 TO FB-OTHER-MONTHS
024700         GO TO 3100-READ-NEXT
024800     END-IF.
024900     IF FB-IVT-COUNT NOT LESS THAN FB-MAX-INVOICES
025000         DISPLAY "FBPRDCLS: MORE THAN " FB-MAX-INVOICES
025100             " INVOICE LINES - MONTH NOT CLOSED"
025200         ADD 1 TO FB-OTHER-MONTHS
025300         GO TO 3100-READ-NEXT
025400     END-IF.
025500     ADD 1 TO FB-IVT-COUNT.
025600     MOVE FB-CHG-RECORD TO FB-IVT-RECORD (FB-IVT-COUNT).
025700     EVALUATE TRUE
025800         WHEN FB-CHG-CREDIT
025900             ADD FB-CHG-AMOUNT TO FB-CREDIT-TOTAL
026000         WHEN FB-CHG-DEBIT
026100             ADD FB-CHG-AMOUNT TO FB-DEBIT-TOTAL
026200         WHEN OTHER
026300             ADD FB-CHG-REQUESTS   TO FB-CHG-REQ-TOTAL
026400             ADD FB-CHG-ITERATIONS TO FB-CHG-ITER-TOTAL
026500             ADD FB-CHG-AMOUNT     TO FB-CHARGE-TOTAL
026600     END-EVALUATE.
026700 3100-READ-NEXT.
026800     READ FB-CHGEXT-FILE
026900         AT END MOVE "Y" TO FB-EOF-FILE-SW
027000     END-READ.
027100 3100-EXIT.
027200     EXIT.
027300
027400******************************************************************
027500*  4000-WRITE-PERIOD - EVERY INVOICE LINE ONTO FBPERIOD WITH     *
027600*  THE CLOSE STAMP, THEN THE *TOTAL RECORD.  THE *TOTAL RECORD   *
027700*  GOES LAST SO A CLOSE THAT FAILS PART WAY SHOWS NO TOTAL.      *
027800******************************************************************
027900 4000-WRITE-PERIOD.
027910     IF FB-PARTIAL-CLOSE
027920         PERFORM 4050-DROP-PARTIAL THRU 4050-EXIT
027930         IF RETURN-CODE = 12
027940             GO TO 4000-EXIT
027950         END-IF
027960     END-IF.
028000     OPEN EXTEND FB-PERIOD-FILE.
028100     IF FB-PERIOD-STATUS NOT = "00"
028200         CLOSE FB-PERIOD-FILE
028300         OPEN OUTPUT FB-PERIOD-FILE
028400     END-IF.
028500     PERFORM 4100-WRITE-ONE-PERIOD THRU 4100-EXIT
028600         VARYING FB-IVT-IDX FROM 1 BY 1
028700         UNTIL FB-IVT-IDX GREATER THAN FB-IVT-COUNT
028800            OR RETURN-CODE = 12.
028900     IF RETURN-CODE = 12
029000         GO TO 4000-CLOSE
029100     END-IF.
029200
029300     COMPUTE FB-NET-AMOUNT = FB-CHARGE-TOTAL + FB-DEBIT-TOTAL
029400         - FB-CREDIT-TOTAL.
029500     MOVE SPACES TO FB-PRD-RECORD.
029600     MOVE FB-CLOSE-MONTH    TO FB-PRD-MONTH.
029700     MOVE "*TOTAL"          TO FB-PRD-DEPT.
029800     MOVE FB-CHG-REQ-TOTAL  TO FB-PRD-REQUESTS.
029900     MOVE FB-CHG-ITER-TOTAL TO FB-PRD-ITERATIONS.
030000     MOVE FB-NET-AMOUNT     TO FB-PRD-AMOUNT.
030100     MOVE ZERO              TO FB-PRD-RATE-PER-K.
030200     MOVE ZERO              TO FB-PRD-SOURCE-MONTH.
030300     MOVE ZERO              TO FB-PRD-ADJ-DATE.
030400     MOVE FB-CLOSE-DATE     TO FB-PRD-CLOSE-DATE.
030500     MOVE FB-CLOSE-TIME     TO FB-PRD-CLOSE-TIME.
030600     IF FB-NET-AMOUNT LESS THAN ZERO
030700         MOVE "-" TO FB-PRD-NET-SIGN
030800     END-IF.
030900     WRITE FB-PRD-RECORD.
031000     IF FB-PERIOD-STATUS NOT = "00"
031100         DISPLAY "FBPRDCLS: WRITE TO FBPERIOD FAILED (STATUS "
031200             FB-PERIOD-STATUS ")"
031300         MOVE 12 TO RETURN-CODE
031400     END-IF.
031410     IF FB-EMPTY-MONTH AND RETURN-CODE = ZERO
031420         MOVE 4 TO RETURN-CODE
031430     END-IF.
031500 4000-CLOSE.
031600     CLOSE FB-PERIOD-FILE.
031700 4000-EXIT.
031800     EXIT.
031801
031802******************************************************************
031803*  4050-DROP-PARTIAL - COPY FBPERIOD TO FBPRDWK WITHOUT THE      *
031804*  MONTH'S RECORDS FROM THE CLOSE THAT FAILED, THEN BACK.  IF    *
031805*  THE COPY BACK FAILS, FBPRDWK STILL HOLDS THE KEPT RECORDS.    *
031806******************************************************************
031807 4050-DROP-PARTIAL.
031808     OPEN INPUT FB-PERIOD-FILE.
031809     OPEN OUTPUT FB-PRDWK-FILE.
031810     IF FB-PERIOD-STATUS NOT = "00"
031811             OR FB-PRDWK-STATUS NOT = "00"
031812         DISPLAY "FBPRDCLS: FBPERIOD CANNOT BE COPIED TO FBPRDWK "
031813             "(STATUS " FB-PERIOD-STATUS "/" FB-PRDWK-STATUS ")"
031814         MOVE 12 TO RETURN-CODE
031815         GO TO 4050-EXIT
031816     END-IF.
031817     MOVE "N" TO FB-EOF-FILE-SW.
031818     READ FB-PERIOD-FILE
031819         AT END MOVE "Y" TO FB-EOF-FILE-SW
031820     END-READ.
031821     PERFORM 4060-KEEP-ONE-PERIOD THRU 4060-EXIT
031822         UNTIL FB-EOF-FILE OR RETURN-CODE = 12.
031823     CLOSE FB-PERIOD-FILE.
031824     CLOSE FB-PRDWK-FILE.
031825     IF RETURN-CODE = 12
031826         GO TO 4050-EXIT
031827     END-IF.
031828
031829     OPEN INPUT FB-PRDWK-FILE.
031830     OPEN OUTPUT FB-PERIOD-FILE.
031831     IF FB-PERIOD-STATUS NOT = "00"
031832             OR FB-PRDWK-STATUS NOT = "00"
031833         DISPLAY "FBPRDCLS: FBPERIOD CANNOT BE REWRITTEN FROM "
031834             "FBPRDWK (STATUS " FB-PERIOD-STATUS "/"
031835             FB-PRDWK-STATUS ")"
031836         MOVE 12 TO RETURN-CODE
031837         GO TO 4050-EXIT
031838     END-IF.
031839     MOVE "N" TO FB-EOF-FILE-SW.
031840     READ FB-PRDWK-FILE
031841         AT END MOVE "Y" TO FB-EOF-FILE-SW
031842     END-READ.
031843     PERFORM 4070-RESTORE-ONE-PERIOD THRU 4070-EXIT
031844         UNTIL FB-EOF-FILE OR RETURN-CODE = 12.
031845     CLOSE FB-PRDWK-FILE.
031846     CLOSE FB-PERIOD-FILE.
031847     IF RETURN-CODE NOT = 12
031848         DISPLAY "FBPRDCLS: " FB-PARTIAL-COUNT " RECORD(S) OF "
031849             "THE FAILED CLOSE DROPPED FROM FBPERIOD"
031850     END-IF.
031851 4050-EXIT.
031852     EXIT.
031853
031854 4060-KEEP-ONE-PERIOD.
031855     IF FB-PRD-MONTH NOT = FB-CLOSE-MONTH
031856         MOVE FB-PRD-RECORD TO FB-PWK-RECORD
031857         WRITE FB-PWK-RECORD
031858         IF FB-PRDWK-STATUS NOT = "00"
031859             DISPLAY "FBPRDCLS: WRITE TO FBPRDWK FAILED (STATUS "
031860                 FB-PRDWK-STATUS ")"
031861             MOVE 12 TO RETURN-CODE
031862         END-IF
031863     END-IF.
031864     READ FB-PERIOD-FILE
031865         AT END MOVE "Y" TO FB-EOF-FILE-SW
031866     END-READ.
031867 4060-EXIT.
031868     EXIT.
031869
031870 4070-RESTORE-ONE-PERIOD.
031871     MOVE FB-PWK-RECORD TO FB-PRD-RECORD.
031872     WRITE FB-PRD-RECORD.
031873     IF FB-PERIOD-STATUS NOT = "00"
031874         DISPLAY "FBPRDCLS: WRITE TO FBPERIOD FAILED (STATUS "
031875             FB-PERIOD-STATUS ") - FBPRDWK HOLDS THE FULL COPY"
031876         MOVE 12 TO RETURN-CODE
031877     END-IF.
031878     READ FB-PRDWK-FILE
031879         AT END MOVE "Y" TO FB-EOF-FILE-SW
031880     END-READ.
031881 4070-EXIT.
031882     EXIT.
031900
032000 4100-WRITE-ONE-PERIOD.
032100     MOVE FB-IVT-RECORD (FB-IVT-IDX) TO FB-CHG-RECORD.
032200     MOVE SPACES TO FB-PRD-RECORD.
032300     MOVE FB-CHG-MONTH      TO FB-PRD-MONTH.
032400     MOVE FB-CHG-DEPT       TO FB-PRD-DEPT.
032500     MOVE FB-CHG-TYPE       TO FB-PRD-TYPE.
032600     MOVE FB-CHG-REQUESTS   TO FB-PRD-REQUESTS.
032700     MOVE FB-CHG-ITERATIONS TO FB-PRD-ITERATIONS.
032800     MOVE FB-CHG-AMOUNT     TO FB-PRD-AMOUNT.
032900     IF FB-CHG-RATE-PER-K IS NUMERIC
033000         MOVE FB-CHG-RATE-PER-K TO FB-PRD-RATE-PER-K
033100     ELSE
033200         MOVE ZERO TO FB-PRD-RATE-PER-K
033300     END-IF.
033400     IF FB-CHG-CHARGE
033500         MOVE ZERO TO FB-PRD-SOURCE-MONTH
033600         MOVE ZERO TO FB-PRD-ADJ-DATE
033700     ELSE
033800         MOVE FB-CHG-SOURCE-MONTH TO FB-PRD-SOURCE-MONTH
033900         MOVE FB-CHG-ADJ-DATE     TO FB-PRD-ADJ-DATE
034000     END-IF.
034100     MOVE FB-CHG-REQUEST-ID TO FB-PRD-REQUEST-ID.
034200     MOVE FB-CLOSE-DATE     TO FB-PRD-CLOSE-DATE.
034300     MOVE FB-CLOSE-TIME     TO FB-PRD-CLOSE-TIME.
034400     WRITE FB-PRD-RECORD.
034500     IF FB-PERIOD-STATUS NOT = "00"
034600         DISPLAY "FBPRDCLS: WRITE TO FBPERIOD FAILED (STATUS "
034700             FB-PERIOD-STATUS ")"
034800         MOVE 12 TO RETURN-CODE
034900     END-IF.
035000 4100-EXIT.
035100     EXIT.
035200
035300******************************************************************
035400*  9000-TERMINATE - CONSOLE SUMMARY OF THE FROZEN FIGURES.       *
035500******************************************************************
035600 9000-TERMINATE.
035700     IF RETURN-CODE GREATER THAN 4
035800         DISPLAY "FBPRDCLS: MONTH " FB-CLOSE-MONTH " NOT CLOSED"
035900         GO TO 9000-EXIT
036000     END-IF.
036100     MOVE FB-NET-AMOUNT TO FB-NET-EDIT.
036200     DISPLAY "FBPRDCLS: MONTH " FB-CLOSE-MONTH " CLOSED - "
036300         FB-IVT-COUNT " INVOICE LINE(S), INVOICED FIGURE "
036400         FB-NET-EDIT.
036500 9000-EXIT.
036600     EXIT.
