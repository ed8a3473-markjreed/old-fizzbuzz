001200*                   EXTRACT FOR THE ACCOUNTING FEED - THE        *
001300*                   USAGE-BASED COST RECOVERY FINANCE ASKED      *
001400*                   FOR, BUILT FROM DATA ALREADY ON FILE.        *
001410*  2026-10-15  MJR  PERIOD CLOSE.  A MONTH CLOSED ON FBPERIOD IS *
001420*                   REPRINTED AS INVOICED, NEVER RE-BILLED.      *
001430*                   BACKOUT RECORDS AND THE RUNS THEY REVERSED   *
001440*                   ARE NO LONGER BILLED.  FBADJUST CREDITS FOR  *
001450*                   RUNS UNWOUND FROM A CLOSED MONTH, AND THE    *
001460*                   RERUNS THAT REPLACE THEM, ARE POSTED AS      *
001470*                   DATED ADJUSTMENT LINES ON FBINVRPT AND       *
001480*                   FBCHGEXT IN THE NEXT OPEN MONTH BILLED.      *
001482*  2026-10-15  MJR  A CREDIT IS USED BY THE FIRST RERUN BILLED   *
001484*                   AGAINST IT ONLY, AND STAMPED WITH THAT RERUN *
001486*                   ON FBADJUST; LATER RERUNS BILL AS ORDINARY   *
001488*                   CHARGES.                                     *
001490*  2026-10-15  MJR  A MONTH COUNTS AS CLOSED ONLY ONCE ITS       *
001492*                   *TOTAL IS ON FBPERIOD.  A FAILED FBADJUST    *
001494*                   REWRITE NOW ENDS THE STEP WITH 12.           *
001500******************************************************************
001600 IDENTIFICATION DIVISION.
001700 PROGRAM-ID.    FBCHGBK.
002700*  QUEUE, AND ITS CHARGE IS ITERATIONS TIMES THE DEPARTMENT'S    *
002800*  FBRATES RATE PER 1,000 (FALLING BACK TO THE *DEFAULT RATE).   *
002900*  SINGLE-RANGE RUNS (BLANK REQUEST ID) ARE HOUSE WORK AND ARE   *
003000*  NOT BILLED, NOR ARE BACKOUT RECORDS OR THE RUNS THEY UNDID.   *
003005*                                                                *
003010*  A MONTH CLOSED BY FBPRDCLS IS NOT BILLED AGAIN: ITS INVOICE   *
003015*  AND EXTRACT ARE REPRODUCED FROM THE FBPERIOD RECORDS SO THE   *
003020*  FIGURE FINANCE SENT OUT NEVER MOVES.  CORRECTIONS TO A        *
003025*  CLOSED MONTH ARRIVE AS ADJUSTMENTS IN AN OPEN ONE: EACH       *
003030*  UNPOSTED FBADJUST CREDIT FROM AN EARLIER MONTH IS PRICED AT   *
003035*  THE RATE ITS MONTH WAS CLOSED AT, POSTED AS A CREDIT LINE,    *
003040*  AND STAMPED WITH THE BILLING MONTH SO IT POSTS ONCE (A RERUN  *
003045*  OF THE SAME MONTH POSTS IT AGAIN IN PLACE); A RUN OF THE      *
003050*  CREDITED REQUEST ON OR AFTER THE CREDIT IS ITS RERUN AND IS   *
003055*  POSTED AS A DEBIT LINE AT THE CURRENT RATE.                   *
003060*                                                                *
003065*  ENDS WITH 0 WHEN EVERYTHING PRICED CLEAN, 4 WHEN A            *
003100*  DEPARTMENT HAD NO RATE OR A REQUEST HAD NO QUEUE ENTRY, WHEN  *
003150*  FBADJUST WAS TOO LARGE TO POST, OR WHEN A CLOSED MONTH WAS    *
003200*  REPRINTED INSTEAD OF BILLED, AND 12 WHEN FBAUDIT IS MISSING.  *
003300******************************************************************
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
006000     SELECT FB-CHGEXT-FILE ASSIGN TO "FBCHGEXT"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS FB-CHGEXT-STATUS.
006210
006220     SELECT FB-PERIOD-FILE ASSIGN TO "FBPERIOD"
006230         ORGANIZATION IS LINE SEQUENTIAL
006240         FILE STATUS IS FB-PERIOD-STATUS.
006250
006260     SELECT FB-ADJUST-FILE ASSIGN TO "FBADJUST"
006270         ORGANIZATION IS LINE SEQUENTIAL
006280         FILE STATUS IS FB-ADJUST-STATUS.
006300
006400 DATA DIVISION.
006500 FILE SECTION.
008000
008100 FD  FB-CHGEXT-FILE.
008200 COPY FBCHGREC.
008210
008220 FD  FB-PERIOD-FILE.
008230 COPY FBPRDREC.
008240
008250 FD  FB-ADJUST-FILE.
008260 COPY FBADJREC.
008300
008400 WORKING-STORAGE SECTION.
008500******************************************************************
009200     05  FB-RATES-STATUS         PIC X(02).
009300     05  FB-REPORT-STATUS        PIC X(02).
009400     05  FB-CHGEXT-STATUS        PIC X(02).
009410     05  FB-PERIOD-STATUS        PIC X(02).
009420     05  FB-ADJUST-STATUS        PIC X(02).
009500
009600******************************************************************
009700*  SWITCHES                                                      *
010500         88  FB-EOF-RATES                    VALUE "Y".
010600     05  FB-RATE-MISSING-SW      PIC X(01)   VALUE "N".
010700         88  FB-RATE-MISSING                 VALUE "Y".
010705     05  FB-EOF-PERIOD-SW        PIC X(01)   VALUE "N".
010710         88  FB-EOF-PERIOD                   VALUE "Y".
010715     05  FB-EOF-ADJUST-SW        PIC X(01)   VALUE "N".
010720         88  FB-EOF-ADJUST                   VALUE "Y".
010725     05  FB-MONTH-CLOSED-SW      PIC X(01)   VALUE "N".
010730         88  FB-MONTH-CLOSED                 VALUE "Y".
010735     05  FB-ADJ-FULL-SW          PIC X(01)   VALUE "N".
010740         88  FB-ADJ-FULL                     VALUE "Y".
010745     05  FB-ADJ-STAMPED-SW       PIC X(01)   VALUE "N".
010750         88  FB-ADJ-STAMPED                  VALUE "Y".
010755     05  FB-ADJ-HEADED-SW        PIC X(01)   VALUE "N".
010760         88  FB-ADJ-HEADED                   VALUE "Y".
010765     05  FB-FOUND-SW             PIC X(01)   VALUE "N".
010770         88  FB-FOUND                        VALUE "Y".
010800
010900******************************************************************
011000*  REQUEST-TO-DEPARTMENT TABLE FROM THE FBREQST QUEUE.           *
016300 77  FB-DEPT-IDX          PIC 9(04) COMP   VALUE ZERO.
016400 77  FB-DEPT-SLOT         PIC 9(04) COMP   VALUE ZERO.
016500 77  FB-MAX-DEPTS         PIC 9(04) COMP   VALUE 100.
016501
016502******************************************************************
016503*  CLOSED-MONTH RATES FROM FBPERIOD - THE RATE EACH DEPARTMENT   *
016504*  WAS INVOICED AT IN EACH CLOSED MONTH, FOR PRICING CREDITS.    *
016505******************************************************************
016506 01  FB-CLOSED-RATE-TABLE.
016507     05  FB-CLOSED-RATE-ENTRY OCCURS 500 TIMES.
016508         10  FB-CRT-MONTH        PIC 9(06).
016509         10  FB-CRT-DEPT         PIC X(08).
016510         10  FB-CRT-RATE         PIC 9(07)V99 COMP-3.
016511 77  FB-CRT-COUNT         PIC 9(04) COMP   VALUE ZERO.
016512 77  FB-CRT-IDX           PIC 9(04) COMP   VALUE ZERO.
016513 77  FB-MAX-CLOSED-RATES  PIC 9(04) COMP   VALUE 500.
016514
016515******************************************************************
016516*  PENDING AND POSTED ADJUSTMENTS FROM FBADJUST, REWRITTEN WITH  *
016517*  THE POSTING MONTH WHEN ANY ARE POSTED.                        *
016518******************************************************************
016519 01  FB-ADJUST-TABLE.
016520     05  FB-ADJUST-ENTRY OCCURS 500 TIMES.
016521         10  FB-AJT-DATE         PIC 9(08).
016522         10  FB-AJT-TIME         PIC 9(08).
016523         10  FB-AJT-TYPE         PIC X(02).
016524         10  FB-AJT-SOURCE-MONTH PIC 9(06).
016525         10  FB-AJT-DEPT         PIC X(08).
016526         10  FB-AJT-REQ-ID       PIC X(08).
016527         10  FB-AJT-RUN-DATE     PIC 9(08).
016528         10  FB-AJT-ITERS        PIC 9(12).
016529         10  FB-AJT-POSTED       PIC 9(06).
016530 77  FB-AJT-COUNT         PIC 9(04) COMP   VALUE ZERO.
016531 77  FB-AJT-IDX           PIC 9(04) COMP   VALUE ZERO.
016532 77  FB-MAX-ADJUSTS       PIC 9(04) COMP   VALUE 500.
016533
016534******************************************************************
016535*  REVERSED RUNS - EACH REQUEST'S LATEST LIVE RUN STAMP WHILE    *
016536*  FBAUDIT IS SCANNED, AND THE STAMP OF EVERY RUN A BACKOUT      *
016537*  RECORD UNDID.  A REVERSED RUN IS NOT BILLED.                  *
016538******************************************************************
016539 01  FB-LIVE-TABLE.
016540     05  FB-LIVE-ENTRY OCCURS 500 TIMES.
016541         10  FB-LVT-ID           PIC X(08).
016542         10  FB-LVT-STAMP        PIC 9(16).
016543 77  FB-LVT-COUNT         PIC 9(04) COMP   VALUE ZERO.
016544 77  FB-LVT-IDX           PIC 9(04) COMP   VALUE ZERO.
016545 77  FB-LVT-SLOT          PIC 9(04) COMP   VALUE ZERO.
016546 77  FB-MAX-LIVES         PIC 9(04) COMP   VALUE 500.
016547
016548 01  FB-REVERSED-TABLE.
016549     05  FB-REVERSED-ENTRY OCCURS 200 TIMES.
016550         10  FB-RVT-ID           PIC X(08).
016551         10  FB-RVT-STAMP        PIC 9(16).
016552 77  FB-RVT-COUNT         PIC 9(04) COMP   VALUE ZERO.
016553 77  FB-RVT-IDX           PIC 9(04) COMP   VALUE ZERO.
016554 77  FB-MAX-REVERSALS     PIC 9(04) COMP   VALUE 200.
016555
016556******************************************************************
016557*  ADJUSTMENT LINES POSTED THIS MONTH - CREDITS FROM FBADJUST    *
016558*  AND DEBITS FOR THE RERUNS - FOR FBINVRPT AND FBCHGEXT.        *
016559******************************************************************
016560 01  FB-POST-TABLE.
016561     05  FB-POST-ENTRY OCCURS 200 TIMES.
016562         10  FB-PST-TYPE         PIC X(02).
016563         10  FB-PST-DATE         PIC 9(08).
016564         10  FB-PST-SOURCE-MONTH PIC 9(06).
016565         10  FB-PST-DEPT         PIC X(08).
016566         10  FB-PST-REQ-ID       PIC X(08).
016567         10  FB-PST-ITERS        PIC 9(12)   COMP-3.
016568         10  FB-PST-RATE         PIC 9(07)V99 COMP-3.
016569         10  FB-PST-AMOUNT       PIC 9(11)V99 COMP-3.
016570 77  FB-PST-COUNT         PIC 9(04) COMP   VALUE ZERO.
016571 77  FB-PST-IDX           PIC 9(04) COMP   VALUE ZERO.
016572 77  FB-MAX-POSTS         PIC 9(04) COMP   VALUE 200.
016600
016700******************************************************************
016800*  BILLING WORKING FIELDS                                        *
017700 77  FB-GRAND-AMOUNT      PIC 9(13)V99 COMP-3 VALUE ZERO.
017800 77  FB-BILLED-COUNT      PIC 9(04) COMP   VALUE ZERO.
017900 77  FB-NODEPT-COUNT      PIC 9(04) COMP   VALUE ZERO.
017910 77  FB-REVERSED-COUNT    PIC 9(04) COMP   VALUE ZERO.
017920 77  FB-CREDIT-TOTAL      PIC 9(13)V99 COMP-3 VALUE ZERO.
017930 77  FB-DEBIT-TOTAL       PIC 9(13)V99 COMP-3 VALUE ZERO.
017940 77  FB-NET-AMOUNT        PIC S9(13)V99 COMP-3 VALUE ZERO.
017950 77  FB-CR-SOURCE         PIC 9(06)        VALUE ZERO.
017960 77  FB-WORK-TYPE         PIC X(02)        VALUE SPACES.
017970 77  FB-CLOSE-DATE        PIC 9(08)        VALUE ZERO.
017972 77  FB-CR-SLOT           PIC 9(04) COMP   VALUE ZERO.
017974 77  FB-CR-USE-KEY        PIC 9(14)        VALUE ZERO.
017976
017978******************************************************************
017980*  THE RERUN STAMP OF EACH FB-ADJUST-ENTRY - THE RERUN A CREDIT  *
017982*  WAS USED BY, ZERO WHILE IT IS UNUSED.                         *
017984******************************************************************
017986 01  FB-ADJUST-RERUN-TABLE.
017988     05  FB-AJT-RERUN-STAMP  PIC 9(14) OCCURS 500 TIMES.
018000
018100 01  FB-WRK-DATE.
018200     05  FB-WRK-DATE-YYYYMM      PIC 9(06).
018300     05  FILLER                  PIC X(02).
018305
018310 01  FB-STAMP.
018315     05  FB-STAMP-DATE           PIC 9(08).
018320     05  FB-STAMP-TIME           PIC 9(08).
018325 01  FB-STAMP-N REDEFINES FB-STAMP PIC 9(16).
018330
018335******************************************************************
018340*  A REVERSAL RECORD CARRIES THE BACKOUT MARKER AT THE FRONT OF  *
018345*  ITS DIVISOR LIST.                                             *
018350******************************************************************
018355 01  FB-MARKER-TEST.
018360     05  FB-MARKER-WORD          PIC X(07).
018365         88  FB-MARKER-BACKOUT               VALUE "BACKOUT".
018370     05  FILLER                  PIC X(493).
018400
018500******************************************************************
018600*  REPORT LINE LAYOUTS                                           *
022700     05  FILLER                  PIC X(02)  VALUE SPACES.
022800     05  FB-GTO-AMOUNT           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
022900     05  FILLER                  PIC X(62)  VALUE SPACES.
022902
022904 01  FB-RPT-ADJ-DETAIL.
022906     05  FILLER                  PIC X(04)  VALUE SPACES.
022908     05  FB-ADL-TYPE             PIC X(06).
022910     05  FILLER                  PIC X(02)  VALUE SPACES.
022912     05  FB-ADL-DATE             PIC 9(08).
022914     05  FILLER                  PIC X(02)  VALUE SPACES.
022916     05  FB-ADL-DEPT             PIC X(08).
022918     05  FILLER                  PIC X(02)  VALUE SPACES.
022920     05  FB-ADL-REQ              PIC X(08).
022922     05  FILLER                  PIC X(02)  VALUE SPACES.
022924     05  FB-ADL-ITERS            PIC ZZZ,ZZZ,ZZZ,ZZ9.
022926     05  FILLER                  PIC X(02)  VALUE SPACES.
022928     05  FB-ADL-AMOUNT           PIC ZZZ,ZZZ,ZZ9.99.
022930     05  FB-ADL-SIGN             PIC X(03).
022932     05  FILLER                  PIC X(02)  VALUE SPACES.
022934     05  FB-ADL-NOTE             PIC X(24).
022936     05  FILLER                  PIC X(01)  VALUE SPACES.
022938     05  FB-ADL-SOURCE           PIC 9(06).
022940     05  FILLER                  PIC X(21)  VALUE SPACES.
022942
022944 01  FB-RPT-ADJ-TOTAL.
022946     05  FILLER                  PIC X(04)  VALUE SPACES.
022948     05  FB-ATO-LABEL            PIC X(30).
022950     05  FB-ATO-AMOUNT           PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
022952     05  FB-ATO-SIGN             PIC X(03).
022954     05  FILLER                  PIC X(75)  VALUE SPACES.
023000
023100 PROCEDURE DIVISION.
023200******************************************************************
023700     IF RETURN-CODE = 12
023800         GO TO 0000-EXIT
023900     END-IF.
023910     IF FB-MONTH-CLOSED
023920         PERFORM 8800-REPRINT-CLOSED THRU 8800-EXIT
023930         GO TO 0000-EXIT
023940     END-IF.
024000     PERFORM 2000-BILL-AUDITS THRU 2000-EXIT.
024050     PERFORM 2500-POST-CREDITS THRU 2500-EXIT.
024100     PERFORM 8000-INVOICE-REPORT THRU 8000-EXIT.
024200     PERFORM 8500-WRITE-EXTRACT THRU 8500-EXIT.
024250     PERFORM 8700-REWRITE-ADJUSTMENTS THRU 8700-EXIT.
024300     IF (FB-RATE-MISSING OR FB-NODEPT-COUNT GREATER THAN ZERO
024350             OR FB-ADJ-FULL)
024360             AND RETURN-CODE LESS THAN 4
024400         MOVE 4 TO RETURN-CODE
024500     END-IF.
024600 0000-EXIT.
024900
025000******************************************************************
025100*  1000-INITIALIZE - THE BILLING MONTH, THE REQUEST-TO-          *
025200*  DEPARTMENT TABLE AND THE RATE TABLE.  A CLOSED MONTH NEEDS    *
025250*  NOTHING BUT ITS FBPERIOD RECORDS.                             *
025300******************************************************************
025400 1000-INITIALIZE.
025500     ACCEPT FB-TODAY FROM DATE YYYYMMDD.
027100         DISPLAY "FBCHGBK: FBCBPARM NOT SUPPLIED - BILLING "
027200             "THE CURRENT MONTH " FB-BILL-MONTH
027300     END-IF.
027310     PERFORM 1400-LOAD-PERIODS THRU 1400-EXIT.
027320     IF FB-MONTH-CLOSED
027330         GO TO 1000-EXIT
027340     END-IF.
027400
027500     PERFORM 1200-LOAD-REQUEST-DEPTS THRU 1200-EXIT.
027600     PERFORM 1300-LOAD-RATES THRU 1300-EXIT.
027610     PERFORM 1500-LOAD-ADJUSTMENTS THRU 1500-EXIT.
027620     PERFORM 1600-FIND-REVERSALS THRU 1600-EXIT.
027700
027800     OPEN INPUT FB-AUDIT-FILE.
027900     IF FB-AUDIT-STATUS NOT = "00"
035700     END-READ.
035800 1310-EXIT.
035900     EXIT.
035901
035902******************************************************************
035903*  1400-LOAD-PERIODS - WHETHER THE BILLING MONTH IS CLOSED, AND  *
035904*  THE RATE EVERY DEPARTMENT WAS INVOICED AT IN EVERY CLOSED     *
035905*  MONTH.  NO FBPERIOD MEANS NO MONTH HAS BEEN CLOSED.           *
035906******************************************************************
035907 1400-LOAD-PERIODS.
035908     OPEN INPUT FB-PERIOD-FILE.
035909     IF FB-PERIOD-STATUS NOT = "00"
035910         GO TO 1400-EXIT
035911     END-IF.
035912     READ FB-PERIOD-FILE
035913         AT END MOVE "Y" TO FB-EOF-PERIOD-SW
035914     END-READ.
035915     PERFORM 1410-LOAD-ONE-PERIOD THRU 1410-EXIT
035916         UNTIL FB-EOF-PERIOD.
035917     CLOSE FB-PERIOD-FILE.
035918 1400-EXIT.
035919     EXIT.
035920
035921 1410-LOAD-ONE-PERIOD.
035922     IF FB-PRD-MONTH = FB-BILL-MONTH AND FB-PRD-MONTH-TOTAL
035923         SET FB-MONTH-CLOSED TO TRUE
035924         MOVE FB-PRD-CLOSE-DATE TO FB-CLOSE-DATE
035925     END-IF.
035926     IF FB-PRD-TYPE NOT = SPACES OR FB-PRD-MONTH-TOTAL
035927         GO TO 1410-READ-NEXT
035928     END-IF.
035929     IF FB-CRT-COUNT LESS THAN FB-MAX-CLOSED-RATES
035930         ADD 1 TO FB-CRT-COUNT
035931         MOVE FB-PRD-MONTH      TO FB-CRT-MONTH (FB-CRT-COUNT)
035932         MOVE FB-PRD-DEPT       TO FB-CRT-DEPT (FB-CRT-COUNT)
035933         MOVE FB-PRD-RATE-PER-K TO FB-CRT-RATE (FB-CRT-COUNT)
035934     END-IF.
035935 1410-READ-NEXT.
035936     READ FB-PERIOD-FILE
035937         AT END MOVE "Y" TO FB-EOF-PERIOD-SW
035938     END-READ.
035939 1410-EXIT.
035940     EXIT.
035941
035942******************************************************************
035943*  1500-LOAD-ADJUSTMENTS - EVERY FBADJUST RECORD, POSTED OR NOT, *
035944*  SINCE THE DATASET IS REWRITTEN WHOLE WHEN ANY ARE POSTED.  A  *
035945*  DATASET TOO LARGE TO HOLD IS NOT POSTED FROM AT ALL.          *
035946******************************************************************
035947 1500-LOAD-ADJUSTMENTS.
035948     OPEN INPUT FB-ADJUST-FILE.
035949     IF FB-ADJUST-STATUS NOT = "00"
035950         GO TO 1500-EXIT
035951     END-IF.
035952     READ FB-ADJUST-FILE
035953         AT END MOVE "Y" TO FB-EOF-ADJUST-SW
035954     END-READ.
035955     PERFORM 1510-LOAD-ONE-ADJUSTMENT THRU 1510-EXIT
035956         UNTIL FB-EOF-ADJUST.
035957     CLOSE FB-ADJUST-FILE.
035958     IF FB-ADJ-FULL
035959         DISPLAY "FBCHGBK: MORE THAN " FB-MAX-ADJUSTS
035960             " FBADJUST RECORDS - NO ADJUSTMENTS POSTED"
035961     END-IF.
035962 1500-EXIT.
035963     EXIT.
035965
035970 1505-LOAD-ADJUST-STATE.
035975     MOVE FB-ADJ-POSTED-MONTH TO FB-AJT-POSTED (FB-AJT-COUNT).
035980     IF FB-ADJ-RERUN-STAMP NUMERIC
035981         MOVE FB-ADJ-RERUN-STAMP
035982             TO FB-AJT-RERUN-STAMP (FB-AJT-COUNT)
035983     ELSE
035984         MOVE ZERO TO FB-AJT-RERUN-STAMP (FB-AJT-COUNT)
035985     END-IF.
035987 1505-EXIT.
035990     EXIT.
036000
036001 1510-LOAD-ONE-ADJUSTMENT.
036002     IF FB-AJT-COUNT NOT LESS THAN FB-MAX-ADJUSTS
036003         SET FB-ADJ-FULL TO TRUE
036004         GO TO 1510-READ-NEXT
036005     END-IF.
036006     ADD 1 TO FB-AJT-COUNT.
036007     MOVE FB-ADJ-DATE         TO FB-AJT-DATE (FB-AJT-COUNT).
036008     MOVE FB-ADJ-TIME         TO FB-AJT-TIME (FB-AJT-COUNT).
036009     MOVE FB-ADJ-TYPE         TO FB-AJT-TYPE (FB-AJT-COUNT).
036010     MOVE FB-ADJ-SOURCE-MONTH
036011         TO FB-AJT-SOURCE-MONTH (FB-AJT-COUNT).
036012     MOVE FB-ADJ-DEPT         TO FB-AJT-DEPT (FB-AJT-COUNT).
036013     MOVE FB-ADJ-REQUEST-ID   TO FB-AJT-REQ-ID (FB-AJT-COUNT).
036014     MOVE FB-ADJ-RUN-DATE     TO FB-AJT-RUN-DATE (FB-AJT-COUNT).
036015     MOVE FB-ADJ-ITERATIONS   TO FB-AJT-ITERS (FB-AJT-COUNT).
036016     PERFORM 1505-LOAD-ADJUST-STATE THRU 1505-EXIT.
036017 1510-READ-NEXT.
036018     READ FB-ADJUST-FILE
036019         AT END MOVE "Y" TO FB-EOF-ADJUST-SW
036020     END-READ.
036021 1510-EXIT.
036022     EXIT.
036023
036024******************************************************************
036025*  1600-FIND-REVERSALS - A FIRST PASS OVER FBAUDIT PAIRING EACH  *
036026*  BACKOUT RECORD WITH THE LATEST LIVE RUN OF ITS REQUEST BEFORE *
036027*  IT.  THE BILLING PASS SKIPS THOSE RUNS.                       *
036028******************************************************************
036029 1600-FIND-REVERSALS.
036030     OPEN INPUT FB-AUDIT-FILE.
036031     IF FB-AUDIT-STATUS NOT = "00"
036032         GO TO 1600-EXIT
036033     END-IF.
036034     READ FB-AUDIT-FILE
036035         AT END MOVE "Y" TO FB-EOF-AUDIT-SW
036036     END-READ.
036037     PERFORM 1610-SCAN-ONE-AUDIT THRU 1610-EXIT
036038         UNTIL FB-EOF-AUDIT.
036039     CLOSE FB-AUDIT-FILE.
036040     MOVE "N" TO FB-EOF-AUDIT-SW.
036041 1600-EXIT.
036042     EXIT.
036043
036044 1610-SCAN-ONE-AUDIT.
036045     IF FB-AUD-REQUEST-ID = SPACES
036046         GO TO 1610-READ-NEXT
036047     END-IF.
036048     MOVE ZERO TO FB-LVT-SLOT.
036049     PERFORM 1620-MATCH-ONE-LIVE THRU 1620-EXIT
036050         VARYING FB-LVT-IDX FROM 1 BY 1
036051         UNTIL FB-LVT-IDX GREATER THAN FB-LVT-COUNT.
036052     MOVE FB-AUD-DIVISOR-LIST TO FB-MARKER-TEST.
036053     IF FB-MARKER-BACKOUT
036054         IF FB-LVT-SLOT GREATER THAN ZERO
036055                 AND FB-LVT-STAMP (FB-LVT-SLOT) GREATER THAN ZERO
036056                 AND FB-RVT-COUNT LESS THAN FB-MAX-REVERSALS
036057             ADD 1 TO FB-RVT-COUNT
036058             MOVE FB-AUD-REQUEST-ID TO FB-RVT-ID (FB-RVT-COUNT)
036059             MOVE FB-LVT-STAMP (FB-LVT-SLOT)
036060                 TO FB-RVT-STAMP (FB-RVT-COUNT)
036061             MOVE ZERO TO FB-LVT-STAMP (FB-LVT-SLOT)
036062         END-IF
036063         GO TO 1610-READ-NEXT
036064     END-IF.
036065     IF FB-LVT-SLOT = ZERO
036066         IF FB-LVT-COUNT NOT LESS THAN FB-MAX-LIVES
036067             GO TO 1610-READ-NEXT
036068         END-IF
036069         ADD 1 TO FB-LVT-COUNT
036070         MOVE FB-LVT-COUNT TO FB-LVT-SLOT
036071         MOVE FB-AUD-REQUEST-ID TO FB-LVT-ID (FB-LVT-SLOT)
036072     END-IF.
036073     MOVE FB-AUD-RUN-DATE TO FB-STAMP-DATE.
036074     MOVE FB-AUD-RUN-TIME TO FB-STAMP-TIME.
036075     MOVE FB-STAMP-N TO FB-LVT-STAMP (FB-LVT-SLOT).
036076 1610-READ-NEXT.
036077     READ FB-AUDIT-FILE
036078         AT END MOVE "Y" TO FB-EOF-AUDIT-SW
036079     END-READ.
036080 1610-EXIT.
036081     EXIT.
036082
036083 1620-MATCH-ONE-LIVE.
036084     IF FB-LVT-ID (FB-LVT-IDX) = FB-AUD-REQUEST-ID
036085         MOVE FB-LVT-IDX TO FB-LVT-SLOT
036086     END-IF.
036087 1620-EXIT.
036088     EXIT.
036089
036100******************************************************************
036200*  2000-BILL-AUDITS - ONE PASS OVER FBAUDIT, PRICING EVERY       *
036300*  BILLABLE RECORD IN THE MONTH.  A RERUN OF A REQUEST CREDITED  *
036310*  OUT OF A CLOSED MONTH IS POSTED AS A DEBIT ADJUSTMENT, NOT    *
036320*  AS AN ORDINARY CHARGE.                                        *
036400******************************************************************
036500 2000-BILL-AUDITS.
036600     READ FB-AUDIT-FILE
038000     IF FB-AUD-REQUEST-ID = SPACES
038100         GO TO 2100-READ-NEXT
038200     END-IF.
038205     MOVE FB-AUD-DIVISOR-LIST TO FB-MARKER-TEST.
038210     IF FB-MARKER-BACKOUT
038215         GO TO 2100-READ-NEXT
038220     END-IF.
038225     MOVE FB-AUD-RUN-DATE TO FB-STAMP-DATE.
038230     MOVE FB-AUD-RUN-TIME TO FB-STAMP-TIME.
038235     MOVE "N" TO FB-FOUND-SW.
038240     PERFORM 2120-MATCH-ONE-REVERSAL THRU 2120-EXIT
038245         VARYING FB-RVT-IDX FROM 1 BY 1
038250         UNTIL FB-RVT-IDX GREATER THAN FB-RVT-COUNT.
038255     IF FB-FOUND
038260         ADD 1 TO FB-REVERSED-COUNT
038265         GO TO 2100-READ-NEXT
038270     END-IF.
038300     COMPUTE FB-WORK-ITERS = FB-AUD-CNT-FIZZ
038400         + FB-AUD-CNT-BUZZ + FB-AUD-CNT-FIZZBUZZ
038500         + FB-AUD-CNT-OTHER + FB-AUD-CNT-NUMBER.
039100     IF FB-WORK-DEPT = "*UNKNOWN"
039200         ADD 1 TO FB-NODEPT-COUNT
039300     END-IF.
039310
039320     MOVE ZERO TO FB-CR-SOURCE.
039322     MOVE ZERO TO FB-CR-SLOT.
039324     COMPUTE FB-CR-USE-KEY = FB-STAMP-N / 100.
039330     PERFORM 2130-MATCH-ONE-CREDIT THRU 2130-EXIT
039340         VARYING FB-AJT-IDX FROM 1 BY 1
039350         UNTIL FB-AJT-IDX GREATER THAN FB-AJT-COUNT
039351             OR FB-CR-SLOT GREATER THAN ZERO.
039352     IF FB-CR-SLOT GREATER THAN ZERO
039353         MOVE FB-AJT-SOURCE-MONTH (FB-CR-SLOT) TO FB-CR-SOURCE
039354         IF FB-AJT-RERUN-STAMP (FB-CR-SLOT) = ZERO
039355             MOVE FB-CR-USE-KEY TO FB-AJT-RERUN-STAMP (FB-CR-SLOT)
039356             SET FB-ADJ-STAMPED TO TRUE
039357         END-IF
039358     END-IF.
039360     IF FB-CR-SOURCE GREATER THAN ZERO
039370         PERFORM 2140-POST-RERUN-DEBIT THRU 2140-EXIT
039380         GO TO 2100-READ-NEXT
039390     END-IF.
039400
039500     PERFORM 2200-FIND-DEPT-SLOT THRU 2200-EXIT.
039600     IF FB-DEPT-SLOT = ZERO
042600     END-IF.
042700 2110-EXIT.
042800     EXIT.
042802
042804 2120-MATCH-ONE-REVERSAL.
042806     IF FB-RVT-ID (FB-RVT-IDX) = FB-AUD-REQUEST-ID
042808             AND FB-RVT-STAMP (FB-RVT-IDX) = FB-STAMP-N
042810         SET FB-FOUND TO TRUE
042812     END-IF.
042814 2120-EXIT.
042816     EXIT.
042818
042820 2130-MATCH-ONE-CREDIT.
042822     IF FB-AJT-TYPE (FB-AJT-IDX) = "CR"
042824             AND FB-AJT-REQ-ID (FB-AJT-IDX) = FB-AUD-REQUEST-ID
042826             AND FB-AJT-DATE (FB-AJT-IDX)
042828                 NOT GREATER THAN FB-AUD-RUN-DATE
042829             AND (FB-AJT-RERUN-STAMP (FB-AJT-IDX) = ZERO
042830             OR FB-AJT-RERUN-STAMP (FB-AJT-IDX) = FB-CR-USE-KEY)
042831         MOVE FB-AJT-IDX TO FB-CR-SLOT
042832     END-IF.
042834 2130-EXIT.
042836     EXIT.
042838
042840******************************************************************
042842*  2140-POST-RERUN-DEBIT - THE RERUN OF A REQUEST WHOSE ORIGINAL *
042844*  RUN WAS CREDITED OUT OF A CLOSED MONTH, PRICED AT TODAY'S     *
042846*  RATE AND DATED BY THE RERUN.                                  *
042848******************************************************************
042850 2140-POST-RERUN-DEBIT.
042852     IF FB-PST-COUNT NOT LESS THAN FB-MAX-POSTS
042854         DISPLAY "FBCHGBK: MORE THAN " FB-MAX-POSTS
042856             " ADJUSTMENTS - RERUN " FB-AUD-REQUEST-ID
042858             " NOT POSTED"
042860         SET FB-ADJ-FULL TO TRUE
042862         GO TO 2140-EXIT
042864     END-IF.
042866     PERFORM 2300-LOOKUP-RATE THRU 2300-EXIT.
042868     COMPUTE FB-WORK-AMOUNT ROUNDED
042870         = FB-WORK-ITERS * FB-WORK-RATE / 1000.
042872     ADD 1 TO FB-PST-COUNT.
042874     MOVE "DR"              TO FB-PST-TYPE (FB-PST-COUNT).
042876     MOVE FB-AUD-RUN-DATE   TO FB-PST-DATE (FB-PST-COUNT).
042878     MOVE FB-CR-SOURCE      TO FB-PST-SOURCE-MONTH (FB-PST-COUNT).
042880     MOVE FB-WORK-DEPT      TO FB-PST-DEPT (FB-PST-COUNT).
042882     MOVE FB-AUD-REQUEST-ID TO FB-PST-REQ-ID (FB-PST-COUNT).
042884     MOVE FB-WORK-ITERS     TO FB-PST-ITERS (FB-PST-COUNT).
042886     MOVE FB-WORK-RATE      TO FB-PST-RATE (FB-PST-COUNT).
042888     MOVE FB-WORK-AMOUNT    TO FB-PST-AMOUNT (FB-PST-COUNT).
042890     ADD FB-WORK-AMOUNT TO FB-DEBIT-TOTAL.
042892 2140-EXIT.
042894     EXIT.
042900
043000******************************************************************
043100*  2200-FIND-DEPT-SLOT - FIND OR ADD THE DEPARTMENT'S SUMMARY    *
048600     END-IF.
048700 2230-EXIT.
048800     EXIT.
048802
048804******************************************************************
048806*  2300-LOOKUP-RATE - TODAY'S FBRATES RATE FOR FB-WORK-DEPT,     *
048808*  FALLING BACK TO *DEFAULT, WITHOUT OPENING A DEPARTMENT        *
048810*  SUMMARY ENTRY.                                                *
048812******************************************************************
048814 2300-LOOKUP-RATE.
048816     MOVE ZERO TO FB-WORK-RATE.
048818     MOVE "N" TO FB-FOUND-SW.
048820     PERFORM 2310-MATCH-ONE-RATE THRU 2310-EXIT
048822         VARYING FB-RATE-IDX FROM 1 BY 1
048824         UNTIL FB-RATE-IDX GREATER THAN FB-RATE-COUNT.
048826     IF NOT FB-FOUND AND FB-DEFAULT-RATE-SET
048828         MOVE FB-DEFAULT-RATE TO FB-WORK-RATE
048830         SET FB-FOUND TO TRUE
048832     END-IF.
048834     IF NOT FB-FOUND
048836         SET FB-RATE-MISSING TO TRUE
048838         DISPLAY "FBCHGBK: NO RATE FOR DEPARTMENT "
048840             FB-WORK-DEPT " - ADJUSTMENT PRICED AT ZERO"
048842     END-IF.
048844 2300-EXIT.
048846     EXIT.
048848
048850 2310-MATCH-ONE-RATE.
048852     IF FB-RTT-DEPT (FB-RATE-IDX) = FB-WORK-DEPT
048854         MOVE FB-RTT-RATE (FB-RATE-IDX) TO FB-WORK-RATE
048856         SET FB-FOUND TO TRUE
048858     END-IF.
048860 2310-EXIT.
048862     EXIT.
048900
048901******************************************************************
048902*  2500-POST-CREDITS - EVERY FBADJUST CREDIT FOR A CLOSED MONTH  *
048903*  BEFORE THE BILLING MONTH THAT HAS NOT BEEN POSTED, PLUS ANY   *
048904*  ALREADY POSTED IN THIS MONTH ON AN EARLIER RUN.  EACH IS      *
048905*  PRICED AT THE RATE ITS MONTH WAS CLOSED AT (TODAY'S RATE IF   *
048906*  FBPERIOD HAS NONE FOR THE DEPARTMENT) AND STAMPED POSTED.     *
048907******************************************************************
048908 2500-POST-CREDITS.
048909     IF FB-ADJ-FULL
048910         GO TO 2500-EXIT
048911     END-IF.
048912     PERFORM 2510-POST-ONE-CREDIT THRU 2510-EXIT
048913         VARYING FB-AJT-IDX FROM 1 BY 1
048914         UNTIL FB-AJT-IDX GREATER THAN FB-AJT-COUNT.
048915 2500-EXIT.
048916     EXIT.
048917
048918 2510-POST-ONE-CREDIT.
048919     IF FB-AJT-TYPE (FB-AJT-IDX) NOT = "CR"
048920         GO TO 2510-EXIT
048921     END-IF.
048922     IF FB-AJT-POSTED (FB-AJT-IDX) NOT = FB-BILL-MONTH
048923         IF FB-AJT-POSTED (FB-AJT-IDX) NOT = ZERO
048924             OR FB-AJT-SOURCE-MONTH (FB-AJT-IDX)
048925                 NOT LESS THAN FB-BILL-MONTH
048926             GO TO 2510-EXIT
048927         END-IF
048928     END-IF.
048929     IF FB-PST-COUNT NOT LESS THAN FB-MAX-POSTS
048930         DISPLAY "FBCHGBK: MORE THAN " FB-MAX-POSTS
048931             " ADJUSTMENTS - CREDIT FOR "
048932             FB-AJT-REQ-ID (FB-AJT-IDX) " LEFT FOR NEXT MONTH"
048933         GO TO 2510-EXIT
048934     END-IF.
048935     MOVE FB-AJT-DEPT (FB-AJT-IDX) TO FB-WORK-DEPT.
048936     MOVE "N" TO FB-FOUND-SW.
048937     PERFORM 2520-MATCH-ONE-CLOSED-RATE THRU 2520-EXIT
048938         VARYING FB-CRT-IDX FROM 1 BY 1
048939         UNTIL FB-CRT-IDX GREATER THAN FB-CRT-COUNT.
048940     IF NOT FB-FOUND
048941         PERFORM 2300-LOOKUP-RATE THRU 2300-EXIT
048942     END-IF.
048943     COMPUTE FB-WORK-AMOUNT ROUNDED
048944         = FB-AJT-ITERS (FB-AJT-IDX) * FB-WORK-RATE / 1000.
048945     ADD 1 TO FB-PST-COUNT.
048946     MOVE "CR" TO FB-PST-TYPE (FB-PST-COUNT).
048947     MOVE FB-AJT-DATE (FB-AJT-IDX) TO FB-PST-DATE (FB-PST-COUNT).
048948     MOVE FB-AJT-SOURCE-MONTH (FB-AJT-IDX)
048949         TO FB-PST-SOURCE-MONTH (FB-PST-COUNT).
048950     MOVE FB-WORK-DEPT TO FB-PST-DEPT (FB-PST-COUNT).
048951     MOVE FB-AJT-REQ-ID (FB-AJT-IDX)
048952         TO FB-PST-REQ-ID (FB-PST-COUNT).
048953     MOVE FB-AJT-ITERS (FB-AJT-IDX)
048954         TO FB-PST-ITERS (FB-PST-COUNT).
048955     MOVE FB-WORK-RATE   TO FB-PST-RATE (FB-PST-COUNT).
048956     MOVE FB-WORK-AMOUNT TO FB-PST-AMOUNT (FB-PST-COUNT).
048957     ADD FB-WORK-AMOUNT TO FB-CREDIT-TOTAL.
048958     IF FB-AJT-POSTED (FB-AJT-IDX) = ZERO
048959         MOVE FB-BILL-MONTH TO FB-AJT-POSTED (FB-AJT-IDX)
048960         SET FB-ADJ-STAMPED TO TRUE
048961     END-IF.
048962 2510-EXIT.
048963     EXIT.
048964
048965 2520-MATCH-ONE-CLOSED-RATE.
048966     IF FB-CRT-MONTH (FB-CRT-IDX)
048967             = FB-AJT-SOURCE-MONTH (FB-AJT-IDX)
048968             AND FB-CRT-DEPT (FB-CRT-IDX) = FB-WORK-DEPT
048969         MOVE FB-CRT-RATE (FB-CRT-IDX) TO FB-WORK-RATE
048970         SET FB-FOUND TO TRUE
048971     END-IF.
048972 2520-EXIT.
048973     EXIT.
048974
049000******************************************************************
049100*  8000-INVOICE-REPORT - ONE BLOCK PER DEPARTMENT: ITS RATE,     *
049200*  EVERY BILLED REQUEST, AND ITS TOTALS; THEN THE MONTH TOTAL,   *
049250*  AND THE ADJUSTMENT LINES WHEN ANY WERE POSTED.                *
049300******************************************************************
049400 8000-INVOICE-REPORT.
049500     OPEN OUTPUT FB-REPORT-FILE.
050200         MOVE "  NOTHING BILLABLE THIS MONTH"
050300             TO FB-REPORT-RECORD
050400         WRITE FB-REPORT-RECORD
050500         GO TO 8000-ADJUSTMENTS
050600     END-IF.
050700     PERFORM 8100-REPORT-ONE-DEPT THRU 8100-EXIT
050800         VARYING FB-DEPT-IDX FROM 1 BY 1
051400     MOVE FB-GRAND-AMOUNT TO FB-GTO-AMOUNT.
051500     MOVE FB-RPT-GRAND-TOTAL TO FB-REPORT-RECORD.
051600     WRITE FB-REPORT-RECORD.
051610 8000-ADJUSTMENTS.
051620     IF FB-PST-COUNT GREATER THAN ZERO
051630         PERFORM 8200-REPORT-ADJUSTMENTS THRU 8200-EXIT
051640     END-IF.
051700 8000-CLOSE.
051800     CLOSE FB-REPORT-FILE.
051900 8000-EXIT.
055500     WRITE FB-REPORT-RECORD.
055600 8110-EXIT.
055700     EXIT.
055701
055702******************************************************************
055703*  8200-REPORT-ADJUSTMENTS - EVERY CREDIT AND DEBIT POSTED THIS  *
055704*  MONTH AGAINST A CLOSED MONTH, THEIR TOTALS, AND THE MONTH'S   *
055705*  INVOICE FIGURE NET OF THEM.                                   *
055706******************************************************************
055707 8200-REPORT-ADJUSTMENTS.
055708     MOVE SPACES TO FB-REPORT-RECORD.
055709     WRITE FB-REPORT-RECORD.
055710     MOVE "ADJUSTMENTS TO CLOSED MONTHS" TO FB-REPORT-RECORD.
055711     WRITE FB-REPORT-RECORD.
055712     PERFORM 8210-REPORT-ONE-ADJUSTMENT THRU 8210-EXIT
055713         VARYING FB-PST-IDX FROM 1 BY 1
055714         UNTIL FB-PST-IDX GREATER THAN FB-PST-COUNT.
055715     MOVE SPACES TO FB-REPORT-RECORD.
055716     WRITE FB-REPORT-RECORD.
055717     MOVE "TOTAL CREDITS" TO FB-ATO-LABEL.
055718     MOVE FB-CREDIT-TOTAL TO FB-ATO-AMOUNT.
055719     MOVE " CR" TO FB-ATO-SIGN.
055720     MOVE FB-RPT-ADJ-TOTAL TO FB-REPORT-RECORD.
055721     WRITE FB-REPORT-RECORD.
055722     MOVE "TOTAL DEBITS" TO FB-ATO-LABEL.
055723     MOVE FB-DEBIT-TOTAL TO FB-ATO-AMOUNT.
055724     MOVE SPACES TO FB-ATO-SIGN.
055725     MOVE FB-RPT-ADJ-TOTAL TO FB-REPORT-RECORD.
055726     WRITE FB-REPORT-RECORD.
055727     COMPUTE FB-NET-AMOUNT = FB-GRAND-AMOUNT + FB-DEBIT-TOTAL
055728         - FB-CREDIT-TOTAL.
055729     PERFORM 8230-REPORT-INVOICE-TOTAL THRU 8230-EXIT.
055730 8200-EXIT.
055731     EXIT.
055732
055733 8210-REPORT-ONE-ADJUSTMENT.
055734     MOVE FB-PST-TYPE (FB-PST-IDX)   TO FB-WORK-TYPE.
055735     MOVE FB-PST-DATE (FB-PST-IDX)   TO FB-ADL-DATE.
055736     MOVE FB-PST-DEPT (FB-PST-IDX)   TO FB-ADL-DEPT.
055737     MOVE FB-PST-REQ-ID (FB-PST-IDX) TO FB-ADL-REQ.
055738     MOVE FB-PST-ITERS (FB-PST-IDX)  TO FB-ADL-ITERS.
055739     MOVE FB-PST-AMOUNT (FB-PST-IDX) TO FB-ADL-AMOUNT.
055740     MOVE FB-PST-SOURCE-MONTH (FB-PST-IDX) TO FB-ADL-SOURCE.
055741     PERFORM 8220-WRITE-ADJ-LINE THRU 8220-EXIT.
055742 8210-EXIT.
055743     EXIT.
055744
055745 8220-WRITE-ADJ-LINE.
055746     IF FB-WORK-TYPE = "CR"
055747         MOVE "CREDIT" TO FB-ADL-TYPE
055748         MOVE " CR"    TO FB-ADL-SIGN
055749         MOVE "BACKOUT OF RUN BILLED IN" TO FB-ADL-NOTE
055750     ELSE
055751         MOVE "DEBIT"  TO FB-ADL-TYPE
055752         MOVE SPACES   TO FB-ADL-SIGN
055753         MOVE "RERUN OF RUN BILLED IN" TO FB-ADL-NOTE
055754     END-IF.
055755     MOVE FB-RPT-ADJ-DETAIL TO FB-REPORT-RECORD.
055756     WRITE FB-REPORT-RECORD.
055757 8220-EXIT.
055758     EXIT.
055800
055805 8230-REPORT-INVOICE-TOTAL.
055810     MOVE "INVOICE TOTAL FOR THE MONTH" TO FB-ATO-LABEL.
055815     MOVE FB-NET-AMOUNT TO FB-ATO-AMOUNT.
055820     IF FB-NET-AMOUNT LESS THAN ZERO
055825         MOVE " CR" TO FB-ATO-SIGN
055830     ELSE
055835         MOVE SPACES TO FB-ATO-SIGN
055840     END-IF.
055845     MOVE FB-RPT-ADJ-TOTAL TO FB-REPORT-RECORD.
055850     WRITE FB-REPORT-RECORD.
055855 8230-EXIT.
055860     EXIT.
055865
055900******************************************************************
056000*  8500-WRITE-EXTRACT - ONE FBCHGEXT SUMMARY RECORD PER          *
056100*  DEPARTMENT FOR THE ACCOUNTING FEED, THEN ONE RECORD PER       *
056150*  ADJUSTMENT POSTED.                                            *
056200******************************************************************
056300 8500-WRITE-EXTRACT.
056400     OPEN OUTPUT FB-CHGEXT-FILE.
056500     PERFORM 8510-WRITE-ONE-EXTRACT THRU 8510-EXIT
056600         VARYING FB-DEPT-IDX FROM 1 BY 1
056700         UNTIL FB-DEPT-IDX GREATER THAN FB-DEPT-COUNT.
056710     PERFORM 8520-WRITE-ONE-ADJ-EXTRACT THRU 8520-EXIT
056720         VARYING FB-PST-IDX FROM 1 BY 1
056730         UNTIL FB-PST-IDX GREATER THAN FB-PST-COUNT.
056800     CLOSE FB-CHGEXT-FILE.
056900 8500-EXIT.
057000     EXIT.
057600     MOVE FB-DPT-REQUESTS (FB-DEPT-IDX) TO FB-CHG-REQUESTS.
057700     MOVE FB-DPT-ITERS (FB-DEPT-IDX)  TO FB-CHG-ITERATIONS.
057800     MOVE FB-DPT-AMOUNT (FB-DEPT-IDX) TO FB-CHG-AMOUNT.
057810     MOVE FB-DPT-RATE (FB-DEPT-IDX)   TO FB-CHG-RATE-PER-K.
057820     MOVE ZERO                        TO FB-CHG-SOURCE-MONTH.
057830     MOVE ZERO                        TO FB-CHG-ADJ-DATE.
057900     WRITE FB-CHG-RECORD.
058000 8510-EXIT.
058100     EXIT.
058101
058102 8520-WRITE-ONE-ADJ-EXTRACT.
058103     MOVE SPACES TO FB-CHG-RECORD.
058104     MOVE FB-BILL-MONTH                  TO FB-CHG-MONTH.
058105     MOVE FB-PST-DEPT (FB-PST-IDX)       TO FB-CHG-DEPT.
058106     MOVE 1                              TO FB-CHG-REQUESTS.
058107     MOVE FB-PST-ITERS (FB-PST-IDX)      TO FB-CHG-ITERATIONS.
058108     MOVE FB-PST-AMOUNT (FB-PST-IDX)     TO FB-CHG-AMOUNT.
058109     MOVE FB-PST-TYPE (FB-PST-IDX)       TO FB-CHG-TYPE.
058110     MOVE FB-PST-RATE (FB-PST-IDX)       TO FB-CHG-RATE-PER-K.
058111     MOVE FB-PST-SOURCE-MONTH (FB-PST-IDX)
058112         TO FB-CHG-SOURCE-MONTH.
058113     MOVE FB-PST-DATE (FB-PST-IDX)       TO FB-CHG-ADJ-DATE.
058114     MOVE FB-PST-REQ-ID (FB-PST-IDX)     TO FB-CHG-REQUEST-ID.
058115     WRITE FB-CHG-RECORD.
058116 8520-EXIT.
058117     EXIT.
058118
058119******************************************************************
058120*  8700-REWRITE-ADJUSTMENTS - PUT FBADJUST BACK WITH THE POSTING *
058121*  MONTH ON EVERY CREDIT POSTED FOR THE FIRST TIME THIS RUN.     *
058122******************************************************************
058123 8700-REWRITE-ADJUSTMENTS.
058124     IF NOT FB-ADJ-STAMPED
058125         GO TO 8700-EXIT
058126     END-IF.
058127     OPEN OUTPUT FB-ADJUST-FILE.
058128     PERFORM 8720-WRITE-ADJUSTMENTS THRU 8720-EXIT.
058132 8700-EXIT.
058133     EXIT.
058134
058135 8710-WRITE-ONE-ADJUSTMENT.
058136     MOVE FB-AJT-RERUN-STAMP (FB-AJT-IDX)  TO FB-ADJ-RERUN-STAMP.
058137     MOVE FB-AJT-DATE (FB-AJT-IDX)         TO FB-ADJ-DATE.
058138     MOVE FB-AJT-TIME (FB-AJT-IDX)         TO FB-ADJ-TIME.
058139     MOVE FB-AJT-TYPE (FB-AJT-IDX)         TO FB-ADJ-TYPE.
058140     MOVE FB-AJT-SOURCE-MONTH (FB-AJT-IDX) TO FB-ADJ-SOURCE-MONTH.
058141     MOVE FB-AJT-DEPT (FB-AJT-IDX)         TO FB-ADJ-DEPT.
058142     MOVE FB-AJT-REQ-ID (FB-AJT-IDX)       TO FB-ADJ-REQUEST-ID.
058143     MOVE FB-AJT-RUN-DATE (FB-AJT-IDX)     TO FB-ADJ-RUN-DATE.
058144     MOVE FB-AJT-ITERS (FB-AJT-IDX)        TO FB-ADJ-ITERATIONS.
058145     MOVE FB-AJT-POSTED (FB-AJT-IDX)       TO FB-ADJ-POSTED-MONTH.
058146     WRITE FB-ADJ-RECORD.
058147     IF FB-ADJUST-STATUS NOT = "00"
058148         DISPLAY "FBCHGBK: WRITE TO FBADJUST FAILED (STATUS "
058149             FB-ADJUST-STATUS ")"
058150         MOVE 12 TO RETURN-CODE
058151     END-IF.
058152 8710-EXIT.
058153     EXIT.
058154
058156 8720-WRITE-ADJUSTMENTS.
058158     IF FB-ADJUST-STATUS NOT = "00"
058160         DISPLAY "FBCHGBK: FBADJUST CANNOT BE REWRITTEN (STATUS "
058162             FB-ADJUST-STATUS ") - CREDITS NOT MARKED POSTED"
058164         MOVE 12 TO RETURN-CODE
058166         GO TO 8720-EXIT
058168     END-IF.
058170     PERFORM 8710-WRITE-ONE-ADJUSTMENT THRU 8710-EXIT
058172         VARYING FB-AJT-IDX FROM 1 BY 1
058174         UNTIL FB-AJT-IDX GREATER THAN FB-AJT-COUNT
058176            OR FB-ADJUST-STATUS NOT = "00".
058178     CLOSE FB-ADJUST-FILE.
058180 8720-EXIT.
058182     EXIT.
058200
058201******************************************************************
058202*  8800-REPRINT-CLOSED - THE BILLING MONTH IS CLOSED: THE        *
058203*  INVOICE AND THE EXTRACT ARE REPRODUCED FROM ITS FBPERIOD      *
058204*  RECORDS, EXACTLY AS CLOSED, AND NOTHING IS RE-BILLED.         *
058205******************************************************************
058206 8800-REPRINT-CLOSED.
058207     OPEN OUTPUT FB-REPORT-FILE.
058208     OPEN OUTPUT FB-CHGEXT-FILE.
058209     MOVE FB-BILL-MONTH TO FB-HDG-MONTH.
058210     MOVE FB-RPT-HEADING TO FB-REPORT-RECORD.
058211     WRITE FB-REPORT-RECORD.
058212     MOVE SPACES TO FB-REPORT-RECORD.
058213     WRITE FB-REPORT-RECORD.
058214     STRING "  MONTH CLOSED ON " FB-CLOSE-DATE
058215         " - FIGURES AS INVOICED, REPRINTED FROM FBPERIOD"
058216         DELIMITED BY SIZE INTO FB-REPORT-RECORD.
058217     WRITE FB-REPORT-RECORD.
058218     MOVE "N" TO FB-EOF-PERIOD-SW.
058219     OPEN INPUT FB-PERIOD-FILE.
058220     READ FB-PERIOD-FILE
058221         AT END MOVE "Y" TO FB-EOF-PERIOD-SW
058222     END-READ.
058223     PERFORM 8810-REPRINT-ONE-LINE THRU 8810-EXIT
058224         UNTIL FB-EOF-PERIOD.
058225     CLOSE FB-PERIOD-FILE.
058226     CLOSE FB-CHGEXT-FILE.
058227     MOVE SPACES TO FB-REPORT-RECORD.
058228     WRITE FB-REPORT-RECORD.
058229     PERFORM 8230-REPORT-INVOICE-TOTAL THRU 8230-EXIT.
058230     CLOSE FB-REPORT-FILE.
058231     DISPLAY "FBCHGBK: MONTH " FB-BILL-MONTH " IS CLOSED - "
058232         "INVOICE REPRINTED FROM FBPERIOD, NOTHING BILLED".
058233     MOVE 4 TO RETURN-CODE.
058234 8800-EXIT.
058235     EXIT.
058236
058237 8810-REPRINT-ONE-LINE.
058238     IF FB-PRD-MONTH NOT = FB-BILL-MONTH
058239         GO TO 8810-READ-NEXT
058240     END-IF.
058241     IF FB-PRD-MONTH-TOTAL
058242         MOVE FB-PRD-AMOUNT TO FB-NET-AMOUNT
058243         IF FB-PRD-NET-SIGN = "-"
058244             COMPUTE FB-NET-AMOUNT = ZERO - FB-PRD-AMOUNT
058245         END-IF
058246         GO TO 8810-READ-NEXT
058247     END-IF.
058248     MOVE SPACES TO FB-CHG-RECORD.
058249     MOVE FB-PRD-MONTH        TO FB-CHG-MONTH.
058250     MOVE FB-PRD-DEPT         TO FB-CHG-DEPT.
058251     MOVE FB-PRD-REQUESTS     TO FB-CHG-REQUESTS.
058252     MOVE FB-PRD-ITERATIONS   TO FB-CHG-ITERATIONS.
058253     MOVE FB-PRD-AMOUNT       TO FB-CHG-AMOUNT.
058254     MOVE FB-PRD-TYPE         TO FB-CHG-TYPE.
058255     MOVE FB-PRD-RATE-PER-K   TO FB-CHG-RATE-PER-K.
058256     MOVE FB-PRD-SOURCE-MONTH TO FB-CHG-SOURCE-MONTH.
058257     MOVE FB-PRD-ADJ-DATE     TO FB-CHG-ADJ-DATE.
058258     MOVE FB-PRD-REQUEST-ID   TO FB-CHG-REQUEST-ID.
058259     WRITE FB-CHG-RECORD.
058260     IF FB-PRD-TYPE = SPACES
058261         MOVE SPACES TO FB-REPORT-RECORD
058262         WRITE FB-REPORT-RECORD
058263         MOVE FB-PRD-DEPT       TO FB-DHD-DEPT
058264         MOVE FB-PRD-RATE-PER-K TO FB-DHD-RATE
058265         MOVE SPACES            TO FB-DHD-NOTE
058266         MOVE FB-RPT-DEPT-HEADING TO FB-REPORT-RECORD
058267         WRITE FB-REPORT-RECORD
058268         MOVE FB-PRD-REQUESTS   TO FB-DTO-REQUESTS
058269         MOVE FB-PRD-ITERATIONS TO FB-DTO-ITERS
058270         MOVE FB-PRD-AMOUNT     TO FB-DTO-AMOUNT
058271         MOVE FB-RPT-DEPT-TOTAL TO FB-REPORT-RECORD
058272         WRITE FB-REPORT-RECORD
058273         GO TO 8810-READ-NEXT
058274     END-IF.
058275     IF NOT FB-ADJ-HEADED
058276         SET FB-ADJ-HEADED TO TRUE
058277         MOVE SPACES TO FB-REPORT-RECORD
058278         WRITE FB-REPORT-RECORD
058279         MOVE "ADJUSTMENTS TO CLOSED MONTHS" TO FB-REPORT-RECORD
058280         WRITE FB-REPORT-RECORD
058281     END-IF.
058282     MOVE FB-PRD-TYPE         TO FB-WORK-TYPE.
058283     MOVE FB-PRD-ADJ-DATE     TO FB-ADL-DATE.
058284     MOVE FB-PRD-DEPT         TO FB-ADL-DEPT.
058285     MOVE FB-PRD-REQUEST-ID   TO FB-ADL-REQ.
058286     MOVE FB-PRD-ITERATIONS   TO FB-ADL-ITERS.
058287     MOVE FB-PRD-AMOUNT       TO FB-ADL-AMOUNT.
058288     MOVE FB-PRD-SOURCE-MONTH TO FB-ADL-SOURCE.
058289     PERFORM 8220-WRITE-ADJ-LINE THRU 8220-EXIT.
058290 8810-READ-NEXT.
058291     READ FB-PERIOD-FILE
058292         AT END MOVE "Y" TO FB-EOF-PERIOD-SW
058293     END-READ.
058294 8810-EXIT.
058295     EXIT.
058296
058300******************************************************************
058400*  9000-TERMINATE - CONSOLE SUMMARY.                             *
058500******************************************************************
058600 9000-TERMINATE.
058610     IF FB-MONTH-CLOSED
058620         GO TO 9000-EXIT
058630     END-IF.
058700     DISPLAY "FBCHGBK: MONTH " FB-BILL-MONTH ", "
058800         FB-BILLED-COUNT " REQUEST(S) BILLED ACROSS "
058900         FB-DEPT-COUNT " DEPARTMENT(S)".
058910     IF FB-REVERSED-COUNT GREATER THAN ZERO
058920             OR FB-PST-COUNT GREATER THAN ZERO
058930         DISPLAY "FBCHGBK: " FB-REVERSED-COUNT
058940             " BACKED-OUT RUN(S) NOT BILLED, " FB-PST-COUNT
058950             " CLOSED-MONTH ADJUSTMENT(S) POSTED"
058960     END-IF.
059000 9000-EXIT.
059100     EXIT.
