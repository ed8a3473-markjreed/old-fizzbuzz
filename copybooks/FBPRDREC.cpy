000100*****************************************************************
000200*  FBPRDREC.CPY                                                 *
000300*  ONE RECORD ON THE FBPERIOD ACCOUNTING-PERIOD FILE.  THE      *
000400*  FBPRDCLS PERIOD-CLOSE STEP COPIES A MONTH'S FINAL FBCHGEXT   *
000500*  INVOICE LINES ONTO FBPERIOD AND ENDS THEM WITH A *TOTAL      *
000600*  RECORD HOLDING THE MONTH'S INVOICED FIGURE.  A MONTH WHOSE   *
000700*  *TOTAL IS ON FBPERIOD IS CLOSED: FBCHGBK WILL NOT BILL IT    *
000800*  AGAIN AND FBBACKOT WILL NOT UNWIND ITS RUNS EXCEPT AS A      *
000900*  CREDIT ADJUSTMENT IN A LATER OPEN MONTH.  A CLOSED MONTH'S   *
001000*  RECORDS ARE NEVER CHANGED, SO ITS FIGURES NEVER MOVE.        *
001010*  RECORDS WITH NO *TOTAL ARE A CLOSE THAT FAILED PART WAY;     *
001020*  FBPRDCLS DROPS THEM WHEN THE MONTH IS CLOSED AGAIN.          *
001100*****************************************************************
001200 01  FB-PRD-RECORD.
001300     05  FB-PRD-MONTH            PIC 9(06).
001400     05  FB-PRD-DEPT             PIC X(08).
001500         88  FB-PRD-MONTH-TOTAL              VALUE "*TOTAL".
001600     05  FB-PRD-TYPE             PIC X(02).
001700*        AS FB-CHG-TYPE - BLANK CHARGE, CR CREDIT, DR DEBIT.
001800     05  FB-PRD-REQUESTS         PIC 9(05).
001900     05  FB-PRD-ITERATIONS       PIC 9(12).
002000     05  FB-PRD-AMOUNT           PIC 9(11)V99.
002100     05  FB-PRD-RATE-PER-K       PIC 9(07)V99.
002200*        ON A CHARGE RECORD, THE RATE THE MONTH WAS INVOICED AT -
002300*        A LATER CREDIT FOR ONE OF ITS RUNS IS PRICED THE SAME.
002400     05  FB-PRD-SOURCE-MONTH     PIC 9(06).
002500     05  FB-PRD-ADJ-DATE         PIC 9(08).
002600     05  FB-PRD-REQUEST-ID       PIC X(08).
002700*        ADJUSTMENT RECORDS ONLY - AS ON FBCHGEXT.
002800     05  FB-PRD-CLOSE-DATE       PIC 9(08).
002900     05  FB-PRD-CLOSE-TIME       PIC 9(08).
003000     05  FB-PRD-NET-SIGN         PIC X(01).
003100*        *TOTAL RECORD ONLY - "-" WHEN THE MONTH'S CREDITS
003200*        EXCEEDED ITS CHARGES AND DEBITS, OTHERWISE BLANK.
003300     05  FILLER                  PIC X(06).
