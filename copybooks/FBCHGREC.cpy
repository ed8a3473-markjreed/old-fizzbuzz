000100*****************************************************************
000200*  FBCHGREC.CPY                                                 *
000300*  ONE SUMMARY RECORD ON THE FBCHGEXT CHARGEBACK EXTRACT        *
000350*  WRITTEN BY FBCHGBK FOR THE ACCOUNTING FEED.  A CHARGE        *
000400*  RECORD (BLANK TYPE) CARRIES THE BILLING MONTH, THE           *
000450*  DEPARTMENT, ITS BILLABLE REQUEST AND ITERATION COUNTS FOR    *
000500*  THE MONTH, AND THE CHARGE AT THE FBRATES RATE.  AN           *
000550*  ADJUSTMENT RECORD (TYPE CR OR DR) CARRIES ONE CORRECTION TO  *
000600*  A CLOSED MONTH, POSTED IN THE BILLING MONTH: THE CLOSED      *
000650*  MONTH IT CORRECTS, THE REQUEST AND THE DATE OF THE EVENT.    *
000800*****************************************************************
000900 01  FB-CHG-RECORD.
001000     05  FB-CHG-MONTH            PIC 9(06).
001200     05  FB-CHG-REQUESTS         PIC 9(05).
001300     05  FB-CHG-ITERATIONS       PIC 9(12).
001400     05  FB-CHG-AMOUNT           PIC 9(11)V99.
001500*        DOLLARS AND CENTS WITH AN ASSUMED DECIMAL POINT.  ALWAYS
001505*        POSITIVE - THE TYPE SAYS WHICH WAY AN ADJUSTMENT RUNS.
001510     05  FB-CHG-TYPE             PIC X(02).
001515         88  FB-CHG-CHARGE                   VALUE SPACES.
001520         88  FB-CHG-CREDIT                   VALUE "CR".
001525         88  FB-CHG-DEBIT                    VALUE "DR".
001530     05  FB-CHG-RATE-PER-K       PIC 9(07)V99.
001535*        RATE PER 1,000 ITERATIONS THE LINE WAS PRICED AT.
001540     05  FB-CHG-SOURCE-MONTH     PIC 9(06).
001545     05  FB-CHG-ADJ-DATE         PIC 9(08).
001550     05  FB-CHG-REQUEST-ID       PIC X(08).
001555*        ADJUSTMENTS ONLY - THE CLOSED MONTH CORRECTED, THE DATE
001560*        OF THE BACKOUT OR RERUN, AND ITS REQUEST ID.
001600     05  FILLER                  PIC X(03).
