000600*  COME OFF FBOUT AND FBCSV, ITS FBMASTR RECORDS ARE DELETED,   *
000700*  A REVERSING AUDIT RECORD IS WRITTEN, AND ITS FBREQST STATUS  *
000800*  GOES BACK TO BLANK SO IT CAN BE REQUEUED AND RERUN.          *
000810*  THE RECORD NAMES THE OPERATOR RUNNING THE BACKOUT, WHO MUST  *
000820*  BE AUTHORIZED TO BACK OUT ON THE FBAUTH TABLE.               *
000900*****************************************************************
001000 01  FB-BKP-RECORD.
001100     05  FB-BKP-REQUEST-ID       PIC X(08).
001200     05  FB-BKP-CLOSED-ACTION    PIC X(01).
001300         88  FB-BKP-CREDIT-CLOSED            VALUE "C".
001400*        WHAT TO DO WHEN THE RUN WAS INVOICED IN A MONTH THAT
001500*        HAS BEEN CLOSED ON FBPERIOD: C = UNWIND IT AND RAISE A
001600*        CREDIT ADJUSTMENT ON FBADJUST FOR THE NEXT OPEN MONTH;
001700*        ANYTHING ELSE = REFUSE THE BACKOUT.
001800     05  FB-BKP-OPERATOR         PIC X(08).
001900*        OPERATOR ID RUNNING THE BACKOUT, CHECKED AGAINST FBAUTH
002000*        AND RECORDED ON FBSECLOG.  BLANK IS REFUSED.
002100     05  FILLER                  PIC X(63).
