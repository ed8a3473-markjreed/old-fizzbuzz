001000*                   SO FBAUDRPT SHOWS THE BACKOUT, AND RESETS    *
001100*                   THE REQUEST'S FBREQST STATUS TO BLANK SO     *
001200*                   IT CAN BE REQUEUED AND RERUN CORRECTLY.      *
001210*  2026-10-15  MJR  THE QUEUE REWRITE CARRIES EVERY REQUEST'S    *
001220*                   PRIORITY, REQUESTED-BY DATE AND TIMESTAMPS   *
001230*                   THROUGH; THE REQUEUED REQUEST KEEPS ITS      *
001240*                   SUBMIT TIME BUT LOSES ITS START AND          *
001250*                   COMPLETION TIMES, SINCE IT WILL RUN AGAIN.   *
001255*  2026-10-15  MJR  A RUN INVOICED IN A MONTH CLOSED ON FBPERIOD *
001260*                   IS NOT UNWOUND UNLESS FBBKPARM ASKS FOR A    *
001265*                   CREDIT; THEN A CREDIT ADJUSTMENT GOES TO     *
001270*                   FBADJUST FOR FBCHGBK TO POST IN THE NEXT     *
001275*                   OPEN MONTH, SO THE CLOSED INVOICE STANDS.    *
001276*  2026-10-15  MJR  FBBKPARM NOW NAMES THE OPERATOR RUNNING      *
001278*                   THE BACKOUT.  AN OPERATOR NOT AUTHORIZED TO  *
001280*                   BACK OUT ON THE FBAUTH TABLE IS REFUSED, AND *
001282*                   THE SIGN-ON, ANY REFUSAL AND THE BACKOUT     *
001284*                   ITSELF ARE RECORDED ON THE FBSECLOG SECURITY *
001286*                   ACCESS LOG.                                  *
001290*  2026-10-15  MJR  A MONTH COUNTS AS CLOSED ONLY ONCE ITS       *
001295*                   *TOTAL RECORD IS ON FBPERIOD.                *
001300******************************************************************
001400 IDENTIFICATION DIVISION.
001500 PROGRAM-ID.    FBBACKOT.
002800*  UPPER BOUND AND ZERO COUNTS (NOTHING ON FILE ANY MORE) AND    *
002900*  THE MARKER "BACKOUT" IN ITS DIVISOR LIST, SO FBAUDRPT SHOWS   *
003000*  THE BACKOUT AS A BALANCED ZERO-RECORD RUN AND FBVERIFY        *
003100*  RECONCILES THE ABSENT ROWS TO THE ZERO COUNTS.                *
003110*                                                                *
003120*  WHEN THE RUN BEING UNWOUND FELL IN A BILLING MONTH THAT HAS   *
003130*  BEEN CLOSED ON FBPERIOD, ITS INVOICE HAS GONE OUT AND MUST    *
003140*  NOT MOVE.  THE BACKOUT IS REFUSED BEFORE ANYTHING IS TOUCHED  *
003150*  UNLESS FBBKPARM CARRIES THE CREDIT ACTION, IN WHICH CASE THE  *
003160*  RUN IS UNWOUND AND A CREDIT FOR ITS ITERATIONS IS WRITTEN TO  *
003170*  FBADJUST FOR FBCHGBK TO POST IN THE NEXT OPEN MONTH.          *
003180*                                                                *
003181*  ONLY AN OPERATOR AUTHORIZED TO BACK OUT ON THE FBAUTH TABLE   *
003182*  MAY RUN A BACKOUT.  THE OPERATOR NAMED ON FBBKPARM IS CHECKED *
003183*  BEFORE ANY DATASET IS TOUCHED; THE SIGN-ON OR REFUSAL, AND    *
003184*  THE OUTCOME OF THE BACKOUT, ARE APPENDED TO FBSECLOG.         *
003185*                                                                *
003190*  ENDS WITH 0 WHEN THE REQUEST WAS UNWOUND, 4 WHEN PARTS OF IT  *
003200*  WERE NOT ON FILE TO UNWIND, 8 ON A MISSING OR BLANK           *
003300*  PARAMETER, AN UNAUTHORIZED OPERATOR OR A REFUSED CLOSED-MONTH *
003400*  BACKOUT, AND 12 WHEN FBOUT OR FBCSV IS NOT AVAILABLE.         *
003500******************************************************************
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
007200     SELECT FB-REQST-FILE ASSIGN TO "FBREQST"
007300         ORGANIZATION IS LINE SEQUENTIAL
007400         FILE STATUS IS FB-REQST-STATUS.
007410
007420     SELECT FB-PERIOD-FILE ASSIGN TO "FBPERIOD"
007430         ORGANIZATION IS LINE SEQUENTIAL
007440         FILE STATUS IS FB-PERIOD-STATUS.
007450
007460     SELECT FB-ADJUST-FILE ASSIGN TO "FBADJUST"
007470         ORGANIZATION IS LINE SEQUENTIAL
007480         FILE STATUS IS FB-ADJUST-STATUS.
007500
007510     SELECT FB-AUTH-FILE ASSIGN TO "FBAUTH"
007520         ORGANIZATION IS LINE SEQUENTIAL
007530         FILE STATUS IS FB-AUTH-STATUS.
007540
007550     SELECT FB-SECLOG-FILE ASSIGN TO "FBSECLOG"
007560         ORGANIZATION IS LINE SEQUENTIAL
007570         FILE STATUS IS FB-SECLOG-STATUS.
007580
007600 DATA DIVISION.
007700 FILE SECTION.
007800 FD  FB-BKPARM-FILE.
010200
010300 FD  FB-REQST-FILE.
010400 COPY FBREQREC.
010410
010420 FD  FB-PERIOD-FILE.
010430 COPY FBPRDREC.
010440
010450 FD  FB-ADJUST-FILE.
010460 COPY FBADJREC.
010500
010510 FD  FB-AUTH-FILE.
010520 COPY FBAUTREC.
010530
010540 FD  FB-SECLOG-FILE.
010550 COPY FBSECREC.
010560
010600 WORKING-STORAGE SECTION.
010700******************************************************************
010800*  FILE STATUS FIELDS                                            *
011600     05  FB-MASTER-STATUS        PIC X(02).
011700     05  FB-AUDIT-STATUS         PIC X(02).
011800     05  FB-REQST-STATUS         PIC X(02).
011810     05  FB-PERIOD-STATUS        PIC X(02).
011820     05  FB-ADJUST-STATUS        PIC X(02).
011830     05  FB-AUTH-STATUS          PIC X(02).
011840     05  FB-SECLOG-STATUS        PIC X(02).
011900
012000******************************************************************
012100*  SWITCHES                                                      *
012900         88  FB-EOF-REQST                    VALUE "Y".
013000     05  FB-REQ-FOUND-SW         PIC X(01)   VALUE "N".
013100         88  FB-REQ-FOUND                    VALUE "Y".
013110     05  FB-EOF-PERIOD-SW        PIC X(01)   VALUE "N".
013120         88  FB-EOF-PERIOD                   VALUE "Y".
013130     05  FB-MONTH-CLOSED-SW      PIC X(01)   VALUE "N".
013140         88  FB-MONTH-CLOSED                 VALUE "Y".
013150     05  FB-CREDIT-DUE-SW        PIC X(01)   VALUE "N".
013160         88  FB-CREDIT-DUE                   VALUE "Y".
013165     05  FB-EOF-AUTH-SW          PIC X(01)   VALUE "N".
013170         88  FB-EOF-AUTH                     VALUE "Y".
013175     05  FB-AUTHORIZED-SW        PIC X(01)   VALUE "N".
013180         88  FB-AUTHORIZED                   VALUE "Y".
013185     05  FB-SECLOG-FAILED-SW     PIC X(01)   VALUE "N".
013190         88  FB-SECLOG-FAILED                VALUE "Y".
013200
013300******************************************************************
013400*  REQUEST-QUEUE TABLE - LOADED, STATUS RESET, AND REWRITTEN,    *
014000         10  FB-RQT-DEPT         PIC X(08).
014100         10  FB-RQT-BOUND        PIC 9(09)   COMP-3.
014200         10  FB-RQT-STATUS       PIC X(02).
014210         10  FB-RQT-SCHEDULE     PIC X(23).
014220         10  FB-RQT-PROGRESS     PIC X(28).
014300 77  FB-REQ-COUNT         PIC 9(04) COMP   VALUE ZERO.
014400 77  FB-REQ-IDX           PIC 9(04) COMP   VALUE ZERO.
014500 77  FB-MAX-REQUESTS      PIC 9(04) COMP   VALUE 200.
015600 77  FB-RUN-DATE          PIC 9(08)        VALUE ZERO.
015700 77  FB-RETURN-CODE       PIC 9(04) COMP   VALUE ZERO.
015800 77  FB-NEW-RC            PIC 9(04) COMP   VALUE ZERO.
015802
015804******************************************************************
015806*  CLOSED-MONTH CHECK - THE TARGET'S LATEST LIVE RUN, THE MONTH  *
015808*  IT WAS BILLED IN, AND THE CREDIT RAISED WHEN THAT MONTH IS    *
015810*  CLOSED AND THE PARAMETER ASKS FOR ONE.                        *
015812******************************************************************
015814 77  FB-CLOSED-ACTION     PIC X(01)        VALUE SPACES.
015816     88  FB-CREDIT-CLOSED                 VALUE "C".
015818 77  FB-LAST-RUN-DATE     PIC 9(08)        VALUE ZERO.
015820 77  FB-LAST-RUN-ITERS    PIC 9(12) COMP-3 VALUE ZERO.
015822 77  FB-TARGET-DEPT       PIC X(08)        VALUE SPACES.
015824
015826 01  FB-WRK-DATE.
015828     05  FB-WRK-DATE-YYYYMM      PIC 9(06).
015830     05  FILLER                  PIC X(02).
015832
015834******************************************************************
015836*  A REVERSAL RECORD CARRIES THE BACKOUT MARKER AT THE FRONT OF  *
015838*  ITS DIVISOR LIST.                                             *
015840******************************************************************
015842 01  FB-MARKER-TEST.
015844     05  FB-MARKER-WORD          PIC X(07).
015846         88  FB-MARKER-BACKOUT               VALUE "BACKOUT".
015848     05  FILLER                  PIC X(493).
015900
015910******************************************************************
015920*  OPERATOR AUTHORITY AND THE FBSECLOG EVENT BEING WRITTEN       *
015930******************************************************************
015940 77  FB-OPERATOR-ID       PIC X(08)        VALUE SPACES.
015950 77  FB-SEC-WK-EVENT      PIC X(02)        VALUE SPACES.
015960 77  FB-SEC-WK-REASON     PIC X(02)        VALUE SPACES.
015970 77  FB-SEC-WK-TEXT       PIC X(40)        VALUE SPACES.
015980 77  FB-SEC-WK-RC         PIC 9(02)        VALUE ZERO.
015990
016000 PROCEDURE DIVISION.
016100******************************************************************
016200*  0000-MAINLINE                                                 *
016600     IF FB-RETURN-CODE NOT = ZERO
016700         GO TO 0000-EXIT
016800     END-IF.
016810     PERFORM 1500-CHECK-PERIOD THRU 1500-EXIT.
016820     IF FB-RETURN-CODE NOT = ZERO
016830         GO TO 0000-EXIT
016840     END-IF.
016850     MOVE "AC" TO FB-SEC-WK-EVENT.
016860     MOVE SPACES TO FB-SEC-WK-REASON.
016900     PERFORM 2000-STRIP-OUT THRU 2000-EXIT.
016910     IF FB-RETURN-CODE = 12
016920         DISPLAY "FBBACKOT: FBOUT NOT STRIPPED - BACKOUT "
017050     END-IF.
017100     PERFORM 4000-DELETE-MASTER THRU 4000-EXIT.
017200     PERFORM 5000-WRITE-REVERSAL THRU 5000-EXIT.
017210     IF FB-CREDIT-DUE
017220         PERFORM 5500-WRITE-CREDIT THRU 5500-EXIT
017230     END-IF.
017300     PERFORM 6000-RESET-REQUEST THRU 6000-EXIT.
017400     IF FB-OUT-STRIPPED = ZERO
017500         DISPLAY "FBBACKOT: REQUEST " FB-TARGET-ID
018200         FB-CSV-STRIPPED " FBCSV ROW(S), "
018300         FB-MST-DELETED " MASTER RECORD(S) REMOVED".
018400 0000-EXIT.
018410     IF FB-SEC-WK-EVENT = "AC"
018420         MOVE FB-RETURN-CODE TO FB-SEC-WK-RC
018430         MOVE SPACES TO FB-SEC-WK-TEXT
018440         STRING "BACKED OUT REQUEST " FB-TARGET-ID
018450             "  RC " FB-SEC-WK-RC
018460             DELIMITED BY SIZE INTO FB-SEC-WK-TEXT
018470         PERFORM 8700-WRITE-SECLOG THRU 8700-EXIT
018480     END-IF.
018500     MOVE FB-RETURN-CODE TO RETURN-CODE.
018600     STOP RUN.
018700
020400             CONTINUE
020500         NOT AT END
020600             MOVE FB-BKP-REQUEST-ID TO FB-TARGET-ID
020650             MOVE FB-BKP-CLOSED-ACTION TO FB-CLOSED-ACTION
020660             MOVE FB-BKP-OPERATOR TO FB-OPERATOR-ID
020700     END-READ.
020800     CLOSE FB-BKPARM-FILE.
020810     PERFORM 1100-CHECK-AUTHORITY THRU 1100-EXIT.
020820     IF NOT FB-AUTHORIZED
020830         MOVE 8 TO FB-NEW-RC
020840         PERFORM 8800-RAISE-CONDITION THRU 8800-EXIT
020850         GO TO 1000-EXIT
020860     END-IF.
020900     IF FB-TARGET-ID = SPACES
021000         DISPLAY "FBBACKOT: REJECTED - NO REQUEST ID SUPPLIED"
021100         MOVE 8 TO FB-NEW-RC
021500     ACCEPT FB-RUN-DATE FROM DATE YYYYMMDD.
021600     DISPLAY "FBBACKOT: BACKING OUT REQUEST " FB-TARGET-ID.
021700 1000-EXIT.
021701     EXIT.
021702
021703******************************************************************
021704*  1100-CHECK-AUTHORITY - THE FBBKPARM OPERATOR MUST BE ON THE   *
021705*  FBAUTH TABLE WITH THE BACK-OUT FUNCTION.  THE FIRST ENTRY FOR *
021706*  THE ID COUNTS.  A BLANK ID, A MISSING FBAUTH, OR A SIGN-ON    *
021707*  THAT CANNOT BE RECORDED ON FBSECLOG IS REFUSED.               *
021708******************************************************************
021709 1100-CHECK-AUTHORITY.
021710     MOVE "N" TO FB-AUTHORIZED-SW.
021711     MOVE "UK" TO FB-SEC-WK-REASON.
021712     MOVE SPACES TO FB-SEC-WK-TEXT.
021713     STRING "BACKOUT OF REQUEST " FB-TARGET-ID
021714         DELIMITED BY SIZE INTO FB-SEC-WK-TEXT.
021715     IF FB-OPERATOR-ID = SPACES
021716         DISPLAY "FBBACKOT: REFUSED - NO OPERATOR ID ON FBBKPARM"
021717         GO TO 1100-REFUSE
021718     END-IF.
021719     OPEN INPUT FB-AUTH-FILE.
021720     IF FB-AUTH-STATUS NOT = "00"
021721         DISPLAY "FBBACKOT: REFUSED - FBAUTH NOT AVAILABLE "
021722             "(STATUS " FB-AUTH-STATUS ")"
021723         MOVE "NT" TO FB-SEC-WK-REASON
021724         GO TO 1100-REFUSE
021725     END-IF.
021726     MOVE "N" TO FB-EOF-AUTH-SW.
021727     READ FB-AUTH-FILE
021728         AT END MOVE "Y" TO FB-EOF-AUTH-SW
021729     END-READ.
021730     PERFORM 1110-SCAN-ONE-AUTH THRU 1110-EXIT
021731         UNTIL FB-EOF-AUTH.
021732     CLOSE FB-AUTH-FILE.
021733     IF NOT FB-AUTHORIZED
021734         DISPLAY "FBBACKOT: REFUSED - OPERATOR " FB-OPERATOR-ID
021735             " IS NOT AUTHORIZED TO BACK OUT"
021736         GO TO 1100-REFUSE
021737     END-IF.
021738     MOVE "SO" TO FB-SEC-WK-EVENT.
021739     MOVE SPACES TO FB-SEC-WK-REASON.
021740     PERFORM 8700-WRITE-SECLOG THRU 8700-EXIT.
021741     IF FB-SECLOG-FAILED
021742         DISPLAY "FBBACKOT: REFUSED - THE SIGN-ON COULD NOT BE "
021743             "RECORDED ON FBSECLOG"
021744         MOVE "N" TO FB-AUTHORIZED-SW
021745     END-IF.
021746     GO TO 1100-EXIT.
021747 1100-REFUSE.
021748     MOVE "RF" TO FB-SEC-WK-EVENT.
021749     PERFORM 8700-WRITE-SECLOG THRU 8700-EXIT.
021750 1100-EXIT.
021751     EXIT.
021752
021753 1110-SCAN-ONE-AUTH.
021754     IF FB-AUT-OPER-ID = FB-OPERATOR-ID
021755         IF FB-AUT-MAY-BACKOUT
021756             SET FB-AUTHORIZED TO TRUE
021757         ELSE
021758             MOVE "NA" TO FB-SEC-WK-REASON
021759         END-IF
021760         MOVE "Y" TO FB-EOF-AUTH-SW
021761         GO TO 1110-EXIT
021762     END-IF.
021763     READ FB-AUTH-FILE
021764         AT END MOVE "Y" TO FB-EOF-AUTH-SW
021765     END-READ.
021766 1110-EXIT.
021800     EXIT.
021801
021802******************************************************************
021803*  1500-CHECK-PERIOD - FIND THE TARGET'S LATEST RUN THAT HAS     *
021804*  NOT ALREADY BEEN BACKED OUT, AND WHETHER THE MONTH IT WAS     *
021805*  BILLED IN IS CLOSED ON FBPERIOD.  A CLOSED MONTH REFUSES THE  *
021806*  BACKOUT HERE, BEFORE ANY DATASET IS TOUCHED, UNLESS THE       *
021807*  PARAMETER ASKS FOR A CREDIT.  NO FBAUDIT OR NO FBPERIOD       *
021808*  MEANS NO CLOSED RUN TO PROTECT.                               *
021809******************************************************************
021810 1500-CHECK-PERIOD.
021811     MOVE "N" TO FB-EOF-FILE-SW.
021812     OPEN INPUT FB-AUDIT-FILE.
021813     IF FB-AUDIT-STATUS NOT = "00"
021814         GO TO 1500-EXIT
021815     END-IF.
021816     READ FB-AUDIT-FILE
021817         AT END MOVE "Y" TO FB-EOF-FILE-SW
021818     END-READ.
021819     PERFORM 1510-SCAN-ONE-AUDIT THRU 1510-EXIT
021820         UNTIL FB-EOF-FILE.
021821     CLOSE FB-AUDIT-FILE.
021822     IF FB-LAST-RUN-DATE = ZERO
021823         GO TO 1500-EXIT
021824     END-IF.
021825     MOVE FB-LAST-RUN-DATE TO FB-WRK-DATE.
021826
021827     OPEN INPUT FB-PERIOD-FILE.
021828     IF FB-PERIOD-STATUS NOT = "00"
021829         GO TO 1500-EXIT
021830     END-IF.
021831     READ FB-PERIOD-FILE
021832         AT END MOVE "Y" TO FB-EOF-PERIOD-SW
021833     END-READ.
021834     PERFORM 1520-CHECK-ONE-PERIOD THRU 1520-EXIT
021835         UNTIL FB-EOF-PERIOD.
021836     CLOSE FB-PERIOD-FILE.
021837     IF NOT FB-MONTH-CLOSED
021838         GO TO 1500-EXIT
021839     END-IF.
021840
021841     IF NOT FB-CREDIT-CLOSED
021842         DISPLAY "FBBACKOT: REFUSED - RUN OF " FB-LAST-RUN-DATE
021843             " WAS INVOICED IN CLOSED MONTH " FB-WRK-DATE-YYYYMM
021844         DISPLAY "FBBACKOT: RESUBMIT WITH THE CREDIT ACTION TO "
021845             "UNWIND IT AS A CREDIT ADJUSTMENT"
021846         MOVE 8 TO FB-NEW-RC
021847         PERFORM 8800-RAISE-CONDITION THRU 8800-EXIT
021848         GO TO 1500-EXIT
021849     END-IF.
021850     SET FB-CREDIT-DUE TO TRUE.
021851     PERFORM 1530-FIND-DEPT THRU 1530-EXIT.
021852     DISPLAY "FBBACKOT: RUN OF " FB-LAST-RUN-DATE
021853         " WAS INVOICED IN CLOSED MONTH " FB-WRK-DATE-YYYYMM
021854         " - A CREDIT ADJUSTMENT WILL BE RAISED".
021855 1500-EXIT.
021856     EXIT.
021900
021901 1510-SCAN-ONE-AUDIT.
021902     IF FB-AUD-REQUEST-ID NOT = FB-TARGET-ID
021903         GO TO 1510-READ-NEXT
021904     END-IF.
021905     MOVE FB-AUD-DIVISOR-LIST TO FB-MARKER-TEST.
021906     IF FB-MARKER-BACKOUT
021907         MOVE ZERO TO FB-LAST-RUN-DATE
021908         MOVE ZERO TO FB-LAST-RUN-ITERS
021909     ELSE
021910         MOVE FB-AUD-RUN-DATE TO FB-LAST-RUN-DATE
021911         COMPUTE FB-LAST-RUN-ITERS = FB-AUD-CNT-FIZZ
021912             + FB-AUD-CNT-BUZZ + FB-AUD-CNT-FIZZBUZZ
021913             + FB-AUD-CNT-OTHER + FB-AUD-CNT-NUMBER
021914     END-IF.
021915 1510-READ-NEXT.
021916     READ FB-AUDIT-FILE
021917         AT END MOVE "Y" TO FB-EOF-FILE-SW
021918     END-READ.
021919 1510-EXIT.
021920     EXIT.
021921
021922 1520-CHECK-ONE-PERIOD.
021923     IF FB-PRD-MONTH = FB-WRK-DATE-YYYYMM AND FB-PRD-MONTH-TOTAL
021924         SET FB-MONTH-CLOSED TO TRUE
021925     END-IF.
021926     READ FB-PERIOD-FILE
021927         AT END MOVE "Y" TO FB-EOF-PERIOD-SW
021928     END-READ.
021929 1520-EXIT.
021930     EXIT.
021931
021932******************************************************************
021933*  1530-FIND-DEPT - THE DEPARTMENT THE CREDIT IS DUE TO, FROM    *
021934*  THE QUEUE, AS FBCHGBK BILLED IT.                              *
021935******************************************************************
021936 1530-FIND-DEPT.
021937     MOVE "*UNKNOWN" TO FB-TARGET-DEPT.
021938     OPEN INPUT FB-REQST-FILE.
021939     IF FB-REQST-STATUS NOT = "00"
021940         GO TO 1530-EXIT
021941     END-IF.
021942     READ FB-REQST-FILE
021943         AT END MOVE "Y" TO FB-EOF-REQST-SW
021944     END-READ.
021945     PERFORM 1540-MATCH-ONE-REQUEST THRU 1540-EXIT
021946         UNTIL FB-EOF-REQST.
021947     CLOSE FB-REQST-FILE.
021948     MOVE "N" TO FB-EOF-REQST-SW.
021949 1530-EXIT.
021950     EXIT.
021951
021952 1540-MATCH-ONE-REQUEST.
021953     IF FB-REQ-ID = FB-TARGET-ID
021954         MOVE FB-REQ-DEPT TO FB-TARGET-DEPT
021955     END-IF.
021956     READ FB-REQST-FILE
021957         AT END MOVE "Y" TO FB-EOF-REQST-SW
021958     END-READ.
021959 1540-EXIT.
021960     EXIT.
021961
022000******************************************************************
022100*  2000-STRIP-OUT - COPY FBOUT THROUGH THE WORK DATASET,         *
022200*  DROPPING THE TARGET REQUEST'S ROWS, THEN COPY IT BACK.        *
041700     CLOSE FB-AUDIT-FILE.
041800 5000-EXIT.
041900     EXIT.
041902
041904******************************************************************
041906*  5500-WRITE-CREDIT - THE CREDIT ADJUSTMENT FOR A RUN UNWOUND   *
041908*  FROM A CLOSED MONTH: THE RUN'S DEPARTMENT, DATE AND           *
041910*  ITERATIONS, UNPOSTED.  FBCHGBK PRICES IT AT THE CLOSED        *
041912*  MONTH'S RATE AND POSTS IT IN THE NEXT OPEN MONTH.             *
041914******************************************************************
041916 5500-WRITE-CREDIT.
041918     MOVE SPACES TO FB-ADJ-RECORD.
041920     MOVE FB-RUN-DATE TO FB-ADJ-DATE.
041922     ACCEPT FB-ADJ-TIME FROM TIME.
041924     SET FB-ADJ-CREDIT TO TRUE.
041926     MOVE FB-WRK-DATE-YYYYMM TO FB-ADJ-SOURCE-MONTH.
041928     MOVE FB-TARGET-DEPT     TO FB-ADJ-DEPT.
041930     MOVE FB-TARGET-ID       TO FB-ADJ-REQUEST-ID.
041932     MOVE FB-LAST-RUN-DATE   TO FB-ADJ-RUN-DATE.
041934     MOVE FB-LAST-RUN-ITERS  TO FB-ADJ-ITERATIONS.
041936     MOVE ZERO               TO FB-ADJ-POSTED-MONTH.
041937     MOVE ZERO               TO FB-ADJ-RERUN-STAMP.
041938     OPEN EXTEND FB-ADJUST-FILE.
041940     IF FB-ADJUST-STATUS NOT = "00"
041942         CLOSE FB-ADJUST-FILE
041944         OPEN OUTPUT FB-ADJUST-FILE
041946     END-IF.
041948     WRITE FB-ADJ-RECORD.
041950     IF FB-ADJUST-STATUS NOT = "00"
041952         DISPLAY "FBBACKOT: WRITE TO FBADJUST FAILED (STATUS "
041954             FB-ADJUST-STATUS ") - CREDIT FOR CLOSED MONTH "
041956             FB-WRK-DATE-YYYYMM " MUST BE RAISED BY HAND"
041958         MOVE 12 TO FB-NEW-RC
041960         PERFORM 8800-RAISE-CONDITION THRU 8800-EXIT
041962     ELSE
041964         DISPLAY "FBBACKOT: CREDIT OF " FB-LAST-RUN-ITERS
041966             " ITERATION(S) RAISED AGAINST CLOSED MONTH "
041968             FB-WRK-DATE-YYYYMM
041970     END-IF.
041972     CLOSE FB-ADJUST-FILE.
041974 5500-EXIT.
041976     EXIT.
042000
042100******************************************************************
042200*  6000-RESET-REQUEST - PUT THE REQUEST BACK ON THE QUEUE WITH   *
046600             MOVE ZERO TO FB-RQT-BOUND (FB-REQ-COUNT)
046700         END-IF
046800         MOVE FB-REQ-STATUS TO FB-RQT-STATUS (FB-REQ-COUNT)
046810         MOVE FB-REQ-SCHEDULE TO FB-RQT-SCHEDULE (FB-REQ-COUNT)
046820         MOVE FB-REQ-PROGRESS TO FB-RQT-PROGRESS (FB-REQ-COUNT)
046900         IF FB-REQ-ID = FB-TARGET-ID
047000             MOVE SPACES TO FB-RQT-STATUS (FB-REQ-COUNT)
047010             MOVE ZERO TO FB-REQ-START-DATE FB-REQ-START-TIME
047020                          FB-REQ-END-DATE FB-REQ-END-TIME
047030             MOVE FB-REQ-PROGRESS
047040                 TO FB-RQT-PROGRESS (FB-REQ-COUNT)
047100             SET FB-REQ-FOUND TO TRUE
047200         END-IF
047300     END-IF.
048300     MOVE FB-RQT-DEPT (FB-REQ-IDX)   TO FB-REQ-DEPT.
048400     MOVE FB-RQT-BOUND (FB-REQ-IDX)  TO FB-REQ-UPPER-BOUND.
048500     MOVE FB-RQT-STATUS (FB-REQ-IDX) TO FB-REQ-STATUS.
048510     MOVE FB-RQT-SCHEDULE (FB-REQ-IDX) TO FB-REQ-SCHEDULE.
048520     MOVE FB-RQT-PROGRESS (FB-REQ-IDX) TO FB-REQ-PROGRESS.
048600     WRITE FB-REQ-RECORD.
048700 6200-EXIT.
048800     EXIT.
048900
049000******************************************************************
049002*  8700-WRITE-SECLOG - APPEND ONE EVENT TO THE FBSECLOG SECURITY *
049004*  ACCESS LOG UNDER THE OPERATOR ID, AS 8700-WRITE-ERRLOG DOES   *
049006*  FOR FBERRLOG IN FIZZBUZZ.                                     *
049008******************************************************************
049010 8700-WRITE-SECLOG.
049012     MOVE "N" TO FB-SECLOG-FAILED-SW.
049014     MOVE SPACES TO FB-SEC-RECORD.
049016     ACCEPT FB-SEC-DATE FROM DATE YYYYMMDD.
049018     ACCEPT FB-SEC-TIME FROM TIME.
049020     MOVE "FBBACKOT"       TO FB-SEC-PROGRAM.
049022     MOVE FB-OPERATOR-ID   TO FB-SEC-OPER-ID.
049024     MOVE "B"              TO FB-SEC-FUNCTION.
049026     MOVE FB-SEC-WK-EVENT  TO FB-SEC-EVENT.
049028     MOVE FB-SEC-WK-REASON TO FB-SEC-REASON.
049030     MOVE FB-SEC-WK-TEXT   TO FB-SEC-TEXT.
049032     OPEN EXTEND FB-SECLOG-FILE.
049034     IF FB-SECLOG-STATUS NOT = "00"
049036         CLOSE FB-SECLOG-FILE
049038         OPEN OUTPUT FB-SECLOG-FILE
049040     END-IF.
049042     WRITE FB-SEC-RECORD.
049044     IF FB-SECLOG-STATUS NOT = "00"
049046         DISPLAY "FBBACKOT: WRITE TO FBSECLOG FAILED (STATUS "
049048             FB-SECLOG-STATUS ")"
049050         SET FB-SECLOG-FAILED TO TRUE
049052     END-IF.
049054     CLOSE FB-SECLOG-FILE.
049056 8700-EXIT.
049058     EXIT.
049060
049062******************************************************************
049100*  8800-RAISE-CONDITION - THE STEP CONDITION CODE ONLY EVER      *
049200*  RISES.                                                        *
049300******************************************************************
