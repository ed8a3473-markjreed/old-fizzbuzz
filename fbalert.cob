000100******************************************************************
000200*  MODIFICATION HISTORY                                          *
000300*  DATE       INIT  DESCRIPTION                                  *
000400*  ---------- ----  ---------------------------------------      *
000500*  2026-10-15  MJR  ORIGINAL VERSION.  OPERATOR ALERT STEP:      *
000600*                   PICKS UP NEW FBERRLOG EVENTS AT OR ABOVE     *
000700*                   THE PAGING SEVERITY SET FOR THEIR MESSAGE    *
000800*                   ID, WRITES THEM TO THE FBALFEED GATEWAY      *
000900*                   FEED FOR THE FIRST ON-CALL CONTACT, APPLIES  *
001000*                   OPERATOR ACKNOWLEDGMENTS, ESCALATES ALERTS   *
001100*                   LEFT UNACKNOWLEDGED DOWN THE FBONCALL        *
001200*                   TABLE, AND PRINTS THE ALERT HISTORY WITH     *
001300*                   THE TIME TAKEN TO ACKNOWLEDGE EACH EVENT.    *
001310*  2026-10-15  MJR  FBALCTL NOW ALSO KEEPS HOW MANY FBALACK      *
001320*                   RECORDS HAVE BEEN APPLIED, SO AN             *
001330*                   ACKNOWLEDGMENT IS APPLIED ONCE ONLY; A       *
001340*                   FAILED WRITE TO FBALERTS OR FBALCTL NOW      *
001350*                   ENDS THE RUN WITH 12.                        *
001400******************************************************************
001500 IDENTIFICATION DIVISION.
001600 PROGRAM-ID.    FBALERT.
001700 AUTHOR.        M J REED.
001800 INSTALLATION.  DATA CENTER OPERATIONS.
001900 DATE-WRITTEN.  2026-10-15.
002000 DATE-COMPILED.
002100******************************************************************
002200*  RUN THROUGHOUT THE NIGHT (AFTER EVERY STEP THAT CAN LOG TO    *
002300*  FBERRLOG, AND ON A TIMER BETWEEN THEM) SO A FAILURE REACHES   *
002400*  THE ON-CALL OPERATOR WHEN IT HAPPENS INSTEAD OF ON THE        *
002500*  MORNING FBOPSRPT.  EACH RUN:                                  *
002600*    - APPLIES THE FBALACK ACKNOWLEDGMENTS TO FBALERTS.  ONLY AN *
002700*      OPERATOR ON THE FBONCALL TABLE MAY ACKNOWLEDGE.  FBALCTL  *
002710*      COUNTS THE RECORDS ALREADY APPLIED, SO EACH IS APPLIED    *
002720*      ONCE; AN FBALACK EMPTIED OR REPLACED IS APPLIED AGAIN;    *
002800*    - READS THE FBERRLOG EVENTS LOGGED SINCE THE FBALCTL MARK,  *
002900*      RATES EACH BY THE FBALSEV SEVERITY FOR ITS MESSAGE ID,    *
003000*      AND RAISES AN ALERT FOR EVERY EVENT AT OR ABOVE THE       *
003100*      FBALPARM THRESHOLD, NOTIFYING THE FIRST FBONCALL CONTACT; *
003200*    - ESCALATES EVERY ALERT STILL UNACKNOWLEDGED PAST ITS       *
003300*      ESCALATION MINUTES TO THE NEXT FBONCALL CONTACT, OR       *
003400*      SENDS IT AGAIN TO THE LAST CONTACT WHEN THE WHOLE TABLE   *
003500*      HAS ALREADY HAD IT;                                       *
003600*    - PRINTS THE ALERT HISTORY ON FBALRPT: EACH ALERT, WHO      *
003700*      HOLDS OR ACKNOWLEDGED IT, AND THE MINUTES FROM THE EVENT  *
003800*      TO ITS ACKNOWLEDGMENT (OR, WHILE OPEN, SINCE THE EVENT).  *
003900*  EVERY NOTICE FOR THE GATEWAY GOES ON FBALFEED.  FBALERTS AND  *
004000*  THE FBALCTL MARK ARE REWRITTEN ONLY WHEN THE FEED WAS         *
004100*  WRITTEN WHOLE, SO A FAILED RUN RAISES THE SAME EVENTS AGAIN.  *
004200*  ENDS WITH 0 WHEN NOTHING NEEDED ESCALATING, 4 WHEN AN ALERT   *
004300*  ESCALATED OR AN ACKNOWLEDGMENT WAS REFUSED, 8 WHEN AN ALERT   *
004400*  IS STILL UNACKNOWLEDGED AFTER THE LAST FBONCALL CONTACT OR    *
004500*  NEW EVENTS HAD TO BE HELD FOR THE NEXT RUN, AND 12 WHEN       *
004600*  FBONCALL IS MISSING OR EMPTY OR AN OUTPUT CANNOT BE WRITTEN.  *
004700******************************************************************
004800 ENVIRONMENT DIVISION.
004900 CONFIGURATION SECTION.
005000 SOURCE-COMPUTER.  IBM-370.
005100 OBJECT-COMPUTER.  IBM-370.
005200 INPUT-OUTPUT SECTION.
005300 FILE-CONTROL.
005400     SELECT FB-ERRLOG-FILE ASSIGN TO "FBERRLOG"
005500         ORGANIZATION IS LINE SEQUENTIAL
005600         FILE STATUS IS FB-ERRLOG-STATUS.
005700
005800     SELECT FB-ALPARM-FILE ASSIGN TO "FBALPARM"
005900         ORGANIZATION IS LINE SEQUENTIAL
006000         FILE STATUS IS FB-ALPARM-STATUS.
006100
006200     SELECT FB-ALSEV-FILE ASSIGN TO "FBALSEV"
006300         ORGANIZATION IS LINE SEQUENTIAL
006400         FILE STATUS IS FB-ALSEV-STATUS.
006500
006600     SELECT FB-ONCALL-FILE ASSIGN TO "FBONCALL"
006700         ORGANIZATION IS LINE SEQUENTIAL
006800         FILE STATUS IS FB-ONCALL-STATUS.
006900
007000     SELECT FB-ALCTL-FILE ASSIGN TO "FBALCTL"
007100         ORGANIZATION IS LINE SEQUENTIAL
007200         FILE STATUS IS FB-ALCTL-STATUS.
007300
007400     SELECT FB-ALERTS-FILE ASSIGN TO "FBALERTS"
007500         ORGANIZATION IS LINE SEQUENTIAL
007600         FILE STATUS IS FB-ALERTS-STATUS.
007700
007800     SELECT FB-ALTWK-FILE ASSIGN TO "FBALTWK"
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS IS FB-ALTWK-STATUS.
008100
008200     SELECT FB-ALACK-FILE ASSIGN TO "FBALACK"
008300         ORGANIZATION IS LINE SEQUENTIAL
008400         FILE STATUS IS FB-ALACK-STATUS.
008500
008600     SELECT FB-FEED-FILE ASSIGN TO "FBALFEED"
008700         ORGANIZATION IS LINE SEQUENTIAL
008800         FILE STATUS IS FB-FEED-STATUS.
008900
009000     SELECT FB-REPORT-FILE ASSIGN TO "FBALRPT"
009100         ORGANIZATION IS LINE SEQUENTIAL
009200         FILE STATUS IS FB-REPORT-STATUS.
009300
009400 DATA DIVISION.
009500 FILE SECTION.
009600 FD  FB-ERRLOG-FILE.
009700 COPY FBERRREC.
009800
009900 FD  FB-ALPARM-FILE.
010000 COPY FBALPARM.
010100
010200 FD  FB-ALSEV-FILE.
010300 COPY FBALSEV.
010400
010500 FD  FB-ONCALL-FILE.
010600 COPY FBONCREC.
010700
010800 FD  FB-ALCTL-FILE.
010900 COPY FBALCREC.
011000
011100 FD  FB-ALERTS-FILE.
011200 COPY FBALTREC.
011300
011400******************************************************************
011500*  ALERT HISTORY OVERFLOW WORK DATASET - WHEN FBALERTS HOLDS     *
011600*  MORE ALERTS THAN THE TABLE TAKES, THE OLDEST PASS THROUGH     *
011700*  HERE UNEXAMINED AND ARE PUT BACK ON THE REWRITE, SO THE       *
011800*  REWRITE NEVER DESTROYS ALERT HISTORY.                         *
011900******************************************************************
012000 FD  FB-ALTWK-FILE.
012100 01  FB-ALTWK-RECORD             PIC X(200).
012200
012300 FD  FB-ALACK-FILE.
012400 COPY FBALKREC.
012500
012600 FD  FB-FEED-FILE.
012700 COPY FBALFREC.
012800
012900 FD  FB-REPORT-FILE.
013000 01  FB-REPORT-RECORD            PIC X(132).
013100
013200 WORKING-STORAGE SECTION.
013300******************************************************************
013400*  FILE STATUS FIELDS                                            *
013500******************************************************************
013600 01  FB-FILE-STATUSES.
013700     05  FB-ERRLOG-STATUS        PIC X(02).
013800     05  FB-ALPARM-STATUS        PIC X(02).
013900     05  FB-ALSEV-STATUS         PIC X(02).
014000     05  FB-ONCALL-STATUS        PIC X(02).
014100     05  FB-ALCTL-STATUS         PIC X(02).
014200     05  FB-ALERTS-STATUS        PIC X(02).
014300     05  FB-ALTWK-STATUS         PIC X(02).
014400     05  FB-ALACK-STATUS         PIC X(02).
014500     05  FB-FEED-STATUS          PIC X(02).
014600     05  FB-REPORT-STATUS        PIC X(02).
014700
014800******************************************************************
014900*  SWITCHES                                                      *
015000******************************************************************
015100 01  FB-SWITCHES.
015200     05  FB-EOF-ERRLOG-SW        PIC X(01)   VALUE "N".
015300         88  FB-EOF-ERRLOG                   VALUE "Y".
015400     05  FB-EOF-ALSEV-SW         PIC X(01)   VALUE "N".
015500         88  FB-EOF-ALSEV                    VALUE "Y".
015600     05  FB-EOF-ONCALL-SW        PIC X(01)   VALUE "N".
015700         88  FB-EOF-ONCALL                   VALUE "Y".
015800     05  FB-EOF-ALERTS-SW        PIC X(01)   VALUE "N".
015900         88  FB-EOF-ALERTS                   VALUE "Y".
016000     05  FB-EOF-ALTWK-SW         PIC X(01)   VALUE "N".
016100         88  FB-EOF-ALTWK                    VALUE "Y".
016200     05  FB-EOF-ALACK-SW         PIC X(01)   VALUE "N".
016300         88  FB-EOF-ALACK                    VALUE "Y".
016400     05  FB-FEED-OPEN-SW         PIC X(01)   VALUE "N".
016500         88  FB-FEED-OPEN                    VALUE "Y".
016600     05  FB-EVENTS-HELD-SW       PIC X(01)   VALUE "N".
016700         88  FB-EVENTS-HELD                  VALUE "Y".
016800     05  FB-FOUND-SW             PIC X(01)   VALUE "N".
016900         88  FB-FOUND                        VALUE "Y".
017000
017100******************************************************************
017200*  SEVERITY TABLE FROM FBALSEV                                   *
017300******************************************************************
017400 01  FB-SEVERITY-TABLE.
017500     05  FB-SEVERITY-ENTRY OCCURS 100 TIMES.
017600         10  FB-SVT-MSG-ID       PIC X(07).
017700         10  FB-SVT-SEVERITY     PIC 9(01).
017800         10  FB-SVT-ESCALATE-MINS
017900                                 PIC 9(04).
018000 77  FB-SEV-COUNT         PIC 9(04) COMP   VALUE ZERO.
018100 77  FB-SEV-IDX           PIC 9(04) COMP   VALUE ZERO.
018200 77  FB-MAX-SEVERITIES    PIC 9(04) COMP   VALUE 100.
018300
018400******************************************************************
018500*  ON-CALL TABLE FROM FBONCALL, IN ESCALATION ORDER              *
018600******************************************************************
018700 01  FB-ONCALL-TABLE.
018800     05  FB-ONCALL-ENTRY OCCURS 20 TIMES.
018900         10  FB-OCT-OPER-ID      PIC X(08).
019000         10  FB-OCT-NAME         PIC X(30).
019100         10  FB-OCT-ADDRESS      PIC X(40).
019200 77  FB-ONCALL-COUNT      PIC 9(04) COMP   VALUE ZERO.
019300 77  FB-ONCALL-IDX        PIC 9(04) COMP   VALUE ZERO.
019400 77  FB-MAX-ONCALL        PIC 9(04) COMP   VALUE 20.
019500
019600******************************************************************
019700*  ALERT TABLE - THE NEWEST FBALERTS HISTORY, UPDATED IN PLACE   *
019800*  AS ACKNOWLEDGMENTS ARRIVE AND ALERTS ESCALATE, WITH THIS      *
019900*  RUN'S NEW ALERTS ADDED ON THE END, AND REWRITTEN AT END OF    *
020000*  JOB.  AT MOST FB-MAX-LOAD ENTRIES ARE LOADED FROM HISTORY SO  *
020100*  THERE IS ALWAYS ROOM FOR A NIGHT'S NEW ALERTS.                *
020200******************************************************************
020300 01  FB-ALERT-TABLE.
020400     05  FB-ALERT-ENTRY OCCURS 1000 TIMES.
020500         10  FB-ATB-ALERT-NO     PIC 9(08).
020600         10  FB-ATB-MSG-ID       PIC X(07).
020700         10  FB-ATB-EVENT-DATE   PIC 9(08).
020800         10  FB-ATB-EVENT-TIME   PIC 9(08).
020900         10  FB-ATB-ITERATION    PIC 9(09).
021000         10  FB-ATB-REQUEST-ID   PIC X(08).
021100         10  FB-ATB-TEXT         PIC X(50).
021200         10  FB-ATB-SEVERITY     PIC 9(01).
021300         10  FB-ATB-ESCALATE-MINS
021400                                 PIC 9(04).
021500         10  FB-ATB-RAISED-DATE  PIC 9(08).
021600         10  FB-ATB-RAISED-TIME  PIC 9(08).
021700         10  FB-ATB-STATUS       PIC X(01).
021800         10  FB-ATB-LEVEL        PIC 9(02).
021900         10  FB-ATB-CONTACT-ID   PIC X(08).
022000         10  FB-ATB-NOTIFIED-DATE
022100                                 PIC 9(08).
022200         10  FB-ATB-NOTIFIED-TIME
022300                                 PIC 9(08).
022400         10  FB-ATB-ESCALATIONS  PIC 9(03).
022500         10  FB-ATB-ACK-OPER-ID  PIC X(08).
022600         10  FB-ATB-ACK-DATE     PIC 9(08).
022700         10  FB-ATB-ACK-TIME     PIC 9(08).
022800 77  FB-ALERT-COUNT       PIC 9(04) COMP   VALUE ZERO.
022900 77  FB-ALERT-IDX         PIC 9(04) COMP   VALUE ZERO.
023000 77  FB-ALERT-SLOT        PIC 9(04) COMP   VALUE ZERO.
023100 77  FB-MAX-ALERTS        PIC 9(04) COMP   VALUE 1000.
023200 77  FB-MAX-LOAD          PIC 9(04) COMP   VALUE 800.
023300 77  FB-ALERT-TOTAL       PIC 9(09) COMP-3 VALUE ZERO.
023400 77  FB-SKIP-COUNT        PIC 9(09) COMP-3 VALUE ZERO.
023500 77  FB-SEEN-COUNT        PIC 9(09) COMP-3 VALUE ZERO.
023600 77  FB-LAST-ALERT-NO     PIC 9(08)        VALUE ZERO.
023700
023800******************************************************************
023900*  FBERRLOG MARK - THE STAMP (DATE AND TIME) OF THE LAST EVENT   *
024000*  EXAMINED AND HOW MANY EVENTS CARRY EXACTLY THAT STAMP.  THE   *
024100*  OLD MARK DECIDES WHAT IS NEW; THE NEW MARK IS SAVED.          *
024200******************************************************************
024300 01  FB-OLD-MARK.
024400     05  FB-OLD-MARK-DATE        PIC 9(08)   VALUE ZERO.
024500     05  FB-OLD-MARK-TIME        PIC 9(08)   VALUE ZERO.
024600 01  FB-NEW-MARK.
024700     05  FB-NEW-MARK-DATE        PIC 9(08)   VALUE ZERO.
024800     05  FB-NEW-MARK-TIME        PIC 9(08)   VALUE ZERO.
024900 01  FB-EVENT-STAMP.
025000     05  FB-EVENT-STAMP-DATE     PIC 9(08).
025100     05  FB-EVENT-STAMP-TIME     PIC 9(08).
025200 77  FB-OLD-MARK-SEEN     PIC 9(05) COMP-3 VALUE ZERO.
025300 77  FB-NEW-MARK-SEEN     PIC 9(05) COMP-3 VALUE ZERO.
025400 77  FB-AT-MARK-COUNT     PIC 9(05) COMP-3 VALUE ZERO.
025405
025410******************************************************************
025415*  FBALACK MARK - HOW MANY FBALACK RECORDS WERE APPLIED BY THE   *
025420*  RUNS BEFORE THIS ONE, AND THE LAST OF THEM.  THE NEW MARK     *
025425*  IS THE COUNT AND LAST RECORD READ BY THIS RUN.                *
025430******************************************************************
025435 77  FB-OLD-ACKS-DONE     PIC 9(09) COMP-3 VALUE ZERO.
025440 01  FB-OLD-ACK-KEY.
025445     05  FB-OAK-ALERT-NO         PIC X(08)   VALUE SPACES.
025450     05  FB-OAK-OPER-ID          PIC X(08)   VALUE SPACES.
025455     05  FB-OAK-ACK-DATE         PIC X(08)   VALUE SPACES.
025460 01  FB-NEW-ACK-KEY.
025465     05  FB-NAK-ALERT-NO         PIC X(08)   VALUE SPACES.
025470     05  FB-NAK-OPER-ID          PIC X(08)   VALUE SPACES.
025475     05  FB-NAK-ACK-DATE         PIC X(08)   VALUE SPACES.
025500
025600******************************************************************
025700*  RATING, TIMING AND TALLY WORKING FIELDS                       *
025800******************************************************************
025900 77  FB-MIN-SEVERITY      PIC 9(01)        VALUE 3.
026000 77  FB-DEFAULT-ESC-MINS  PIC 9(04)        VALUE 30.
026100 77  FB-EVENT-SEVERITY    PIC 9(01)        VALUE ZERO.
026200 77  FB-EVENT-ESC-MINS    PIC 9(04)        VALUE ZERO.
026300 77  FB-NOTICE-TYPE       PIC X(01)        VALUE SPACE.
026400 77  FB-NOW-DATE          PIC 9(08)        VALUE ZERO.
026500 77  FB-NOW-TIME          PIC 9(08)        VALUE ZERO.
026600 77  FB-NOW-MINUTES       PIC S9(11) COMP-3 VALUE ZERO.
026700 77  FB-CALC-DATE         PIC 9(08)        VALUE ZERO.
026800 77  FB-CALC-TIME         PIC 9(08)        VALUE ZERO.
026900 77  FB-CALC-MINUTES      PIC S9(11) COMP-3 VALUE ZERO.
027000 77  FB-FROM-MINUTES      PIC S9(11) COMP-3 VALUE ZERO.
027100 77  FB-ELAPSED-MINUTES   PIC S9(11) COMP-3 VALUE ZERO.
027200 77  FB-EVENTS-READ       PIC 9(09) COMP-3 VALUE ZERO.
027300 77  FB-EVENTS-NEW        PIC 9(09) COMP-3 VALUE ZERO.
027400 77  FB-EVENTS-BELOW      PIC 9(09) COMP-3 VALUE ZERO.
027500 77  FB-ALERTS-RAISED     PIC 9(09) COMP-3 VALUE ZERO.
027600 77  FB-ACKS-READ         PIC 9(09) COMP-3 VALUE ZERO.
027700 77  FB-ACKS-APPLIED      PIC 9(09) COMP-3 VALUE ZERO.
027800 77  FB-ACKS-REFUSED      PIC 9(09) COMP-3 VALUE ZERO.
027900 77  FB-ESCALATED-COUNT   PIC 9(09) COMP-3 VALUE ZERO.
028000 77  FB-REPEAT-COUNT      PIC 9(09) COMP-3 VALUE ZERO.
028100 77  FB-NOTICE-COUNT      PIC 9(09) COMP-3 VALUE ZERO.
028200 77  FB-OPEN-COUNT        PIC 9(09) COMP-3 VALUE ZERO.
028300 77  FB-ACKED-COUNT       PIC 9(09) COMP-3 VALUE ZERO.
028400 77  FB-ACK-MINUTES-TOTAL PIC 9(11) COMP-3 VALUE ZERO.
028500 77  FB-ACK-MINUTES-WORST PIC 9(09) COMP-3 VALUE ZERO.
028600 77  FB-ACK-MINUTES-AVG   PIC 9(09) COMP-3 VALUE ZERO.
028700 77  FB-RETURN-CODE       PIC 9(04) COMP   VALUE ZERO.
028800 77  FB-NEW-RC            PIC 9(04) COMP   VALUE ZERO.
028900
029000 01  FB-TIME-WORK                PIC 9(08).
029100 01  FB-TIME-PARTS REDEFINES FB-TIME-WORK.
029200     05  FB-TIME-HH              PIC 9(02).
029300     05  FB-TIME-MM              PIC 9(02).
029400     05  FB-TIME-SS              PIC 9(02).
029500     05  FB-TIME-HS              PIC 9(02).
029600 01  FB-TIME-SHORT REDEFINES FB-TIME-WORK.
029700     05  FB-TIME-HHMMSS          PIC 9(06).
029800     05  FILLER                  PIC 9(02).
029900
030000******************************************************************
030100*  MESSAGE ID PARTS - THE LAST LETTER IS THE E/W CLASS, WHICH    *
030200*  PICKS THE *E OR *W FBALSEV ENTRY FOR AN UNLISTED MESSAGE.     *
030300******************************************************************
030400 01  FB-MSG-ID-PARTS.
030500     05  FILLER                  PIC X(05).
030600     05  FB-MSG-SEVERITY         PIC X(01).
030700     05  FILLER                  PIC X(01).
030800 01  FB-CLASS-MSG-ID.
030900     05  FILLER                  PIC X(01)  VALUE "*".
031000     05  FB-CLASS-LETTER         PIC X(01).
031100     05  FILLER                  PIC X(05)  VALUE SPACES.
031200
031300******************************************************************
031400*  REPORT LINE LAYOUTS                                           *
031500******************************************************************
031600 01  FB-RPT-HEADING.
031700     05  FILLER  PIC X(40)
031800         VALUE "FBALERT - OPERATOR ALERT HISTORY AS OF  ".
031900     05  FB-HDG-DATE             PIC 9(08).
032000     05  FILLER                  PIC X(01)  VALUE SPACES.
032100     05  FB-HDG-TIME             PIC 9(06).
032200     05  FILLER                  PIC X(77)  VALUE SPACES.
032300
032400 01  FB-RPT-EXCEPTION.
032500     05  FILLER  PIC X(09)  VALUE "  ALERT  ".
032600     05  FB-EXC-ALERT-NO         PIC 9(08).
032700     05  FILLER  PIC X(12)  VALUE "  OPERATOR  ".
032800     05  FB-EXC-OPER-ID          PIC X(08).
032900     05  FILLER                  PIC X(02)  VALUE SPACES.
033000     05  FB-EXC-TEXT             PIC X(60).
033100     05  FILLER                  PIC X(33)  VALUE SPACES.
033200
033300 01  FB-RPT-COLUMNS.
033400     05  FILLER  PIC X(44)
033500         VALUE "  ALERT NO  MSG ID   SEV EVENT ON AT      RE".
033600     05  FILLER  PIC X(44)
033700         VALUE "QUEST   STATUS LV   HELD BY   ESC  ACKED BY ".
033800     05  FILLER  PIC X(44)
033900         VALUE " ACKED ON AT     MINUTES                    ".
034000
034100 01  FB-RPT-DETAIL.
034200     05  FILLER                  PIC X(02)  VALUE SPACES.
034300     05  FB-DTL-ALERT-NO         PIC 9(08).
034400     05  FILLER                  PIC X(02)  VALUE SPACES.
034500     05  FB-DTL-MSG-ID           PIC X(07).
034600     05  FILLER                  PIC X(03)  VALUE SPACES.
034700     05  FB-DTL-SEVERITY         PIC 9(01).
034800     05  FILLER                  PIC X(02)  VALUE SPACES.
034900     05  FB-DTL-EVENT-DATE       PIC 9(08).
035000     05  FILLER                  PIC X(01)  VALUE SPACES.
035100     05  FB-DTL-EVENT-TIME       PIC 9(06).
035200     05  FILLER                  PIC X(02)  VALUE SPACES.
035300     05  FB-DTL-REQUEST-ID       PIC X(08).
035400     05  FILLER                  PIC X(02)  VALUE SPACES.
035500     05  FB-DTL-STATUS           PIC X(06).
035600     05  FILLER                  PIC X(02)  VALUE SPACES.
035700     05  FB-DTL-LEVEL            PIC Z9.
035800     05  FILLER                  PIC X(02)  VALUE SPACES.
035900     05  FB-DTL-CONTACT-ID       PIC X(08).
036000     05  FILLER                  PIC X(02)  VALUE SPACES.
036100     05  FB-DTL-ESCALATIONS      PIC ZZ9.
036200     05  FILLER                  PIC X(02)  VALUE SPACES.
036300     05  FB-DTL-ACK-OPER-ID      PIC X(08).
036400     05  FILLER                  PIC X(02)  VALUE SPACES.
036500     05  FB-DTL-ACK-STAMP.
036600         10  FB-DTL-ACK-DATE     PIC 9(08).
036700         10  FILLER              PIC X(01)  VALUE SPACES.
036800         10  FB-DTL-ACK-TIME     PIC 9(06).
036900     05  FILLER                  PIC X(01)  VALUE SPACES.
037000     05  FB-DTL-MINUTES          PIC ZZZ,ZZ9.
037100     05  FILLER                  PIC X(01)  VALUE SPACES.
037200     05  FB-DTL-MINUTES-NOTE     PIC X(07).
037300     05  FILLER                  PIC X(12)  VALUE SPACES.
037400
037500 01  FB-RPT-CARRIED.
037600     05  FILLER  PIC X(44)
037700         VALUE "  (OLDER ALERTS CARRIED FORWARD ON FBALERTS,".
037800     05  FILLER  PIC X(11)  VALUE " NOT SHOWN:".
037900     05  FB-CAR-COUNT            PIC ZZZ,ZZZ,ZZ9.
038000     05  FILLER  PIC X(01)  VALUE ")".
038100     05  FILLER                  PIC X(65)  VALUE SPACES.
038200
038300 01  FB-RPT-TOTALS-1.
038400     05  FILLER  PIC X(16)  VALUE "  EVENTS READ: ".
038500     05  FB-TOT-EVENTS-READ      PIC ZZZ,ZZZ,ZZ9.
038600     05  FILLER  PIC X(08)  VALUE "  NEW: ".
038700     05  FB-TOT-EVENTS-NEW       PIC ZZZ,ZZZ,ZZ9.
038800     05  FILLER  PIC X(20)  VALUE "  BELOW THRESHOLD: ".
038900     05  FB-TOT-EVENTS-BELOW     PIC ZZZ,ZZZ,ZZ9.
039000     05  FILLER  PIC X(17)  VALUE "  ALERTS RAISED: ".
039100     05  FB-TOT-RAISED           PIC ZZZ,ZZZ,ZZ9.
039200     05  FILLER  PIC X(16)  VALUE "  NOTICES SENT: ".
039300     05  FB-TOT-NOTICES          PIC ZZZ,ZZZ,ZZ9.
039400
039500 01  FB-RPT-TOTALS-2.
039600     05  FILLER  PIC X(16)  VALUE "  ACKS APPLIED: ".
039700     05  FB-TOT-ACKS-APPLIED     PIC ZZZ,ZZZ,ZZ9.
039800     05  FILLER  PIC X(12)  VALUE "  REFUSED: ".
039900     05  FB-TOT-ACKS-REFUSED     PIC ZZZ,ZZZ,ZZ9.
040000     05  FILLER  PIC X(16)  VALUE "  ESCALATIONS: ".
040100     05  FB-TOT-ESCALATED        PIC ZZZ,ZZZ,ZZ9.
040200     05  FILLER  PIC X(28)
040300         VALUE "  SENT AGAIN TO LAST CONTACT".
040400     05  FILLER  PIC X(02)  VALUE ": ".
040500     05  FB-TOT-REPEATS          PIC ZZZ,ZZZ,ZZ9.
040600     05  FILLER  PIC X(14)  VALUE SPACES.
040700
040800 01  FB-RPT-TOTALS-3.
040900     05  FILLER  PIC X(16)  VALUE "  ACKNOWLEDGED: ".
041000     05  FB-TOT-ACKED            PIC ZZZ,ZZZ,ZZ9.
041100     05  FILLER  PIC X(29)
041200         VALUE "  AVERAGE MINUTES TO ACK: ".
041300     05  FB-TOT-AVG-MINUTES      PIC ZZZ,ZZZ,ZZ9.
041400     05  FILLER  PIC X(10)  VALUE "  WORST: ".
041500     05  FB-TOT-WORST-MINUTES    PIC ZZZ,ZZZ,ZZ9.
041600     05  FILLER  PIC X(15)  VALUE "  STILL OPEN: ".
041700     05  FB-TOT-OPEN             PIC ZZZ,ZZZ,ZZ9.
041800     05  FILLER  PIC X(18)  VALUE SPACES.
041900
042000 PROCEDURE DIVISION.
042100******************************************************************
042200*  0000-MAINLINE                                                 *
042300******************************************************************
042400 0000-MAINLINE.
042500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
042600     IF FB-RETURN-CODE = 12
042700         GO TO 0000-EXIT
042800     END-IF.
042900     PERFORM 2000-APPLY-ACKS THRU 2000-EXIT.
043000     PERFORM 3000-SCAN-ERRLOG THRU 3000-EXIT.
043100     PERFORM 4000-ESCALATE THRU 4000-EXIT.
043200     PERFORM 5000-REPORT-HISTORY THRU 5000-EXIT.
043300     PERFORM 8000-SAVE-ALERTS THRU 8000-EXIT.
043400 0000-EXIT.
043500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
043600     MOVE FB-RETURN-CODE TO RETURN-CODE.
043700     STOP RUN.
043800
043900******************************************************************
044000*  1000-INITIALIZE - THE TIME OF THIS RUN, THE PARAMETERS AND    *
044100*  TABLES, THE FBERRLOG MARK AND ALERT HISTORY, AND THE FEED.    *
044200*  WITHOUT AN ON-CALL TABLE NO ALERT CAN GO ANYWHERE, SO THE     *
044300*  STEP ENDS 12 WITHOUT MOVING THE MARK.                         *
044400******************************************************************
044500 1000-INITIALIZE.
044600     ACCEPT FB-NOW-DATE FROM DATE YYYYMMDD.
044700     ACCEPT FB-NOW-TIME FROM TIME.
044800     MOVE FB-NOW-DATE TO FB-CALC-DATE.
044900     MOVE FB-NOW-TIME TO FB-CALC-TIME.
045000     PERFORM 8600-MINUTES-OF THRU 8600-EXIT.
045100     MOVE FB-CALC-MINUTES TO FB-NOW-MINUTES.
045200     OPEN OUTPUT FB-REPORT-FILE.
045300     MOVE FB-NOW-DATE TO FB-HDG-DATE.
045400     MOVE FB-NOW-TIME TO FB-TIME-WORK.
045500     MOVE FB-TIME-HHMMSS TO FB-HDG-TIME.
045600     MOVE FB-RPT-HEADING TO FB-REPORT-RECORD.
045700     WRITE FB-REPORT-RECORD.
045800     PERFORM 7100-BLANK-LINE THRU 7100-EXIT.
045900
046000     PERFORM 1100-LOAD-PARM THRU 1100-EXIT.
046100     PERFORM 1200-LOAD-SEVERITIES THRU 1200-EXIT.
046200     PERFORM 1300-LOAD-ONCALL THRU 1300-EXIT.
046300     IF FB-RETURN-CODE = 12
046400         GO TO 1000-EXIT
046500     END-IF.
046600     PERFORM 1400-LOAD-CONTROL THRU 1400-EXIT.
046700     PERFORM 1500-LOAD-ALERTS THRU 1500-EXIT.
046800
046900     OPEN OUTPUT FB-FEED-FILE.
047000     IF FB-FEED-STATUS NOT = "00"
047100         DISPLAY "FBALERT: FBALFEED CANNOT BE OPENED (STATUS "
047200             FB-FEED-STATUS ") - NO ALERTS SENT"
047300         MOVE "  FBALFEED CANNOT BE OPENED - NO ALERTS SENT"
047400             TO FB-REPORT-RECORD
047500         WRITE FB-REPORT-RECORD
047600         MOVE 12 TO FB-NEW-RC
047700         PERFORM 8800-RAISE-CONDITION THRU 8800-EXIT
047800         GO TO 1000-EXIT
047900     END-IF.
048000     SET FB-FEED-OPEN TO TRUE.
048100 1000-EXIT.
048200     EXIT.
048300
048400******************************************************************
048500*  1100-LOAD-PARM - THE PAGING THRESHOLD AND THE DEFAULT         *
048600*  ESCALATION MINUTES.                                           *
048700******************************************************************
048800 1100-LOAD-PARM.
048900     OPEN INPUT FB-ALPARM-FILE.
049000     IF FB-ALPARM-STATUS = "00"
049100         READ FB-ALPARM-FILE
049200             AT END
049300                 CONTINUE
049400             NOT AT END
049500                 IF FB-ALP-MIN-SEVERITY IS NUMERIC
049600                         AND FB-ALP-MIN-SEVERITY > ZERO
049700                     MOVE FB-ALP-MIN-SEVERITY TO FB-MIN-SEVERITY
049800                 END-IF
049900                 IF FB-ALP-ESCALATE-MINS IS NUMERIC
050000                         AND FB-ALP-ESCALATE-MINS > ZERO
050100                     MOVE FB-ALP-ESCALATE-MINS
050200                         TO FB-DEFAULT-ESC-MINS
050300                 END-IF
050400         END-READ
050500         CLOSE FB-ALPARM-FILE
050600     ELSE
050700         DISPLAY "FBALERT: FBALPARM NOT SUPPLIED - PAGING AT "
050800             "SEVERITY " FB-MIN-SEVERITY ", ESCALATING AFTER "
050900             FB-DEFAULT-ESC-MINS " MINUTE(S)"
051000     END-IF.
051100 1100-EXIT.
051200     EXIT.
051300
051400******************************************************************
051500*  1200-LOAD-SEVERITIES - THE FBALSEV TABLE.  WITHOUT IT EVERY   *
051600*  EVENT TAKES THE BUILT-IN SEVERITY FOR ITS E/W CLASS.  AN      *
051700*  ENTRY WITH A NON-NUMERIC SEVERITY IS IGNORED.                 *
051800******************************************************************
051900 1200-LOAD-SEVERITIES.
052000     OPEN INPUT FB-ALSEV-FILE.
052100     IF FB-ALSEV-STATUS NOT = "00"
052200         DISPLAY "FBALERT: FBALSEV NOT SUPPLIED - ERRORS ARE "
052300             "SEVERITY 3, WARNINGS SEVERITY 2"
052400         GO TO 1200-EXIT
052500     END-IF.
052600     READ FB-ALSEV-FILE
052700         AT END MOVE "Y" TO FB-EOF-ALSEV-SW
052800     END-READ.
052900     PERFORM 1210-LOAD-ONE-SEVERITY THRU 1210-EXIT
053000         UNTIL FB-EOF-ALSEV.
053100     CLOSE FB-ALSEV-FILE.
053200 1200-EXIT.
053300     EXIT.
053400
053500 1210-LOAD-ONE-SEVERITY.
053600     IF FB-ASV-SEVERITY IS NUMERIC
053700             AND FB-ASV-MSG-ID NOT = SPACES
053800             AND FB-SEV-COUNT LESS THAN FB-MAX-SEVERITIES
053900         ADD 1 TO FB-SEV-COUNT
054000         MOVE FB-ASV-MSG-ID   TO FB-SVT-MSG-ID (FB-SEV-COUNT)
054100         MOVE FB-ASV-SEVERITY TO FB-SVT-SEVERITY (FB-SEV-COUNT)
054200         IF FB-ASV-ESCALATE-MINS IS NUMERIC
054300             MOVE FB-ASV-ESCALATE-MINS
054400                 TO FB-SVT-ESCALATE-MINS (FB-SEV-COUNT)
054500         ELSE
054600             MOVE ZERO TO FB-SVT-ESCALATE-MINS (FB-SEV-COUNT)
054700         END-IF
054800     END-IF.
054900     READ FB-ALSEV-FILE
055000         AT END MOVE "Y" TO FB-EOF-ALSEV-SW
055100     END-READ.
055200 1210-EXIT.
055300     EXIT.
055400
055500******************************************************************
055600*  1300-LOAD-ONCALL - THE FBONCALL CONTACTS IN ESCALATION        *
055700*  ORDER.  A MISSING OR EMPTY TABLE ENDS THE STEP 12.            *
055800******************************************************************
055900 1300-LOAD-ONCALL.
056000     OPEN INPUT FB-ONCALL-FILE.
056100     IF FB-ONCALL-STATUS NOT = "00"
056200         DISPLAY "FBALERT: FBONCALL NOT AVAILABLE (STATUS "
056300             FB-ONCALL-STATUS ")"
056400         GO TO 1300-CHECK
056500     END-IF.
056600     READ FB-ONCALL-FILE
056700         AT END MOVE "Y" TO FB-EOF-ONCALL-SW
056800     END-READ.
056900     PERFORM 1310-LOAD-ONE-CONTACT THRU 1310-EXIT
057000         UNTIL FB-EOF-ONCALL.
057100     CLOSE FB-ONCALL-FILE.
057200 1300-CHECK.
057300     IF FB-ONCALL-COUNT = ZERO
057400         MOVE "  NO ON-CALL CONTACTS ON FBONCALL - NO ALERTS SENT"
057500             TO FB-REPORT-RECORD
057600         WRITE FB-REPORT-RECORD
057700         MOVE 12 TO FB-NEW-RC
057800         PERFORM 8800-RAISE-CONDITION THRU 8800-EXIT
057900     END-IF.
058000 1300-EXIT.
058100     EXIT.
058200
058300 1310-LOAD-ONE-CONTACT.
058400     IF FB-ONC-OPER-ID NOT = SPACES
058500             AND FB-ONCALL-COUNT LESS THAN FB-MAX-ONCALL
058600         ADD 1 TO FB-ONCALL-COUNT
058700         MOVE FB-ONC-OPER-ID  TO FB-OCT-OPER-ID (FB-ONCALL-COUNT)
058800         MOVE FB-ONC-NAME     TO FB-OCT-NAME (FB-ONCALL-COUNT)
058900         MOVE FB-ONC-ADDRESS  TO FB-OCT-ADDRESS (FB-ONCALL-COUNT)
059000     END-IF.
059100     READ FB-ONCALL-FILE
059200         AT END MOVE "Y" TO FB-EOF-ONCALL-SW
059300     END-READ.
059400 1310-EXIT.
059500     EXIT.
059600
059700******************************************************************
059800*  1400-LOAD-CONTROL - THE FBERRLOG MARK.  ON THE FIRST RUN      *
059900*  THERE IS NO MARK, AND ONLY TODAY'S EVENTS ARE TAKEN AS NEW -  *
060000*  OLD HISTORY IS NOT PAGED OUT IN THE MIDDLE OF THE NIGHT.      *
060100******************************************************************
060200 1400-LOAD-CONTROL.
060300     MOVE FB-NOW-DATE TO FB-OLD-MARK-DATE.
060400     MOVE ZERO        TO FB-OLD-MARK-TIME.
060500     MOVE ZERO        TO FB-OLD-MARK-SEEN.
060600     OPEN INPUT FB-ALCTL-FILE.
060700     IF FB-ALCTL-STATUS NOT = "00"
060800         DISPLAY "FBALERT: FBALCTL NOT PRESENT - STARTING FROM "
060900             "TODAY'S FBERRLOG EVENTS"
061000         GO TO 1400-SET-NEW
061100     END-IF.
061200     READ FB-ALCTL-FILE
061300         AT END
061400             DISPLAY "FBALERT: FBALCTL EMPTY - STARTING FROM "
061500                 "TODAY'S FBERRLOG EVENTS"
061600         NOT AT END
061700             IF FB-ALC-LAST-DATE IS NUMERIC
061800                     AND FB-ALC-LAST-TIME IS NUMERIC
061900                     AND FB-ALC-LAST-SEEN IS NUMERIC
062000                 MOVE FB-ALC-LAST-DATE TO FB-OLD-MARK-DATE
062100                 MOVE FB-ALC-LAST-TIME TO FB-OLD-MARK-TIME
062200                 MOVE FB-ALC-LAST-SEEN TO FB-OLD-MARK-SEEN
062300             END-IF
062400             IF FB-ALC-LAST-ALERT-NO IS NUMERIC
062500                 MOVE FB-ALC-LAST-ALERT-NO TO FB-LAST-ALERT-NO
062600             END-IF
062610             IF FB-ALC-ACKS-DONE IS NUMERIC
062620                 MOVE FB-ALC-ACKS-DONE TO FB-OLD-ACKS-DONE
062630                 MOVE FB-ALC-LAST-ACK  TO FB-OLD-ACK-KEY
062640             END-IF
062700     END-READ.
062800     CLOSE FB-ALCTL-FILE.
062900 1400-SET-NEW.
063000     MOVE FB-OLD-MARK      TO FB-NEW-MARK.
063100     MOVE FB-OLD-MARK-SEEN TO FB-NEW-MARK-SEEN.
063200 1400-EXIT.
063300     EXIT.
063400
063500******************************************************************
063600*  1500-LOAD-ALERTS - THE FBALERTS HISTORY INTO THE TABLE.  THE  *
063700*  HISTORY GROWS ONE RECORD PER ALERT, SO WHEN IT HOLDS MORE     *
063800*  THAN FB-MAX-LOAD THE OLDEST PASS THROUGH THE FBALTWK WORK     *
063900*  DATASET UNEXAMINED AND ARE PUT BACK ON THE REWRITE.  THE      *
064000*  ALERT NUMBER CARRIES ON FROM THE HIGHEST ON FILE OR ON        *
064100*  FBALCTL, WHICHEVER IS GREATER.                                *
064200******************************************************************
064300 1500-LOAD-ALERTS.
064400     OPEN INPUT FB-ALERTS-FILE.
064500     IF FB-ALERTS-STATUS NOT = "00"
064600         DISPLAY "FBALERT: FBALERTS NOT PRESENT - NO ALERT "
064700             "HISTORY YET"
064800         GO TO 1500-EXIT
064900     END-IF.
065000     READ FB-ALERTS-FILE
065100         AT END MOVE "Y" TO FB-EOF-ALERTS-SW
065200     END-READ.
065300     PERFORM 1505-COUNT-ONE-ALERT THRU 1505-EXIT
065400         UNTIL FB-EOF-ALERTS.
065500     CLOSE FB-ALERTS-FILE.
065600     IF FB-ALERT-TOTAL GREATER THAN FB-MAX-LOAD
065700         COMPUTE FB-SKIP-COUNT = FB-ALERT-TOTAL - FB-MAX-LOAD
065800         DISPLAY "FBALERT: FBALERTS HAS " FB-ALERT-TOTAL
065900             " ALERTS - THE OLDEST " FB-SKIP-COUNT
066000             " CARRIED THROUGH UNEXAMINED"
066100     END-IF.
066200
066300     MOVE "N" TO FB-EOF-ALERTS-SW.
066400     OPEN INPUT FB-ALERTS-FILE.
066500     OPEN OUTPUT FB-ALTWK-FILE.
066600     READ FB-ALERTS-FILE
066700         AT END MOVE "Y" TO FB-EOF-ALERTS-SW
066800     END-READ.
066900     PERFORM 1510-LOAD-ONE-ALERT THRU 1510-EXIT
067000         UNTIL FB-EOF-ALERTS.
067100     CLOSE FB-ALERTS-FILE.
067200     CLOSE FB-ALTWK-FILE.
067300 1500-EXIT.
067400     EXIT.
067500
067600 1505-COUNT-ONE-ALERT.
067700     ADD 1 TO FB-ALERT-TOTAL.
067800     IF FB-ALT-ALERT-NO IS NUMERIC
067900             AND FB-ALT-ALERT-NO GREATER THAN FB-LAST-ALERT-NO
068000         MOVE FB-ALT-ALERT-NO TO FB-LAST-ALERT-NO
068100     END-IF.
068200     READ FB-ALERTS-FILE
068300         AT END MOVE "Y" TO FB-EOF-ALERTS-SW
068400     END-READ.
068500 1505-EXIT.
068600     EXIT.
068700
068800 1510-LOAD-ONE-ALERT.
068900     ADD 1 TO FB-SEEN-COUNT.
069000     IF FB-SEEN-COUNT NOT GREATER THAN FB-SKIP-COUNT
069100         MOVE FB-ALT-RECORD TO FB-ALTWK-RECORD
069200         WRITE FB-ALTWK-RECORD
069300         GO TO 1510-READ-NEXT
069400     END-IF.
069500     ADD 1 TO FB-ALERT-COUNT.
069600     MOVE FB-ALT-ALERT-NO     TO FB-ATB-ALERT-NO (FB-ALERT-COUNT).
069700     MOVE FB-ALT-MSG-ID       TO FB-ATB-MSG-ID (FB-ALERT-COUNT).
069800     MOVE FB-ALT-EVENT-DATE
069900         TO FB-ATB-EVENT-DATE (FB-ALERT-COUNT).
070000     MOVE FB-ALT-EVENT-TIME
070100         TO FB-ATB-EVENT-TIME (FB-ALERT-COUNT).
070200     MOVE FB-ALT-ITERATION
070300         TO FB-ATB-ITERATION (FB-ALERT-COUNT).
070400     MOVE FB-ALT-REQUEST-ID
070500         TO FB-ATB-REQUEST-ID (FB-ALERT-COUNT).
070600     MOVE FB-ALT-TEXT         TO FB-ATB-TEXT (FB-ALERT-COUNT).
070700     MOVE FB-ALT-SEVERITY
070800         TO FB-ATB-SEVERITY (FB-ALERT-COUNT).
070900     MOVE FB-ALT-ESCALATE-MINS
071000         TO FB-ATB-ESCALATE-MINS (FB-ALERT-COUNT).
071100     MOVE FB-ALT-RAISED-DATE
071200         TO FB-ATB-RAISED-DATE (FB-ALERT-COUNT).
071300     MOVE FB-ALT-RAISED-TIME
071400         TO FB-ATB-RAISED-TIME (FB-ALERT-COUNT).
071500     MOVE FB-ALT-STATUS       TO FB-ATB-STATUS (FB-ALERT-COUNT).
071600     MOVE FB-ALT-LEVEL        TO FB-ATB-LEVEL (FB-ALERT-COUNT).
071700     MOVE FB-ALT-CONTACT-ID
071800         TO FB-ATB-CONTACT-ID (FB-ALERT-COUNT).
071900     MOVE FB-ALT-NOTIFIED-DATE
072000         TO FB-ATB-NOTIFIED-DATE (FB-ALERT-COUNT).
072100     MOVE FB-ALT-NOTIFIED-TIME
072200         TO FB-ATB-NOTIFIED-TIME (FB-ALERT-COUNT).
072300     MOVE FB-ALT-ESCALATIONS
072400         TO FB-ATB-ESCALATIONS (FB-ALERT-COUNT).
072500     MOVE FB-ALT-ACK-OPER-ID
072600         TO FB-ATB-ACK-OPER-ID (FB-ALERT-COUNT).
072700     MOVE FB-ALT-ACK-DATE     TO FB-ATB-ACK-DATE (FB-ALERT-COUNT).
072800     MOVE FB-ALT-ACK-TIME     TO FB-ATB-ACK-TIME (FB-ALERT-COUNT).
072900 1510-READ-NEXT.
073000     READ FB-ALERTS-FILE
073100         AT END MOVE "Y" TO FB-EOF-ALERTS-SW
073200     END-READ.
073300 1510-EXIT.
073400     EXIT.
073500
073600******************************************************************
073700*  2000-APPLY-ACKS - EVERY FBALACK ACKNOWLEDGMENT AGAINST THE    *
073800*  ALERT TABLE, BEFORE ANYTHING IS ESCALATED.  A MISSING         *
073900*  FBALACK SIMPLY MEANS NOBODY ACKNOWLEDGED SINCE THE LAST RUN.  *
074000******************************************************************
074100 2000-APPLY-ACKS.
074200     OPEN INPUT FB-ALACK-FILE.
074300     IF FB-ALACK-STATUS NOT = "00"
074400         GO TO 2000-EXIT
074500     END-IF.
074600     READ FB-ALACK-FILE
074700         AT END MOVE "Y" TO FB-EOF-ALACK-SW
074800     END-READ.
074810     IF FB-OLD-ACKS-DONE GREATER THAN ZERO
074820         PERFORM 2050-SKIP-APPLIED-ACKS THRU 2050-EXIT
074830     END-IF.
074900     PERFORM 2100-APPLY-ONE-ACK THRU 2100-EXIT
075000         UNTIL FB-EOF-ALACK.
075100     CLOSE FB-ALACK-FILE.
075200     IF FB-ACKS-REFUSED GREATER THAN ZERO
075300         PERFORM 7100-BLANK-LINE THRU 7100-EXIT
075400     END-IF.
075500 2000-EXIT.
075600     EXIT.
075700
075701******************************************************************
075702*  2050-SKIP-APPLIED-ACKS - PASS OVER THE FBALACK RECORDS        *
075703*  THE EARLIER RUNS APPLIED.  WHEN FBALACK IS SHORTER THAN       *
075704*  THE MARK, OR ITS LAST APPLIED RECORD IS NOT THE ONE SAVED,    *
075705*  IT WAS EMPTIED OR REPLACED AND IS APPLIED FROM THE START.     *
075706******************************************************************
075710 2050-SKIP-APPLIED-ACKS.
075712     PERFORM 2060-SKIP-ONE-ACK THRU 2060-EXIT
075714         UNTIL FB-ACKS-READ NOT LESS THAN FB-OLD-ACKS-DONE
075716            OR FB-EOF-ALACK.
075718     IF FB-ACKS-READ = FB-OLD-ACKS-DONE
075720             AND FB-NEW-ACK-KEY = FB-OLD-ACK-KEY
075722         GO TO 2050-EXIT
075724     END-IF.
075726     DISPLAY "FBALERT: FBALACK DOES NOT MATCH THE FBALCTL MARK - "
075728         "APPLYING IT FROM THE FIRST RECORD"
075730     CLOSE FB-ALACK-FILE.
075732     MOVE ZERO   TO FB-ACKS-READ.
075734     MOVE SPACES TO FB-NEW-ACK-KEY.
075736     MOVE "N"    TO FB-EOF-ALACK-SW.
075738     OPEN INPUT FB-ALACK-FILE.
075740     IF FB-ALACK-STATUS NOT = "00"
075742         MOVE "Y" TO FB-EOF-ALACK-SW
075744         GO TO 2050-EXIT
075746     END-IF.
075748     READ FB-ALACK-FILE
075750         AT END MOVE "Y" TO FB-EOF-ALACK-SW
075752     END-READ.
075754 2050-EXIT.
075756     EXIT.
075758
075760 2060-SKIP-ONE-ACK.
075762     ADD 1 TO FB-ACKS-READ.
075764     MOVE FB-ALK-ALERT-NO TO FB-NAK-ALERT-NO.
075766     MOVE FB-ALK-OPER-ID  TO FB-NAK-OPER-ID.
075768     MOVE FB-ALK-ACK-DATE TO FB-NAK-ACK-DATE.
075770     READ FB-ALACK-FILE
075772         AT END MOVE "Y" TO FB-EOF-ALACK-SW
075774     END-READ.
075776 2060-EXIT.
075778     EXIT.
075780
075800******************************************************************
075900*  2100-APPLY-ONE-ACK - THE ALERT MUST BE ON FILE AND THE        *
076000*  OPERATOR ON THE ON-CALL TABLE.  A SECOND ACKNOWLEDGMENT OF    *
076100*  THE SAME ALERT IS NOTED AND LEAVES THE FIRST STANDING.        *
076200******************************************************************
076300 2100-APPLY-ONE-ACK.
076400     ADD 1 TO FB-ACKS-READ.
076410     MOVE FB-ALK-ALERT-NO TO FB-NAK-ALERT-NO.
076420     MOVE FB-ALK-OPER-ID  TO FB-NAK-OPER-ID.
076430     MOVE FB-ALK-ACK-DATE TO FB-NAK-ACK-DATE.
076500     MOVE FB-ALK-ALERT-NO TO FB-EXC-ALERT-NO.
076600     MOVE FB-ALK-OPER-ID  TO FB-EXC-OPER-ID.
076700     MOVE "N"  TO FB-FOUND-SW.
076800     MOVE ZERO TO FB-ALERT-SLOT.
076900     IF FB-ALK-ALERT-NO IS NUMERIC
077000         PERFORM 2110-MATCH-ONE-ALERT THRU 2110-EXIT
077100             VARYING FB-ALERT-IDX FROM 1 BY 1
077200             UNTIL FB-ALERT-IDX GREATER THAN FB-ALERT-COUNT
077300     END-IF.
077400     IF NOT FB-FOUND
077500         MOVE "ACKNOWLEDGMENT REFUSED - ALERT NOT ON FBALERTS"
077600             TO FB-EXC-TEXT
077700         PERFORM 2190-REFUSE-ACK THRU 2190-EXIT
077800         GO TO 2100-READ-NEXT
077900     END-IF.
078000     MOVE "N" TO FB-FOUND-SW.
078100     PERFORM 2120-MATCH-ONE-CONTACT THRU 2120-EXIT
078200         VARYING FB-ONCALL-IDX FROM 1 BY 1
078300         UNTIL FB-ONCALL-IDX GREATER THAN FB-ONCALL-COUNT.
078400     IF NOT FB-FOUND
078500         MOVE "ACKNOWLEDGMENT REFUSED - OPERATOR NOT ON FBONCALL"
078600             TO FB-EXC-TEXT
078700         PERFORM 2190-REFUSE-ACK THRU 2190-EXIT
078800         GO TO 2100-READ-NEXT
078900     END-IF.
079000     IF FB-ATB-STATUS (FB-ALERT-SLOT) = "A"
079100         MOVE SPACES TO FB-EXC-TEXT
079200         STRING "ALREADY ACKNOWLEDGED BY " DELIMITED BY SIZE
079300             FB-ATB-ACK-OPER-ID (FB-ALERT-SLOT) DELIMITED BY SPACE
079400             INTO FB-EXC-TEXT
079500         END-STRING
079600         MOVE FB-RPT-EXCEPTION TO FB-REPORT-RECORD
079700         WRITE FB-REPORT-RECORD
079800         GO TO 2100-READ-NEXT
079900     END-IF.
080000     MOVE "A" TO FB-ATB-STATUS (FB-ALERT-SLOT).
080100     MOVE FB-ALK-OPER-ID TO FB-ATB-ACK-OPER-ID (FB-ALERT-SLOT).
080200     IF FB-ALK-ACK-DATE IS NUMERIC
080300             AND FB-ALK-ACK-DATE GREATER THAN ZERO
080400             AND FB-ALK-ACK-TIME IS NUMERIC
080500         MOVE FB-ALK-ACK-DATE TO FB-ATB-ACK-DATE (FB-ALERT-SLOT)
080600         MOVE FB-ALK-ACK-TIME TO FB-ATB-ACK-TIME (FB-ALERT-SLOT)
080700     ELSE
080800         MOVE FB-NOW-DATE TO FB-ATB-ACK-DATE (FB-ALERT-SLOT)
080900         MOVE FB-NOW-TIME TO FB-ATB-ACK-TIME (FB-ALERT-SLOT)
081000     END-IF.
081100     ADD 1 TO FB-ACKS-APPLIED.
081200 2100-READ-NEXT.
081300     READ FB-ALACK-FILE
081400         AT END MOVE "Y" TO FB-EOF-ALACK-SW
081500     END-READ.
081600 2100-EXIT.
081700     EXIT.
081800
081900 2110-MATCH-ONE-ALERT.
082000     IF FB-ATB-ALERT-NO (FB-ALERT-IDX) = FB-ALK-ALERT-NO
082100         SET FB-FOUND TO TRUE
082200         MOVE FB-ALERT-IDX TO FB-ALERT-SLOT
082300     END-IF.
082400 2110-EXIT.
082500     EXIT.
082600
082700 2120-MATCH-ONE-CONTACT.
082800     IF FB-OCT-OPER-ID (FB-ONCALL-IDX) = FB-ALK-OPER-ID
082900         SET FB-FOUND TO TRUE
083000     END-IF.
083100 2120-EXIT.
083200     EXIT.
083300
083400 2190-REFUSE-ACK.
083500     MOVE FB-RPT-EXCEPTION TO FB-REPORT-RECORD.
083600     WRITE FB-REPORT-RECORD.
083700     ADD 1 TO FB-ACKS-REFUSED.
083800     MOVE 4 TO FB-NEW-RC.
083900     PERFORM 8800-RAISE-CONDITION THRU 8800-EXIT.
084000 2190-EXIT.
084100     EXIT.
084200
084300******************************************************************
084400*  3000-SCAN-ERRLOG - EVERY FBERRLOG EVENT PAST THE MARK.  A     *
084500*  MISSING FBERRLOG MEANS NOTHING HAS BEEN LOGGED.               *
084600******************************************************************
084700 3000-SCAN-ERRLOG.
084800     OPEN INPUT FB-ERRLOG-FILE.
084900     IF FB-ERRLOG-STATUS NOT = "00"
085000         DISPLAY "FBALERT: FBERRLOG NOT PRESENT - NO NEW EVENTS"
085100         GO TO 3000-EXIT
085200     END-IF.
085300     READ FB-ERRLOG-FILE
085400         AT END MOVE "Y" TO FB-EOF-ERRLOG-SW
085500     END-READ.
085600     PERFORM 3100-EXAMINE-ONE-EVENT THRU 3100-EXIT
085700         UNTIL FB-EOF-ERRLOG.
085800     CLOSE FB-ERRLOG-FILE.
085900     IF FB-EVENTS-HELD
086000         MOVE "  ALERT TABLE FULL - EVENTS HELD FOR THE NEXT RUN"
086100             TO FB-REPORT-RECORD
086200         WRITE FB-REPORT-RECORD
086300         PERFORM 7100-BLANK-LINE THRU 7100-EXIT
086400         DISPLAY "FBALERT: ALERT TABLE FULL - REMAINING FBERRLOG "
086500             "EVENTS HELD FOR THE NEXT RUN"
086600         MOVE 8 TO FB-NEW-RC
086700         PERFORM 8800-RAISE-CONDITION THRU 8800-EXIT
086800     END-IF.
086900 3000-EXIT.
087000     EXIT.
087100
087200******************************************************************
087300*  3100-EXAMINE-ONE-EVENT - AN EVENT STAMPED BEFORE THE OLD MARK *
087400*  WAS SEEN BY AN EARLIER RUN, AS WERE THE FIRST FB-OLD-MARK-    *
087500*  SEEN EVENTS STAMPED EXACTLY ON IT.  EVERY OTHER EVENT IS      *
087600*  RATED, RAISED IF SEVERE ENOUGH, AND MOVES THE NEW MARK.       *
087700******************************************************************
087800 3100-EXAMINE-ONE-EVENT.
087900     ADD 1 TO FB-EVENTS-READ.
088000     MOVE FB-ERR-DATE TO FB-EVENT-STAMP-DATE.
088100     MOVE FB-ERR-TIME TO FB-EVENT-STAMP-TIME.
088200     IF FB-EVENT-STAMP LESS THAN FB-OLD-MARK
088300         GO TO 3100-READ-NEXT
088400     END-IF.
088500     IF FB-EVENT-STAMP = FB-OLD-MARK
088600         ADD 1 TO FB-AT-MARK-COUNT
088700         IF FB-AT-MARK-COUNT NOT GREATER THAN FB-OLD-MARK-SEEN
088800             GO TO 3100-READ-NEXT
088900         END-IF
089000     END-IF.
089100     PERFORM 3200-RATE-EVENT THRU 3200-EXIT.
089200     IF FB-EVENT-SEVERITY NOT = ZERO
089300             AND FB-EVENT-SEVERITY NOT LESS THAN FB-MIN-SEVERITY
089400         IF FB-ALERT-COUNT NOT LESS THAN FB-MAX-ALERTS
089500             SET FB-EVENTS-HELD TO TRUE
089600             MOVE "Y" TO FB-EOF-ERRLOG-SW
089700             GO TO 3100-EXIT
089800         END-IF
089900         PERFORM 3300-RAISE-ALERT THRU 3300-EXIT
090000     ELSE
090100         ADD 1 TO FB-EVENTS-BELOW
090200     END-IF.
090300     ADD 1 TO FB-EVENTS-NEW.
090400     IF FB-EVENT-STAMP GREATER THAN FB-NEW-MARK
090500         MOVE FB-EVENT-STAMP TO FB-NEW-MARK
090600         MOVE 1 TO FB-NEW-MARK-SEEN
090700     ELSE
090800         IF FB-EVENT-STAMP = FB-NEW-MARK
090900             ADD 1 TO FB-NEW-MARK-SEEN
091000         END-IF
091100     END-IF.
091200 3100-READ-NEXT.
091300     READ FB-ERRLOG-FILE
091400         AT END MOVE "Y" TO FB-EOF-ERRLOG-SW
091500     END-READ.
091600 3100-EXIT.
091700     EXIT.
091800
091900******************************************************************
092000*  3200-RATE-EVENT - THE SEVERITY AND ESCALATION MINUTES FOR THE *
092100*  EVENT'S MESSAGE ID: ITS OWN FBALSEV ENTRY, ELSE THE *E / *W   *
092200*  ENTRY FOR ITS CLASS, ELSE 3 FOR AN ERROR, 2 FOR A WARNING,    *
092300*  AND 1 FOR ANYTHING ELSE.                                      *
092400******************************************************************
092500 3200-RATE-EVENT.
092600     MOVE FB-DEFAULT-ESC-MINS TO FB-EVENT-ESC-MINS.
092700     MOVE FB-ERR-MSG-ID TO FB-MSG-ID-PARTS.
092800     MOVE "N" TO FB-FOUND-SW.
092900     PERFORM 3210-MATCH-MSG-ID THRU 3210-EXIT
093000         VARYING FB-SEV-IDX FROM 1 BY 1
093100         UNTIL FB-SEV-IDX GREATER THAN FB-SEV-COUNT
093200            OR FB-FOUND.
093300     IF FB-FOUND
093400         GO TO 3200-EXIT
093500     END-IF.
093600     MOVE FB-MSG-SEVERITY TO FB-CLASS-LETTER.
093700     PERFORM 3220-MATCH-CLASS THRU 3220-EXIT
093800         VARYING FB-SEV-IDX FROM 1 BY 1
093900         UNTIL FB-SEV-IDX GREATER THAN FB-SEV-COUNT
094000            OR FB-FOUND.
094100     IF FB-FOUND
094200         GO TO 3200-EXIT
094300     END-IF.
094400     EVALUATE FB-MSG-SEVERITY
094500         WHEN "E"
094600             MOVE 3 TO FB-EVENT-SEVERITY
094700         WHEN "W"
094800             MOVE 2 TO FB-EVENT-SEVERITY
094900         WHEN OTHER
095000             MOVE 1 TO FB-EVENT-SEVERITY
095100     END-EVALUATE.
095200 3200-EXIT.
095300     EXIT.
095400
095500 3210-MATCH-MSG-ID.
095600     IF FB-SVT-MSG-ID (FB-SEV-IDX) = FB-ERR-MSG-ID
095700         PERFORM 3230-TAKE-ENTRY THRU 3230-EXIT
095800     END-IF.
095900 3210-EXIT.
096000     EXIT.
096100
096200 3220-MATCH-CLASS.
096300     IF FB-SVT-MSG-ID (FB-SEV-IDX) = FB-CLASS-MSG-ID
096400         PERFORM 3230-TAKE-ENTRY THRU 3230-EXIT
096500     END-IF.
096600 3220-EXIT.
096700     EXIT.
096800
096900 3230-TAKE-ENTRY.
097000     SET FB-FOUND TO TRUE.
097100     MOVE FB-SVT-SEVERITY (FB-SEV-IDX) TO FB-EVENT-SEVERITY.
097200     IF FB-SVT-ESCALATE-MINS (FB-SEV-IDX) GREATER THAN ZERO
097300         MOVE FB-SVT-ESCALATE-MINS (FB-SEV-IDX)
097400             TO FB-EVENT-ESC-MINS
097500     END-IF.
097600 3230-EXIT.
097700     EXIT.
097800
097900******************************************************************
098000*  3300-RAISE-ALERT - A NEW ALERT ON THE END OF THE TABLE, HELD  *
098100*  BY THE FIRST ON-CALL CONTACT, WHO IS NOTIFIED NOW.            *
098200******************************************************************
098300 3300-RAISE-ALERT.
098400     ADD 1 TO FB-ALERT-COUNT.
098500     ADD 1 TO FB-LAST-ALERT-NO.
098600     MOVE FB-ALERT-COUNT TO FB-ALERT-SLOT.
098700     MOVE FB-LAST-ALERT-NO  TO FB-ATB-ALERT-NO (FB-ALERT-SLOT).
098800     MOVE FB-ERR-MSG-ID     TO FB-ATB-MSG-ID (FB-ALERT-SLOT).
098900     MOVE FB-ERR-DATE       TO FB-ATB-EVENT-DATE (FB-ALERT-SLOT).
099000     MOVE FB-ERR-TIME       TO FB-ATB-EVENT-TIME (FB-ALERT-SLOT).
099100     MOVE FB-ERR-ITERATION  TO FB-ATB-ITERATION (FB-ALERT-SLOT).
099200     MOVE FB-ERR-REQUEST-ID TO FB-ATB-REQUEST-ID (FB-ALERT-SLOT).
099300     MOVE FB-ERR-TEXT       TO FB-ATB-TEXT (FB-ALERT-SLOT).
099400     MOVE FB-EVENT-SEVERITY TO FB-ATB-SEVERITY (FB-ALERT-SLOT).
099500     MOVE FB-EVENT-ESC-MINS
099600         TO FB-ATB-ESCALATE-MINS (FB-ALERT-SLOT).
099700     MOVE FB-NOW-DATE       TO FB-ATB-RAISED-DATE (FB-ALERT-SLOT).
099800     MOVE FB-NOW-TIME       TO FB-ATB-RAISED-TIME (FB-ALERT-SLOT).
099900     MOVE "O"               TO FB-ATB-STATUS (FB-ALERT-SLOT).
100000     MOVE 1                 TO FB-ATB-LEVEL (FB-ALERT-SLOT).
100100     MOVE ZERO              TO FB-ATB-ESCALATIONS (FB-ALERT-SLOT).
100200     MOVE SPACES            TO FB-ATB-ACK-OPER-ID (FB-ALERT-SLOT).
100300     MOVE ZERO              TO FB-ATB-ACK-DATE (FB-ALERT-SLOT).
100400     MOVE ZERO              TO FB-ATB-ACK-TIME (FB-ALERT-SLOT).
100500     ADD 1 TO FB-ALERTS-RAISED.
100600     MOVE "N" TO FB-NOTICE-TYPE.
100700     PERFORM 6000-SEND-NOTICE THRU 6000-EXIT.
100800 3300-EXIT.
100900     EXIT.
101000
101100******************************************************************
101200*  4000-ESCALATE - EVERY OPEN ALERT LEFT UNACKNOWLEDGED FOR ITS  *
101300*  ESCALATION MINUTES SINCE ITS LAST NOTICE GOES TO THE NEXT     *
101400*  ON-CALL CONTACT.  ONE ALREADY WITH THE LAST CONTACT IS SENT   *
101500*  TO THAT CONTACT AGAIN AND ENDS THE STEP 8 - THE WHOLE TABLE   *
101600*  HAS HAD IT AND NOBODY HAS ANSWERED.                           *
101700******************************************************************
101800 4000-ESCALATE.
101900     PERFORM 4100-ESCALATE-ONE-ALERT THRU 4100-EXIT
102000         VARYING FB-ALERT-SLOT FROM 1 BY 1
102100         UNTIL FB-ALERT-SLOT GREATER THAN FB-ALERT-COUNT.
102200 4000-EXIT.
102300     EXIT.
102400
102500 4100-ESCALATE-ONE-ALERT.
102600     IF FB-ATB-STATUS (FB-ALERT-SLOT) NOT = "O"
102700         GO TO 4100-EXIT
102800     END-IF.
102900     MOVE FB-ATB-NOTIFIED-DATE (FB-ALERT-SLOT) TO FB-CALC-DATE.
103000     MOVE FB-ATB-NOTIFIED-TIME (FB-ALERT-SLOT) TO FB-CALC-TIME.
103100     PERFORM 8600-MINUTES-OF THRU 8600-EXIT.
103200     COMPUTE FB-ELAPSED-MINUTES
103300         = FB-NOW-MINUTES - FB-CALC-MINUTES.
103400     IF FB-ATB-ESCALATE-MINS (FB-ALERT-SLOT) NOT NUMERIC
103500             OR FB-ATB-ESCALATE-MINS (FB-ALERT-SLOT) = ZERO
103600         MOVE FB-DEFAULT-ESC-MINS
103700             TO FB-ATB-ESCALATE-MINS (FB-ALERT-SLOT)
103800     END-IF.
103900     IF FB-ELAPSED-MINUTES LESS THAN
104000             FB-ATB-ESCALATE-MINS (FB-ALERT-SLOT)
104100         GO TO 4100-EXIT
104200     END-IF.
104300     IF FB-ATB-LEVEL (FB-ALERT-SLOT) LESS THAN FB-ONCALL-COUNT
104400         ADD 1 TO FB-ATB-LEVEL (FB-ALERT-SLOT)
104500         MOVE "E" TO FB-NOTICE-TYPE
104600         ADD 1 TO FB-ESCALATED-COUNT
104700         MOVE 4 TO FB-NEW-RC
104800     ELSE
104900         MOVE FB-ONCALL-COUNT TO FB-ATB-LEVEL (FB-ALERT-SLOT)
105000         MOVE "R" TO FB-NOTICE-TYPE
105100         ADD 1 TO FB-REPEAT-COUNT
105200         MOVE 8 TO FB-NEW-RC
105300     END-IF.
105400     PERFORM 8800-RAISE-CONDITION THRU 8800-EXIT.
105500     ADD 1 TO FB-ATB-ESCALATIONS (FB-ALERT-SLOT).
105600     PERFORM 6000-SEND-NOTICE THRU 6000-EXIT.
105700 4100-EXIT.
105800     EXIT.
105900
106000******************************************************************
106100*  5000-REPORT-HISTORY - EVERY ALERT IN THE TABLE, OLDEST FIRST, *
106200*  WITH THE MINUTES FROM THE EVENT TO ITS ACKNOWLEDGMENT, OR     *
106300*  FOR AN ALERT STILL OPEN THE MINUTES IT HAS BEEN WAITING.      *
106400******************************************************************
106500 5000-REPORT-HISTORY.
106600     MOVE FB-RPT-COLUMNS TO FB-REPORT-RECORD.
106700     WRITE FB-REPORT-RECORD.
106800     IF FB-SKIP-COUNT GREATER THAN ZERO
106900         MOVE FB-SKIP-COUNT TO FB-CAR-COUNT
107000         MOVE FB-RPT-CARRIED TO FB-REPORT-RECORD
107100         WRITE FB-REPORT-RECORD
107200     END-IF.
107300     IF FB-ALERT-COUNT = ZERO
107400         MOVE "  (NO ALERTS ON FILE)" TO FB-REPORT-RECORD
107500         WRITE FB-REPORT-RECORD
107600     END-IF.
107700     PERFORM 5100-REPORT-ONE-ALERT THRU 5100-EXIT
107800         VARYING FB-ALERT-IDX FROM 1 BY 1
107900         UNTIL FB-ALERT-IDX GREATER THAN FB-ALERT-COUNT.
108000 5000-EXIT.
108100     EXIT.
108200
108300 5100-REPORT-ONE-ALERT.
108400     MOVE FB-ATB-ALERT-NO (FB-ALERT-IDX)    TO FB-DTL-ALERT-NO.
108500     MOVE FB-ATB-MSG-ID (FB-ALERT-IDX)      TO FB-DTL-MSG-ID.
108600     MOVE FB-ATB-SEVERITY (FB-ALERT-IDX)    TO FB-DTL-SEVERITY.
108700     MOVE FB-ATB-EVENT-DATE (FB-ALERT-IDX)  TO FB-DTL-EVENT-DATE.
108800     MOVE FB-ATB-EVENT-TIME (FB-ALERT-IDX)  TO FB-TIME-WORK.
108900     MOVE FB-TIME-HHMMSS                    TO FB-DTL-EVENT-TIME.
109000     MOVE FB-ATB-REQUEST-ID (FB-ALERT-IDX)  TO FB-DTL-REQUEST-ID.
109100     MOVE FB-ATB-LEVEL (FB-ALERT-IDX)       TO FB-DTL-LEVEL.
109200     MOVE FB-ATB-CONTACT-ID (FB-ALERT-IDX)  TO FB-DTL-CONTACT-ID.
109300     MOVE FB-ATB-ESCALATIONS (FB-ALERT-IDX) TO FB-DTL-ESCALATIONS.
109400     MOVE FB-ATB-EVENT-DATE (FB-ALERT-IDX)  TO FB-CALC-DATE.
109500     MOVE FB-ATB-EVENT-TIME (FB-ALERT-IDX)  TO FB-CALC-TIME.
109600     PERFORM 8600-MINUTES-OF THRU 8600-EXIT.
109700     MOVE FB-CALC-MINUTES TO FB-FROM-MINUTES.
109800     IF FB-ATB-STATUS (FB-ALERT-IDX) = "A"
109900         MOVE "ACKED" TO FB-DTL-STATUS
110000         MOVE FB-ATB-ACK-OPER-ID (FB-ALERT-IDX)
110100             TO FB-DTL-ACK-OPER-ID
110200         MOVE FB-ATB-ACK-DATE (FB-ALERT-IDX) TO FB-DTL-ACK-DATE
110300         MOVE FB-ATB-ACK-TIME (FB-ALERT-IDX) TO FB-TIME-WORK
110400         MOVE FB-TIME-HHMMSS TO FB-DTL-ACK-TIME
110500         MOVE FB-ATB-ACK-DATE (FB-ALERT-IDX) TO FB-CALC-DATE
110600         MOVE FB-ATB-ACK-TIME (FB-ALERT-IDX) TO FB-CALC-TIME
110700         PERFORM 8600-MINUTES-OF THRU 8600-EXIT
110800         COMPUTE FB-ELAPSED-MINUTES
110900             = FB-CALC-MINUTES - FB-FROM-MINUTES
111000         IF FB-ELAPSED-MINUTES LESS THAN ZERO
111100             MOVE ZERO TO FB-ELAPSED-MINUTES
111200         END-IF
111300         MOVE "TO ACK " TO FB-DTL-MINUTES-NOTE
111400         ADD 1 TO FB-ACKED-COUNT
111500         ADD FB-ELAPSED-MINUTES TO FB-ACK-MINUTES-TOTAL
111600         IF FB-ELAPSED-MINUTES GREATER THAN FB-ACK-MINUTES-WORST
111700             MOVE FB-ELAPSED-MINUTES TO FB-ACK-MINUTES-WORST
111800         END-IF
111900     ELSE
112000         MOVE "OPEN" TO FB-DTL-STATUS
112100         MOVE SPACES TO FB-DTL-ACK-OPER-ID
112200         MOVE SPACES TO FB-DTL-ACK-STAMP
112300         COMPUTE FB-ELAPSED-MINUTES
112400             = FB-NOW-MINUTES - FB-FROM-MINUTES
112500         IF FB-ELAPSED-MINUTES LESS THAN ZERO
112600             MOVE ZERO TO FB-ELAPSED-MINUTES
112700         END-IF
112800         MOVE "WAITING" TO FB-DTL-MINUTES-NOTE
112900         ADD 1 TO FB-OPEN-COUNT
113000     END-IF.
113100     MOVE FB-ELAPSED-MINUTES TO FB-DTL-MINUTES.
113200     MOVE FB-RPT-DETAIL TO FB-REPORT-RECORD.
113300     WRITE FB-REPORT-RECORD.
113400 5100-EXIT.
113500     EXIT.
113600
113700******************************************************************
113800*  6000-SEND-NOTICE - ONE FBALFEED NOTICE FOR THE ALERT IN       *
113900*  FB-ALERT-SLOT TO THE ON-CALL CONTACT AT ITS LEVEL, WHO NOW    *
114000*  HOLDS IT; THE ESCALATION CLOCK RESTARTS FROM NOW.             *
114100******************************************************************
114200 6000-SEND-NOTICE.
114300     MOVE FB-ATB-LEVEL (FB-ALERT-SLOT) TO FB-ONCALL-IDX.
114400     MOVE FB-OCT-OPER-ID (FB-ONCALL-IDX)
114500         TO FB-ATB-CONTACT-ID (FB-ALERT-SLOT).
114600     MOVE FB-NOW-DATE TO FB-ATB-NOTIFIED-DATE (FB-ALERT-SLOT).
114700     MOVE FB-NOW-TIME TO FB-ATB-NOTIFIED-TIME (FB-ALERT-SLOT).
114800     MOVE SPACES TO FB-ALF-RECORD.
114900     MOVE FB-NOTICE-TYPE TO FB-ALF-NOTICE-TYPE.
115000     MOVE FB-ATB-ALERT-NO (FB-ALERT-SLOT)    TO FB-ALF-ALERT-NO.
115100     MOVE FB-ATB-LEVEL (FB-ALERT-SLOT)       TO FB-ALF-LEVEL.
115200     MOVE FB-OCT-OPER-ID (FB-ONCALL-IDX)     TO FB-ALF-CONTACT-ID.
115300     MOVE FB-OCT-NAME (FB-ONCALL-IDX) TO FB-ALF-CONTACT-NAME.
115400     MOVE FB-OCT-ADDRESS (FB-ONCALL-IDX)     TO FB-ALF-ADDRESS.
115500     MOVE FB-ATB-SEVERITY (FB-ALERT-SLOT)    TO FB-ALF-SEVERITY.
115600     MOVE FB-ATB-MSG-ID (FB-ALERT-SLOT)      TO FB-ALF-MSG-ID.
115700     MOVE FB-ATB-EVENT-DATE (FB-ALERT-SLOT)  TO FB-ALF-EVENT-DATE.
115800     MOVE FB-ATB-EVENT-TIME (FB-ALERT-SLOT)  TO FB-ALF-EVENT-TIME.
115900     MOVE FB-ATB-REQUEST-ID (FB-ALERT-SLOT)  TO FB-ALF-REQUEST-ID.
116000     MOVE FB-ATB-TEXT (FB-ALERT-SLOT)        TO FB-ALF-TEXT.
116100     MOVE FB-NOW-DATE                        TO FB-ALF-SEND-DATE.
116200     MOVE FB-NOW-TIME                        TO FB-ALF-SEND-TIME.
116300     WRITE FB-ALF-RECORD.
116400     IF FB-FEED-STATUS NOT = "00"
116500         DISPLAY "FBALERT: WRITE TO FBALFEED FAILED (STATUS "
116600             FB-FEED-STATUS ") - FBALERTS AND FBALCTL NOT UPDATED"
116700         MOVE 12 TO FB-NEW-RC
116800         PERFORM 8800-RAISE-CONDITION THRU 8800-EXIT
116900         GO TO 6000-EXIT
117000     END-IF.
117100     ADD 1 TO FB-NOTICE-COUNT.
117200 6000-EXIT.
117300     EXIT.
117400
117500******************************************************************
117600*  7100-BLANK-LINE                                               *
117700******************************************************************
117800 7100-BLANK-LINE.
117900     MOVE SPACES TO FB-REPORT-RECORD.
118000     WRITE FB-REPORT-RECORD.
118100 7100-EXIT.
118200     EXIT.
118300
118400******************************************************************
118500*  8000-SAVE-ALERTS - REWRITE FBALERTS (THE CARRIED-THROUGH      *
118600*  OLDEST ALERTS FIRST, THEN THE TABLE) AND THE FBALCTL MARK.    *
118700*  NOT DONE WHEN THE FEED FAILED, SO THE NEXT RUN RAISES THE     *
118800*  SAME EVENTS AND SENDS THE SAME ESCALATIONS AGAIN.             *
118900******************************************************************
119000 8000-SAVE-ALERTS.
119100     IF FB-RETURN-CODE = 12
119200         GO TO 8000-EXIT
119300     END-IF.
119400     OPEN OUTPUT FB-ALERTS-FILE.
119500     IF FB-ALERTS-STATUS NOT = "00"
119600         DISPLAY "FBALERT: FBALERTS CANNOT BE REWRITTEN (STATUS "
119700             FB-ALERTS-STATUS ")"
119800         MOVE 12 TO FB-NEW-RC
119900         PERFORM 8800-RAISE-CONDITION THRU 8800-EXIT
120000         GO TO 8000-EXIT
120100     END-IF.
120200     IF FB-SKIP-COUNT GREATER THAN ZERO
120300         OPEN INPUT FB-ALTWK-FILE
120400         READ FB-ALTWK-FILE
120500             AT END MOVE "Y" TO FB-EOF-ALTWK-SW
120600         END-READ
120700         PERFORM 8050-COPY-ONE-CARRIED THRU 8050-EXIT
120800             UNTIL FB-EOF-ALTWK OR FB-RETURN-CODE = 12
120900         CLOSE FB-ALTWK-FILE
121000     END-IF.
121100     PERFORM 8100-WRITE-ONE-ALERT THRU 8100-EXIT
121200         VARYING FB-ALERT-IDX FROM 1 BY 1
121300         UNTIL FB-ALERT-IDX GREATER THAN FB-ALERT-COUNT
121350            OR FB-RETURN-CODE = 12.
121400     CLOSE FB-ALERTS-FILE.
121410     IF FB-RETURN-CODE = 12
121420         GO TO 8000-EXIT
121430     END-IF.
121500
121600     OPEN OUTPUT FB-ALCTL-FILE.
121610     IF FB-ALCTL-STATUS NOT = "00"
121620         DISPLAY "FBALERT: FBALCTL CANNOT BE REWRITTEN (STATUS "
121630             FB-ALCTL-STATUS ")"
121640         MOVE 12 TO FB-NEW-RC
121650         PERFORM 8800-RAISE-CONDITION THRU 8800-EXIT
121660         GO TO 8000-EXIT
121670     END-IF.
121700     MOVE SPACES TO FB-ALC-RECORD.
121800     MOVE FB-NEW-MARK-DATE TO FB-ALC-LAST-DATE.
121900     MOVE FB-NEW-MARK-TIME TO FB-ALC-LAST-TIME.
122000     MOVE FB-NEW-MARK-SEEN TO FB-ALC-LAST-SEEN.
122100     MOVE FB-LAST-ALERT-NO TO FB-ALC-LAST-ALERT-NO.
122200     MOVE FB-NOW-DATE      TO FB-ALC-RUN-DATE.
122300     MOVE FB-NOW-TIME      TO FB-ALC-RUN-TIME.
122310     MOVE FB-ACKS-READ     TO FB-ALC-ACKS-DONE.
122320     MOVE FB-NEW-ACK-KEY   TO FB-ALC-LAST-ACK.
122400     WRITE FB-ALC-RECORD.
122410     IF FB-ALCTL-STATUS NOT = "00"
122420         DISPLAY "FBALERT: WRITE TO FBALCTL FAILED (STATUS "
122430             FB-ALCTL-STATUS ")"
122440         MOVE 12 TO FB-NEW-RC
122450         PERFORM 8800-RAISE-CONDITION THRU 8800-EXIT
122460     END-IF.
122500     CLOSE FB-ALCTL-FILE.
122600 8000-EXIT.
122700     EXIT.
122800
122900 8050-COPY-ONE-CARRIED.
123000     MOVE FB-ALTWK-RECORD TO FB-ALT-RECORD.
123100     WRITE FB-ALT-RECORD.
123110     IF FB-ALERTS-STATUS NOT = "00"
123120         DISPLAY "FBALERT: WRITE TO FBALERTS FAILED (STATUS "
123130             FB-ALERTS-STATUS ")"
123140         MOVE 12 TO FB-NEW-RC
123150         PERFORM 8800-RAISE-CONDITION THRU 8800-EXIT
123160         GO TO 8050-EXIT
123170     END-IF.
123200     READ FB-ALTWK-FILE
123300         AT END MOVE "Y" TO FB-EOF-ALTWK-SW
123400     END-READ.
123500 8050-EXIT.
123600     EXIT.
123700
123800 8100-WRITE-ONE-ALERT.
123900     MOVE SPACES TO FB-ALT-RECORD.
124000     MOVE FB-ATB-ALERT-NO (FB-ALERT-IDX)      TO FB-ALT-ALERT-NO.
124100     MOVE FB-ATB-MSG-ID (FB-ALERT-IDX)        TO FB-ALT-MSG-ID.
124200     MOVE FB-ATB-EVENT-DATE (FB-ALERT-IDX) TO FB-ALT-EVENT-DATE.
124300     MOVE FB-ATB-EVENT-TIME (FB-ALERT-IDX) TO FB-ALT-EVENT-TIME.
124400     MOVE FB-ATB-ITERATION (FB-ALERT-IDX)     TO FB-ALT-ITERATION.
124500     MOVE FB-ATB-REQUEST-ID (FB-ALERT-IDX) TO FB-ALT-REQUEST-ID.
124600     MOVE FB-ATB-TEXT (FB-ALERT-IDX)          TO FB-ALT-TEXT.
124700     MOVE FB-ATB-SEVERITY (FB-ALERT-IDX)      TO FB-ALT-SEVERITY.
124800     MOVE FB-ATB-ESCALATE-MINS (FB-ALERT-IDX)
124900         TO FB-ALT-ESCALATE-MINS.
125000     MOVE FB-ATB-RAISED-DATE (FB-ALERT-IDX) TO FB-ALT-RAISED-DATE.
125100     MOVE FB-ATB-RAISED-TIME (FB-ALERT-IDX) TO FB-ALT-RAISED-TIME.
125200     MOVE FB-ATB-STATUS (FB-ALERT-IDX)        TO FB-ALT-STATUS.
125300     MOVE FB-ATB-LEVEL (FB-ALERT-IDX)         TO FB-ALT-LEVEL.
125400     MOVE FB-ATB-CONTACT-ID (FB-ALERT-IDX) TO FB-ALT-CONTACT-ID.
125500     MOVE FB-ATB-NOTIFIED-DATE (FB-ALERT-IDX)
125600         TO FB-ALT-NOTIFIED-DATE.
125700     MOVE FB-ATB-NOTIFIED-TIME (FB-ALERT-IDX)
125800         TO FB-ALT-NOTIFIED-TIME.
125900     MOVE FB-ATB-ESCALATIONS (FB-ALERT-IDX) TO FB-ALT-ESCALATIONS.
126000     MOVE FB-ATB-ACK-OPER-ID (FB-ALERT-IDX) TO FB-ALT-ACK-OPER-ID.
126100     MOVE FB-ATB-ACK-DATE (FB-ALERT-IDX)      TO FB-ALT-ACK-DATE.
126200     MOVE FB-ATB-ACK-TIME (FB-ALERT-IDX)      TO FB-ALT-ACK-TIME.
126300     WRITE FB-ALT-RECORD.
126310     IF FB-ALERTS-STATUS NOT = "00"
126320         DISPLAY "FBALERT: WRITE TO FBALERTS FAILED (STATUS "
126330             FB-ALERTS-STATUS ")"
126340         MOVE 12 TO FB-NEW-RC
126350         PERFORM 8800-RAISE-CONDITION THRU 8800-EXIT
126360         GO TO 8100-EXIT
126370     END-IF.
126400 8100-EXIT.
126500     EXIT.
126600
126700******************************************************************
126800*  8600-MINUTES-OF - FB-CALC-DATE AND FB-CALC-TIME AS MINUTES ON *
126900*  ONE RUNNING SCALE, SO TWO STAMPS CAN BE SUBTRACTED ACROSS     *
127000*  MIDNIGHT AND MONTH-END.  A DATE THAT IS NOT A DATE GIVES      *
127100*  ZERO.                                                         *
127200******************************************************************
127300 8600-MINUTES-OF.
127400     MOVE ZERO TO FB-CALC-MINUTES.
127500     IF FB-CALC-DATE NOT NUMERIC
127600             OR FB-CALC-DATE LESS THAN 16010101
127700             OR FB-CALC-TIME NOT NUMERIC
127800         GO TO 8600-EXIT
127900     END-IF.
128000     MOVE FB-CALC-TIME TO FB-TIME-WORK.
128100     COMPUTE FB-CALC-MINUTES =
128200         FUNCTION INTEGER-OF-DATE (FB-CALC-DATE) * 1440
128300         + FB-TIME-HH * 60 + FB-TIME-MM.
128400 8600-EXIT.
128500     EXIT.
128600
128700******************************************************************
128800*  8800-RAISE-CONDITION - THE STEP CONDITION CODE ONLY EVER      *
128900*  RISES, SO AN ESCALATION NEVER MASKS A FAILED FEED.            *
129000******************************************************************
129100 8800-RAISE-CONDITION.
129200     IF FB-NEW-RC GREATER THAN FB-RETURN-CODE
129300         MOVE FB-NEW-RC TO FB-RETURN-CODE
129400     END-IF.
129500 8800-EXIT.
129600     EXIT.
129700
129800******************************************************************
129900*  9000-TERMINATE - TOTALS, CLOSE THE FEED AND REPORT, AND THE   *
130000*  CONSOLE SUMMARY.                                              *
130100******************************************************************
130200 9000-TERMINATE.
130300     IF FB-FEED-OPEN
130400         CLOSE FB-FEED-FILE
130500     END-IF.
130600     PERFORM 7100-BLANK-LINE THRU 7100-EXIT.
130700     MOVE FB-EVENTS-READ     TO FB-TOT-EVENTS-READ.
130800     MOVE FB-EVENTS-NEW      TO FB-TOT-EVENTS-NEW.
130900     MOVE FB-EVENTS-BELOW    TO FB-TOT-EVENTS-BELOW.
131000     MOVE FB-ALERTS-RAISED   TO FB-TOT-RAISED.
131100     MOVE FB-NOTICE-COUNT    TO FB-TOT-NOTICES.
131200     MOVE FB-RPT-TOTALS-1 TO FB-REPORT-RECORD.
131300     WRITE FB-REPORT-RECORD.
131400     MOVE FB-ACKS-APPLIED    TO FB-TOT-ACKS-APPLIED.
131500     MOVE FB-ACKS-REFUSED    TO FB-TOT-ACKS-REFUSED.
131600     MOVE FB-ESCALATED-COUNT TO FB-TOT-ESCALATED.
131700     MOVE FB-REPEAT-COUNT    TO FB-TOT-REPEATS.
131800     MOVE FB-RPT-TOTALS-2 TO FB-REPORT-RECORD.
131900     WRITE FB-REPORT-RECORD.
132000     IF FB-ACKED-COUNT GREATER THAN ZERO
132100         DIVIDE FB-ACK-MINUTES-TOTAL BY FB-ACKED-COUNT
132200             GIVING FB-ACK-MINUTES-AVG ROUNDED
132300     END-IF.
132400     MOVE FB-ACKED-COUNT       TO FB-TOT-ACKED.
132500     MOVE FB-ACK-MINUTES-AVG   TO FB-TOT-AVG-MINUTES.
132600     MOVE FB-ACK-MINUTES-WORST TO FB-TOT-WORST-MINUTES.
132700     MOVE FB-OPEN-COUNT        TO FB-TOT-OPEN.
132800     MOVE FB-RPT-TOTALS-3 TO FB-REPORT-RECORD.
132900     WRITE FB-REPORT-RECORD.
133000     CLOSE FB-REPORT-FILE.
133100     DISPLAY "FBALERT: " FB-EVENTS-NEW " NEW EVENT(S), "
133200         FB-ALERTS-RAISED " ALERT(S) RAISED, "
133300         FB-ACKS-APPLIED " ACKNOWLEDGED, "
133400         FB-ESCALATED-COUNT " ESCALATED, "
133500         FB-OPEN-COUNT " OPEN".
133600 9000-EXIT.
133700     EXIT.
