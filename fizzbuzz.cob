008296*                   THE FBPERFRP TREND REPORT CAN SHOW           *
008297*                   THROUGHPUT RUN OVER RUN AND PROJECT WHEN     *
008298*                   THE WORKLOAD OUTGROWS THE BATCH WINDOW.      *
008300*  2026-10-15  MJR  DEPARTMENT RULE SETS: FBRULES NOW CARRIES   *
008310*                   NAMED RULE SETS SIDE BY SIDE.  EACH QUEUED  *
008320*                   REQUEST RUNS AGAINST THE SET NAMED ON ITS   *
008330*                   DEPARTMENT'S FBDEPTS ENTRY, OR THE SHOP     *
008340*                   DEFAULT SET WHEN THE DEPARTMENT NAMES NONE, *
008350*                   AND THE SET IS STAMPED ON THE AUDIT RECORD  *
008360*                   SO THE DOWNSTREAM RE-DERIVATIONS USE IT TOO.*
008370*                   SINGLE-RANGE AND PARTITION RUNS USE THE SHOP*
008380*                   DEFAULT SET.                                *
008381*  2026-10-15  MJR  QUEUE PRIORITY: STILL-QUEUED REQUESTS NOW   *
008382*                   RUN IN PRIORITY CLASS, THEN REQUESTED-BY    *
008383*                   DATE, THEN ARRIVAL ORDER, AND EACH REQUEST'S*
008384*                   START AND COMPLETION TIMESTAMPS ARE WRITTEN *
008385*                   BACK TO FBREQST FOR THE FBSLARPT REPORT.    *
008386*  2026-10-15  MJR  PARALLEL QUEUE STREAMS: WHEN FBSTRNO NAMES  *
008387*                   A STREAM NUMBER, THE RUN WORKS ONLY THE     *
008388*                   REQUESTS FBQSPLIT ASSIGNED TO THAT STREAM   *
008389*                   ON FBQASGN, INTO ITS OWN FBOUT/FBCSV        *
008390*                   SEGMENT AND CHECKPOINT, AND RECORDS EACH    *
008391*                   REQUEST'S STATUS AND AUDIT CONTENT ON ITS   *
008392*                   OWN FBQRSLT FOR THE FBQMERGE CONSOLIDATION  *
008393*                   STEP INSTEAD OF UPDATING FBREQST AND        *
008394*                   FBAUDIT; A FAILED FBQRSLT STOPS THE QUEUE.  *
008395*  2026-10-15  MJR  RESTART: A REQUEST LEFT PART-DONE           *
008396*                   RESUMES FIRST FROM ITS CHECKPOINT,          *
008397*                   KEEPING ITS ROWS, TOTALS AND FIRST          *
008398*                   START STAMP, AHEAD OF LATER WORK.           *
008399*****************************************************************
008400 IDENTIFICATION DIVISION.
008500 PROGRAM-ID.    FIZZBUZZ.
008600 AUTHOR.        M J REED.
015820     SELECT FB-PERF-FILE ASSIGN TO "FBPERF"
015830         ORGANIZATION IS LINE SEQUENTIAL
015840         FILE STATUS IS FB-PERF-STATUS.
015850
015860     SELECT FB-DEPTS-FILE ASSIGN TO "FBDEPTS"
015870         ORGANIZATION IS LINE SEQUENTIAL
015880         FILE STATUS IS FB-DEPTS-STATUS.
015881
015882     SELECT FB-STRNO-FILE ASSIGN TO "FBSTRNO"
015883         ORGANIZATION IS LINE SEQUENTIAL
015884         FILE STATUS IS FB-STRNO-STATUS.
015885
015886     SELECT FB-QASGN-FILE ASSIGN TO "FBQASGN"
015887         ORGANIZATION IS LINE SEQUENTIAL
015888         FILE STATUS IS FB-QASGN-STATUS.
015889
015890     SELECT FB-QRSLT-FILE ASSIGN TO "FBQRSLT"
015891         ORGANIZATION IS LINE SEQUENTIAL
015892         FILE STATUS IS FB-QRSLT-STATUS.
015900
016000 DATA DIVISION.
016100 FILE SECTION.
020110
020120 FD  FB-PERF-FILE.
020130 COPY FBPERFRC.
020140
020150 FD  FB-DEPTS-FILE.
020160 COPY FBDEPTRC.
020162
020164*****************************************************************
020166*  PARALLEL QUEUE-STREAM DATASETS - FBSTRNO NAMES THE STREAM    *
020168*  THIS EXECUTION RUNS (SUPPLIED PER JOB), FBQASGN CARRIES THE  *
020170*  REQUEST ASSIGNMENTS WRITTEN BY FBQSPLIT, AND FBQRSLT         *
020172*  RECEIVES THIS STREAM'S REQUEST RESULTS FOR FBQMERGE.         *
020174*****************************************************************
020176 FD  FB-STRNO-FILE.
020178 01  FB-STRNO-RECORD.
020180     05  FB-STRNO-NUMBER         PIC 9(02).
020182     05  FILLER                  PIC X(78).
020184
020186 FD  FB-QASGN-FILE.
020188 COPY FBQASREC.
020190
020192 FD  FB-QRSLT-FILE.
020194 COPY FBQRSREC.
020200
020300*****************************************************************
020400*  RESTART WORK DATASETS - HOLD THE TRIMMED CONTENTS OF FBOUT   *
023800     05  FB-PTOT-STATUS          PIC X(02).
023900     05  FB-ERRLOG-STATUS        PIC X(02).
023910     05  FB-PERF-STATUS          PIC X(02).
023950     05  FB-DEPTS-STATUS         PIC X(02).
023960     05  FB-STRNO-STATUS         PIC X(02).
023970     05  FB-QASGN-STATUS         PIC X(02).
023980     05  FB-QRSLT-STATUS         PIC X(02).
024000
024100*****************************************************************
024200*  SWITCHES                                                    *
027300         88  FB-TRUNC-LOGGED                 VALUE "Y".
027310     05  FB-STOP-TIME-SW         PIC X(01)   VALUE "N".
027320         88  FB-STOP-REACHED                 VALUE "Y".
027330     05  FB-EOF-DEPTS-SW         PIC X(01)   VALUE "N".
027340         88  FB-EOF-DEPTS                    VALUE "Y".
027350     05  FB-ORD-PLACED-SW        PIC X(01)   VALUE "N".
027360         88  FB-ORD-PLACED                   VALUE "Y".
027362     05  FB-STREAM-MODE-SW       PIC X(01)   VALUE "N".
027364         88  FB-STREAM-MODE                  VALUE "Y".
027366     05  FB-EOF-QASGN-SW         PIC X(01)   VALUE "N".
027368         88  FB-EOF-QASGN                    VALUE "Y".
027370     05  FB-EOF-QRSLT-SW         PIC X(01)   VALUE "N".
027372         88  FB-EOF-QRSLT                    VALUE "Y".
027374     05  FB-REQ-FOUND-SW         PIC X(01)   VALUE "N".
027376         88  FB-REQ-FOUND                    VALUE "Y".
027378     05  FB-QRSLT-FRESH-SW       PIC X(01)   VALUE "Y".
027380         88  FB-QRSLT-FRESH                  VALUE "Y".
027400
027500*****************************************************************
027600*  DIVISOR / LABEL RULE TABLE - LOADED FROM FBRULES AT INIT    *
027900     05  FB-RULE-ENTRY OCCURS 50 TIMES.
028000         10  FB-TAB-DIVISOR      PIC 9(09)   COMP-3.
028100         10  FB-TAB-LABEL        PIC X(15).
028105
028110*****************************************************************
028115*  ALL-SETS RULE TABLE - EVERY FBRULES RULE IN FORCE ON THE RUN *
028120*  DATE, WHATEVER RULE SET IT BELONGS TO.  FB-RULE-TABLE IS     *
028125*  FILLED FROM HERE WITH THE ONE SET EACH REQUEST RUNS UNDER.   *
028130*****************************************************************
028135 01  FB-ALL-RULE-TABLE.
028140     05  FB-ALL-RULE-ENTRY OCCURS 500 TIMES.
028145         10  FB-ALR-SET          PIC X(08).
028150         10  FB-ALR-DIVISOR      PIC 9(09)   COMP-3.
028155         10  FB-ALR-LABEL        PIC X(15).
028200
028300*****************************************************************
028400*  REQUEST-QUEUE TABLE - LOADED FROM FBREQST AT INIT.  WHEN AT  *
028500*  LEAST ONE REQUEST IS ON THE QUEUE, THE RUN PROCESSES EVERY   *
028600*  STILL-QUEUED REQUEST INSTEAD OF THE FBPARM RANGE, IN THE     *
028610*  ORDER SET UP BY 3050-BUILD-RUN-ORDER.  THE TABLE ITSELF      *
028620*  STAYS IN ARRIVAL ORDER, AS DOES FBREQST.                     *
028700*  THE TABLE IS REWRITTEN TO FBREQST AFTER EVERY REQUEST SO A   *
028800*  RESTARTED JOB SKIPS THE REQUESTS ALREADY COMPLETED.          *
028810*  IN PARALLEL QUEUE MODE FB-RQT-IN-SHARE MARKS THE REQUESTS    *
028820*  FBQASGN ASSIGNS TO THIS EXECUTION'S STREAM.                  *
028900*****************************************************************
029000 01  FB-REQUEST-TABLE.
029100     05  FB-REQUEST-ENTRY OCCURS 200 TIMES.
029300         10  FB-RQT-DEPT         PIC X(08).
029400         10  FB-RQT-BOUND        PIC 9(09)   COMP-3.
029500         10  FB-RQT-STATUS       PIC X(02).
029502         10  FB-RQT-PRIORITY     PIC X(01).
029504         10  FB-RQT-DUE-DATE     PIC 9(08).
029506         10  FB-RQT-SUB-DATE     PIC 9(08).
029508         10  FB-RQT-SUB-TIME     PIC 9(06).
029510         10  FB-RQT-START-DATE   PIC 9(08).
029512         10  FB-RQT-START-TIME   PIC 9(06).
029514         10  FB-RQT-END-DATE     PIC 9(08).
029516         10  FB-RQT-END-TIME     PIC 9(06).
029517         10  FB-RQT-IN-SHARE     PIC X(01).
029518
029520*****************************************************************
029522*  RUN-ORDER TABLE - ONE ENTRY PER QUEUE TABLE SLOT, KEPT IN    *
029524*  ASCENDING KEY ORDER: PRIORITY CLASS, THEN REQUESTED-BY DATE  *
029526*  (NONE GIVEN SORTS LAST), THEN ARRIVAL POSITION.              *
029528*****************************************************************
029530 01  FB-ORDER-TABLE.
029532     05  FB-ORDER-ENTRY OCCURS 200 TIMES.
029534         10  FB-ORD-KEY.
029536             15  FB-ORD-PRIORITY PIC X(01).
029538             15  FB-ORD-DUE-DATE PIC 9(08).
029540             15  FB-ORD-SEQ      PIC 9(04).
029542         10  FB-ORD-SLOT         PIC 9(04)   COMP.
029544 01  FB-NEW-ORD-KEY.
029546     05  FB-NEW-ORD-PRIORITY     PIC X(01).
029548     05  FB-NEW-ORD-DUE-DATE     PIC 9(08).
029550     05  FB-NEW-ORD-SEQ          PIC 9(04).
029552 77  FB-ORD-IDX           PIC 9(04) COMP   VALUE ZERO.
029554 77  FB-ORD-COUNT         PIC 9(04) COMP   VALUE ZERO.
029556 77  FB-ORD-POS           PIC 9(04) COMP   VALUE ZERO.
029562 77  FB-STAMP-DATE        PIC 9(08)        VALUE ZERO.
029564
029566*****************************************************************
029568*  DEPARTMENT RULE-SET TABLE - LOADED FROM FBDEPTS IN QUEUE     *
029570*  MODE.  A DEPARTMENT NOT ON THE TABLE, OR ONE WHOSE RULE SET  *
029572*  IS SPACES, RUNS UNDER THE SHOP DEFAULT SET.                  *
029574*****************************************************************
029576 01  FB-DEPT-TABLE.
029578     05  FB-DEPT-ENTRY OCCURS 100 TIMES.
029580         10  FB-DPT-CODE         PIC X(08).
029582         10  FB-DPT-RULE-SET     PIC X(08).
029600
029700*****************************************************************
029800*  RUN-CONTROL AND LOOP WORKING FIELDS                         *
031200 77  FB-MATCH-COUNT       PIC 9(04) COMP   VALUE ZERO.
031300 77  FB-MATCH-POS         PIC 9(04) COMP   VALUE ZERO.
031400 77  FB-COMMA-COUNT       PIC 9(04) COMP   VALUE ZERO.
031410 77  FB-ALR-IDX           PIC 9(04) COMP   VALUE ZERO.
031420 77  FB-ALR-COUNT         PIC 9(04) COMP   VALUE ZERO.
031430 77  FB-MAX-ALL-RULES     PIC 9(04) COMP   VALUE 500.
031440 77  FB-DEPT-IDX          PIC 9(04) COMP   VALUE ZERO.
031450 77  FB-DEPT-COUNT        PIC 9(04) COMP   VALUE ZERO.
031460 77  FB-MAX-DEPTS         PIC 9(04) COMP   VALUE 100.
031470 77  FB-RUN-RULE-SET      PIC X(08)        VALUE SPACES.
031500
031600*****************************************************************
031700*  REQUEST-QUEUE WORKING FIELDS.  FB-RUN-REQUEST-ID IS SPACES   *
032500 77  FB-RUN-REQUEST-ID    PIC X(08)        VALUE SPACES.
032600 77  FB-RESUME-REQUEST-ID PIC X(08)        VALUE SPACES.
032700 77  FB-RESUME-ITERATION  PIC 9(09) COMP-3 VALUE ZERO.
032710 77  FB-RESUME-START-DATE PIC 9(08)        VALUE ZERO.
032720 77  FB-RESUME-START-TIME PIC 9(06)        VALUE ZERO.
032800 77  FB-CHK-REQUEST-ID    PIC X(08)        VALUE SPACES.
032900 77  FB-CHK-ITERATION     PIC 9(09) COMP-3 VALUE ZERO.
033000 77  FB-CHK-IDX           PIC 9(04) COMP   VALUE ZERO.
033700 77  FB-PART-NO-WK        PIC 9(02)        VALUE ZERO.
033800 77  FB-PART-LOW-WK       PIC 9(09) COMP-3 VALUE ZERO.
033900 77  FB-PART-HIGH-WK      PIC 9(09) COMP-3 VALUE ZERO.
033905
033910*****************************************************************
033915*  PARALLEL QUEUE-STREAM WORKING FIELDS.  THE SPLIT ID TIES THE *
033920*  STREAM'S RESULTS TO THE FBQASGN SPLIT THEY WERE RUN FOR.     *
033925*****************************************************************
033930 77  FB-STREAM-NO-WK      PIC 9(02)        VALUE ZERO.
033935 77  FB-SHARE-COUNT       PIC 9(04) COMP   VALUE ZERO.
033940 77  FB-FOUND-IDX         PIC 9(04) COMP   VALUE ZERO.
033945 77  FB-FIND-ID           PIC X(08)        VALUE SPACES.
033950 01  FB-SPLIT-ID-WK.
033955     05  FB-SPLIT-DATE-WK        PIC 9(08)   VALUE ZERO.
033960     05  FB-SPLIT-TIME-WK        PIC 9(06)   VALUE ZERO.
034000
034100*****************************************************************
034200*  CONDITION-CODE AND EXCEPTION-LOG WORKING FIELDS.  THE STEP   *
043200
043300     PERFORM 1200-LOAD-RULES THRU 1200-EXIT.
043400     PERFORM 1700-READ-PARTITION THRU 1700-EXIT.
043450     PERFORM 1900-READ-STREAM THRU 1900-EXIT.
043500     PERFORM 1600-LOAD-REQUESTS THRU 1600-EXIT.
043502     IF FB-STREAM-MODE
043504         PERFORM 1950-LOAD-STREAM-SHARE THRU 1950-EXIT
043506     END-IF.
043510     IF FB-QUEUE-MODE
043520         PERFORM 1800-LOAD-DEPTS THRU 1800-EXIT
043530     END-IF.
043600     PERFORM 1300-READ-CHECKPOINT THRU 1300-EXIT.
043610     IF FB-STREAM-MODE
043620         PERFORM 1350-CHECK-STREAM-CKPT THRU 1350-EXIT
043630     END-IF.
043700     IF FB-CKPT-FOUND
043800         COMPUTE FB-START-I = FB-CKPT-LAST-ITERATION + 1
043900         DISPLAY "FIZZBUZZ: RESTARTING AT ITERATION "
051000
051100*****************************************************************
051200*  1200-LOAD-RULES - READ THE DIVISOR/LABEL PAIRS FROM FBRULES *
051300*  INTO FB-ALL-RULE-TABLE.  ADDING OR RETIRING A LABEL TIER IS *
051400*  A CHANGE TO THIS DATASET, NOT TO THIS PROGRAM.  ONLY THE    *
051500*  RULES IN FORCE ON THE RUN DATE (EFFECTIVE THROUGH EXPIRY,   *
051600*  ZERO MEANING OPEN-ENDED) ARE LOADED.  THE SHOP DEFAULT SET  *
051610*  IS THEN SELECTED INTO FB-RULE-TABLE; QUEUE MODE RESELECTS   *
051620*  PER REQUEST FROM THE REQUESTING DEPARTMENT'S SET.           *
051700*****************************************************************
051800 1200-LOAD-RULES.
051900     ACCEPT FB-RUN-DATE FROM DATE YYYYMMDD.
051950     MOVE ZERO TO FB-ALR-COUNT.
052000     MOVE ZERO TO FB-RULE-COUNT.
052100     MOVE ZERO TO FB-SKIPPED-RULES.
052200     MOVE "N"  TO FB-EOF-RULES-SW.
053600         DISPLAY "FIZZBUZZ: " FB-SKIPPED-RULES " RULE(S) NOT"
053700             " IN FORCE ON " FB-RUN-DATE " - NOT LOADED"
053800     END-IF.
053810     MOVE SPACES TO FB-RUN-RULE-SET.
053820     PERFORM 1250-SELECT-RULE-SET THRU 1250-EXIT.
053900 1200-EXIT.
054000     EXIT.
054100
054500         ADD 1 TO FB-SKIPPED-RULES
054600         GO TO 1210-READ-NEXT
054700     END-IF.
054800     IF FB-ALR-COUNT LESS THAN FB-MAX-ALL-RULES
054900         ADD 1 TO FB-ALR-COUNT
054910         MOVE FB-RULE-SET
054920             TO FB-ALR-SET (FB-ALR-COUNT)
055000         MOVE FB-RULE-DIVISOR
055100             TO FB-ALR-DIVISOR (FB-ALR-COUNT)
055200         MOVE FB-RULE-LABEL
055300             TO FB-ALR-LABEL (FB-ALR-COUNT)
055400     ELSE
055500         DISPLAY "FIZZBUZZ: FBRULES HAS MORE THAN "
055600             FB-MAX-ALL-RULES
055700             " ENTRIES - EXTRA RULES IGNORED"
055800     END-IF.
055900 1210-READ-NEXT.
058200     END-IF.
058300 1220-EXIT.
058400     EXIT.
058401
058402*****************************************************************
058403*  1250-SELECT-RULE-SET - FILL FB-RULE-TABLE WITH THE RULES OF  *
058404*  THE SET NAMED IN FB-RUN-RULE-SET, IN FBRULES ORDER, SO THE   *
058405*  FIZZ/BUZZ TABLE POSITIONS ARE THE SET'S OWN FIRST AND        *
058406*  SECOND RULES.  A SET WITH NO RULES IN FORCE LEAVES THE       *
058407*  TABLE EMPTY, AND PARAMETER VALIDATION REJECTS THE RUN.       *
058408*****************************************************************
058409 1250-SELECT-RULE-SET.
058410     MOVE ZERO TO FB-RULE-COUNT.
058411     PERFORM 1260-SELECT-ONE-RULE THRU 1260-EXIT
058412         VARYING FB-ALR-IDX FROM 1 BY 1
058413         UNTIL FB-ALR-IDX GREATER THAN FB-ALR-COUNT.
058414 1250-EXIT.
058415     EXIT.
058416
058417 1260-SELECT-ONE-RULE.
058418     IF FB-ALR-SET (FB-ALR-IDX) NOT = FB-RUN-RULE-SET
058419         GO TO 1260-EXIT
058420     END-IF.
058421     IF FB-RULE-COUNT NOT LESS THAN FB-MAX-RULES
058422         DISPLAY "FIZZBUZZ: RULE SET " FB-RUN-RULE-SET
058423             " HAS MORE THAN " FB-MAX-RULES
058424             " ENTRIES - EXTRA RULES IGNORED"
058425         GO TO 1260-EXIT
058426     END-IF.
058427     ADD 1 TO FB-RULE-COUNT.
058428     MOVE FB-ALR-DIVISOR (FB-ALR-IDX)
058429         TO FB-TAB-DIVISOR (FB-RULE-COUNT).
058430     MOVE FB-ALR-LABEL (FB-ALR-IDX)
058431         TO FB-TAB-LABEL (FB-RULE-COUNT).
058432 1260-EXIT.
058433     EXIT.
058434
058435*****************************************************************
058436*  1270-FIND-DEPT-RULE-SET - THE RULE SET THE CURRENT REQUEST'S *
058437*  DEPARTMENT RUNS UNDER, FROM THE FBDEPTS TABLE.  SPACES (THE  *
058438*  SHOP DEFAULT SET) WHEN THE DEPARTMENT NAMES NONE OR IS NOT   *
058439*  ON THE TABLE.                                                *
058440*****************************************************************
058441 1270-FIND-DEPT-RULE-SET.
058442     MOVE SPACES TO FB-RUN-RULE-SET.
058443     PERFORM 1271-MATCH-ONE-DEPT THRU 1271-EXIT
058444         VARYING FB-DEPT-IDX FROM 1 BY 1
058445         UNTIL FB-DEPT-IDX GREATER THAN FB-DEPT-COUNT.
058446 1270-EXIT.
058447     EXIT.
058448
058449 1271-MATCH-ONE-DEPT.
058450     IF FB-DPT-CODE (FB-DEPT-IDX) = FB-RQT-DEPT (FB-REQ-IDX)
058451         MOVE FB-DPT-RULE-SET (FB-DEPT-IDX) TO FB-RUN-RULE-SET
058452     END-IF.
058453 1271-EXIT.
058454     EXIT.
058500
058600*****************************************************************
058700*  1300-READ-CHECKPOINT - PICK UP A CHECKPOINT LEFT BY A PRIOR *
060900                     TO FB-RESUME-REQUEST-ID
061000                 MOVE FB-CKPT-LAST-ITERATION
061100                     TO FB-RESUME-ITERATION
061110                 IF FB-CKPT-START-DATE IS NUMERIC
061120                         AND FB-CKPT-START-TIME IS NUMERIC
061130                     MOVE FB-CKPT-START-DATE
061140                         TO FB-RESUME-START-DATE
061150                     MOVE FB-CKPT-START-TIME
061160                         TO FB-RESUME-START-TIME
061170                 END-IF
061200         END-READ
061300         CLOSE FB-CKPT-FILE
061400     END-IF.
061500 1300-EXIT.
061600     EXIT.
061602
061604*****************************************************************
061606*  1350-CHECK-STREAM-CKPT - A CHECKPOINT ON A STREAM'S FBCKPT   *
061608*  COUNTS ONLY WHEN IT BELONGS TO A STILL-UNFINISHED REQUEST OF *
061610*  THE STREAM'S OWN SHARE.  ONE LEFT BEHIND BY AN EARLIER SPLIT *
061612*  IS IGNORED, SO ITS ROWS ARE NOT CARRIED INTO THIS SPLIT'S    *
061614*  OUTPUT BY THE RESTART TRIM.                                  *
061616*****************************************************************
061618 1350-CHECK-STREAM-CKPT.
061620     IF NOT FB-CKPT-FOUND
061622         GO TO 1350-EXIT
061624     END-IF.
061626     MOVE FB-RESUME-REQUEST-ID TO FB-FIND-ID.
061628     PERFORM 1965-FIND-REQUEST THRU 1965-EXIT.
061630     IF FB-REQ-FOUND
061632         IF FB-RQT-IN-SHARE (FB-FOUND-IDX) = "Y"
061634                 AND FB-RQT-STATUS (FB-FOUND-IDX) = SPACES
061636             GO TO 1350-EXIT
061638         END-IF
061640     END-IF.
061642     DISPLAY "FIZZBUZZ: FBCKPT CHECKPOINT FOR REQUEST "
061644         FB-RESUME-REQUEST-ID " IS NOT OPEN IN THIS STREAM'S "
061646         "SHARE - IGNORED".
061648     MOVE "N" TO FB-CKPT-FOUND-SW.
061650 1350-EXIT.
061652     EXIT.
061700
061800*****************************************************************
061900*  1400-OPEN-OUTPUTS - START A FRESH REPORT DATASET FOR THIS   *
075700*  CHECKPOINTED REQUEST AND LIES WITHIN THE CHECKPOINT - ROWS   *
075800*  A PARTIALLY-PROCESSED REQUEST WROTE PAST ITS LAST CHECKPOINT *
075900*  ARE DROPPED AND REPRODUCED WHEN THE REQUEST RESUMES.         *
075950*  A PARALLEL STREAM KEEPS ONLY ROWS OF ITS OWN SHARE.          *
076000*****************************************************************
076100 1415-CHECK-ROW-KEEP.
076200     MOVE "Y" TO FB-KEEP-ROW-SW.
078100 1416-MATCH-ONE-REQUEST.
078200     IF FB-RQT-ID (FB-CHK-IDX) = FB-CHK-REQUEST-ID
078300             AND FB-RQT-STATUS (FB-CHK-IDX) = "OK"
078310             AND (FB-RQT-IN-SHARE (FB-CHK-IDX) = "Y"
078320             OR NOT FB-STREAM-MODE)
078400         MOVE "Y" TO FB-KEEP-ROW-SW
078500     END-IF.
078600 1416-EXIT.
083000             MOVE ZERO TO FB-RQT-BOUND (FB-REQ-COUNT)
083100         END-IF
083200         MOVE FB-REQ-STATUS      TO FB-RQT-STATUS (FB-REQ-COUNT)
083210         MOVE "N"                TO FB-RQT-IN-SHARE (FB-REQ-COUNT)
083250         PERFORM 1630-LOAD-SCHEDULE THRU 1630-EXIT
083300         IF FB-REQ-STATUS NOT = SPACES
083400             ADD 1 TO FB-REQ-DONE-COUNT
083500         END-IF
087200     END-IF.
087300 1621-EXIT.
087400     EXIT.
087402
087404*****************************************************************
087406*  1630-LOAD-SCHEDULE - PRIORITY, REQUESTED-BY DATE AND THE     *
087408*  TIMESTAMPS FOR THE ENTRY JUST LOADED.  AN ENTRY QUEUED       *
087410*  BEFORE THESE FIELDS EXISTED HAS SPACES THERE: IT RUNS AS     *
087412*  PRIORITY 3 WITH NO DATE, AND ITS TIMESTAMPS ARE HELD AS ZERO.*
087414*****************************************************************
087416 1630-LOAD-SCHEDULE.
087418     MOVE FB-REQ-PRIORITY TO FB-RQT-PRIORITY (FB-REQ-COUNT).
087420     IF FB-REQ-PRIORITY = SPACE
087422         MOVE "3" TO FB-RQT-PRIORITY (FB-REQ-COUNT)
087424     END-IF.
087426     MOVE ZERO TO FB-RQT-DUE-DATE (FB-REQ-COUNT).
087428     IF FB-REQ-DUE-DATE IS NUMERIC
087430         MOVE FB-REQ-DUE-DATE TO FB-RQT-DUE-DATE (FB-REQ-COUNT)
087432     END-IF.
087434     MOVE ZERO TO FB-RQT-SUB-DATE (FB-REQ-COUNT).
087436     MOVE ZERO TO FB-RQT-SUB-TIME (FB-REQ-COUNT).
087438     IF FB-REQ-SUB-DATE IS NUMERIC
087440             AND FB-REQ-SUB-TIME IS NUMERIC
087442         MOVE FB-REQ-SUB-DATE TO FB-RQT-SUB-DATE (FB-REQ-COUNT)
087444         MOVE FB-REQ-SUB-TIME TO FB-RQT-SUB-TIME (FB-REQ-COUNT)
087446     END-IF.
087448     MOVE ZERO TO FB-RQT-START-DATE (FB-REQ-COUNT).
087450     MOVE ZERO TO FB-RQT-START-TIME (FB-REQ-COUNT).
087452     IF FB-REQ-START-DATE IS NUMERIC
087454             AND FB-REQ-START-TIME IS NUMERIC
087456         MOVE FB-REQ-START-DATE
087458             TO FB-RQT-START-DATE (FB-REQ-COUNT)
087460         MOVE FB-REQ-START-TIME
087462             TO FB-RQT-START-TIME (FB-REQ-COUNT)
087464     END-IF.
087466     MOVE ZERO TO FB-RQT-END-DATE (FB-REQ-COUNT).
087468     MOVE ZERO TO FB-RQT-END-TIME (FB-REQ-COUNT).
087470     IF FB-REQ-END-DATE IS NUMERIC
087472             AND FB-REQ-END-TIME IS NUMERIC
087474         MOVE FB-REQ-END-DATE TO FB-RQT-END-DATE (FB-REQ-COUNT)
087476         MOVE FB-REQ-END-TIME TO FB-RQT-END-TIME (FB-REQ-COUNT)
087478     END-IF.
087480 1630-EXIT.
087482     EXIT.
087500
087600*****************************************************************
087700*  1700-READ-PARTITION - WHEN THE FBPRTNO DATASET NAMES A       *
094100     END-READ.
094200 1710-EXIT.
094300     EXIT.
094302
094304*****************************************************************
094306*  1800-LOAD-DEPTS - READ THE FBDEPTS DEPARTMENT TABLE FOR THE  *
094308*  RULE SET EACH DEPARTMENT RUNS UNDER.  A MISSING TABLE RUNS   *
094310*  EVERY REQUEST UNDER THE SHOP DEFAULT SET.                    *
094312*****************************************************************
094314 1800-LOAD-DEPTS.
094316     MOVE ZERO TO FB-DEPT-COUNT.
094318     MOVE "N"  TO FB-EOF-DEPTS-SW.
094320     OPEN INPUT FB-DEPTS-FILE.
094322     IF FB-DEPTS-STATUS NOT = "00"
094324         DISPLAY "FIZZBUZZ: FBDEPTS NOT AVAILABLE (STATUS "
094326             FB-DEPTS-STATUS "), SHOP DEFAULT RULE SET USED"
094328         GO TO 1800-EXIT
094330     END-IF.
094332     READ FB-DEPTS-FILE
094334         AT END MOVE "Y" TO FB-EOF-DEPTS-SW
094336     END-READ.
094338     PERFORM 1810-LOAD-ONE-DEPT THRU 1810-EXIT
094340         UNTIL FB-EOF-DEPTS.
094342     CLOSE FB-DEPTS-FILE.
094344 1800-EXIT.
094346     EXIT.
094348
094350 1810-LOAD-ONE-DEPT.
094352     IF FB-DEPT-COUNT LESS THAN FB-MAX-DEPTS
094354         ADD 1 TO FB-DEPT-COUNT
094356         MOVE FB-DEPT-CODE     TO FB-DPT-CODE (FB-DEPT-COUNT)
094358         MOVE FB-DEPT-RULE-SET TO FB-DPT-RULE-SET (FB-DEPT-COUNT)
094360     ELSE
094362         DISPLAY "FIZZBUZZ: FBDEPTS HAS MORE THAN "
094364             FB-MAX-DEPTS
094366             " ENTRIES - EXTRA DEPARTMENTS IGNORED"
094368     END-IF.
094370     READ FB-DEPTS-FILE
094372         AT END MOVE "Y" TO FB-EOF-DEPTS-SW
094374     END-READ.
094376 1810-EXIT.
094378     EXIT.
094379
094380*****************************************************************
094381*  1900-READ-STREAM - WHEN THE FBSTRNO DATASET NAMES A STREAM   *
094382*  NUMBER, THIS EXECUTION IS ONE OF THE PARALLEL QUEUE STREAMS  *
094383*  RELEASED AFTER FBQSPLIT AND RUNS ONLY THE REQUESTS FBQASGN   *
094384*  ASSIGNS TO IT.  PARTITION MODE TAKES PRECEDENCE.             *
094385*****************************************************************
094386 1900-READ-STREAM.
094387     IF FB-PART-MODE
094388         GO TO 1900-EXIT
094389     END-IF.
094390     OPEN INPUT FB-STRNO-FILE.
094391     IF FB-STRNO-STATUS NOT = "00"
094392         GO TO 1900-EXIT
094393     END-IF.
094400
094402     READ FB-STRNO-FILE
094404         AT END
094406             CONTINUE
094408         NOT AT END
094410             IF FB-STRNO-NUMBER IS NUMERIC
094412                     AND FB-STRNO-NUMBER GREATER THAN ZERO
094414                 MOVE FB-STRNO-NUMBER TO FB-STREAM-NO-WK
094416                 MOVE "Y" TO FB-STREAM-MODE-SW
094418             END-IF
094420     END-READ.
094422     CLOSE FB-STRNO-FILE.
094424 1900-EXIT.
094426     EXIT.
094428
094430*****************************************************************
094432*  1950-LOAD-STREAM-SHARE - MARK THE QUEUE ENTRIES FBQASGN      *
094434*  ASSIGNS TO THIS STREAM, THEN PICK UP THE RESULTS THE STREAM  *
094436*  ALREADY RECORDED.  THE STREAM STAYS IN QUEUE MODE EVEN WITH  *
094438*  NOTHING TO RUN, SO IT NEVER FALLS BACK TO THE FBPARM RANGE.  *
094440*  A MISSING FBQASGN, OR AN ASSIGNED REQUEST NO LONGER QUEUED   *
094442*  ON FBREQST, IS REJECTED WITH CONDITION CODE 8.               *
094444*****************************************************************
094446 1950-LOAD-STREAM-SHARE.
094448     MOVE "Y" TO FB-QUEUE-MODE-SW.
094450     MOVE ZERO TO FB-REQ-DONE-COUNT.
094452     OPEN INPUT FB-QASGN-FILE.
094454     IF FB-QASGN-STATUS NOT = "00"
094456         DISPLAY "FIZZBUZZ: FBQASGN NOT AVAILABLE (STATUS "
094458             FB-QASGN-STATUS ") - RUN FBQSPLIT FIRST"
094460         MOVE 8 TO FB-NEW-RC
094462         PERFORM 8800-RAISE-CONDITION THRU 8800-EXIT
094464         GO TO 1950-EXIT
094466     END-IF.
094468     READ FB-QASGN-FILE
094470         AT END MOVE "Y" TO FB-EOF-QASGN-SW
094472     END-READ.
094474     PERFORM 1960-TAKE-ONE-ASSIGNMENT THRU 1960-EXIT
094476         UNTIL FB-EOF-QASGN.
094478     CLOSE FB-QASGN-FILE.
094480     PERFORM 3600-LOAD-STREAM-RESULTS THRU 3600-EXIT.
094482     DISPLAY "FIZZBUZZ: STREAM " FB-STREAM-NO-WK " - "
094484         FB-SHARE-COUNT " REQUEST(S) IN ITS SHARE, "
094486         FB-REQ-DONE-COUNT " ALREADY DONE".
094488 1950-EXIT.
094490     EXIT.
094492
094494 1960-TAKE-ONE-ASSIGNMENT.
094496     MOVE FB-QAS-SPLIT-ID TO FB-SPLIT-ID-WK.
094498     IF FB-QAS-STREAM NOT = FB-STREAM-NO-WK
094500         GO TO 1960-READ-NEXT
094502     END-IF.
094504     MOVE FB-QAS-REQUEST-ID TO FB-FIND-ID.
094506     PERFORM 1965-FIND-REQUEST THRU 1965-EXIT.
094508     IF FB-REQ-FOUND
094510         IF FB-RQT-STATUS (FB-FOUND-IDX) NOT = SPACES
094512             MOVE "N" TO FB-REQ-FOUND-SW
094514         END-IF
094516     END-IF.
094518     IF NOT FB-REQ-FOUND
094520         DISPLAY "FIZZBUZZ: ASSIGNED REQUEST " FB-QAS-REQUEST-ID
094522             " IS NOT STILL QUEUED ON FBREQST - NOT RUN"
094524         MOVE 8 TO FB-NEW-RC
094526         PERFORM 8800-RAISE-CONDITION THRU 8800-EXIT
094528         GO TO 1960-READ-NEXT
094530     END-IF.
094532     MOVE "Y" TO FB-RQT-IN-SHARE (FB-FOUND-IDX).
094534     ADD 1 TO FB-SHARE-COUNT.
094536 1960-READ-NEXT.
094538     READ FB-QASGN-FILE
094540         AT END MOVE "Y" TO FB-EOF-QASGN-SW
094542     END-READ.
094544 1960-EXIT.
094546     EXIT.
094548
094550*****************************************************************
094552*  1965-FIND-REQUEST - LOCATE FB-FIND-ID ON THE QUEUE TABLE.    *
094554*  THE FIRST ENTRY CARRYING THE ID IS THE ONE THAT RUNS.        *
094556*****************************************************************
094558 1965-FIND-REQUEST.
094560     MOVE "N" TO FB-REQ-FOUND-SW.
094562     PERFORM 1966-MATCH-ONE-REQUEST THRU 1966-EXIT
094564         VARYING FB-CHK-IDX FROM 1 BY 1
094566         UNTIL FB-CHK-IDX GREATER THAN FB-REQ-COUNT
094568             OR FB-REQ-FOUND.
094570 1965-EXIT.
094572     EXIT.
094574
094576 1966-MATCH-ONE-REQUEST.
094578     IF FB-RQT-ID (FB-CHK-IDX) = FB-FIND-ID
094580         MOVE "Y" TO FB-REQ-FOUND-SW
094582         MOVE FB-CHK-IDX TO FB-FOUND-IDX
094584     END-IF.
094586 1966-EXIT.
094588     EXIT.
094590
094595*****************************************************************
094600*  2000-PROCESS-RANGE - THE MAIN FIZZBUZZ LOOP.                *
094700*****************************************************************
094800 2000-PROCESS-RANGE.
107000     MOVE FB-CNT-OTHER    TO FB-CKPT-CNT-OTHER.
107100     MOVE FB-CNT-NUMBER   TO FB-CKPT-CNT-NUMBER.
107200     MOVE FB-RUN-REQUEST-ID TO FB-CKPT-REQUEST-ID.
107210     IF FB-QUEUE-MODE
107220         MOVE FB-RQT-START-DATE (FB-REQ-IDX)
107230             TO FB-CKPT-START-DATE
107240         MOVE FB-RQT-START-TIME (FB-REQ-IDX)
107250             TO FB-CKPT-START-TIME
107260     ELSE
107270         MOVE ZERO TO FB-CKPT-START-DATE
107280         MOVE ZERO TO FB-CKPT-START-TIME
107290     END-IF.
107300     OPEN OUTPUT FB-CKPT-FILE.
107400     WRITE FB-CKPT-RECORD.
107500     CLOSE FB-CKPT-FILE.
109100
109200*****************************************************************
109300*  3000-PROCESS-QUEUE - MULTI-REQUEST MODE.  WORK THROUGH EVERY *
109400*  STILL-QUEUED REQUEST IN PRIORITY CLASS, REQUESTED-BY DATE    *
109450*  AND ARRIVAL ORDER.  A REQUEST REJECTED BY                    *
109500*  PARAMETER VALIDATION IS MARKED RJ ON THE QUEUE AND THE RUN   *
109600*  CARRIES ON WITH THE REMAINING REQUESTS.                      *
109700*****************************************************************
109800 3000-PROCESS-QUEUE.
109850     PERFORM 3050-BUILD-RUN-ORDER THRU 3050-EXIT.
109860     IF FB-CKPT-FOUND
109870         PERFORM 3080-RESUME-FIRST THRU 3080-EXIT
109880     END-IF.
109900     PERFORM 3010-PROCESS-NEXT-IN-ORDER THRU 3010-EXIT
110000         VARYING FB-ORD-IDX FROM 1 BY 1
110100         UNTIL FB-ORD-IDX GREATER THAN FB-ORD-COUNT
110200             OR FB-FILE-FAILED
110210             OR FB-STOP-REACHED.
110300     IF FB-FILE-FAILED
111500     END-IF.
111600 3000-EXIT.
111700     EXIT.
111701
111702 3010-PROCESS-NEXT-IN-ORDER.
111703     MOVE FB-ORD-SLOT (FB-ORD-IDX) TO FB-REQ-IDX.
111704     PERFORM 3100-PROCESS-ONE-REQUEST THRU 3100-EXIT.
111705 3010-EXIT.
111706     EXIT.
111707
111708*****************************************************************
111709*  3050-BUILD-RUN-ORDER - INSERT EVERY QUEUE TABLE SLOT INTO    *
111710*  FB-ORDER-TABLE BY ITS SORT KEY.  SLOTS ARE OFFERED IN        *
111711*  ARRIVAL ORDER, SO REQUESTS OF EQUAL PRIORITY AND DATE KEEP   *
111712*  THEIR ARRIVAL SEQUENCE.  COMPLETED AND REJECTED ENTRIES ARE  *
111713*  ORDERED TOO; 3100 SKIPS THEM AS BEFORE.                      *
111714*****************************************************************
111715 3050-BUILD-RUN-ORDER.
111716     MOVE ZERO TO FB-ORD-COUNT.
111717     PERFORM 3060-PLACE-ONE-REQUEST THRU 3060-EXIT
111718         VARYING FB-REQ-IDX FROM 1 BY 1
111719         UNTIL FB-REQ-IDX GREATER THAN FB-REQ-COUNT.
111720 3050-EXIT.
111721     EXIT.
111722
111723 3060-PLACE-ONE-REQUEST.
111724     MOVE FB-RQT-PRIORITY (FB-REQ-IDX) TO FB-NEW-ORD-PRIORITY.
111725     IF FB-RQT-DUE-DATE (FB-REQ-IDX) = ZERO
111726         MOVE 99999999 TO FB-NEW-ORD-DUE-DATE
111727     ELSE
111728         MOVE FB-RQT-DUE-DATE (FB-REQ-IDX) TO FB-NEW-ORD-DUE-DATE
111729     END-IF.
111730     MOVE FB-REQ-IDX TO FB-NEW-ORD-SEQ.
111731     COMPUTE FB-ORD-POS = FB-ORD-COUNT + 1.
111732     MOVE "N" TO FB-ORD-PLACED-SW.
111733     PERFORM 3070-SHIFT-ONE-ENTRY THRU 3070-EXIT
111734         VARYING FB-ORD-IDX FROM FB-ORD-COUNT BY -1
111735         UNTIL FB-ORD-IDX = ZERO
111736             OR FB-ORD-PLACED.
111737     MOVE FB-NEW-ORD-KEY TO FB-ORD-KEY (FB-ORD-POS).
111738     MOVE FB-REQ-IDX     TO FB-ORD-SLOT (FB-ORD-POS).
111739     ADD 1 TO FB-ORD-COUNT.
111740 3060-EXIT.
111741     EXIT.
111742
111743 3070-SHIFT-ONE-ENTRY.
111744     IF FB-ORD-KEY (FB-ORD-IDX) GREATER THAN FB-NEW-ORD-KEY
111745         MOVE FB-ORDER-ENTRY (FB-ORD-IDX)
111746             TO FB-ORDER-ENTRY (FB-ORD-IDX + 1)
111747         MOVE FB-ORD-IDX TO FB-ORD-POS
111748     ELSE
111749         SET FB-ORD-PLACED TO TRUE
111750     END-IF.
111751 3070-EXIT.
111752     EXIT.
111753
111754*****************************************************************
111755*  3080-RESUME-FIRST - A REQUEST LEFT PART-DONE BY AN ABEND     *
111756*  RESUMES BEFORE ANYTHING ELSE, WHATEVER HAS BEEN QUEUED       *
111757*  SINCE.  RUNNING ANOTHER REQUEST FIRST WOULD RESET THE        *
111758*  CONTROL TOTALS AND OVERWRITE FBCKPT, SO THE INTERRUPTED ONE  *
111759*  COULD NO LONGER PICK UP WHERE IT STOPPED.                    *
111760*****************************************************************
111761 3080-RESUME-FIRST.
111762     MOVE ZERO TO FB-ORD-POS.
111763     PERFORM 3085-FIND-RESUME-ENTRY THRU 3085-EXIT
111764         VARYING FB-ORD-IDX FROM 1 BY 1
111765         UNTIL FB-ORD-IDX GREATER THAN FB-ORD-COUNT
111766             OR FB-ORD-POS NOT = ZERO.
111767     IF FB-ORD-POS NOT GREATER THAN 1
111768         GO TO 3080-EXIT
111769     END-IF.
111770     MOVE FB-ORD-KEY (FB-ORD-POS)  TO FB-NEW-ORD-KEY.
111771     MOVE FB-ORD-SLOT (FB-ORD-POS) TO FB-REQ-IDX.
111772     PERFORM 3090-SHIFT-DOWN-ONE THRU 3090-EXIT
111773         VARYING FB-ORD-IDX FROM FB-ORD-POS BY -1
111774         UNTIL FB-ORD-IDX NOT GREATER THAN 1.
111775     MOVE FB-NEW-ORD-KEY TO FB-ORD-KEY (1).
111776     MOVE FB-REQ-IDX     TO FB-ORD-SLOT (1).
111777     DISPLAY "FIZZBUZZ: REQUEST " FB-RESUME-REQUEST-ID
111778         " RESUMES FIRST FROM ITS CHECKPOINT".
111779 3080-EXIT.
111780     EXIT.
111781
111782 3085-FIND-RESUME-ENTRY.
111783     MOVE FB-ORD-SLOT (FB-ORD-IDX) TO FB-REQ-IDX.
111784     IF FB-RQT-ID (FB-REQ-IDX) = FB-RESUME-REQUEST-ID
111785             AND FB-RQT-STATUS (FB-REQ-IDX) = SPACES
111786         MOVE FB-ORD-IDX TO FB-ORD-POS
111787     END-IF.
111788 3085-EXIT.
111789     EXIT.
111790
111791 3090-SHIFT-DOWN-ONE.
111792     MOVE FB-ORDER-ENTRY (FB-ORD-IDX - 1)
111793         TO FB-ORDER-ENTRY (FB-ORD-IDX).
111794 3090-EXIT.
111795     EXIT.
111800
111900*****************************************************************
112000*  3100-PROCESS-ONE-REQUEST - RUN ONE QUEUED REQUEST AS ITS OWN *
112700     IF FB-RQT-STATUS (FB-REQ-IDX) NOT = SPACES
112800         GO TO 3100-EXIT
112900     END-IF.
112902     IF FB-STREAM-MODE
112904             AND FB-RQT-IN-SHARE (FB-REQ-IDX) NOT = "Y"
112906         GO TO 3100-EXIT
112908     END-IF.
112910     IF FB-RQT-START-DATE (FB-REQ-IDX) = ZERO
112915             AND FB-CKPT-FOUND
112920             AND FB-RESUME-REQUEST-ID = FB-RQT-ID (FB-REQ-IDX)
112925             AND FB-RESUME-START-DATE GREATER THAN ZERO
112930         MOVE FB-RESUME-START-DATE
112935             TO FB-RQT-START-DATE (FB-REQ-IDX)
112940         MOVE FB-RESUME-START-TIME
112945             TO FB-RQT-START-TIME (FB-REQ-IDX)
112950     END-IF.
112955     IF FB-RQT-START-DATE (FB-REQ-IDX) = ZERO
112960         ACCEPT FB-STAMP-DATE FROM DATE YYYYMMDD
112965         ACCEPT FB-CLOCK-NOW FROM TIME
112970         MOVE FB-STAMP-DATE   TO FB-RQT-START-DATE (FB-REQ-IDX)
112975         MOVE FB-CLOCK-HHMMSS TO FB-RQT-START-TIME (FB-REQ-IDX)
112980         IF NOT FB-STREAM-MODE
112985             PERFORM 3300-SAVE-QUEUE THRU 3300-EXIT
112990         END-IF
112995     END-IF.
113000     MOVE FB-RQT-ID (FB-REQ-IDX)    TO FB-RUN-REQUEST-ID.
113100     MOVE FB-RQT-BOUND (FB-REQ-IDX) TO FB-UPPER-BOUND.
113110     PERFORM 1270-FIND-DEPT-RULE-SET THRU 1270-EXIT.
113120     PERFORM 1250-SELECT-RULE-SET THRU 1250-EXIT.
113200     DISPLAY "FIZZBUZZ: REQUEST " FB-RUN-REQUEST-ID
113300         " FOR " FB-RQT-DEPT (FB-REQ-IDX).
113310     IF FB-RUN-RULE-SET NOT = SPACES
113320         DISPLAY "FIZZBUZZ: RUNNING UNDER RULE SET "
113330             FB-RUN-RULE-SET
113340     END-IF.
113400     PERFORM 1100-VALIDATE-PARMS THRU 1100-EXIT.
113500     IF FB-PARMS-INVALID
113600         MOVE "RJ" TO FB-RQT-STATUS (FB-REQ-IDX)
113650         PERFORM 3400-STAMP-COMPLETION THRU 3400-EXIT
113700         PERFORM 3300-SAVE-QUEUE THRU 3300-EXIT
113800         DISPLAY "FIZZBUZZ: REQUEST " FB-RUN-REQUEST-ID
113900             " REJECTED - CONTINUING WITH THE NEXT REQUEST"
115630     END-IF.
115700     PERFORM 2300-CLEAR-CHECKPOINT THRU 2300-EXIT.
115800     PERFORM 8000-SUMMARIZE THRU 8000-EXIT.
115850     IF NOT FB-STREAM-MODE
115900         PERFORM 8500-WRITE-AUDIT THRU 8500-EXIT
115950     END-IF.
116000     MOVE "OK" TO FB-RQT-STATUS (FB-REQ-IDX).
116050     PERFORM 3400-STAMP-COMPLETION THRU 3400-EXIT.
116100     ADD 1 TO FB-REQ-OK-CNT.
116200     PERFORM 3300-SAVE-QUEUE THRU 3300-EXIT.
116300 3100-EXIT.
118000*  3300-SAVE-QUEUE - REWRITE FBREQST FROM THE TABLE SO THE      *
118100*  COMPLETION STATUSES SURVIVE THE STEP AND A RESTARTED JOB     *
118200*  SKIPS THE REQUESTS ALREADY COMPLETED OR REJECTED.            *
118210*  A PARALLEL STREAM RECORDS THE REQUEST ON ITS OWN FBQRSLT     *
118220*  INSTEAD, LEAVING THE SHARED FBREQST TO FBQMERGE.             *
118300*****************************************************************
118400 3300-SAVE-QUEUE.
118410     IF FB-STREAM-MODE
118420         PERFORM 8650-WRITE-STREAM-RESULT THRU 8650-EXIT
118430         GO TO 3300-EXIT
118440     END-IF.
118500     OPEN OUTPUT FB-REQST-FILE.
118600     PERFORM 3310-WRITE-ONE-REQUEST THRU 3310-EXIT
118700         VARYING FB-CHK-IDX FROM 1 BY 1
119600     MOVE FB-RQT-DEPT (FB-CHK-IDX)   TO FB-REQ-DEPT.
119700     MOVE FB-RQT-BOUND (FB-CHK-IDX)  TO FB-REQ-UPPER-BOUND.
119800     MOVE FB-RQT-STATUS (FB-CHK-IDX) TO FB-REQ-STATUS.
119810     MOVE FB-RQT-PRIORITY (FB-CHK-IDX)   TO FB-REQ-PRIORITY.
119820     MOVE FB-RQT-DUE-DATE (FB-CHK-IDX)   TO FB-REQ-DUE-DATE.
119830     MOVE FB-RQT-SUB-DATE (FB-CHK-IDX)   TO FB-REQ-SUB-DATE.
119840     MOVE FB-RQT-SUB-TIME (FB-CHK-IDX)   TO FB-REQ-SUB-TIME.
119850     MOVE FB-RQT-START-DATE (FB-CHK-IDX) TO FB-REQ-START-DATE.
119860     MOVE FB-RQT-START-TIME (FB-CHK-IDX) TO FB-REQ-START-TIME.
119870     MOVE FB-RQT-END-DATE (FB-CHK-IDX)   TO FB-REQ-END-DATE.
119880     MOVE FB-RQT-END-TIME (FB-CHK-IDX)   TO FB-REQ-END-TIME.
119900     WRITE FB-REQ-RECORD.
120000 3310-EXIT.
120100     EXIT.
120105
120110*****************************************************************
120115*  3400-STAMP-COMPLETION - THE DATE AND TIME THE CURRENT        *
120120*  REQUEST FINISHED, COMPLETED OR REJECTED.                     *
120125*****************************************************************
120130 3400-STAMP-COMPLETION.
120135     ACCEPT FB-STAMP-DATE FROM DATE YYYYMMDD.
120140     ACCEPT FB-CLOCK-NOW FROM TIME.
120145     MOVE FB-STAMP-DATE   TO FB-RQT-END-DATE (FB-REQ-IDX).
120150     MOVE FB-CLOCK-HHMMSS TO FB-RQT-END-TIME (FB-REQ-IDX).
120155 3400-EXIT.
120160     EXIT.
120200
120201*****************************************************************
120202*  3600-LOAD-STREAM-RESULTS - A RESTARTED STREAM PICKS UP THE   *
120203*  RESULTS ALREADY ON ITS FBQRSLT, SO THE REQUESTS IT FINISHED  *
120204*  OR REJECTED BEFORE THE INTERRUPTION ARE SKIPPED AND THEIR    *
120205*  ROWS KEPT BY THE RESTART TRIM.  A DATASET LEFT BY AN EARLIER *
120206*  SPLIT, OR NONE AT ALL, IS STARTED OVER EMPTY, SO A STREAM    *
120207*  WITH NOTHING TO RUN STILL HANDS FBQMERGE A CURRENT FBQRSLT.  *
120208*****************************************************************
120209 3600-LOAD-STREAM-RESULTS.
120210     MOVE "Y" TO FB-QRSLT-FRESH-SW.
120211     MOVE "N" TO FB-EOF-QRSLT-SW.
120212     OPEN INPUT FB-QRSLT-FILE.
120213     IF FB-QRSLT-STATUS NOT = "00"
120214         GO TO 3600-START-OVER
120215     END-IF.
120216     READ FB-QRSLT-FILE
120217         AT END MOVE "Y" TO FB-EOF-QRSLT-SW
120218     END-READ.
120219     IF NOT FB-EOF-QRSLT
120220         IF FB-QRS-SPLIT-ID = FB-SPLIT-ID-WK
120221             MOVE "N" TO FB-QRSLT-FRESH-SW
120222         ELSE
120223             DISPLAY "FIZZBUZZ: FBQRSLT HOLDS RESULTS OF AN "
120224                 "EARLIER SPLIT - DISCARDED"
120225             MOVE "Y" TO FB-EOF-QRSLT-SW
120226         END-IF
120227     END-IF.
120228     PERFORM 3610-LOAD-ONE-RESULT THRU 3610-EXIT
120229         UNTIL FB-EOF-QRSLT.
120230     CLOSE FB-QRSLT-FILE.
120231 3600-START-OVER.
120232     IF FB-QRSLT-FRESH
120233         OPEN OUTPUT FB-QRSLT-FILE
120234         CLOSE FB-QRSLT-FILE
120235     END-IF.
120236 3600-EXIT.
120237     EXIT.
120238
120239 3610-LOAD-ONE-RESULT.
120240     MOVE FB-QRS-REQUEST-ID TO FB-FIND-ID.
120241     PERFORM 1965-FIND-REQUEST THRU 1965-EXIT.
120242     IF FB-REQ-FOUND
120243         IF FB-RQT-IN-SHARE (FB-FOUND-IDX) = "Y"
120244                 AND FB-RQT-STATUS (FB-FOUND-IDX) = SPACES
120245                 AND FB-QRS-SPLIT-ID = FB-SPLIT-ID-WK
120246             MOVE FB-QRS-STATUS TO FB-RQT-STATUS (FB-FOUND-IDX)
120247             MOVE FB-QRS-START-DATE
120248                 TO FB-RQT-START-DATE (FB-FOUND-IDX)
120249             MOVE FB-QRS-START-TIME
120250                 TO FB-RQT-START-TIME (FB-FOUND-IDX)
120251             MOVE FB-QRS-END-DATE
120252                 TO FB-RQT-END-DATE (FB-FOUND-IDX)
120253             MOVE FB-QRS-END-TIME
120254                 TO FB-RQT-END-TIME (FB-FOUND-IDX)
120255             ADD 1 TO FB-REQ-DONE-COUNT
120256         END-IF
120257     END-IF.
120258     READ FB-QRSLT-FILE
120259         AT END MOVE "Y" TO FB-EOF-QRSLT-SW
120260     END-READ.
120261 3610-EXIT.
120262     EXIT.
120263
120300*****************************************************************
120400*  8000-SUMMARIZE - END-OF-JOB CONTROL TOTALS.  FIZZ/BUZZ ARE   *
120500*  THE FIRST AND SECOND RULE TABLE POSITIONS RESPECTIVELY,      *
126300     MOVE FB-CNT-OTHER    TO FB-AUD-CNT-OTHER.
126400     MOVE FB-CNT-NUMBER   TO FB-AUD-CNT-NUMBER.
126500     MOVE FB-RUN-REQUEST-ID TO FB-AUD-REQUEST-ID.
126550     MOVE FB-RUN-RULE-SET TO FB-AUD-RULE-SET.
126600
126700     OPEN EXTEND FB-AUDIT-FILE.
126800     IF FB-AUDIT-STATUS NOT = "00"
130600     CLOSE FB-PTOT-FILE.
130700 8600-EXIT.
130800     EXIT.
130801
130802*****************************************************************
130803*  8650-WRITE-STREAM-RESULT - A PARALLEL STREAM APPENDS EACH    *
130804*  REQUEST IT FINISHES TO ITS OWN FBQRSLT IN PLACE OF THE       *
130805*  FBREQST REWRITE AND THE FBAUDIT RECORD, WHICH FBQMERGE POSTS *
130806*  ONCE EVERY STREAM HAS REPORTED IN.  A COMPLETED REQUEST      *
130807*  CARRIES THE AUDIT RECORD A SERIAL RUN WOULD HAVE WRITTEN.    *
130808*****************************************************************
130809 8650-WRITE-STREAM-RESULT.
130810     MOVE SPACES TO FB-QRS-RECORD.
130811     MOVE FB-SPLIT-ID-WK   TO FB-QRS-SPLIT-ID.
130812     MOVE FB-STREAM-NO-WK  TO FB-QRS-STREAM.
130813     MOVE FB-RQT-ID (FB-REQ-IDX)         TO FB-QRS-REQUEST-ID.
130814     MOVE FB-RQT-STATUS (FB-REQ-IDX)     TO FB-QRS-STATUS.
130815     MOVE FB-RQT-START-DATE (FB-REQ-IDX) TO FB-QRS-START-DATE.
130816     MOVE FB-RQT-START-TIME (FB-REQ-IDX) TO FB-QRS-START-TIME.
130817     MOVE FB-RQT-END-DATE (FB-REQ-IDX)   TO FB-QRS-END-DATE.
130818     MOVE FB-RQT-END-TIME (FB-REQ-IDX)   TO FB-QRS-END-TIME.
130819     IF FB-RQT-STATUS (FB-REQ-IDX) = "OK"
130820         PERFORM 8400-BUILD-DIVISOR-LIST THRU 8400-EXIT
130821         MOVE FB-RUN-DATE       TO FB-QRS-RUN-DATE
130822         ACCEPT FB-QRS-RUN-TIME FROM TIME
130823         MOVE FB-UPPER-BOUND    TO FB-QRS-UPPER-BOUND
130824         MOVE FB-RULE-COUNT     TO FB-QRS-RULE-COUNT
130825         MOVE FB-DIVISOR-LIST   TO FB-QRS-DIVISOR-LIST
130826         MOVE FB-CNT-FIZZ       TO FB-QRS-CNT-FIZZ
130827         MOVE FB-CNT-BUZZ       TO FB-QRS-CNT-BUZZ
130828         MOVE FB-CNT-FIZZBUZZ   TO FB-QRS-CNT-FIZZBUZZ
130829         MOVE FB-CNT-OTHER      TO FB-QRS-CNT-OTHER
130830         MOVE FB-CNT-NUMBER     TO FB-QRS-CNT-NUMBER
130831         MOVE FB-RUN-REQUEST-ID TO FB-QRS-AUD-REQ-ID
130832         MOVE FB-RUN-RULE-SET   TO FB-QRS-RULE-SET
130833     END-IF.
130834     IF FB-QRSLT-FRESH
130835         OPEN OUTPUT FB-QRSLT-FILE
130836         MOVE "N" TO FB-QRSLT-FRESH-SW
130837     ELSE
130838         OPEN EXTEND FB-QRSLT-FILE
130839         IF FB-QRSLT-STATUS NOT = "00"
130840             CLOSE FB-QRSLT-FILE
130841             OPEN OUTPUT FB-QRSLT-FILE
130842         END-IF
130843     END-IF.
130844     IF FB-QRSLT-STATUS NOT = "00"
130845         MOVE SPACES TO FB-ERR-WK-TEXT
130846         STRING "FBQRSLT CANNOT BE OPENED, STATUS "
130847             FB-QRSLT-STATUS DELIMITED BY SIZE
130848             INTO FB-ERR-WK-TEXT
130849         PERFORM 8660-STREAM-RESULT-FAILED THRU 8660-EXIT
130850         GO TO 8650-EXIT
130851     END-IF.
130852     WRITE FB-QRS-RECORD.
130853     IF FB-QRSLT-STATUS NOT = "00"
130854         MOVE SPACES TO FB-ERR-WK-TEXT
130855         STRING "WRITE TO FBQRSLT FAILED, STATUS "
130856             FB-QRSLT-STATUS DELIMITED BY SIZE
130857             INTO FB-ERR-WK-TEXT
130858         PERFORM 8660-STREAM-RESULT-FAILED THRU 8660-EXIT
130859     END-IF.
130860     CLOSE FB-QRSLT-FILE.
130861 8650-EXIT.
130862     EXIT.
130863
130864*****************************************************************
130865*  8660-STREAM-RESULT-FAILED - A REQUEST WHOSE OUTCOME CANNOT   *
130866*  REACH FBQRSLT IS LOST TO FBQMERGE, SO THE STREAM STOPS HERE  *
130867*  RATHER THAN RUN MORE WORK IT CANNOT RECORD.                  *
130868*****************************************************************
130869 8660-STREAM-RESULT-FAILED.
130870     MOVE "FB302E " TO FB-ERR-WK-ID.
130871     MOVE ZERO TO FB-ERR-WK-ITER.
130872     PERFORM 8700-WRITE-ERRLOG THRU 8700-EXIT.
130873     MOVE 12 TO FB-NEW-RC.
130874     PERFORM 8800-RAISE-CONDITION THRU 8800-EXIT.
130875     SET FB-FILE-FAILED TO TRUE.
130876 8660-EXIT.
130877     EXIT.
130900
131000*****************************************************************
131100*  8700-WRITE-ERRLOG - APPEND ONE EXCEPTION RECORD TO FBERRLOG  *
