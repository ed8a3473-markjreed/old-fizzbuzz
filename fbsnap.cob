000100******************************************************************
000200*  MODIFICATION HISTORY                                          *
000300*  DATE       INIT  DESCRIPTION                                  *
000400*  ---------- ----  ---------------------------------------      *
000500*  2026-10-15  MJR  ORIGINAL VERSION.  PRE-CYCLE SNAPSHOT OF     *
000600*                   THE SUITE'S FILES, SO A CYCLE THAT GOES      *
000700*                   BADLY WRONG CAN BE PUT BACK AS A UNIT BY     *
000800*                   FBRECOVR INSTEAD OF PATCHED FILE BY FILE.    *
000900******************************************************************
001000 IDENTIFICATION DIVISION.
001100 PROGRAM-ID.    FBSNAP.
001200 AUTHOR.        M J REED.
001300 INSTALLATION.  DATA CENTER OPERATIONS.
001400 DATE-WRITTEN.  2026-10-15.
001500 DATE-COMPILED.
001600******************************************************************
001700*  FIRST STEP OF THE NIGHTLY CYCLE.  UNLOADS FBRULES, FBREQST,   *
001800*  FBAUDIT, FBXMTREG, FBCKPT AND FBMASTR, RECORD FOR RECORD, TO  *
001900*  THE SEQUENTIAL BACKUP DATASETS FBSNRULE, FBSNREQ, FBSNAUD,    *
002000*  FBSNXREG, FBSNCKPT AND FBSNMSTR (NEW GENERATIONS IN THE JCL), *
002100*  AND WRITES ONE FBSNPCTL CONTROL RECORD PER FILE CARRYING THE  *
002200*  SNAPSHOT ID (RUN DATE AND TIME), THE RECORD COUNT AND A HASH  *
002300*  TOTAL - SEE FBSNPREC.  FBMASTR IS UNLOADED IN KEY ORDER SO    *
002400*  FBRECOVR CAN RELOAD IT SEQUENTIALLY.                          *
002500*                                                                *
002600*  A DATASET THAT DOES NOT EXIST IS RECORDED AS ABSENT WITH AN   *
002700*  EMPTY BACKUP, AND THE STEP ENDS WITH 4.  A FAILED WRITE TO A  *
002800*  BACKUP OR CONTROL DATASET ENDS IT WITH 12 - THE SNAPSHOT IS   *
002900*  NOT USABLE AND THE CYCLE SHOULD NOT START.                    *
003000******************************************************************
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER.  IBM-370.
003400 OBJECT-COMPUTER.  IBM-370.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT FB-RULES-FILE ASSIGN TO "FBRULES"
003800         ORGANIZATION IS LINE SEQUENTIAL
003900         FILE STATUS IS FB-LIVE-STATUS.
004000
004100     SELECT FB-REQST-FILE ASSIGN TO "FBREQST"
004200         ORGANIZATION IS LINE SEQUENTIAL
004300         FILE STATUS IS FB-LIVE-STATUS.
004400
004500     SELECT FB-AUDIT-FILE ASSIGN TO "FBAUDIT"
004600         ORGANIZATION IS LINE SEQUENTIAL
004700         FILE STATUS IS FB-LIVE-STATUS.
004800
004900     SELECT FB-XMTREG-FILE ASSIGN TO "FBXMTREG"
005000         ORGANIZATION IS LINE SEQUENTIAL
005100         FILE STATUS IS FB-LIVE-STATUS.
005200
005300     SELECT FB-CKPT-FILE ASSIGN TO "FBCKPT"
005400         ORGANIZATION IS LINE SEQUENTIAL
005500         FILE STATUS IS FB-LIVE-STATUS.
005600
005700     SELECT FB-MASTER-FILE ASSIGN TO "FBMASTR"
005800         ORGANIZATION IS INDEXED
005900         ACCESS MODE IS SEQUENTIAL
006000         RECORD KEY IS FB-MST-KEY
006100         FILE STATUS IS FB-LIVE-STATUS.
006200
006300     SELECT FB-SNRULE-FILE ASSIGN TO "FBSNRULE"
006400         ORGANIZATION IS LINE SEQUENTIAL
006500         FILE STATUS IS FB-BACKUP-STATUS.
006600
006700     SELECT FB-SNREQ-FILE ASSIGN TO "FBSNREQ"
006800         ORGANIZATION IS LINE SEQUENTIAL
006900         FILE STATUS IS FB-BACKUP-STATUS.
007000
007100     SELECT FB-SNAUD-FILE ASSIGN TO "FBSNAUD"
007200         ORGANIZATION IS LINE SEQUENTIAL
007300         FILE STATUS IS FB-BACKUP-STATUS.
007400
007500     SELECT FB-SNXREG-FILE ASSIGN TO "FBSNXREG"
007600         ORGANIZATION IS LINE SEQUENTIAL
007700         FILE STATUS IS FB-BACKUP-STATUS.
007800
007900     SELECT FB-SNCKPT-FILE ASSIGN TO "FBSNCKPT"
008000         ORGANIZATION IS LINE SEQUENTIAL
008100         FILE STATUS IS FB-BACKUP-STATUS.
008200
008300     SELECT FB-SNMSTR-FILE ASSIGN TO "FBSNMSTR"
008400         ORGANIZATION IS LINE SEQUENTIAL
008500         FILE STATUS IS FB-BACKUP-STATUS.
008600
008700     SELECT FB-SNPCTL-FILE ASSIGN TO "FBSNPCTL"
008800         ORGANIZATION IS LINE SEQUENTIAL
008900         FILE STATUS IS FB-SNPCTL-STATUS.
009000
009100 DATA DIVISION.
009200 FILE SECTION.
009300 FD  FB-RULES-FILE.
009400 COPY FBRULE.
009500
009600 FD  FB-REQST-FILE.
009700 COPY FBREQREC.
009800
009900 FD  FB-AUDIT-FILE.
010000 COPY FBAUDIT.
010100
010200 FD  FB-XMTREG-FILE.
010300 COPY FBXRGREC.
010400
010500 FD  FB-CKPT-FILE.
010600 COPY FBCKPT.
010700
010800 FD  FB-MASTER-FILE.
010900 COPY FBMSTREC.
011000
011100******************************************************************
011200*  BACKUP DATASETS - RECORD FOR RECORD COPIES OF THE LIVE FILES. *
011300******************************************************************
011400 FD  FB-SNRULE-FILE.
011500 01  FB-SNRULE-RECORD            PIC X(80).
011600
011700 FD  FB-SNREQ-FILE.
011800 01  FB-SNREQ-RECORD             PIC X(80).
011900
012000 FD  FB-SNAUD-FILE.
012100 01  FB-SNAUD-RECORD             PIC X(590).
012200
012300 FD  FB-SNXREG-FILE.
012400 01  FB-SNXREG-RECORD            PIC X(80).
012500
012600 FD  FB-SNCKPT-FILE.
012700 01  FB-SNCKPT-RECORD            PIC X(80).
012800
012900 FD  FB-SNMSTR-FILE.
013000 01  FB-SNMSTR-RECORD            PIC X(168).
013100
013200 FD  FB-SNPCTL-FILE.
013300 COPY FBSNPREC.
013400
013500 WORKING-STORAGE SECTION.
013600******************************************************************
013700*  FILE STATUS FIELDS - ONE LIVE FILE AND ITS BACKUP ARE OPEN AT *
013800*  A TIME, SO THEY SHARE A STATUS FIELD EACH SIDE.               *
013900******************************************************************
014000 01  FB-FILE-STATUSES.
014100     05  FB-LIVE-STATUS          PIC X(02).
014200     05  FB-BACKUP-STATUS        PIC X(02).
014300     05  FB-SNPCTL-STATUS        PIC X(02).
014400
014500******************************************************************
014600*  SWITCHES                                                      *
014700******************************************************************
014800 01  FB-SWITCHES.
014900     05  FB-EOF-LIVE-SW          PIC X(01)   VALUE "N".
015000         88  FB-EOF-LIVE                     VALUE "Y".
015100     05  FB-PRESENT-SW           PIC X(01)   VALUE "N".
015200         88  FB-PRESENT                      VALUE "Y".
015300     05  FB-FAILED-SW            PIC X(01)   VALUE "N".
015400         88  FB-FAILED                       VALUE "Y".
015500
015600******************************************************************
015700*  SNAPSHOT ID AND THE COUNT/HASH OF THE FILE IN HAND            *
015800******************************************************************
015900 01  FB-SNAP-ID.
016000     05  FB-SNAP-DATE            PIC 9(08).
016100     05  FB-SNAP-TIME            PIC 9(06).
016200 01  FB-CLOCK.
016300     05  FB-CLOCK-HHMMSS         PIC 9(06).
016400     05  FB-CLOCK-HUNDREDTHS     PIC 9(02).
016500 77  FB-FILE-NAME         PIC X(08)        VALUE SPACES.
016600 77  FB-FILE-COUNT        PIC 9(09) COMP-3 VALUE ZERO.
016700 77  FB-FILE-HASH         PIC 9(15) COMP-3 VALUE ZERO.
016800 77  FB-HASH-ITEM         PIC 9(09)        VALUE ZERO.
016900 77  FB-ABSENT-COUNT      PIC 9(04) COMP   VALUE ZERO.
017000
017100 PROCEDURE DIVISION.
017200******************************************************************
017300*  0000-MAINLINE                                                 *
017400******************************************************************
017500 0000-MAINLINE.
017600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017700     IF RETURN-CODE = 12
017800         GO TO 0000-EXIT
017900     END-IF.
018000     PERFORM 2000-UNLOAD-RULES THRU 2000-EXIT.
018100     PERFORM 2100-UNLOAD-REQST THRU 2100-EXIT.
018200     PERFORM 2200-UNLOAD-AUDIT THRU 2200-EXIT.
018300     PERFORM 2300-UNLOAD-XMTREG THRU 2300-EXIT.
018400     PERFORM 2400-UNLOAD-CKPT THRU 2400-EXIT.
018500     PERFORM 2500-UNLOAD-MASTER THRU 2500-EXIT.
018600 0000-EXIT.
018700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
018800     STOP RUN.
018900
019000******************************************************************
019100*  1000-INITIALIZE - STAMP THE SNAPSHOT ID AND OPEN THE CONTROL  *
019200*  DATASET.                                                      *
019300******************************************************************
019400 1000-INITIALIZE.
019500     ACCEPT FB-SNAP-DATE FROM DATE YYYYMMDD.
019600     ACCEPT FB-CLOCK FROM TIME.
019700     MOVE FB-CLOCK-HHMMSS TO FB-SNAP-TIME.
019800     OPEN OUTPUT FB-SNPCTL-FILE.
019900     IF FB-SNPCTL-STATUS NOT = "00"
020000         DISPLAY "FBSNAP: FBSNPCTL COULD NOT BE OPENED (STATUS "
020100             FB-SNPCTL-STATUS ") - NO SNAPSHOT TAKEN"
020200         MOVE 12 TO RETURN-CODE
020300         GO TO 1000-EXIT
020400     END-IF.
020500     DISPLAY "FBSNAP: TAKING SNAPSHOT " FB-SNAP-ID.
020600 1000-EXIT.
020700     EXIT.
020800
020900******************************************************************
021000*  2000-2500 - ONE UNLOAD PER FILE.  EACH OPENS THE LIVE FILE,   *
021100*  COPIES IT TO ITS BACKUP ACCUMULATING THE COUNT AND HASH, AND  *
021200*  FILES THE CONTROL RECORD THROUGH 7000-WRITE-CONTROL.          *
021300******************************************************************
021400 2000-UNLOAD-RULES.
021500     MOVE "FBRULES" TO FB-FILE-NAME.
021600     PERFORM 6000-START-FILE THRU 6000-EXIT.
021700     OPEN OUTPUT FB-SNRULE-FILE.
021800     OPEN INPUT FB-RULES-FILE.
021900     IF FB-LIVE-STATUS = "00"
022000         MOVE "Y" TO FB-PRESENT-SW
022100         READ FB-RULES-FILE
022200             AT END MOVE "Y" TO FB-EOF-LIVE-SW
022300         END-READ
022400         PERFORM 2010-COPY-ONE-RULE THRU 2010-EXIT
022500             UNTIL FB-EOF-LIVE
022600         CLOSE FB-RULES-FILE
022700     END-IF.
022800     CLOSE FB-SNRULE-FILE.
022900     PERFORM 7000-WRITE-CONTROL THRU 7000-EXIT.
023000 2000-EXIT.
023100     EXIT.
023200
023300 2010-COPY-ONE-RULE.
023400     MOVE FB-RULE-RECORD TO FB-SNRULE-RECORD.
023500     WRITE FB-SNRULE-RECORD.
023600     PERFORM 6100-CHECK-WRITE THRU 6100-EXIT.
023700     MOVE ZERO TO FB-HASH-ITEM.
023800     IF FB-RULE-DIVISOR IS NUMERIC
023900         MOVE FB-RULE-DIVISOR TO FB-HASH-ITEM
024000     END-IF.
024100     PERFORM 6200-ADD-HASH THRU 6200-EXIT.
024200     READ FB-RULES-FILE
024300         AT END MOVE "Y" TO FB-EOF-LIVE-SW
024400     END-READ.
024500 2010-EXIT.
024600     EXIT.
024700
024800 2100-UNLOAD-REQST.
024900     MOVE "FBREQST" TO FB-FILE-NAME.
025000     PERFORM 6000-START-FILE THRU 6000-EXIT.
025100     OPEN OUTPUT FB-SNREQ-FILE.
025200     OPEN INPUT FB-REQST-FILE.
025300     IF FB-LIVE-STATUS = "00"
025400         MOVE "Y" TO FB-PRESENT-SW
025500         READ FB-REQST-FILE
025600             AT END MOVE "Y" TO FB-EOF-LIVE-SW
025700         END-READ
025800         PERFORM 2110-COPY-ONE-REQUEST THRU 2110-EXIT
025900             UNTIL FB-EOF-LIVE
026000         CLOSE FB-REQST-FILE
026100     END-IF.
026200     CLOSE FB-SNREQ-FILE.
026300     PERFORM 7000-WRITE-CONTROL THRU 7000-EXIT.
026400 2100-EXIT.
026500     EXIT.
026600
026700 2110-COPY-ONE-REQUEST.
026800     MOVE FB-REQ-RECORD TO FB-SNREQ-RECORD.
026900     WRITE FB-SNREQ-RECORD.
027000     PERFORM 6100-CHECK-WRITE THRU 6100-EXIT.
027100     MOVE ZERO TO FB-HASH-ITEM.
027200     IF FB-REQ-UPPER-BOUND IS NUMERIC
027300         MOVE FB-REQ-UPPER-BOUND TO FB-HASH-ITEM
027400     END-IF.
027500     PERFORM 6200-ADD-HASH THRU 6200-EXIT.
027600     READ FB-REQST-FILE
027700         AT END MOVE "Y" TO FB-EOF-LIVE-SW
027800     END-READ.
027900 2110-EXIT.
028000     EXIT.
028100
028200 2200-UNLOAD-AUDIT.
028300     MOVE "FBAUDIT" TO FB-FILE-NAME.
028400     PERFORM 6000-START-FILE THRU 6000-EXIT.
028500     OPEN OUTPUT FB-SNAUD-FILE.
028600     OPEN INPUT FB-AUDIT-FILE.
028700     IF FB-LIVE-STATUS = "00"
028800         MOVE "Y" TO FB-PRESENT-SW
028900         READ FB-AUDIT-FILE
029000             AT END MOVE "Y" TO FB-EOF-LIVE-SW
029100         END-READ
029200         PERFORM 2210-COPY-ONE-AUDIT THRU 2210-EXIT
029300             UNTIL FB-EOF-LIVE
029400         CLOSE FB-AUDIT-FILE
029500     END-IF.
029600     CLOSE FB-SNAUD-FILE.
029700     PERFORM 7000-WRITE-CONTROL THRU 7000-EXIT.
029800 2200-EXIT.
029900     EXIT.
030000
030100 2210-COPY-ONE-AUDIT.
030200     MOVE FB-AUDIT-RECORD TO FB-SNAUD-RECORD.
030300     WRITE FB-SNAUD-RECORD.
030400     PERFORM 6100-CHECK-WRITE THRU 6100-EXIT.
030500     MOVE ZERO TO FB-HASH-ITEM.
030600     IF FB-AUD-RUN-TIME IS NUMERIC
030700         MOVE FB-AUD-RUN-TIME TO FB-HASH-ITEM
030800     END-IF.
030900     PERFORM 6200-ADD-HASH THRU 6200-EXIT.
031000     READ FB-AUDIT-FILE
031100         AT END MOVE "Y" TO FB-EOF-LIVE-SW
031200     END-READ.
031300 2210-EXIT.
031400     EXIT.
031500
031600 2300-UNLOAD-XMTREG.
031700     MOVE "FBXMTREG" TO FB-FILE-NAME.
031800     PERFORM 6000-START-FILE THRU 6000-EXIT.
031900     OPEN OUTPUT FB-SNXREG-FILE.
032000     OPEN INPUT FB-XMTREG-FILE.
032100     IF FB-LIVE-STATUS = "00"
032200         MOVE "Y" TO FB-PRESENT-SW
032300         READ FB-XMTREG-FILE
032400             AT END MOVE "Y" TO FB-EOF-LIVE-SW
032500         END-READ
032600         PERFORM 2310-COPY-ONE-XMIT THRU 2310-EXIT
032700             UNTIL FB-EOF-LIVE
032800         CLOSE FB-XMTREG-FILE
032900     END-IF.
033000     CLOSE FB-SNXREG-FILE.
033100     PERFORM 7000-WRITE-CONTROL THRU 7000-EXIT.
033200 2300-EXIT.
033300     EXIT.
033400
033500 2310-COPY-ONE-XMIT.
033600     MOVE FB-XRG-RECORD TO FB-SNXREG-RECORD.
033700     WRITE FB-SNXREG-RECORD.
033800     PERFORM 6100-CHECK-WRITE THRU 6100-EXIT.
033900     MOVE ZERO TO FB-HASH-ITEM.
034000     IF FB-XRG-COUNT IS NUMERIC
034100         MOVE FB-XRG-COUNT TO FB-HASH-ITEM
034200     END-IF.
034300     PERFORM 6200-ADD-HASH THRU 6200-EXIT.
034400     READ FB-XMTREG-FILE
034500         AT END MOVE "Y" TO FB-EOF-LIVE-SW
034600     END-READ.
034700 2310-EXIT.
034800     EXIT.
034900
035000 2400-UNLOAD-CKPT.
035100     MOVE "FBCKPT" TO FB-FILE-NAME.
035200     PERFORM 6000-START-FILE THRU 6000-EXIT.
035300     OPEN OUTPUT FB-SNCKPT-FILE.
035400     OPEN INPUT FB-CKPT-FILE.
035500     IF FB-LIVE-STATUS = "00"
035600         MOVE "Y" TO FB-PRESENT-SW
035700         READ FB-CKPT-FILE
035800             AT END MOVE "Y" TO FB-EOF-LIVE-SW
035900         END-READ
036000         PERFORM 2410-COPY-ONE-CKPT THRU 2410-EXIT
036100             UNTIL FB-EOF-LIVE
036200         CLOSE FB-CKPT-FILE
036300     END-IF.
036400     CLOSE FB-SNCKPT-FILE.
036500     PERFORM 7000-WRITE-CONTROL THRU 7000-EXIT.
036600 2400-EXIT.
036700     EXIT.
036800
036900 2410-COPY-ONE-CKPT.
037000     MOVE FB-CKPT-RECORD TO FB-SNCKPT-RECORD.
037100     WRITE FB-SNCKPT-RECORD.
037200     PERFORM 6100-CHECK-WRITE THRU 6100-EXIT.
037300     MOVE ZERO TO FB-HASH-ITEM.
037400     IF FB-CKPT-LAST-ITERATION IS NUMERIC
037500         MOVE FB-CKPT-LAST-ITERATION TO FB-HASH-ITEM
037600     END-IF.
037700     PERFORM 6200-ADD-HASH THRU 6200-EXIT.
037800     READ FB-CKPT-FILE
037900         AT END MOVE "Y" TO FB-EOF-LIVE-SW
038000     END-READ.
038100 2410-EXIT.
038200     EXIT.
038300
038400 2500-UNLOAD-MASTER.
038500     MOVE "FBMASTR" TO FB-FILE-NAME.
038600     PERFORM 6000-START-FILE THRU 6000-EXIT.
038700     OPEN OUTPUT FB-SNMSTR-FILE.
038800     OPEN INPUT FB-MASTER-FILE.
038900     IF FB-LIVE-STATUS = "00"
039000         MOVE "Y" TO FB-PRESENT-SW
039100         READ FB-MASTER-FILE NEXT RECORD
039200             AT END MOVE "Y" TO FB-EOF-LIVE-SW
039300         END-READ
039400         PERFORM 2510-COPY-ONE-MASTER THRU 2510-EXIT
039500             UNTIL FB-EOF-LIVE
039600         CLOSE FB-MASTER-FILE
039700     END-IF.
039800     CLOSE FB-SNMSTR-FILE.
039900     PERFORM 7000-WRITE-CONTROL THRU 7000-EXIT.
040000 2500-EXIT.
040100     EXIT.
040200
040300 2510-COPY-ONE-MASTER.
040400     MOVE FB-MST-RECORD TO FB-SNMSTR-RECORD.
040500     WRITE FB-SNMSTR-RECORD.
040600     PERFORM 6100-CHECK-WRITE THRU 6100-EXIT.
040700     MOVE FB-MST-ITERATION TO FB-HASH-ITEM.
040800     PERFORM 6200-ADD-HASH THRU 6200-EXIT.
040900     READ FB-MASTER-FILE NEXT RECORD
041000         AT END MOVE "Y" TO FB-EOF-LIVE-SW
041100     END-READ.
041200 2510-EXIT.
041300     EXIT.
041400
041500******************************************************************
041600*  6000-START-FILE - CLEAR THE PER-FILE COUNTERS AND SWITCHES.   *
041700******************************************************************
041800 6000-START-FILE.
041900     MOVE ZERO TO FB-FILE-COUNT.
042000     MOVE ZERO TO FB-FILE-HASH.
042100     MOVE "N" TO FB-EOF-LIVE-SW.
042200     MOVE "N" TO FB-PRESENT-SW.
042300 6000-EXIT.
042400     EXIT.
042500
042600******************************************************************
042700*  6100-CHECK-WRITE - A BACKUP THAT DID NOT TAKE MAKES THE WHOLE *
042800*  SNAPSHOT UNUSABLE.  REPORTED ONCE.                            *
042900******************************************************************
043000 6100-CHECK-WRITE.
043100     IF FB-BACKUP-STATUS NOT = "00" AND NOT FB-FAILED
043200         DISPLAY "FBSNAP: WRITE TO THE " FB-FILE-NAME
043300             " BACKUP FAILED (STATUS " FB-BACKUP-STATUS
043400             ") - SNAPSHOT NOT USABLE"
043500         MOVE "Y" TO FB-FAILED-SW
043600     END-IF.
043700 6100-EXIT.
043800     EXIT.
043900
044000******************************************************************
044100*  6200-ADD-HASH - COUNT THE RECORD AND ADD FB-HASH-ITEM TO THE  *
044200*  HASH TOTAL, WRAPPING AT 10**15 THE SAME WAY FBXTRACT DOES.    *
044300******************************************************************
044400 6200-ADD-HASH.
044500     ADD 1 TO FB-FILE-COUNT.
044600     ADD FB-HASH-ITEM TO FB-FILE-HASH
044700         ON SIZE ERROR
044800             COMPUTE FB-FILE-HASH = FB-FILE-HASH
044900                 + FB-HASH-ITEM
045000                 - 1000000000000000
045100     END-ADD.
045200 6200-EXIT.
045300     EXIT.
045400
045500******************************************************************
045600*  7000-WRITE-CONTROL - FILE THE CONTROL RECORD FOR THE FILE     *
045700*  JUST UNLOADED.                                                *
045800******************************************************************
045900 7000-WRITE-CONTROL.
046000     MOVE SPACES TO FB-SNP-RECORD.
046100     MOVE FB-SNAP-ID     TO FB-SNP-ID.
046200     MOVE FB-FILE-NAME   TO FB-SNP-FILE.
046300     MOVE FB-PRESENT-SW  TO FB-SNP-PRESENT.
046400     MOVE FB-FILE-COUNT  TO FB-SNP-COUNT.
046500     MOVE FB-FILE-HASH   TO FB-SNP-HASH.
046600     WRITE FB-SNP-RECORD.
046700     IF FB-SNPCTL-STATUS NOT = "00"
046800         DISPLAY "FBSNAP: WRITE TO FBSNPCTL FAILED (STATUS "
046900             FB-SNPCTL-STATUS ") - SNAPSHOT NOT USABLE"
047000         MOVE "Y" TO FB-FAILED-SW
047100     END-IF.
047200     IF FB-PRESENT
047300         DISPLAY "FBSNAP: " FB-FILE-NAME " " FB-FILE-COUNT
047400             " RECORD(S), HASH " FB-FILE-HASH
047500     ELSE
047600         DISPLAY "FBSNAP: " FB-FILE-NAME
047700             " NOT PRESENT - RECORDED AS ABSENT"
047800         ADD 1 TO FB-ABSENT-COUNT
047900     END-IF.
048000 7000-EXIT.
048100     EXIT.
048200
048300******************************************************************
048400*  9000-TERMINATE                                                *
048500******************************************************************
048600 9000-TERMINATE.
048700     IF RETURN-CODE = 12
048800         GO TO 9000-EXIT
048900     END-IF.
049000     CLOSE FB-SNPCTL-FILE.
049100     IF FB-FAILED
049200         MOVE 12 TO RETURN-CODE
049300         DISPLAY "FBSNAP: SNAPSHOT " FB-SNAP-ID " FAILED"
049400         GO TO 9000-EXIT
049500     END-IF.
049600     IF FB-ABSENT-COUNT GREATER THAN ZERO
049700         MOVE 4 TO RETURN-CODE
049800     END-IF.
049900     DISPLAY "FBSNAP: SNAPSHOT " FB-SNAP-ID " COMPLETE, "
050000         FB-ABSENT-COUNT " FILE(S) ABSENT".
050100 9000-EXIT.
050200     EXIT.
