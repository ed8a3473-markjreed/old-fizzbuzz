000100******************************************************************
000200*  MODIFICATION HISTORY                                          *
000300*  DATE       INIT  DESCRIPTION                                  *
000400*  ---------- ----  ---------------------------------------      *
000500*  2026-10-15  MJR  ORIGINAL VERSION.  POINT-IN-TIME RECOVERY:   *
000600*                   RESTORES AN FBSNAP SNAPSHOT OF THE SUITE'S   *
000700*                   FILES AS A UNIT, PROVES EVERY RESTORED FILE  *
000800*                   AGAINST THE SNAPSHOT'S COUNTS AND HASHES,    *
000900*                   AND LOGS THE RECOVERY TO FBAUDIT/FBERRLOG.   *
001000******************************************************************
001100 IDENTIFICATION DIVISION.
001200 PROGRAM-ID.    FBRECOVR.
001300 AUTHOR.        M J REED.
001400 INSTALLATION.  DATA CENTER OPERATIONS.
001500 DATE-WRITTEN.  2026-10-15.
001600 DATE-COMPILED.
001700******************************************************************
001800*  THE FBRCPARM RECORD NAMES THE SNAPSHOT; THE JCL POINTS        *
001900*  FBSNPCTL AND THE SIX BACKUP DATASETS AT ITS GENERATION.  THE  *
002000*  RECOVERY IS ALL OR NOTHING:                                   *
002100*    1. FBSNPCTL MUST HOLD A CONTROL RECORD FOR EACH OF THE SIX  *
002200*       FILES, ALL CARRYING THE SNAPSHOT ID ASKED FOR.           *
002300*    2. EVERY BACKUP IS READ AND MUST AGREE WITH ITS CONTROL     *
002400*       RECORD'S COUNT AND HASH.                                 *
002500*  ONLY WHEN BOTH HOLD IS ANY LIVE FILE TOUCHED.  EACH LIVE FILE *
002600*  IS THEN REWRITTEN FROM ITS BACKUP (A FILE ABSENT AT SNAPSHOT  *
002700*  TIME IS LEFT EMPTY), RE-READ, AND PROVED AGAINST THE SAME     *
002800*  COUNT AND HASH.  THE OUTCOME GOES TO FBERRLOG (FB501W, OR     *
002900*  FB503E WHEN A RESTORED FILE DID NOT PROVE) AND A RECOVERY     *
003000*  RECORD IS APPENDED TO THE RESTORED FBAUDIT, AFTER THE PROOF,  *
003100*  SO THE TRAIL SHOWS WHERE THE SUITE WAS PUT BACK.  A REFUSED   *
003200*  RECOVERY LOGS FB502E AND CHANGES NOTHING.                     *
003300*                                                                *
003400*  ENDS WITH 0 WHEN THE SNAPSHOT IS RESTORED AND PROVED, AND 12  *
003500*  WHEN THE RECOVERY WAS REFUSED OR A RESTORED FILE DID NOT      *
003600*  PROVE (THE SUITE MUST NOT RUN UNTIL IT IS RE-RECOVERED).      *
003700******************************************************************
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SOURCE-COMPUTER.  IBM-370.
004100 OBJECT-COMPUTER.  IBM-370.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT FB-RCPARM-FILE ASSIGN TO "FBRCPARM"
004500         ORGANIZATION IS LINE SEQUENTIAL
004600         FILE STATUS IS FB-RCPARM-STATUS.
004700
004800     SELECT FB-SNPCTL-FILE ASSIGN TO "FBSNPCTL"
004900         ORGANIZATION IS LINE SEQUENTIAL
005000         FILE STATUS IS FB-SNPCTL-STATUS.
005100
005200     SELECT FB-RULES-FILE ASSIGN TO "FBRULES"
005300         ORGANIZATION IS LINE SEQUENTIAL
005400         FILE STATUS IS FB-LIVE-STATUS.
005500
005600     SELECT FB-REQST-FILE ASSIGN TO "FBREQST"
005700         ORGANIZATION IS LINE SEQUENTIAL
005800         FILE STATUS IS FB-LIVE-STATUS.
005900
006000     SELECT FB-AUDIT-FILE ASSIGN TO "FBAUDIT"
006100         ORGANIZATION IS LINE SEQUENTIAL
006200         FILE STATUS IS FB-LIVE-STATUS.
006300
006400     SELECT FB-XMTREG-FILE ASSIGN TO "FBXMTREG"
006500         ORGANIZATION IS LINE SEQUENTIAL
006600         FILE STATUS IS FB-LIVE-STATUS.
006700
006800     SELECT FB-CKPT-FILE ASSIGN TO "FBCKPT"
006900         ORGANIZATION IS LINE SEQUENTIAL
007000         FILE STATUS IS FB-LIVE-STATUS.
007100
007200     SELECT FB-MASTER-FILE ASSIGN TO "FBMASTR"
007300         ORGANIZATION IS INDEXED
007400         ACCESS MODE IS SEQUENTIAL
007500         RECORD KEY IS FB-MST-KEY
007600         FILE STATUS IS FB-LIVE-STATUS.
007700
007800     SELECT FB-SNRULE-FILE ASSIGN TO "FBSNRULE"
007900         ORGANIZATION IS LINE SEQUENTIAL
008000         FILE STATUS IS FB-BACKUP-STATUS.
008100
008200     SELECT FB-SNREQ-FILE ASSIGN TO "FBSNREQ"
008300         ORGANIZATION IS LINE SEQUENTIAL
008400         FILE STATUS IS FB-BACKUP-STATUS.
008500
008600     SELECT FB-SNAUD-FILE ASSIGN TO "FBSNAUD"
008700         ORGANIZATION IS LINE SEQUENTIAL
008800         FILE STATUS IS FB-BACKUP-STATUS.
008900
009000     SELECT FB-SNXREG-FILE ASSIGN TO "FBSNXREG"
009100         ORGANIZATION IS LINE SEQUENTIAL
009200         FILE STATUS IS FB-BACKUP-STATUS.
009300
009400     SELECT FB-SNCKPT-FILE ASSIGN TO "FBSNCKPT"
009500         ORGANIZATION IS LINE SEQUENTIAL
009600         FILE STATUS IS FB-BACKUP-STATUS.
009700
009800     SELECT FB-SNMSTR-FILE ASSIGN TO "FBSNMSTR"
009900         ORGANIZATION IS LINE SEQUENTIAL
010000         FILE STATUS IS FB-BACKUP-STATUS.
010100
010200     SELECT FB-ERRLOG-FILE ASSIGN TO "FBERRLOG"
010300         ORGANIZATION IS LINE SEQUENTIAL
010400         FILE STATUS IS FB-ERRLOG-STATUS.
010500
010600 DATA DIVISION.
010700 FILE SECTION.
010800 FD  FB-RCPARM-FILE.
010900 COPY FBRCPARM.
011000
011100 FD  FB-SNPCTL-FILE.
011200 COPY FBSNPREC.
011300
011400 FD  FB-RULES-FILE.
011500 COPY FBRULE.
011600
011700 FD  FB-REQST-FILE.
011800 COPY FBREQREC.
011900
012000 FD  FB-AUDIT-FILE.
012100 COPY FBAUDIT.
012200
012300 FD  FB-XMTREG-FILE.
012400 COPY FBXRGREC.
012500
012600 FD  FB-CKPT-FILE.
012700 COPY FBCKPT.
012800
012900 FD  FB-MASTER-FILE.
013000 COPY FBMSTREC.
013100
013200******************************************************************
013300*  BACKUP DATASETS - SAME LAYOUTS AS THE LIVE FILES, ONLY THE    *
013400*  HASHED FIELD BROKEN OUT (SEE FBSNPREC).                       *
013500******************************************************************
013600 FD  FB-SNRULE-FILE.
013700 01  FB-BRL-RECORD.
013800     05  FB-BRL-DIVISOR          PIC 9(09).
013900     05  FILLER                  PIC X(71).
014000
014100 FD  FB-SNREQ-FILE.
014200 01  FB-BRQ-RECORD.
014300     05  FILLER                  PIC X(16).
014400     05  FB-BRQ-UPPER-BOUND      PIC 9(09).
014500     05  FILLER                  PIC X(55).
014600
014700 FD  FB-SNAUD-FILE.
014800 01  FB-BAU-RECORD.
014900     05  FILLER                  PIC X(08).
015000     05  FB-BAU-RUN-TIME         PIC 9(08).
015100     05  FILLER                  PIC X(574).
015200
015300 FD  FB-SNXREG-FILE.
015400 01  FB-BXR-RECORD.
015500     05  FILLER                  PIC X(22).
015600     05  FB-BXR-COUNT            PIC 9(09).
015700     05  FILLER                  PIC X(49).
015800
015900 FD  FB-SNCKPT-FILE.
016000 01  FB-BCK-RECORD.
016100     05  FB-BCK-LAST-ITERATION   PIC 9(09).
016200     05  FILLER                  PIC X(71).
016300
016400 FD  FB-SNMSTR-FILE.
016500 01  FB-BMS-RECORD.
016600     05  FILLER                  PIC X(08).
016700     05  FB-BMS-ITERATION        PIC 9(09).
016800     05  FILLER                  PIC X(151).
016900
017000 FD  FB-ERRLOG-FILE.
017100 COPY FBERRREC.
017200
017300 WORKING-STORAGE SECTION.
017400******************************************************************
017500*  FILE STATUS FIELDS - ONE LIVE FILE AND ITS BACKUP ARE OPEN AT *
017600*  A TIME, SO THEY SHARE A STATUS FIELD EACH SIDE.               *
017700******************************************************************
017800 01  FB-FILE-STATUSES.
017900     05  FB-RCPARM-STATUS        PIC X(02).
018000     05  FB-SNPCTL-STATUS        PIC X(02).
018100     05  FB-LIVE-STATUS          PIC X(02).
018200     05  FB-BACKUP-STATUS        PIC X(02).
018300     05  FB-ERRLOG-STATUS        PIC X(02).
018400
018500******************************************************************
018600*  SWITCHES                                                      *
018700******************************************************************
018800 01  FB-SWITCHES.
018900     05  FB-EOF-FILE-SW          PIC X(01)   VALUE "N".
019000         88  FB-EOF-FILE                     VALUE "Y".
019100     05  FB-REFUSED-SW           PIC X(01)   VALUE "N".
019200         88  FB-REFUSED                      VALUE "Y".
019300     05  FB-UNPROVED-SW          PIC X(01)   VALUE "N".
019400         88  FB-UNPROVED                     VALUE "Y".
019500
019600******************************************************************
019700*  THE SNAPSHOT'S CONTROL RECORDS, ONE SLOT PER FILE IN THE      *
019800*  ORDER FBSNAP TAKES THEM.                                      *
019900******************************************************************
020000 01  FB-FILE-NAME-VALUES.
020100     05  FILLER                  PIC X(08)   VALUE "FBRULES".
020200     05  FILLER                  PIC X(08)   VALUE "FBREQST".
020300     05  FILLER                  PIC X(08)   VALUE "FBAUDIT".
020400     05  FILLER                  PIC X(08)   VALUE "FBXMTREG".
020500     05  FILLER                  PIC X(08)   VALUE "FBCKPT".
020600     05  FILLER                  PIC X(08)   VALUE "FBMASTR".
020700 01  FB-FILE-NAMES REDEFINES FB-FILE-NAME-VALUES.
020800     05  FB-FILE-NAME            PIC X(08)   OCCURS 6 TIMES.
020900
021000 01  FB-CONTROL-TABLE.
021100     05  FB-CONTROL-ENTRY OCCURS 6 TIMES.
021200         10  FB-CTL-FOUND-SW     PIC X(01).
021300             88  FB-CTL-FOUND                VALUE "Y".
021400         10  FB-CTL-PRESENT      PIC X(01).
021500             88  FB-CTL-FILE-PRESENT         VALUE "Y".
021600         10  FB-CTL-COUNT        PIC 9(09)   COMP-3.
021700         10  FB-CTL-HASH         PIC 9(15)   COMP-3.
021800 77  FB-FILE-IDX          PIC 9(04) COMP   VALUE ZERO.
021900 77  FB-FILE-SLOT         PIC 9(04) COMP   VALUE ZERO.
022000 77  FB-FILE-COUNT        PIC 9(04) COMP   VALUE 6.
022100
022200******************************************************************
022300*  COUNT AND HASH OF THE FILE IN HAND                            *
022400******************************************************************
022500 77  FB-TALLY-COUNT       PIC 9(09) COMP-3 VALUE ZERO.
022600 77  FB-TALLY-HASH        PIC 9(15) COMP-3 VALUE ZERO.
022700 77  FB-HASH-ITEM         PIC 9(09)        VALUE ZERO.
022800 77  FB-PROOF-STAGE       PIC X(08)        VALUE SPACES.
022900 77  FB-SNAP-ID           PIC X(14)        VALUE SPACES.
023000
023100******************************************************************
023200*  LOGGING WORK FIELDS                                           *
023300******************************************************************
023400 77  FB-CLOCK-TIME        PIC 9(08)        VALUE ZERO.
023500 77  FB-TODAY             PIC 9(08)        VALUE ZERO.
023600 77  FB-ERR-WK-ID         PIC X(07)        VALUE SPACES.
023700 77  FB-ERR-WK-TEXT       PIC X(50)        VALUE SPACES.
023800
023900 PROCEDURE DIVISION.
024000******************************************************************
024100*  0000-MAINLINE                                                 *
024200******************************************************************
024300 0000-MAINLINE.
024400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
024500     IF FB-REFUSED
024600         GO TO 0000-EXIT
024700     END-IF.
024800     PERFORM 2000-PROVE-BACKUPS THRU 2000-EXIT.
024900     IF FB-REFUSED
025000         GO TO 0000-EXIT
025100     END-IF.
025200     PERFORM 3000-RESTORE-FILES THRU 3000-EXIT.
025300     PERFORM 4000-PROVE-RESTORED THRU 4000-EXIT.
025400     PERFORM 5000-LOG-RECOVERY THRU 5000-EXIT.
025500 0000-EXIT.
025600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
025700     STOP RUN.
025800
025900******************************************************************
026000*  1000-INITIALIZE - THE SNAPSHOT ASKED FOR MUST BE THE ONE THE  *
026100*  JCL SUPPLIED, WITH A CONTROL RECORD FOR EVERY FILE.           *
026200******************************************************************
026300 1000-INITIALIZE.
026400     ACCEPT FB-TODAY FROM DATE YYYYMMDD.
026500     OPEN INPUT FB-RCPARM-FILE.
026600     IF FB-RCPARM-STATUS = "00"
026700         READ FB-RCPARM-FILE
026800             AT END
026900                 CONTINUE
027000             NOT AT END
027100                 MOVE FB-RCP-SNAP-ID TO FB-SNAP-ID
027200         END-READ
027300         CLOSE FB-RCPARM-FILE
027400     END-IF.
027500     IF FB-SNAP-ID = SPACES
027600         MOVE "NO SNAPSHOT ID ON FBRCPARM" TO FB-ERR-WK-TEXT
027700         PERFORM 8000-REFUSE THRU 8000-EXIT
027800         GO TO 1000-EXIT
027900     END-IF.
028000     DISPLAY "FBRECOVR: RECOVERING TO SNAPSHOT " FB-SNAP-ID.
028100     MOVE SPACES TO FB-CONTROL-TABLE.
028200     OPEN INPUT FB-SNPCTL-FILE.
028300     IF FB-SNPCTL-STATUS NOT = "00"
028400         MOVE "FBSNPCTL NOT PRESENT" TO FB-ERR-WK-TEXT
028500         PERFORM 8000-REFUSE THRU 8000-EXIT
028600         GO TO 1000-EXIT
028700     END-IF.
028800     READ FB-SNPCTL-FILE
028900         AT END MOVE "Y" TO FB-EOF-FILE-SW
029000     END-READ.
029100     PERFORM 1100-LOAD-ONE-CONTROL THRU 1100-EXIT
029200         UNTIL FB-EOF-FILE OR FB-REFUSED.
029300     CLOSE FB-SNPCTL-FILE.
029400     IF FB-REFUSED
029500         GO TO 1000-EXIT
029600     END-IF.
029700     PERFORM 1200-CHECK-ONE-CONTROL THRU 1200-EXIT
029800         VARYING FB-FILE-IDX FROM 1 BY 1
029900         UNTIL FB-FILE-IDX GREATER THAN FB-FILE-COUNT
030000             OR FB-REFUSED.
030100 1000-EXIT.
030200     EXIT.
030300
030400 1100-LOAD-ONE-CONTROL.
030500     IF FB-SNP-ID NOT = FB-SNAP-ID
030600         MOVE SPACES TO FB-ERR-WK-TEXT
030700         STRING "FBSNPCTL HOLDS SNAPSHOT " FB-SNP-ID
030800             DELIMITED BY SIZE INTO FB-ERR-WK-TEXT
030900         PERFORM 8000-REFUSE THRU 8000-EXIT
031000         GO TO 1100-EXIT
031100     END-IF.
031200     MOVE ZERO TO FB-FILE-SLOT.
031300     PERFORM 1110-MATCH-ONE-NAME THRU 1110-EXIT
031400         VARYING FB-FILE-IDX FROM 1 BY 1
031500         UNTIL FB-FILE-IDX GREATER THAN FB-FILE-COUNT.
031600     IF FB-FILE-SLOT NOT = ZERO
031700         MOVE "Y" TO FB-CTL-FOUND-SW (FB-FILE-SLOT)
031800         MOVE FB-SNP-PRESENT TO FB-CTL-PRESENT (FB-FILE-SLOT)
031900         MOVE FB-SNP-COUNT TO FB-CTL-COUNT (FB-FILE-SLOT)
032000         MOVE FB-SNP-HASH TO FB-CTL-HASH (FB-FILE-SLOT)
032100     END-IF.
032200     READ FB-SNPCTL-FILE
032300         AT END MOVE "Y" TO FB-EOF-FILE-SW
032400     END-READ.
032500 1100-EXIT.
032600     EXIT.
032700
032800 1110-MATCH-ONE-NAME.
032900     IF FB-FILE-NAME (FB-FILE-IDX) = FB-SNP-FILE
033000         MOVE FB-FILE-IDX TO FB-FILE-SLOT
033100     END-IF.
033200 1110-EXIT.
033300     EXIT.
033400
033500 1200-CHECK-ONE-CONTROL.
033600     IF NOT FB-CTL-FOUND (FB-FILE-IDX)
033700         MOVE SPACES TO FB-ERR-WK-TEXT
033800         STRING "NO FBSNPCTL RECORD FOR "
033900                 FB-FILE-NAME (FB-FILE-IDX)
034000             DELIMITED BY SIZE INTO FB-ERR-WK-TEXT
034100         PERFORM 8000-REFUSE THRU 8000-EXIT
034200     END-IF.
034300 1200-EXIT.
034400     EXIT.
034500
034600******************************************************************
034700*  2000-PROVE-BACKUPS - READ EVERY BACKUP END TO END BEFORE ANY  *
034800*  LIVE FILE IS TOUCHED.  ONE BAD BACKUP REFUSES THE WHOLE       *
034900*  RECOVERY, SO THE SUITE IS NEVER LEFT HALF-RESTORED BY A       *
035000*  DAMAGED SNAPSHOT.                                             *
035100******************************************************************
035200 2000-PROVE-BACKUPS.
035300     MOVE "BACKUP" TO FB-PROOF-STAGE.
035400     MOVE 1 TO FB-FILE-IDX.
035500     PERFORM 6000-START-TALLY THRU 6000-EXIT.
035600     OPEN INPUT FB-SNRULE-FILE.
035700     IF FB-BACKUP-STATUS = "00"
035800         READ FB-SNRULE-FILE
035900             AT END MOVE "Y" TO FB-EOF-FILE-SW
036000         END-READ
036100         PERFORM 2010-TALLY-ONE-RULE THRU 2010-EXIT
036200             UNTIL FB-EOF-FILE
036300         CLOSE FB-SNRULE-FILE
036400     ELSE
036500         PERFORM 6050-BACKUP-MISSING THRU 6050-EXIT
036600     END-IF.
036700     PERFORM 6200-PROVE-FILE THRU 6200-EXIT.
036800
036900     MOVE 2 TO FB-FILE-IDX.
037000     PERFORM 6000-START-TALLY THRU 6000-EXIT.
037100     OPEN INPUT FB-SNREQ-FILE.
037200     IF FB-BACKUP-STATUS = "00"
037300         READ FB-SNREQ-FILE
037400             AT END MOVE "Y" TO FB-EOF-FILE-SW
037500         END-READ
037600         PERFORM 2020-TALLY-ONE-REQUEST THRU 2020-EXIT
037700             UNTIL FB-EOF-FILE
037800         CLOSE FB-SNREQ-FILE
037900     ELSE
038000         PERFORM 6050-BACKUP-MISSING THRU 6050-EXIT
038100     END-IF.
038200     PERFORM 6200-PROVE-FILE THRU 6200-EXIT.
038300
038400     MOVE 3 TO FB-FILE-IDX.
038500     PERFORM 6000-START-TALLY THRU 6000-EXIT.
038600     OPEN INPUT FB-SNAUD-FILE.
038700     IF FB-BACKUP-STATUS = "00"
038800         READ FB-SNAUD-FILE
038900             AT END MOVE "Y" TO FB-EOF-FILE-SW
039000         END-READ
039100         PERFORM 2030-TALLY-ONE-AUDIT THRU 2030-EXIT
039200             UNTIL FB-EOF-FILE
039300         CLOSE FB-SNAUD-FILE
039400     ELSE
039500         PERFORM 6050-BACKUP-MISSING THRU 6050-EXIT
039600     END-IF.
039700     PERFORM 6200-PROVE-FILE THRU 6200-EXIT.
039800
039900     MOVE 4 TO FB-FILE-IDX.
040000     PERFORM 6000-START-TALLY THRU 6000-EXIT.
040100     OPEN INPUT FB-SNXREG-FILE.
040200     IF FB-BACKUP-STATUS = "00"
040300         READ FB-SNXREG-FILE
040400             AT END MOVE "Y" TO FB-EOF-FILE-SW
040500         END-READ
040600         PERFORM 2040-TALLY-ONE-XMIT THRU 2040-EXIT
040700             UNTIL FB-EOF-FILE
040800         CLOSE FB-SNXREG-FILE
040900     ELSE
041000         PERFORM 6050-BACKUP-MISSING THRU 6050-EXIT
041100     END-IF.
041200     PERFORM 6200-PROVE-FILE THRU 6200-EXIT.
041300
041400     MOVE 5 TO FB-FILE-IDX.
041500     PERFORM 6000-START-TALLY THRU 6000-EXIT.
041600     OPEN INPUT FB-SNCKPT-FILE.
041700     IF FB-BACKUP-STATUS = "00"
041800         READ FB-SNCKPT-FILE
041900             AT END MOVE "Y" TO FB-EOF-FILE-SW
042000         END-READ
042100         PERFORM 2050-TALLY-ONE-CKPT THRU 2050-EXIT
042200             UNTIL FB-EOF-FILE
042300         CLOSE FB-SNCKPT-FILE
042400     ELSE
042500         PERFORM 6050-BACKUP-MISSING THRU 6050-EXIT
042600     END-IF.
042700     PERFORM 6200-PROVE-FILE THRU 6200-EXIT.
042800
042900     MOVE 6 TO FB-FILE-IDX.
043000     PERFORM 6000-START-TALLY THRU 6000-EXIT.
043100     OPEN INPUT FB-SNMSTR-FILE.
043200     IF FB-BACKUP-STATUS = "00"
043300         READ FB-SNMSTR-FILE
043400             AT END MOVE "Y" TO FB-EOF-FILE-SW
043500         END-READ
043600         PERFORM 2060-TALLY-ONE-MASTER THRU 2060-EXIT
043700             UNTIL FB-EOF-FILE
043800         CLOSE FB-SNMSTR-FILE
043900     ELSE
044000         PERFORM 6050-BACKUP-MISSING THRU 6050-EXIT
044100     END-IF.
044200     PERFORM 6200-PROVE-FILE THRU 6200-EXIT.
044300 2000-EXIT.
044400     EXIT.
044500
044600 2010-TALLY-ONE-RULE.
044700     MOVE ZERO TO FB-HASH-ITEM.
044800     IF FB-BRL-DIVISOR IS NUMERIC
044900         MOVE FB-BRL-DIVISOR TO FB-HASH-ITEM
045000     END-IF.
045100     PERFORM 6100-ADD-HASH THRU 6100-EXIT.
045200     READ FB-SNRULE-FILE
045300         AT END MOVE "Y" TO FB-EOF-FILE-SW
045400     END-READ.
045500 2010-EXIT.
045600     EXIT.
045700
045800 2020-TALLY-ONE-REQUEST.
045900     MOVE ZERO TO FB-HASH-ITEM.
046000     IF FB-BRQ-UPPER-BOUND IS NUMERIC
046100         MOVE FB-BRQ-UPPER-BOUND TO FB-HASH-ITEM
046200     END-IF.
046300     PERFORM 6100-ADD-HASH THRU 6100-EXIT.
046400     READ FB-SNREQ-FILE
046500         AT END MOVE "Y" TO FB-EOF-FILE-SW
046600     END-READ.
046700 2020-EXIT.
046800     EXIT.
046900
047000 2030-TALLY-ONE-AUDIT.
047100     MOVE ZERO TO FB-HASH-ITEM.
047200     IF FB-BAU-RUN-TIME IS NUMERIC
047300         MOVE FB-BAU-RUN-TIME TO FB-HASH-ITEM
047400     END-IF.
047500     PERFORM 6100-ADD-HASH THRU 6100-EXIT.
047600     READ FB-SNAUD-FILE
047700         AT END MOVE "Y" TO FB-EOF-FILE-SW
047800     END-READ.
047900 2030-EXIT.
048000     EXIT.
048100
048200 2040-TALLY-ONE-XMIT.
048300     MOVE ZERO TO FB-HASH-ITEM.
048400     IF FB-BXR-COUNT IS NUMERIC
048500         MOVE FB-BXR-COUNT TO FB-HASH-ITEM
048600     END-IF.
048700     PERFORM 6100-ADD-HASH THRU 6100-EXIT.
048800     READ FB-SNXREG-FILE
048900         AT END MOVE "Y" TO FB-EOF-FILE-SW
049000     END-READ.
049100 2040-EXIT.
049200     EXIT.
049300
049400 2050-TALLY-ONE-CKPT.
049500     MOVE ZERO TO FB-HASH-ITEM.
049600     IF FB-BCK-LAST-ITERATION IS NUMERIC
049700         MOVE FB-BCK-LAST-ITERATION TO FB-HASH-ITEM
049800     END-IF.
049900     PERFORM 6100-ADD-HASH THRU 6100-EXIT.
050000     READ FB-SNCKPT-FILE
050100         AT END MOVE "Y" TO FB-EOF-FILE-SW
050200     END-READ.
050300 2050-EXIT.
050400     EXIT.
050500
050600 2060-TALLY-ONE-MASTER.
050700     MOVE ZERO TO FB-HASH-ITEM.
050800     IF FB-BMS-ITERATION IS NUMERIC
050900         MOVE FB-BMS-ITERATION TO FB-HASH-ITEM
051000     END-IF.
051100     PERFORM 6100-ADD-HASH THRU 6100-EXIT.
051200     READ FB-SNMSTR-FILE
051300         AT END MOVE "Y" TO FB-EOF-FILE-SW
051400     END-READ.
051500 2060-EXIT.
051600     EXIT.
051700
051800******************************************************************
051900*  3000-RESTORE-FILES - REWRITE EVERY LIVE FILE FROM ITS BACKUP. *
052000*  A FILE ABSENT AT SNAPSHOT TIME HAS AN EMPTY BACKUP, SO IT IS  *
052100*  LEFT EMPTY.  FBMASTR WAS UNLOADED IN KEY ORDER AND RELOADS    *
052200*  SEQUENTIALLY.                                                 *
052300******************************************************************
052400 3000-RESTORE-FILES.
052500     MOVE 1 TO FB-FILE-IDX.
052600     MOVE "N" TO FB-EOF-FILE-SW.
052700     OPEN INPUT FB-SNRULE-FILE.
052800     OPEN OUTPUT FB-RULES-FILE.
052900     READ FB-SNRULE-FILE
053000         AT END MOVE "Y" TO FB-EOF-FILE-SW
053100     END-READ.
053200     PERFORM 3010-RESTORE-ONE-RULE THRU 3010-EXIT
053300         UNTIL FB-EOF-FILE.
053400     CLOSE FB-SNRULE-FILE.
053500     CLOSE FB-RULES-FILE.
053600
053700     MOVE 2 TO FB-FILE-IDX.
053800     MOVE "N" TO FB-EOF-FILE-SW.
053900     OPEN INPUT FB-SNREQ-FILE.
054000     OPEN OUTPUT FB-REQST-FILE.
054100     READ FB-SNREQ-FILE
054200         AT END MOVE "Y" TO FB-EOF-FILE-SW
054300     END-READ.
054400     PERFORM 3020-RESTORE-ONE-REQUEST THRU 3020-EXIT
054500         UNTIL FB-EOF-FILE.
054600     CLOSE FB-SNREQ-FILE.
054700     CLOSE FB-REQST-FILE.
054800
054900     MOVE 3 TO FB-FILE-IDX.
055000     MOVE "N" TO FB-EOF-FILE-SW.
055100     OPEN INPUT FB-SNAUD-FILE.
055200     OPEN OUTPUT FB-AUDIT-FILE.
055300     READ FB-SNAUD-FILE
055400         AT END MOVE "Y" TO FB-EOF-FILE-SW
055500     END-READ.
055600     PERFORM 3030-RESTORE-ONE-AUDIT THRU 3030-EXIT
055700         UNTIL FB-EOF-FILE.
055800     CLOSE FB-SNAUD-FILE.
055900     CLOSE FB-AUDIT-FILE.
056000
056100     MOVE 4 TO FB-FILE-IDX.
056200     MOVE "N" TO FB-EOF-FILE-SW.
056300     OPEN INPUT FB-SNXREG-FILE.
056400     OPEN OUTPUT FB-XMTREG-FILE.
056500     READ FB-SNXREG-FILE
056600         AT END MOVE "Y" TO FB-EOF-FILE-SW
056700     END-READ.
056800     PERFORM 3040-RESTORE-ONE-XMIT THRU 3040-EXIT
056900         UNTIL FB-EOF-FILE.
057000     CLOSE FB-SNXREG-FILE.
057100     CLOSE FB-XMTREG-FILE.
057200
057300     MOVE 5 TO FB-FILE-IDX.
057400     MOVE "N" TO FB-EOF-FILE-SW.
057500     OPEN INPUT FB-SNCKPT-FILE.
057600     OPEN OUTPUT FB-CKPT-FILE.
057700     READ FB-SNCKPT-FILE
057800         AT END MOVE "Y" TO FB-EOF-FILE-SW
057900     END-READ.
058000     PERFORM 3050-RESTORE-ONE-CKPT THRU 3050-EXIT
058100         UNTIL FB-EOF-FILE.
058200     CLOSE FB-SNCKPT-FILE.
058300     CLOSE FB-CKPT-FILE.
058400
058500     MOVE 6 TO FB-FILE-IDX.
058600     MOVE "N" TO FB-EOF-FILE-SW.
058700     OPEN INPUT FB-SNMSTR-FILE.
058800     OPEN OUTPUT FB-MASTER-FILE.
058900     READ FB-SNMSTR-FILE
059000         AT END MOVE "Y" TO FB-EOF-FILE-SW
059100     END-READ.
059200     PERFORM 3060-RESTORE-ONE-MASTER THRU 3060-EXIT
059300         UNTIL FB-EOF-FILE.
059400     CLOSE FB-SNMSTR-FILE.
059500     CLOSE FB-MASTER-FILE.
059600 3000-EXIT.
059700     EXIT.
059800
059900 3010-RESTORE-ONE-RULE.
060000     MOVE FB-BRL-RECORD TO FB-RULE-RECORD.
060100     WRITE FB-RULE-RECORD.
060200     PERFORM 6300-CHECK-WRITE THRU 6300-EXIT.
060300     READ FB-SNRULE-FILE
060400         AT END MOVE "Y" TO FB-EOF-FILE-SW
060500     END-READ.
060600 3010-EXIT.
060700     EXIT.
060800
060900 3020-RESTORE-ONE-REQUEST.
061000     MOVE FB-BRQ-RECORD TO FB-REQ-RECORD.
061100     WRITE FB-REQ-RECORD.
061200     PERFORM 6300-CHECK-WRITE THRU 6300-EXIT.
061300     READ FB-SNREQ-FILE
061400         AT END MOVE "Y" TO FB-EOF-FILE-SW
061500     END-READ.
061600 3020-EXIT.
061700     EXIT.
061800
061900 3030-RESTORE-ONE-AUDIT.
062000     MOVE FB-BAU-RECORD TO FB-AUDIT-RECORD.
062100     WRITE FB-AUDIT-RECORD.
062200     PERFORM 6300-CHECK-WRITE THRU 6300-EXIT.
062300     READ FB-SNAUD-FILE
062400         AT END MOVE "Y" TO FB-EOF-FILE-SW
062500     END-READ.
062600 3030-EXIT.
062700     EXIT.
062800
062900 3040-RESTORE-ONE-XMIT.
063000     MOVE FB-BXR-RECORD TO FB-XRG-RECORD.
063100     WRITE FB-XRG-RECORD.
063200     PERFORM 6300-CHECK-WRITE THRU 6300-EXIT.
063300     READ FB-SNXREG-FILE
063400         AT END MOVE "Y" TO FB-EOF-FILE-SW
063500     END-READ.
063600 3040-EXIT.
063700     EXIT.
063800
063900 3050-RESTORE-ONE-CKPT.
064000     MOVE FB-BCK-RECORD TO FB-CKPT-RECORD.
064100     WRITE FB-CKPT-RECORD.
064200     PERFORM 6300-CHECK-WRITE THRU 6300-EXIT.
064300     READ FB-SNCKPT-FILE
064400         AT END MOVE "Y" TO FB-EOF-FILE-SW
064500     END-READ.
064600 3050-EXIT.
064700     EXIT.
064800
064900 3060-RESTORE-ONE-MASTER.
065000     MOVE FB-BMS-RECORD TO FB-MST-RECORD.
065100     WRITE FB-MST-RECORD.
065200     PERFORM 6300-CHECK-WRITE THRU 6300-EXIT.
065300     READ FB-SNMSTR-FILE
065400         AT END MOVE "Y" TO FB-EOF-FILE-SW
065500     END-READ.
065600 3060-EXIT.
065700     EXIT.
065800
065900******************************************************************
066000*  4000-PROVE-RESTORED - RE-READ EVERY RESTORED FILE AND PROVE   *
066100*  IT AGAINST THE SAME COUNT AND HASH THE BACKUP PROVED TO.      *
066200******************************************************************
066300 4000-PROVE-RESTORED.
066400     MOVE "RESTORED" TO FB-PROOF-STAGE.
066500     MOVE 1 TO FB-FILE-IDX.
066600     PERFORM 6000-START-TALLY THRU 6000-EXIT.
066700     OPEN INPUT FB-RULES-FILE.
066800     IF FB-LIVE-STATUS = "00"
066900         READ FB-RULES-FILE
067000             AT END MOVE "Y" TO FB-EOF-FILE-SW
067100         END-READ
067200         PERFORM 4010-TALLY-ONE-RULE THRU 4010-EXIT
067300             UNTIL FB-EOF-FILE
067400         CLOSE FB-RULES-FILE
067500     END-IF.
067600     PERFORM 6200-PROVE-FILE THRU 6200-EXIT.
067700
067800     MOVE 2 TO FB-FILE-IDX.
067900     PERFORM 6000-START-TALLY THRU 6000-EXIT.
068000     OPEN INPUT FB-REQST-FILE.
068100     IF FB-LIVE-STATUS = "00"
068200         READ FB-REQST-FILE
068300             AT END MOVE "Y" TO FB-EOF-FILE-SW
068400         END-READ
068500         PERFORM 4020-TALLY-ONE-REQUEST THRU 4020-EXIT
068600             UNTIL FB-EOF-FILE
068700         CLOSE FB-REQST-FILE
068800     END-IF.
068900     PERFORM 6200-PROVE-FILE THRU 6200-EXIT.
069000
069100     MOVE 3 TO FB-FILE-IDX.
069200     PERFORM 6000-START-TALLY THRU 6000-EXIT.
069300     OPEN INPUT FB-AUDIT-FILE.
069400     IF FB-LIVE-STATUS = "00"
069500         READ FB-AUDIT-FILE
069600             AT END MOVE "Y" TO FB-EOF-FILE-SW
069700         END-READ
069800         PERFORM 4030-TALLY-ONE-AUDIT THRU 4030-EXIT
069900             UNTIL FB-EOF-FILE
070000         CLOSE FB-AUDIT-FILE
070100     END-IF.
070200     PERFORM 6200-PROVE-FILE THRU 6200-EXIT.
070300
070400     MOVE 4 TO FB-FILE-IDX.
070500     PERFORM 6000-START-TALLY THRU 6000-EXIT.
070600     OPEN INPUT FB-XMTREG-FILE.
070700     IF FB-LIVE-STATUS = "00"
070800         READ FB-XMTREG-FILE
070900             AT END MOVE "Y" TO FB-EOF-FILE-SW
071000         END-READ
071100         PERFORM 4040-TALLY-ONE-XMIT THRU 4040-EXIT
071200             UNTIL FB-EOF-FILE
071300         CLOSE FB-XMTREG-FILE
071400     END-IF.
071500     PERFORM 6200-PROVE-FILE THRU 6200-EXIT.
071600
071700     MOVE 5 TO FB-FILE-IDX.
071800     PERFORM 6000-START-TALLY THRU 6000-EXIT.
071900     OPEN INPUT FB-CKPT-FILE.
072000     IF FB-LIVE-STATUS = "00"
072100         READ FB-CKPT-FILE
072200             AT END MOVE "Y" TO FB-EOF-FILE-SW
072300         END-READ
072400         PERFORM 4050-TALLY-ONE-CKPT THRU 4050-EXIT
072500             UNTIL FB-EOF-FILE
072600         CLOSE FB-CKPT-FILE
072700     END-IF.
072800     PERFORM 6200-PROVE-FILE THRU 6200-EXIT.
072900
073000     MOVE 6 TO FB-FILE-IDX.
073100     PERFORM 6000-START-TALLY THRU 6000-EXIT.
073200     OPEN INPUT FB-MASTER-FILE.
073300     IF FB-LIVE-STATUS = "00"
073400         READ FB-MASTER-FILE NEXT RECORD
073500             AT END MOVE "Y" TO FB-EOF-FILE-SW
073600         END-READ
073700         PERFORM 4060-TALLY-ONE-MASTER THRU 4060-EXIT
073800             UNTIL FB-EOF-FILE
073900         CLOSE FB-MASTER-FILE
074000     END-IF.
074100     PERFORM 6200-PROVE-FILE THRU 6200-EXIT.
074200 4000-EXIT.
074300     EXIT.
074400
074500 4010-TALLY-ONE-RULE.
074600     MOVE ZERO TO FB-HASH-ITEM.
074700     IF FB-RULE-DIVISOR IS NUMERIC
074800         MOVE FB-RULE-DIVISOR TO FB-HASH-ITEM
074900     END-IF.
075000     PERFORM 6100-ADD-HASH THRU 6100-EXIT.
075100     READ FB-RULES-FILE
075200         AT END MOVE "Y" TO FB-EOF-FILE-SW
075300     END-READ.
075400 4010-EXIT.
075500     EXIT.
075600
075700 4020-TALLY-ONE-REQUEST.
075800     MOVE ZERO TO FB-HASH-ITEM.
075900     IF FB-REQ-UPPER-BOUND IS NUMERIC
076000         MOVE FB-REQ-UPPER-BOUND TO FB-HASH-ITEM
076100     END-IF.
076200     PERFORM 6100-ADD-HASH THRU 6100-EXIT.
076300     READ FB-REQST-FILE
076400         AT END MOVE "Y" TO FB-EOF-FILE-SW
076500     END-READ.
076600 4020-EXIT.
076700     EXIT.
076800
076900 4030-TALLY-ONE-AUDIT.
077000     MOVE ZERO TO FB-HASH-ITEM.
077100     IF FB-AUD-RUN-TIME IS NUMERIC
077200         MOVE FB-AUD-RUN-TIME TO FB-HASH-ITEM
077300     END-IF.
077400     PERFORM 6100-ADD-HASH THRU 6100-EXIT.
077500     READ FB-AUDIT-FILE
077600         AT END MOVE "Y" TO FB-EOF-FILE-SW
077700     END-READ.
077800 4030-EXIT.
077900     EXIT.
078000
078100 4040-TALLY-ONE-XMIT.
078200     MOVE ZERO TO FB-HASH-ITEM.
078300     IF FB-XRG-COUNT IS NUMERIC
078400         MOVE FB-XRG-COUNT TO FB-HASH-ITEM
078500     END-IF.
078600     PERFORM 6100-ADD-HASH THRU 6100-EXIT.
078700     READ FB-XMTREG-FILE
078800         AT END MOVE "Y" TO FB-EOF-FILE-SW
078900     END-READ.
079000 4040-EXIT.
079100     EXIT.
079200
079300 4050-TALLY-ONE-CKPT.
079400     MOVE ZERO TO FB-HASH-ITEM.
079500     IF FB-CKPT-LAST-ITERATION IS NUMERIC
079600         MOVE FB-CKPT-LAST-ITERATION TO FB-HASH-ITEM
079700     END-IF.
079800     PERFORM 6100-ADD-HASH THRU 6100-EXIT.
079900     READ FB-CKPT-FILE
080000         AT END MOVE "Y" TO FB-EOF-FILE-SW
080100     END-READ.
080200 4050-EXIT.
080300     EXIT.
080400
080500 4060-TALLY-ONE-MASTER.
080600     MOVE FB-MST-ITERATION TO FB-HASH-ITEM.
080700     PERFORM 6100-ADD-HASH THRU 6100-EXIT.
080800     READ FB-MASTER-FILE NEXT RECORD
080900         AT END MOVE "Y" TO FB-EOF-FILE-SW
081000     END-READ.
081100 4060-EXIT.
081200     EXIT.
081300
081400******************************************************************
081500*  5000-LOG-RECOVERY - A RECOVERY RECORD ON THE RESTORED FBAUDIT *
081600*  (NO REQUEST ID, ZERO COUNTS, LIKE THE FBBACKOT REVERSAL) AND  *
081700*  THE OUTCOME ON FBERRLOG.                                      *
081800******************************************************************
081900 5000-LOG-RECOVERY.
082000     MOVE SPACES TO FB-AUDIT-RECORD.
082100     MOVE FB-TODAY TO FB-AUD-RUN-DATE.
082200     ACCEPT FB-CLOCK-TIME FROM TIME.
082300     MOVE FB-CLOCK-TIME TO FB-AUD-RUN-TIME.
082400     MOVE ZERO TO FB-AUD-UPPER-BOUND.
082500     MOVE ZERO TO FB-AUD-RULE-COUNT.
082600     MOVE ZERO TO FB-AUD-CNT-FIZZ.
082700     MOVE ZERO TO FB-AUD-CNT-BUZZ.
082800     MOVE ZERO TO FB-AUD-CNT-FIZZBUZZ.
082900     MOVE ZERO TO FB-AUD-CNT-OTHER.
083000     MOVE ZERO TO FB-AUD-CNT-NUMBER.
083100     IF FB-UNPROVED
083200         STRING "RECOVERY - SNAPSHOT " FB-SNAP-ID
083300             " RESTORED BY FBRECOVR, PROOF FAILED"
083400             DELIMITED BY SIZE INTO FB-AUD-DIVISOR-LIST
083500     ELSE
083600         STRING "RECOVERY - SNAPSHOT " FB-SNAP-ID
083700             " RESTORED BY FBRECOVR"
083800             DELIMITED BY SIZE INTO FB-AUD-DIVISOR-LIST
083900     END-IF.
084000     OPEN EXTEND FB-AUDIT-FILE.
084100     IF FB-LIVE-STATUS NOT = "00"
084200         CLOSE FB-AUDIT-FILE
084300         OPEN OUTPUT FB-AUDIT-FILE
084400     END-IF.
084500     WRITE FB-AUDIT-RECORD.
084600     CLOSE FB-AUDIT-FILE.
084700
084800     IF FB-UNPROVED
084900         MOVE "FB503E " TO FB-ERR-WK-ID
085000         MOVE SPACES TO FB-ERR-WK-TEXT
085100         STRING "SNAPSHOT " FB-SNAP-ID
085200             " RESTORED BUT DID NOT PROVE"
085300             DELIMITED BY SIZE INTO FB-ERR-WK-TEXT
085400     ELSE
085500         MOVE "FB501W " TO FB-ERR-WK-ID
085600         MOVE SPACES TO FB-ERR-WK-TEXT
085700         STRING "SUITE RESTORED TO SNAPSHOT " FB-SNAP-ID
085800             DELIMITED BY SIZE INTO FB-ERR-WK-TEXT
085900     END-IF.
086000     PERFORM 8700-WRITE-ERRLOG THRU 8700-EXIT.
086100 5000-EXIT.
086200     EXIT.
086300
086400******************************************************************
086500*  6000-START-TALLY - CLEAR THE COUNT AND HASH FOR THE FILE IN   *
086600*  SLOT FB-FILE-IDX.                                             *
086700******************************************************************
086800 6000-START-TALLY.
086900     MOVE ZERO TO FB-TALLY-COUNT.
087000     MOVE ZERO TO FB-TALLY-HASH.
087100     MOVE "N" TO FB-EOF-FILE-SW.
087200 6000-EXIT.
087300     EXIT.
087400
087500 6050-BACKUP-MISSING.
087600     MOVE SPACES TO FB-ERR-WK-TEXT.
087700     STRING "BACKUP OF " FB-FILE-NAME (FB-FILE-IDX)
087800         " NOT PRESENT" DELIMITED BY SIZE INTO FB-ERR-WK-TEXT.
087900     PERFORM 8000-REFUSE THRU 8000-EXIT.
088000 6050-EXIT.
088100     EXIT.
088200
088300******************************************************************
088400*  6100-ADD-HASH - COUNT THE RECORD AND ADD FB-HASH-ITEM, WITH   *
088500*  THE SAME 10**15 WRAP FBSNAP USED.                             *
088600******************************************************************
088700 6100-ADD-HASH.
088800     ADD 1 TO FB-TALLY-COUNT.
088900     ADD FB-HASH-ITEM TO FB-TALLY-HASH
089000         ON SIZE ERROR
089100             COMPUTE FB-TALLY-HASH = FB-TALLY-HASH
089200                 + FB-HASH-ITEM
089300                 - 1000000000000000
089400     END-ADD.
089500 6100-EXIT.
089600     EXIT.
089700
089800******************************************************************
089900*  6200-PROVE-FILE - THE TALLY MUST MATCH THE CONTROL RECORD.    *
090000*  A BAD BACKUP REFUSES THE RECOVERY; A BAD RESTORED FILE MARKS  *
090100*  IT UNPROVED.                                                  *
090200******************************************************************
090300 6200-PROVE-FILE.
090400     IF FB-TALLY-COUNT = FB-CTL-COUNT (FB-FILE-IDX)
090500             AND FB-TALLY-HASH = FB-CTL-HASH (FB-FILE-IDX)
090600         DISPLAY "FBRECOVR: " FB-PROOF-STAGE " "
090700             FB-FILE-NAME (FB-FILE-IDX) " PROVED - "
090800             FB-TALLY-COUNT " RECORD(S), HASH " FB-TALLY-HASH
090900         GO TO 6200-EXIT
091000     END-IF.
091100     DISPLAY "FBRECOVR: " FB-PROOF-STAGE " "
091200         FB-FILE-NAME (FB-FILE-IDX) " DOES NOT PROVE - "
091300         FB-TALLY-COUNT " RECORD(S), HASH " FB-TALLY-HASH
091400         " AGAINST " FB-CTL-COUNT (FB-FILE-IDX) ", "
091500         FB-CTL-HASH (FB-FILE-IDX).
091600     IF FB-PROOF-STAGE = "BACKUP"
091700         MOVE SPACES TO FB-ERR-WK-TEXT
091800         STRING "BACKUP OF " FB-FILE-NAME (FB-FILE-IDX)
091900             " DOES NOT PROVE" DELIMITED BY SIZE
092000             INTO FB-ERR-WK-TEXT
092100         PERFORM 8000-REFUSE THRU 8000-EXIT
092200     ELSE
092300         MOVE "Y" TO FB-UNPROVED-SW
092400     END-IF.
092500 6200-EXIT.
092600     EXIT.
092700
092800 6300-CHECK-WRITE.
092900     IF FB-LIVE-STATUS NOT = "00"
093000         DISPLAY "FBRECOVR: WRITE TO " FB-FILE-NAME (FB-FILE-IDX)
093100             " FAILED (STATUS " FB-LIVE-STATUS ")"
093200         MOVE "Y" TO FB-UNPROVED-SW
093300     END-IF.
093400 6300-EXIT.
093500     EXIT.
093600
093700******************************************************************
093800*  8000-REFUSE - LOG THE REASON IN FB-ERR-WK-TEXT AS FB502E.     *
093900*  ONLY EVER REACHED BEFORE A LIVE FILE HAS BEEN TOUCHED.        *
094000******************************************************************
094100 8000-REFUSE.
094200     IF FB-REFUSED
094300         GO TO 8000-EXIT
094400     END-IF.
094500     MOVE "Y" TO FB-REFUSED-SW.
094600     DISPLAY "FBRECOVR: RECOVERY REFUSED - " FB-ERR-WK-TEXT.
094700     MOVE "FB502E " TO FB-ERR-WK-ID.
094800     PERFORM 8700-WRITE-ERRLOG THRU 8700-EXIT.
094900 8000-EXIT.
095000     EXIT.
095100
095200******************************************************************
095300*  8700-WRITE-ERRLOG - APPEND ONE FBERRLOG EVENT, AS FIZZBUZZ    *
095400*  DOES.                                                         *
095500******************************************************************
095600 8700-WRITE-ERRLOG.
095700     MOVE SPACES TO FB-ERR-RECORD.
095800     MOVE FB-ERR-WK-ID   TO FB-ERR-MSG-ID.
095900     ACCEPT FB-ERR-DATE FROM DATE YYYYMMDD.
096000     ACCEPT FB-ERR-TIME FROM TIME.
096100     MOVE ZERO TO FB-ERR-ITERATION.
096200     MOVE FB-ERR-WK-TEXT TO FB-ERR-TEXT.
096300     OPEN EXTEND FB-ERRLOG-FILE.
096400     IF FB-ERRLOG-STATUS NOT = "00"
096500         CLOSE FB-ERRLOG-FILE
096600         OPEN OUTPUT FB-ERRLOG-FILE
096700     END-IF.
096800     WRITE FB-ERR-RECORD.
096900     CLOSE FB-ERRLOG-FILE.
097000 8700-EXIT.
097100     EXIT.
097200
097300******************************************************************
097400*  9000-TERMINATE                                                *
097500******************************************************************
097600 9000-TERMINATE.
097700     IF FB-REFUSED OR FB-UNPROVED
097800         MOVE 12 TO RETURN-CODE
097900         DISPLAY "FBRECOVR: SNAPSHOT " FB-SNAP-ID
098000             " NOT RECOVERED - SUITE MUST NOT RUN"
098100     ELSE
098200         DISPLAY "FBRECOVR: SUITE RECOVERED TO SNAPSHOT "
098300             FB-SNAP-ID
098400     END-IF.
098500 9000-EXIT.
098600     EXIT.
