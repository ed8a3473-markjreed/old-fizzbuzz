002200*                   NOW LOADS ONLY THE RULES IN FORCE ON THE     *
002300*                   VERIFIED RUN'S DATE, TAKEN FROM THE LATEST   *
002400*                   AUDIT RECORD, MATCHING WHAT FIZZBUZZ RAN.    *
002410*  2026-10-15  MJR  DEPARTMENT RULE SETS: EACH REQUEST GROUP IS  *
002420*                   NOW RE-DERIVED FROM THE RULE SET NAMED ON    *
002430*                   ITS OWN AUDIT RECORD, WITH THE RULES IN      *
002440*                   FORCE ON THAT RECORD'S RUN DATE, SO A        *
002450*                   DEPARTMENTAL RUN VERIFIES AGAINST THE RULES  *
002460*                   IT ACTUALLY RAN UNDER.                       *
002500******************************************************************
002600 IDENTIFICATION DIVISION.
002700 PROGRAM-ID.    FBVERIFY.
013400         88  FB-INPUTS-BAD                   VALUE "N".
013500
013600******************************************************************
013700*  DIVISOR / LABEL RULE TABLE - SELECTED PER REQUEST GROUP FROM  *
013800*  THE ALL-SETS TABLE EXACTLY AS FIZZBUZZ SELECTS IT, SO THE     *
013900*  DERIVATION HERE IS INDEPENDENT OF THE RUN BUT GOVERNED BY     *
013950*  THE SAME RULES.                                               *
014000******************************************************************
014100 01  FB-RULE-TABLE.
014200     05  FB-RULE-ENTRY OCCURS 50 TIMES.
014300         10  FB-TAB-DIVISOR      PIC 9(09)   COMP-3.
014400         10  FB-TAB-LABEL        PIC X(15).
014405
014410******************************************************************
014415*  ALL-SETS RULE TABLE - EVERY FBRULES RECORD, WHATEVER ITS RULE *
014420*  SET AND DATES, SO EACH GROUP CAN PICK ITS OWN SET IN FORCE ON *
014425*  ITS OWN RUN DATE.  A BLANK DATE IS HELD AS ZERO (OPEN END).   *
014430******************************************************************
014435 01  FB-ALL-RULE-TABLE.
014440     05  FB-ALL-RULE-ENTRY OCCURS 500 TIMES.
014445         10  FB-ALR-SET          PIC X(08).
014450         10  FB-ALR-DIVISOR      PIC 9(09)   COMP-3.
014455         10  FB-ALR-LABEL        PIC X(15).
014460         10  FB-ALR-EFF-DATE     PIC 9(08).
014465         10  FB-ALR-EXP-DATE     PIC 9(08).
014470 77  FB-ALR-IDX           PIC 9(04) COMP   VALUE ZERO.
014475 77  FB-ALR-COUNT         PIC 9(04) COMP   VALUE ZERO.
014480 77  FB-MAX-ALL-RULES     PIC 9(04) COMP   VALUE 500.
014500
014600******************************************************************
014700*  VERIFICATION WORKING FIELDS                                   *
018400         10  FB-ADT-OTHER        PIC 9(09)   COMP-3.
018500         10  FB-ADT-NUMBER       PIC 9(09)   COMP-3.
018600         10  FB-ADT-SEEN-SW      PIC X(01).
018610         10  FB-ADT-RUN-DATE     PIC 9(08).
018620         10  FB-ADT-RULE-SET     PIC X(08).
018700 77  FB-AUD-COUNT         PIC 9(04) COMP   VALUE ZERO.
018800 77  FB-AUD-IDX           PIC 9(04) COMP   VALUE ZERO.
018900 77  FB-AUD-SLOT          PIC 9(04) COMP   VALUE ZERO.
019300 77  FB-SKIPPED-RULES     PIC 9(04) COMP   VALUE ZERO.
019400 77  FB-LAST-REQ-ID       PIC X(08)        VALUE SPACES.
019500 77  FB-EXPECT-ID         PIC X(08)        VALUE SPACES.
019510 77  FB-GROUP-RUN-DATE    PIC 9(08)        VALUE ZERO.
019520 77  FB-GROUP-RULE-SET    PIC X(08)        VALUE SPACES.
019600
019700******************************************************************
019800*  AUDIT ENTRY FOR THE GROUP BEING RECONCILED.                  *
028900     END-IF.
029000
029100     PERFORM 1200-LOAD-RULES THRU 1200-EXIT.
029200     IF FB-ALR-COUNT = ZERO
029300         DISPLAY "FBVERIFY: NO RULES LOADED FROM FBRULES"
029400         SET FB-INPUTS-BAD TO TRUE
029500     END-IF.
029700     EXIT.
029800
029900******************************************************************
030000*  1200-LOAD-RULES - EVERY FBRULES RECORD INTO THE ALL-SETS      *
030010*  TABLE.  THE IN-FORCE TEST IS APPLIED PER GROUP, AGAINST THE   *
030020*  GROUP'S OWN RUN DATE, WHEN 2410 SELECTS THE GROUP'S RULES.    *
030100******************************************************************
030200 1200-LOAD-RULES.
030300     MOVE ZERO TO FB-ALR-COUNT.
030400     MOVE ZERO TO FB-SKIPPED-RULES.
030500     MOVE "N"  TO FB-EOF-RULES-SW.
030600     OPEN INPUT FB-RULES-FILE.
031900     EXIT.
032000
032100 1210-LOAD-ONE-RULE.
032700     IF FB-ALR-COUNT NOT LESS THAN FB-MAX-ALL-RULES
032710         DISPLAY "FBVERIFY: FBRULES HAS MORE THAN "
032720             FB-MAX-ALL-RULES " ENTRIES - EXTRA RULES IGNORED"
032730         GO TO 1210-READ-NEXT
032740     END-IF.
032800     ADD 1 TO FB-ALR-COUNT.
032850     MOVE FB-RULE-SET     TO FB-ALR-SET (FB-ALR-COUNT).
032900     MOVE FB-RULE-DIVISOR TO FB-ALR-DIVISOR (FB-ALR-COUNT).
033100     MOVE FB-RULE-LABEL   TO FB-ALR-LABEL (FB-ALR-COUNT).
033110     MOVE ZERO TO FB-ALR-EFF-DATE (FB-ALR-COUNT).
033120     IF FB-RULE-EFF-DATE IS NUMERIC
033130         MOVE FB-RULE-EFF-DATE TO FB-ALR-EFF-DATE (FB-ALR-COUNT)
033140     END-IF.
033150     MOVE ZERO TO FB-ALR-EXP-DATE (FB-ALR-COUNT).
033160     IF FB-RULE-EXP-DATE IS NUMERIC
033170         MOVE FB-RULE-EXP-DATE TO FB-ALR-EXP-DATE (FB-ALR-COUNT)
033180     END-IF.
033400 1210-READ-NEXT.
033500     READ FB-RULES-FILE
033600         AT END MOVE "Y" TO FB-EOF-RULES-SW
034000
034100******************************************************************
034200*  1220-CHECK-RULE-IN-FORCE - SAME TEST AS FIZZBUZZ: THE RULE   *
034300*  IS IN FORCE WHEN THE GROUP'S RUN DATE LIES BETWEEN ITS        *
034400*  EFFECTIVE AND EXPIRY DATES, A ZERO OR BLANK DATE LEAVING      *
034500*  THAT END OPEN.                                                *
034600******************************************************************
034700 1220-CHECK-RULE-IN-FORCE.
034800     MOVE "Y" TO FB-RULE-FORCE-SW.
034900     IF FB-ALR-EFF-DATE (FB-ALR-IDX)
035000             GREATER THAN FB-GROUP-RUN-DATE
035100         MOVE "N" TO FB-RULE-FORCE-SW
035200     END-IF.
035300     IF FB-ALR-EXP-DATE (FB-ALR-IDX) GREATER THAN ZERO
035500             AND FB-ALR-EXP-DATE (FB-ALR-IDX)
035550             LESS THAN FB-GROUP-RUN-DATE
035600         MOVE "N" TO FB-RULE-FORCE-SW
035700     END-IF.
035800 1220-EXIT.
040700     MOVE FB-AUD-CNT-FIZZBUZZ TO FB-ADT-FIZZBUZZ (FB-AUD-SLOT).
040800     MOVE FB-AUD-CNT-OTHER    TO FB-ADT-OTHER (FB-AUD-SLOT).
040900     MOVE FB-AUD-CNT-NUMBER   TO FB-ADT-NUMBER (FB-AUD-SLOT).
040910     MOVE FB-AUD-RUN-DATE     TO FB-ADT-RUN-DATE (FB-AUD-SLOT).
040920     MOVE FB-AUD-RULE-SET     TO FB-ADT-RULE-SET (FB-AUD-SLOT).
041000 1310-READ-NEXT.
041100     READ FB-AUDIT-FILE
041200         AT END MOVE "Y" TO FB-EOF-AUDIT-SW
056100******************************************************************
056200*  2400-START-GROUP - A NEW REQUEST ID HAS APPEARED ON FBOUT.   *
056300*  EACH REQUEST GROUP RESTARTS THE SEQUENCE AT 1 AND CARRIES    *
056400*  ITS OWN CONTROL TOTALS AND ITS OWN RULE TABLE.  A SINGLE-     *
056500*  RANGE RUN IS ONE GROUP UNDER A BLANK REQUEST ID.              *
056600******************************************************************
056700 2400-START-GROUP.
056800     MOVE FB-OUT-REQUEST-ID TO FB-CUR-REQ-ID.
057400     MOVE ZERO TO FB-CNT-NUMBER.
057500     MOVE ZERO TO FB-CNT-RECORDS.
057600     MOVE "Y"  TO FB-GROUP-OPEN-SW.
057650     PERFORM 2410-SELECT-GROUP-RULES THRU 2410-EXIT.
057700 2400-EXIT.
057800     EXIT.
057801
057802******************************************************************
057803*  2410-SELECT-GROUP-RULES - THE GROUP'S LATEST AUDIT RECORD     *
057804*  NAMES THE RULE SET AND RUN DATE THE REQUEST RAN UNDER; THE    *
057805*  RULES OF THAT SET IN FORCE ON THAT DATE ARE SELECTED IN       *
057806*  FBRULES ORDER, AS FIZZBUZZ 1250-SELECT-RULE-SET DOES.  A      *
057807*  GROUP WITH NO AUDIT RECORD FALLS BACK TO THE SHOP DEFAULT     *
057808*  SET ON THE LATEST RUN DATE (IT IS FLAGGED AT THE GROUP END).  *
057809******************************************************************
057810 2410-SELECT-GROUP-RULES.
057811     MOVE FB-VERIFY-DATE TO FB-GROUP-RUN-DATE.
057812     MOVE SPACES TO FB-GROUP-RULE-SET.
057813     PERFORM 2420-FIND-GROUP-AUDIT THRU 2420-EXIT
057814         VARYING FB-AUD-IDX FROM 1 BY 1
057815         UNTIL FB-AUD-IDX GREATER THAN FB-AUD-COUNT.
057816     MOVE ZERO TO FB-RULE-COUNT.
057817     PERFORM 2430-SELECT-ONE-RULE THRU 2430-EXIT
057818         VARYING FB-ALR-IDX FROM 1 BY 1
057819         UNTIL FB-ALR-IDX GREATER THAN FB-ALR-COUNT.
057820     IF FB-RULE-COUNT = ZERO
057821         MOVE ZERO TO FB-EXC-I
057822         MOVE "NO FBRULES RULES IN FORCE FOR THE GROUP'S RULE SET"
057823             TO FB-EXC-TEXT
057824         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
057825     END-IF.
057826 2410-EXIT.
057827     EXIT.
057828
057829 2420-FIND-GROUP-AUDIT.
057830     IF FB-ADT-ID (FB-AUD-IDX) = FB-CUR-REQ-ID
057831         MOVE FB-ADT-RUN-DATE (FB-AUD-IDX) TO FB-GROUP-RUN-DATE
057832         MOVE FB-ADT-RULE-SET (FB-AUD-IDX) TO FB-GROUP-RULE-SET
057833     END-IF.
057834 2420-EXIT.
057835     EXIT.
057836
057837 2430-SELECT-ONE-RULE.
057838     IF FB-ALR-SET (FB-ALR-IDX) NOT = FB-GROUP-RULE-SET
057839         GO TO 2430-EXIT
057840     END-IF.
057841     PERFORM 1220-CHECK-RULE-IN-FORCE THRU 1220-EXIT.
057842     IF NOT FB-RULE-IN-FORCE
057843         GO TO 2430-EXIT
057844     END-IF.
057845     IF FB-RULE-COUNT LESS THAN FB-MAX-RULES
057846         ADD 1 TO FB-RULE-COUNT
057847         MOVE FB-ALR-DIVISOR (FB-ALR-IDX)
057848             TO FB-TAB-DIVISOR (FB-RULE-COUNT)
057849         MOVE FB-ALR-LABEL (FB-ALR-IDX)
057850             TO FB-TAB-LABEL (FB-RULE-COUNT)
057851     END-IF.
057852 2430-EXIT.
057853     EXIT.
057900
058000******************************************************************
058100*  2500-END-GROUP - RECONCILE THE GROUP JUST WALKED AGAINST THE *
059300             INTO FB-REPORT-RECORD
059400     END-IF.
059500     WRITE FB-REPORT-RECORD.
059510     IF FB-GROUP-RULE-SET NOT = SPACES
059520         MOVE SPACES TO FB-REPORT-RECORD
059530         STRING "  RULE SET " FB-GROUP-RULE-SET
059540             DELIMITED BY SIZE
059550             INTO FB-REPORT-RECORD
059560         WRITE FB-REPORT-RECORD
059570     END-IF.
059600     MOVE "N" TO FB-AUD-MATCH-SW.
059700     PERFORM 2510-FIND-AUDIT-ENTRY THRU 2510-EXIT
059800         VARYING FB-AUD-IDX FROM 1 BY 1
