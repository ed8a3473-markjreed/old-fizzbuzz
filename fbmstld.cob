000980*                   GENERATION INSTEAD OF REBUILDING THE FILE    *
000990*                   FROM SCRATCH.  OLD GENERATIONS ARE RETIRED   *
000991*                   BY THE SEPARATE FBMSTRET PASS.               *
000992*  2026-10-15  MJR  DEPARTMENT RULE SETS: THE MATCH POSITIONS    *
000993*                   FOR EACH ROW ARE DERIVED FROM THE RULE SET   *
000994*                   AND RUN DATE ON ITS REQUEST'S OWN LATEST     *
000995*                   AUDIT RECORD, NOT ONE TABLE FOR THE WHOLE    *
000996*                   LOAD.                                        *
001000******************************************************************
001100 IDENTIFICATION DIVISION.
001200 PROGRAM-ID.    FBMSTLD.
001900*  INDEXED MASTER, KEYED BY REQUEST ID PLUS ITERATION PLUS THE   *
002000*  RUN ID (RUN DATE), SO EACH LOAD ADDS A GENERATION.  THE       *
002100*  MATCHING RULE POSITIONS ARE RE-DERIVED FROM FBRULES THE SAME  *
002200*  WAY FIZZBUZZ APPLIES THEM, AND THE RUN DATE AND RULE SET ARE  *
002300*  PICKED UP FROM THE LATEST FBAUDIT RECORD FOR EACH ROW'S       *
002305*  REQUEST ID.                                                   *
002310*  A DUPLICATE KEY MEANS THIS GENERATION WAS ALREADY LOADED      *
002320*  (A RE-RUN OF THE LOAD STEP) AND THE ROW IS SKIPPED.           *
002400******************************************************************
008520         88  FB-RULE-IN-FORCE                VALUE "Y".
008600
008700******************************************************************
008800*  DIVISOR / LABEL RULE TABLE - EVERY FBRULES RECORD OF EVERY    *
008850*  RULE SET.  A BLANK DATE IS HELD AS ZERO (OPEN END).           *
008900******************************************************************
009000 01  FB-RULE-TABLE.
009100     05  FB-RULE-ENTRY OCCURS 500 TIMES.
009150         10  FB-TAB-SET          PIC X(08).
009200         10  FB-TAB-DIVISOR      PIC 9(09)   COMP-3.
009300         10  FB-TAB-LABEL        PIC X(15).
009310         10  FB-TAB-EFF-DATE     PIC 9(08).
009320         10  FB-TAB-EXP-DATE     PIC 9(08).
009400
009500******************************************************************
009600*  RUN-DATE TABLE - LATEST AUDIT RUN DATE AND RULE SET PER       *
009650*  REQUEST ID.                                                   *
009700******************************************************************
009800 01  FB-RUNDATE-TABLE.
009900     05  FB-RUNDATE-ENTRY OCCURS 200 TIMES.
010000         10  FB-RDT-ID           PIC X(08).
010100         10  FB-RDT-DATE         PIC 9(08).
010150         10  FB-RDT-RULE-SET     PIC X(08).
010200 77  FB-RDT-COUNT         PIC 9(04) COMP   VALUE ZERO.
010300 77  FB-RDT-IDX           PIC 9(04) COMP   VALUE ZERO.
010400 77  FB-RDT-SLOT          PIC 9(04) COMP   VALUE ZERO.
010900******************************************************************
011000 77  FB-RULE-IDX          PIC 9(04) COMP   VALUE ZERO.
011100 77  FB-RULE-COUNT        PIC 9(04) COMP   VALUE ZERO.
011200 77  FB-MAX-RULES         PIC 9(04) COMP   VALUE 500.
011250 77  FB-SET-POS           PIC 9(04) COMP   VALUE ZERO.
011300 77  FB-Q                 PIC 9(09) COMP-3 VALUE ZERO.
011400 77  FB-R                 PIC 9(09) COMP-3 VALUE ZERO.
011500 77  FB-POS-WORK          PIC X(50).
011600 77  FB-POS-PTR           PIC 9(04) COMP   VALUE 1.
011700 77  FB-POS-EDIT          PIC 9(02).
011800 77  FB-ROW-RUN-DATE      PIC 9(08)        VALUE ZERO.
011802 77  FB-ROW-RULE-SET      PIC X(08)        VALUE SPACES.
011804 77  FB-ROW-FORCE-DATE    PIC 9(08)        VALUE ZERO.
011810 77  FB-LOAD-DATE         PIC 9(08)        VALUE ZERO.
011820 77  FB-SKIPPED-RULES     PIC 9(04) COMP   VALUE ZERO.
011900 77  FB-LOADED-COUNT      PIC 9(09) COMP-3 VALUE ZERO.
015900     EXIT.
016000
016100******************************************************************
016200*  1200-LOAD-RULES - SAME LOAD AS FIZZBUZZ 1200-LOAD-RULES, ALL  *
016210*  RULE SETS AT ONCE; THE SET AND IN-FORCE SELECTION IS MADE     *
016220*  ROW BY ROW.                                                   *
016300******************************************************************
016400 1200-LOAD-RULES.
016500     MOVE ZERO TO FB-RULE-COUNT.
018000     EXIT.
018100
018200 1210-LOAD-ONE-RULE.
018300     IF FB-RULE-COUNT NOT LESS THAN FB-MAX-RULES
018310         ADD 1 TO FB-SKIPPED-RULES
018320         GO TO 1210-READ-NEXT
018330     END-IF.
018400     ADD 1 TO FB-RULE-COUNT.
018450     MOVE FB-RULE-SET     TO FB-TAB-SET (FB-RULE-COUNT).
018500     MOVE FB-RULE-DIVISOR TO FB-TAB-DIVISOR (FB-RULE-COUNT).
018700     MOVE FB-RULE-LABEL   TO FB-TAB-LABEL (FB-RULE-COUNT).
018710     MOVE ZERO TO FB-TAB-EFF-DATE (FB-RULE-COUNT).
018720     IF FB-RULE-EFF-DATE IS NUMERIC
018730         MOVE FB-RULE-EFF-DATE TO FB-TAB-EFF-DATE (FB-RULE-COUNT)
018740     END-IF.
018750     MOVE ZERO TO FB-TAB-EXP-DATE (FB-RULE-COUNT).
018760     IF FB-RULE-EXP-DATE IS NUMERIC
018770         MOVE FB-RULE-EXP-DATE TO FB-TAB-EXP-DATE (FB-RULE-COUNT)
018780     END-IF.
018910 1210-READ-NEXT.
019000     READ FB-RULES-FILE
019100         AT END MOVE "Y" TO FB-EOF-RULES-SW
019410
019420******************************************************************
019430*  1220-CHECK-RULE-IN-FORCE - SAME TEST AS FIZZBUZZ: THE RULE   *
019440*  IS IN FORCE WHEN THE ROW'S RUN DATE LIES BETWEEN ITS          *
019450*  EFFECTIVE AND EXPIRY DATES, A ZERO OR BLANK DATE LEAVING     *
019460*  THAT END OPEN.                                               *
019470******************************************************************
019480 1220-CHECK-RULE-IN-FORCE.
019481     MOVE "Y" TO FB-RULE-FORCE-SW.
019482     IF FB-TAB-EFF-DATE (FB-RULE-IDX)
019483             GREATER THAN FB-ROW-FORCE-DATE
019484         MOVE "N" TO FB-RULE-FORCE-SW
019485     END-IF.
019486     IF FB-TAB-EXP-DATE (FB-RULE-IDX) GREATER THAN ZERO
019487             AND FB-TAB-EXP-DATE (FB-RULE-IDX)
019488             LESS THAN FB-ROW-FORCE-DATE
019489         MOVE "N" TO FB-RULE-FORCE-SW
019490     END-IF.
019491 1220-EXIT.
022900     END-IF.
023000     MOVE FB-AUD-REQUEST-ID TO FB-RDT-ID (FB-RDT-SLOT).
023100     MOVE FB-AUD-RUN-DATE   TO FB-RDT-DATE (FB-RDT-SLOT).
023150     MOVE FB-AUD-RULE-SET   TO FB-RDT-RULE-SET (FB-RDT-SLOT).
023200 1310-READ-NEXT.
023300     READ FB-AUDIT-FILE
023400         AT END MOVE "Y" TO FB-EOF-AUDIT-SW
025800     EXIT.
025900
026000******************************************************************
026100*  2100-LOAD-ONE-ROW - FIND THE ROW'S RUN DATE AND RULE SET,     *
026200*  DERIVE THE MATCHING RULE POSITIONS WITHIN THAT SET'S RULES    *
026210*  IN FORCE ON THE RUN DATE, AND WRITE THE MASTER RECORD.  A     *
026220*  ROW WITH NO AUDIT RECORD USES THE SHOP DEFAULT SET ON THE     *
026230*  LATEST AUDITED RUN DATE.                                      *
026300******************************************************************
026400 2100-LOAD-ONE-ROW.
026410     PERFORM 2200-FIND-RUN-DATE THRU 2200-EXIT.
026420     MOVE FB-ROW-RUN-DATE TO FB-ROW-FORCE-DATE.
026430     IF FB-ROW-FORCE-DATE = ZERO
026440         MOVE FB-LOAD-DATE TO FB-ROW-FORCE-DATE
026450     END-IF.
026500     MOVE SPACES TO FB-POS-WORK.
026600     MOVE 1 TO FB-POS-PTR.
026650     MOVE ZERO TO FB-SET-POS.
026700     PERFORM 2110-NOTE-RULE-MATCH THRU 2110-EXIT
026800         VARYING FB-RULE-IDX FROM 1 BY 1
026900         UNTIL FB-RULE-IDX GREATER THAN FB-RULE-COUNT.
027100
027200     MOVE SPACES TO FB-MST-RECORD.
027300     MOVE FB-OUT-REQUEST-ID TO FB-MST-REQUEST-ID.
029000     EXIT.
029100
029200 2110-NOTE-RULE-MATCH.
029210     IF FB-TAB-SET (FB-RULE-IDX) NOT = FB-ROW-RULE-SET
029220         GO TO 2110-EXIT
029230     END-IF.
029240     PERFORM 1220-CHECK-RULE-IN-FORCE THRU 1220-EXIT.
029250     IF NOT FB-RULE-IN-FORCE
029260         GO TO 2110-EXIT
029270     END-IF.
029280     ADD 1 TO FB-SET-POS.
029300     DIVIDE FB-OUT-ITERATION BY FB-TAB-DIVISOR (FB-RULE-IDX)
029400         GIVING FB-Q REMAINDER FB-R.
029500     IF FB-R = ZERO
029600         MOVE FB-SET-POS TO FB-POS-EDIT
029700         STRING FB-POS-EDIT " " DELIMITED BY SIZE
029800             INTO FB-POS-WORK
029900             WITH POINTER FB-POS-PTR
030500     EXIT.
030600
030700******************************************************************
030800*  2200-FIND-RUN-DATE - RUN DATE AND RULE SET FOR THE CURRENT    *
030850*  ROW'S REQUEST.                                                *
030900******************************************************************
031000 2200-FIND-RUN-DATE.
031100     MOVE ZERO TO FB-ROW-RUN-DATE.
031150     MOVE SPACES TO FB-ROW-RULE-SET.
031200     PERFORM 2210-MATCH-RUN-DATE THRU 2210-EXIT
031300         VARYING FB-RDT-IDX FROM 1 BY 1
031400         UNTIL FB-RDT-IDX GREATER THAN FB-RDT-COUNT.
031800 2210-MATCH-RUN-DATE.
031900     IF FB-RDT-ID (FB-RDT-IDX) = FB-OUT-REQUEST-ID
032000         MOVE FB-RDT-DATE (FB-RDT-IDX) TO FB-ROW-RUN-DATE
032050         MOVE FB-RDT-RULE-SET (FB-RDT-IDX) TO FB-ROW-RULE-SET
032100     END-IF.
032200 2210-EXIT.
032300     EXIT.
032600*  9000-TERMINATE - LOAD TOTALS AND THE STEP CONDITION CODE.     *
032700******************************************************************
032800 9000-TERMINATE.
032810     IF FB-SKIPPED-RULES GREATER THAN ZERO
032820         DISPLAY "FBMSTLD: FBRULES HAS MORE THAN " FB-MAX-RULES
032830             " ENTRIES - " FB-SKIPPED-RULES " RULE(S) IGNORED"
032840     END-IF.
032900     DISPLAY "FBMSTLD: " FB-LOADED-COUNT
033000         " MASTER RECORD(S) LOADED".
033100     IF FB-DUPKEY-COUNT GREATER THAN ZERO
