000800*                   FIRST TWO TABLE POSITIONS AND LUMPS EVERY    *
000900*                   LATER TIER INTO OTHER, WHICH TELLS THE       *
001000*                   BUSINESS OWNERS OF THE NEWER TIERS NOTHING.  *
001010*  2026-10-15  MJR  DEPARTMENT RULE SETS: EACH FBOUT REQUEST     *
001020*                   GROUP IS TALLIED AGAINST THE RULE SET AND    *
001030*                   RUN DATE ON ITS OWN AUDIT RECORD, AND THE    *
001040*                   PER-RULE SECTION IS BROKEN OUT BY RULE SET,  *
001050*                   EACH SET'S PERCENTAGES TAKEN OVER THE ROWS   *
001060*                   THAT RAN UNDER IT.                           *
001100******************************************************************
001200 IDENTIFICATION DIVISION.
001300 PROGRAM-ID.    FBSTATS.
002100*  HIT COUNT AND PERCENTAGE OF THE RANGE; THEN EVERY OBSERVED    *
002200*  LABEL COMBINATION (E.G. FIZZBAM VERSUS BUZZBAM) WITH ITS      *
002300*  COUNT AND PERCENTAGE; AND THE PLAIN-NUMBER RESIDUE.  THE      *
002400*  RULES ARE SELECTED WITH THE SAME IN-FORCE TEST AS FIZZBUZZ,   *
002500*  KEYED TO THE RULE SET AND RUN DATE ON EACH REQUEST'S LATEST   *
002550*  FBAUDIT RECORD, AND REPORTED RULE SET BY RULE SET.            *
002600******************************************************************
002700 ENVIRONMENT DIVISION.
002800 CONFIGURATION SECTION.
008400         88  FB-RULE-IN-FORCE                VALUE "Y".
008500     05  FB-ROW-MATCHED-SW       PIC X(01)   VALUE "N".
008600         88  FB-ROW-MATCHED                  VALUE "Y".
008610     05  FB-GROUP-OPEN-SW        PIC X(01)   VALUE "N".
008620         88  FB-GROUP-OPEN                   VALUE "Y".
008700
008800******************************************************************
008900*  DIVISOR / LABEL RULE TABLE WITH PER-RULE HIT COUNTS - EVERY   *
008910*  FBRULES RECORD OF EVERY RULE SET, WITH ITS POSITION WITHIN    *
008920*  ITS SET.  A BLANK DATE IS HELD AS ZERO (OPEN END).  A RULE    *
008930*  IS MARKED USED ONCE IT WAS IN FORCE FOR SOME REQUEST GROUP.   *
009000******************************************************************
009100 01  FB-RULE-TABLE.
009200     05  FB-RULE-ENTRY OCCURS 500 TIMES.
009210         10  FB-TAB-SET          PIC X(08).
009220         10  FB-TAB-POS          PIC 9(04)   COMP.
009300         10  FB-TAB-DIVISOR      PIC 9(09)   COMP-3.
009400         10  FB-TAB-LABEL        PIC X(15).
009410         10  FB-TAB-EFF-DATE     PIC 9(08).
009420         10  FB-TAB-EXP-DATE     PIC 9(08).
009500         10  FB-TAB-HITS         PIC 9(09)   COMP-3.
009502         10  FB-TAB-USED-SW      PIC X(01).
009504
009506******************************************************************
009508*  RULE-SET TABLE - ONE ENTRY PER RULE SET NAMED ON FBRULES,     *
009510*  WITH THE NUMBER OF FBOUT ROWS THAT RAN UNDER IT.              *
009512******************************************************************
009514 01  FB-SET-TABLE.
009516     05  FB-SET-ENTRY OCCURS 50 TIMES.
009518         10  FB-SET-NAME         PIC X(08).
009520         10  FB-SET-RULES        PIC 9(04)   COMP.
009522         10  FB-SET-ROWS         PIC 9(09)   COMP-3.
009524 77  FB-SET-IDX           PIC 9(04) COMP   VALUE ZERO.
009526 77  FB-SET-COUNT         PIC 9(04) COMP   VALUE ZERO.
009528 77  FB-SET-SLOT          PIC 9(04) COMP   VALUE ZERO.
009530 77  FB-MAX-SETS          PIC 9(04) COMP   VALUE 50.
009532
009534******************************************************************
009536*  AUDIT TABLE - RULE SET AND RUN DATE FROM THE LATEST FBAUDIT   *
009538*  RECORD FOR EACH REQUEST ID.                                   *
009540******************************************************************
009542 01  FB-AUDIT-TABLE.
009544     05  FB-AUDIT-ENTRY OCCURS 200 TIMES.
009546         10  FB-ADT-ID           PIC X(08).
009548         10  FB-ADT-RUN-DATE     PIC 9(08).
009550         10  FB-ADT-RULE-SET     PIC X(08).
009552 77  FB-AUD-COUNT         PIC 9(04) COMP   VALUE ZERO.
009554 77  FB-AUD-IDX           PIC 9(04) COMP   VALUE ZERO.
009556 77  FB-AUD-SLOT          PIC 9(04) COMP   VALUE ZERO.
009558 77  FB-MAX-AUDITS        PIC 9(04) COMP   VALUE 200.
009560 77  FB-CUR-REQ-ID        PIC X(08)        VALUE SPACES.
009562 77  FB-GROUP-RUN-DATE    PIC 9(08)        VALUE ZERO.
009564 77  FB-GROUP-RULE-SET    PIC X(08)        VALUE SPACES.
009566 77  FB-GROUP-SET-SLOT    PIC 9(04) COMP   VALUE ZERO.
009600
009700******************************************************************
009800*  OBSERVED LABEL-COMBINATION TABLE.                             *
011200******************************************************************
011300 77  FB-RULE-IDX          PIC 9(04) COMP   VALUE ZERO.
011400 77  FB-RULE-COUNT        PIC 9(04) COMP   VALUE ZERO.
011500 77  FB-MAX-RULES         PIC 9(04) COMP   VALUE 500.
011600 77  FB-Q                 PIC 9(09) COMP-3 VALUE ZERO.
011700 77  FB-R                 PIC 9(09) COMP-3 VALUE ZERO.
011800 77  FB-STATS-DATE        PIC 9(08)        VALUE ZERO.
015300     05  FILLER                  PIC X(02)  VALUE SPACES.
015400     05  FB-CD-PCT               PIC ZZ9.99.
015500     05  FILLER                  PIC X(69)  VALUE SPACES.
015510
015520 01  FB-RPT-SET-HEADING.
015530     05  FILLER                  PIC X(11)  VALUE "  RULE SET ".
015540     05  FB-SH-NAME              PIC X(22).
015550     05  FILLER                  PIC X(02)  VALUE SPACES.
015560     05  FB-SH-ROWS              PIC ZZZ,ZZZ,ZZ9.
015570     05  FILLER                  PIC X(05)  VALUE " ROWS".
015580     05  FILLER                  PIC X(81)  VALUE SPACES.
015600
015700 PROCEDURE DIVISION.
015800******************************************************************
017100     STOP RUN.
017200
017300******************************************************************
017400*  1000-INITIALIZE - OPEN FBOUT, PICK UP THE RULE SET AND RUN    *
017500*  DATE OF EVERY AUDITED REQUEST, AND LOAD THE RULES.            *
017600******************************************************************
017700 1000-INITIALIZE.
017800     OPEN OUTPUT FB-REPORT-FILE.
019400     EXIT.
019500
019600******************************************************************
019700*  1200-LOAD-RULES - EVERY FBRULES RECORD, NUMBERED WITHIN ITS   *
019800*  RULE SET IN FBRULES ORDER.  THE IN-FORCE TEST IS APPLIED PER  *
019850*  REQUEST GROUP, AGAINST THE GROUP'S AUDITED RUN DATE.          *
019900******************************************************************
020000 1200-LOAD-RULES.
020100     MOVE ZERO TO FB-RULE-COUNT.
021700     EXIT.
021800
021900 1210-LOAD-ONE-RULE.
021910     IF FB-RULE-COUNT NOT LESS THAN FB-MAX-RULES
021920         DISPLAY "FBSTATS: FBRULES HAS MORE THAN " FB-MAX-RULES
021930             " ENTRIES - EXTRA RULES IGNORED"
021940         GO TO 1210-READ-NEXT
021950     END-IF.
021960     MOVE FB-RULE-SET TO FB-GROUP-RULE-SET.
021970     PERFORM 1230-FIND-SET THRU 1230-EXIT.
021980     IF FB-SET-SLOT = ZERO
021990         IF FB-SET-COUNT LESS THAN FB-MAX-SETS
022000             ADD 1 TO FB-SET-COUNT
022010             MOVE FB-SET-COUNT TO FB-SET-SLOT
022020             MOVE FB-RULE-SET TO FB-SET-NAME (FB-SET-SLOT)
022030             MOVE ZERO TO FB-SET-RULES (FB-SET-SLOT)
022040             MOVE ZERO TO FB-SET-ROWS (FB-SET-SLOT)
022050         ELSE
022060             DISPLAY "FBSTATS: MORE THAN " FB-MAX-SETS
022070                 " RULE SETS ON FBRULES - EXTRAS IGNORED"
022080             GO TO 1210-READ-NEXT
022090         END-IF
022100     END-IF.
022110     ADD 1 TO FB-SET-RULES (FB-SET-SLOT).
022500     ADD 1 TO FB-RULE-COUNT.
022550     MOVE FB-RULE-SET TO FB-TAB-SET (FB-RULE-COUNT).
022600     MOVE FB-SET-RULES (FB-SET-SLOT)
022650         TO FB-TAB-POS (FB-RULE-COUNT).
022700     MOVE FB-RULE-DIVISOR TO FB-TAB-DIVISOR (FB-RULE-COUNT).
022900     MOVE FB-RULE-LABEL   TO FB-TAB-LABEL (FB-RULE-COUNT).
022910     MOVE ZERO TO FB-TAB-EFF-DATE (FB-RULE-COUNT).
022920     IF FB-RULE-EFF-DATE IS NUMERIC
022930         MOVE FB-RULE-EFF-DATE TO FB-TAB-EFF-DATE (FB-RULE-COUNT)
022940     END-IF.
022950     MOVE ZERO TO FB-TAB-EXP-DATE (FB-RULE-COUNT).
022960     IF FB-RULE-EXP-DATE IS NUMERIC
022970         MOVE FB-RULE-EXP-DATE TO FB-TAB-EXP-DATE (FB-RULE-COUNT)
022980     END-IF.
023100     MOVE ZERO TO FB-TAB-HITS (FB-RULE-COUNT).
023200     MOVE "N"  TO FB-TAB-USED-SW (FB-RULE-COUNT).
023300 1210-READ-NEXT.
023400     READ FB-RULES-FILE
023500         AT END MOVE "Y" TO FB-EOF-RULES-SW
023900
024000 1220-CHECK-RULE-IN-FORCE.
024100     MOVE "Y" TO FB-RULE-FORCE-SW.
024200     IF FB-TAB-EFF-DATE (FB-RULE-IDX)
024300             GREATER THAN FB-GROUP-RUN-DATE
024400         MOVE "N" TO FB-RULE-FORCE-SW
024500     END-IF.
024600     IF FB-TAB-EXP-DATE (FB-RULE-IDX) GREATER THAN ZERO
024800             AND FB-TAB-EXP-DATE (FB-RULE-IDX)
024850             LESS THAN FB-GROUP-RUN-DATE
024900         MOVE "N" TO FB-RULE-FORCE-SW
025000     END-IF.
025100 1220-EXIT.
025200     EXIT.
025205
025210 1230-FIND-SET.
025215     MOVE ZERO TO FB-SET-SLOT.
025220     PERFORM 1240-MATCH-ONE-SET THRU 1240-EXIT
025225         VARYING FB-SET-IDX FROM 1 BY 1
025230         UNTIL FB-SET-IDX GREATER THAN FB-SET-COUNT.
025235 1230-EXIT.
025240     EXIT.
025245
025250 1240-MATCH-ONE-SET.
025255     IF FB-SET-NAME (FB-SET-IDX) = FB-GROUP-RULE-SET
025260         MOVE FB-SET-IDX TO FB-SET-SLOT
025265     END-IF.
025270 1240-EXIT.
025275     EXIT.
025300
025400******************************************************************
025500*  1300-FIND-RUN-DATE - THE RUN DATE ON THE LATEST FBAUDIT       *
025600*  RECORD.  A MISSING AUDIT DATASET FALLS BACK TO TODAY.  THE    *
025610*  RULE SET AND RUN DATE OF THE LATEST RECORD FOR EACH REQUEST   *
025620*  ID ARE KEPT FOR THE PER-GROUP RULE SELECTION.                 *
025700******************************************************************
025800 1300-FIND-RUN-DATE.
025900     ACCEPT FB-STATS-DATE FROM DATE YYYYMMDD.
027200
027300 1310-KEEP-ONE-DATE.
027400     MOVE FB-AUD-RUN-DATE TO FB-STATS-DATE.
027405     MOVE ZERO TO FB-AUD-SLOT.
027410     PERFORM 1320-MATCH-ONE-AUDIT THRU 1320-EXIT
027415         VARYING FB-AUD-IDX FROM 1 BY 1
027420         UNTIL FB-AUD-IDX GREATER THAN FB-AUD-COUNT.
027425     IF FB-AUD-SLOT = ZERO
027430         IF FB-AUD-COUNT LESS THAN FB-MAX-AUDITS
027435             ADD 1 TO FB-AUD-COUNT
027440             MOVE FB-AUD-COUNT TO FB-AUD-SLOT
027445         ELSE
027450             DISPLAY "FBSTATS: MORE THAN " FB-MAX-AUDITS
027455                 " REQUEST IDS ON FBAUDIT - EXTRAS IGNORED"
027460             GO TO 1310-READ-NEXT
027465         END-IF
027470     END-IF.
027475     MOVE FB-AUD-REQUEST-ID TO FB-ADT-ID (FB-AUD-SLOT).
027480     MOVE FB-AUD-RUN-DATE   TO FB-ADT-RUN-DATE (FB-AUD-SLOT).
027485     MOVE FB-AUD-RULE-SET   TO FB-ADT-RULE-SET (FB-AUD-SLOT).
027490 1310-READ-NEXT.
027500     READ FB-AUDIT-FILE
027600         AT END MOVE "Y" TO FB-EOF-AUDIT-SW
027700     END-READ.
027800 1310-EXIT.
027900     EXIT.
027910
027920 1320-MATCH-ONE-AUDIT.
027930     IF FB-ADT-ID (FB-AUD-IDX) = FB-AUD-REQUEST-ID
027940         MOVE FB-AUD-IDX TO FB-AUD-SLOT
027950     END-IF.
027960 1320-EXIT.
027970     EXIT.
028000
028100******************************************************************
028200*  2000-TALLY-ROWS - ONE PASS OVER FBOUT.                        *
029500*  2100-TALLY-ONE-ROW - BUMP THE HIT COUNT OF EVERY RULE THAT    *
029600*  MATCHES THE ITERATION, AND TALLY THE ROW'S LABEL COMBINATION  *
029700*  (PLAIN NUMBERS GO TO THEIR OWN RESIDUE BUCKET, NOT THE        *
029800*  COMBINATION TABLE).  ONLY THE RULES OF THE ROW'S OWN RULE     *
029850*  SET, IN FORCE ON ITS RUN DATE, ARE APPLIED.                   *
029900******************************************************************
030000 2100-TALLY-ONE-ROW.
030010     IF NOT FB-GROUP-OPEN
030020             OR FB-OUT-REQUEST-ID NOT = FB-CUR-REQ-ID
030030         PERFORM 2120-START-GROUP THRU 2120-EXIT
030040     END-IF.
030100     ADD 1 TO FB-ROW-COUNT.
030110     IF FB-GROUP-SET-SLOT GREATER THAN ZERO
030120         ADD 1 TO FB-SET-ROWS (FB-GROUP-SET-SLOT)
030130     END-IF.
030200     MOVE "N" TO FB-ROW-MATCHED-SW.
030300     PERFORM 2110-TALLY-ONE-RULE THRU 2110-EXIT
030400         VARYING FB-RULE-IDX FROM 1 BY 1
031500     EXIT.
031600
031700 2110-TALLY-ONE-RULE.
031710     IF FB-TAB-SET (FB-RULE-IDX) NOT = FB-GROUP-RULE-SET
031720         GO TO 2110-EXIT
031730     END-IF.
031740     PERFORM 1220-CHECK-RULE-IN-FORCE THRU 1220-EXIT.
031750     IF NOT FB-RULE-IN-FORCE
031760         GO TO 2110-EXIT
031770     END-IF.
031780     MOVE "Y" TO FB-TAB-USED-SW (FB-RULE-IDX).
031800     DIVIDE FB-OUT-ITERATION BY FB-TAB-DIVISOR (FB-RULE-IDX)
031900         GIVING FB-Q REMAINDER FB-R.
032000     IF FB-R = ZERO
032300     END-IF.
032400 2110-EXIT.
032500     EXIT.
032502
032504******************************************************************
032506*  2120-START-GROUP - A NEW REQUEST ID HAS APPEARED ON FBOUT.    *
032508*  ITS LATEST AUDIT RECORD NAMES THE RULE SET AND RUN DATE IT    *
032510*  RAN UNDER; A GROUP WITH NO AUDIT RECORD IS TALLIED UNDER THE  *
032512*  SHOP DEFAULT SET ON THE LATEST RUN DATE.                      *
032514******************************************************************
032516 2120-START-GROUP.
032518     MOVE FB-OUT-REQUEST-ID TO FB-CUR-REQ-ID.
032520     MOVE "Y" TO FB-GROUP-OPEN-SW.
032522     MOVE FB-STATS-DATE TO FB-GROUP-RUN-DATE.
032524     MOVE SPACES TO FB-GROUP-RULE-SET.
032526     PERFORM 2130-FIND-GROUP-AUDIT THRU 2130-EXIT
032528         VARYING FB-AUD-IDX FROM 1 BY 1
032530         UNTIL FB-AUD-IDX GREATER THAN FB-AUD-COUNT.
032532     PERFORM 1230-FIND-SET THRU 1230-EXIT.
032534     MOVE FB-SET-SLOT TO FB-GROUP-SET-SLOT.
032536 2120-EXIT.
032538     EXIT.
032540
032542 2130-FIND-GROUP-AUDIT.
032544     IF FB-ADT-ID (FB-AUD-IDX) = FB-CUR-REQ-ID
032546         MOVE FB-ADT-RUN-DATE (FB-AUD-IDX) TO FB-GROUP-RUN-DATE
032548         MOVE FB-ADT-RULE-SET (FB-AUD-IDX) TO FB-GROUP-RULE-SET
032550     END-IF.
032552 2130-EXIT.
032554     EXIT.
032600
032700******************************************************************
032800*  2200-TALLY-COMBO - FIND OR ADD THE ROW'S LABEL IN THE         *
035600     EXIT.
035700
035800******************************************************************
035900*  8000-REPORT-STATS - PER-RULE SECTION (ONE BLOCK PER RULE SET  *
036000*  THAT HAD ROWS), COMBINATION SECTION, AND THE PLAIN-NUMBER     *
036050*  RESIDUE.                                                      *
036100******************************************************************
036200 8000-REPORT-STATS.
036300     IF FB-ROW-COUNT = ZERO
036600         WRITE FB-REPORT-RECORD
036700         GO TO 8000-EXIT
036800     END-IF.
037100     PERFORM 8050-REPORT-ONE-SET THRU 8050-EXIT
037200         VARYING FB-SET-IDX FROM 1 BY 1
037300         UNTIL FB-SET-IDX GREATER THAN FB-SET-COUNT.
037400
037500     MOVE SPACES TO FB-REPORT-RECORD.
037600     WRITE FB-REPORT-RECORD.
040600 8000-EXIT.
040700     EXIT.
040800
040802 8050-REPORT-ONE-SET.
040804     IF FB-SET-ROWS (FB-SET-IDX) = ZERO
040806         GO TO 8050-EXIT
040808     END-IF.
040810     IF FB-SET-NAME (FB-SET-IDX) = SPACES
040812         MOVE "(SHOP DEFAULT)" TO FB-SH-NAME
040814     ELSE
040816         MOVE FB-SET-NAME (FB-SET-IDX) TO FB-SH-NAME
040818     END-IF.
040820     MOVE FB-SET-ROWS (FB-SET-IDX) TO FB-SH-ROWS.
040822     MOVE FB-RPT-SET-HEADING TO FB-REPORT-RECORD.
040824     WRITE FB-REPORT-RECORD.
040826     MOVE FB-RPT-RULE-HEADING TO FB-REPORT-RECORD.
040828     WRITE FB-REPORT-RECORD.
040830     PERFORM 8100-REPORT-ONE-RULE THRU 8100-EXIT
040832         VARYING FB-RULE-IDX FROM 1 BY 1
040834         UNTIL FB-RULE-IDX GREATER THAN FB-RULE-COUNT.
040836     MOVE SPACES TO FB-REPORT-RECORD.
040838     WRITE FB-REPORT-RECORD.
040840 8050-EXIT.
040842     EXIT.
040844
040900 8100-REPORT-ONE-RULE.
040910     IF FB-TAB-SET (FB-RULE-IDX) NOT = FB-SET-NAME (FB-SET-IDX)
040920             OR FB-TAB-USED-SW (FB-RULE-IDX) NOT = "Y"
040930         GO TO 8100-EXIT
040940     END-IF.
041000     MOVE FB-TAB-POS (FB-RULE-IDX) TO FB-RD-POS.
041100     MOVE FB-TAB-DIVISOR (FB-RULE-IDX) TO FB-RD-DIVISOR.
041200     MOVE FB-TAB-LABEL (FB-RULE-IDX)   TO FB-RD-LABEL.
041300     MOVE FB-TAB-HITS (FB-RULE-IDX)    TO FB-RD-HITS.
041400     COMPUTE FB-PCT-WORK ROUNDED
041500         = FB-TAB-HITS (FB-RULE-IDX) * 100
041550             / FB-SET-ROWS (FB-SET-IDX).
041600     MOVE FB-PCT-WORK TO FB-RD-PCT.
041700     MOVE FB-RPT-RULE-DETAIL TO FB-REPORT-RECORD.
041800     WRITE FB-REPORT-RECORD.
