001400*                   COVERED RANGE ARE CHECKED AGAINST FBPARM,    *
001500*                   SO A MISSING FINAL PARTITION CAN NO LONGER   *
001600*                   SLIP THROUGH AS A SHORT CLEAN MERGE.         *
001610*  2026-10-15  MJR  PARTITION MODE RUNS UNDER THE SHOP DEFAULT   *
001620*                   RULE SET, SO ONLY THAT SET'S RULES GO INTO   *
001630*                   THE COMBINED AUDIT RECORD'S DIVISOR LIST.    *
001700******************************************************************
001800 IDENTIFICATION DIVISION.
001900 PROGRAM-ID.    FBMERGE.
029000******************************************************************
029100*  1200-LOAD-RULES - RULES IN FORCE ON THE RUN DATE, FOR THE     *
029200*  COMBINED AUDIT RECORD'S RULE COUNT AND DIVISOR LIST.  SAME    *
029300*  LOAD AND IN-FORCE TEST AS FIZZBUZZ.  A PARTITIONED RUN USES   *
029310*  THE SHOP DEFAULT RULE SET, SO RULES BELONGING TO A NAMED      *
029320*  DEPARTMENT SET ARE PASSED OVER.                               *
029400******************************************************************
029500 1200-LOAD-RULES.
029600     ACCEPT FB-RUN-DATE FROM DATE YYYYMMDD.
031800         ADD 1 TO FB-SKIPPED-RULES
031900         GO TO 1210-READ-NEXT
032000     END-IF.
032010     IF FB-RULE-SET NOT = SPACES
032020         GO TO 1210-READ-NEXT
032030     END-IF.
032100     IF FB-RULE-COUNT LESS THAN FB-MAX-RULES
032200         ADD 1 TO FB-RULE-COUNT
032300         MOVE FB-RULE-DIVISOR
