000300*  ONE DIVISOR/LABEL RULE READ FROM THE FBRULES DATASET.  THE   *
000400*  FULL SET OF RULES (ANY NUMBER OF TIERS) IS LOADED INTO       *
000500*  FB-RULE-TABLE AT THE START OF EACH RUN.                      *
000510*  THE DATASET MAY CARRY SEVERAL NAMED RULE SETS SIDE BY SIDE;  *
000520*  EACH RECORD BELONGS TO THE SET NAMED IN FB-RULE-SET, AND A   *
000530*  DEPARTMENT RUNS AGAINST THE SET NAMED ON ITS FBDEPTS ENTRY.  *
000600*****************************************************************
000700 01  FB-RULE-RECORD.
000800     05  FB-RULE-DIVISOR         PIC 9(09).
001400     05  FB-RULE-EXP-DATE        PIC 9(08).
001500*        LAST RUN DATE THE RULE IS IN FORCE.  ZERO OR BLANK
001600*        MEANS THE RULE DOES NOT EXPIRE.
001610     05  FB-RULE-SET             PIC X(08).
001620*        NAME OF THE RULE SET THIS RULE BELONGS TO.  SPACES
001630*        (INCLUDING EVERY RECORD KEYED BEFORE RULE SETS WERE
001640*        ADDED) IS THE SHOP DEFAULT SET.
001700     05  FILLER                  PIC X(32).
