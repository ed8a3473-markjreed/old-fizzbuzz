002300     05  FB-PND-KEYER            PIC X(08).
002400     05  FB-PND-KEY-DATE         PIC 9(08).
002500     05  FB-PND-KEY-TIME         PIC 9(08).
002510     05  FB-PND-RULE-SET         PIC X(08).
002520*        FBRULES RULE SET THE CHANGE IS AIMED AT.  SPACES =
002530*        THE SHOP DEFAULT SET.
002600     05  FILLER                  PIC X(06).
