002900     05  FB-HST-APPROVER         PIC X(08).
003000     05  FB-HST-APR-DATE         PIC 9(08).
003100     05  FB-HST-APR-TIME         PIC 9(08).
003110     05  FB-HST-RULE-SET         PIC X(08).
003120*        FBRULES RULE SET THE CHANGE WAS AIMED AT.  SPACES =
003130*        THE SHOP DEFAULT SET.
003200     05  FILLER                  PIC X(21).
