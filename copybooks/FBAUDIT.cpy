002100     05  FB-AUD-REQUEST-ID       PIC X(08).
002200*        REQUEST-QUEUE ID THE RUN WAS EXECUTED FOR; SPACES ON
002300*        A SINGLE-RANGE (FBPARM) RUN.
002400     05  FB-AUD-RULE-SET         PIC X(08).
002500*        FBRULES RULE SET THE RUN EXECUTED UNDER - THE
002600*        REQUESTING DEPARTMENT'S SET.  SPACES = THE SHOP
002700*        DEFAULT SET (ALWAYS SO ON A SINGLE-RANGE RUN).
