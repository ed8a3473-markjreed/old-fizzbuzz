001800     05  FB-CKPT-REQUEST-ID      PIC X(08).
001810*        REQUEST-QUEUE ID THE CHECKPOINTED ITERATION BELONGS
001820*        TO; SPACES ON A SINGLE-RANGE (FBPARM) RUN.
001900     05  FB-CKPT-START-DATE      PIC 9(08).
002000     05  FB-CKPT-START-TIME      PIC 9(06).
002100*        WHEN THE CHECKPOINTED REQUEST WAS FIRST STARTED, SO A
002200*        RESTART KEEPS ITS ORIGINAL START; ZERO ON A SINGLE-
002300*        RANGE RUN.
002400     05  FILLER                  PIC X(04).
