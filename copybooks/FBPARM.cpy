001340*        CHECKPOINT, CLOSES ITS OUTPUTS AND ENDS WITH ITS OWN
001350*        CONDITION CODE SO THE SCHEDULER RESUBMITS NEXT
001360*        WINDOW.  ZERO OR BLANK MEANS NO CUTOFF.
001365     05  FB-PARM-STREAMS         PIC 9(02).
001370*        NUMBER OF PARALLEL JOB STREAMS FBQSPLIT DIVIDES THE
001375*        FBREQST REQUEST QUEUE ACROSS.  ZERO, ONE OR BLANK
001380*        MEANS THE QUEUE RUNS AS A SINGLE SERIAL STREAM AND
001385*        FBQSPLIT IS NOT USED.
001400     05  FILLER                  PIC X(52).
