000100*****************************************************************
000200*  FBALPARM.CPY                                                 *
000300*  RUN-CONTROL PARAMETER RECORD FOR THE FBALERT OPERATOR ALERT  *
000400*  STEP.  ONE OPTIONAL RECORD READ FROM THE FBALPARM DATASET    *
000500*  GIVING THE LOWEST SEVERITY (1-4) THAT PAGES THE ON-CALL      *
000600*  OPERATOR, AND THE MINUTES AN ALERT MAY STAND UNACKNOWLEDGED  *
000700*  BEFORE IT ESCALATES TO THE NEXT CONTACT (FBALSEV MAY SET     *
000800*  ITS OWN MINUTES FOR A MESSAGE ID).  A MISSING OR EMPTY       *
000900*  DATASET, OR A NON-NUMERIC OR ZERO VALUE, DEFAULTS TO         *
001000*  SEVERITY 3 AND 30 MINUTES.                                   *
001100*****************************************************************
001200 01  FB-ALP-RECORD.
001300     05  FB-ALP-MIN-SEVERITY     PIC 9(01).
001400     05  FB-ALP-ESCALATE-MINS    PIC 9(04).
001500     05  FILLER                  PIC X(75).
