000100*****************************************************************
000200*  FBPCPARM.CPY                                                 *
000300*  RUN-CONTROL PARAMETER RECORD FOR THE FBPRDCLS PERIOD-CLOSE   *
000400*  STEP.  ONE OPTIONAL RECORD READ FROM THE FBPCPARM DATASET    *
000500*  GIVING THE BILLING MONTH (YYYYMM) TO CLOSE.  A MISSING OR    *
000600*  EMPTY DATASET, OR A NON-NUMERIC VALUE, CLOSES THE PREVIOUS   *
000700*  CALENDAR MONTH.  THE CURRENT MONTH CANNOT BE CLOSED.         *
000800*****************************************************************
000900 01  FB-PCP-RECORD.
001000     05  FB-PCP-MONTH            PIC 9(06).
001100     05  FILLER                  PIC X(74).
