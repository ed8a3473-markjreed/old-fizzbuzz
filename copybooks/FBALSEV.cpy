000100*****************************************************************
000200*  FBALSEV.CPY                                                  *
000300*  ONE RECORD ON THE FBALSEV ALERT SEVERITY TABLE, READ BY      *
000400*  FBALERT.  EACH RECORD GIVES THE SEVERITY A FBERRLOG MESSAGE  *
000500*  ID CARRIES FOR PAGING, AND OPTIONALLY HOW LONG ITS ALERTS    *
000600*  MAY STAND UNACKNOWLEDGED BEFORE THEY ESCALATE.  A MESSAGE    *
000700*  ID OF *E OR *W SETS THE SEVERITY FOR EVERY ERROR OR WARNING  *
000800*  NOT LISTED ON ITS OWN.  WITHOUT EITHER, AN ERROR IS          *
000900*  SEVERITY 3 AND A WARNING SEVERITY 2.                         *
001000*****************************************************************
001100 01  FB-ASV-RECORD.
001200     05  FB-ASV-MSG-ID           PIC X(07).
001300     05  FB-ASV-SEVERITY         PIC 9(01).
001400*        0 = NEVER ALERT, 1 = LOW, 2 = MEDIUM, 3 = HIGH,
001500*        4 = CRITICAL.  AN EVENT ALERTS WHEN ITS SEVERITY IS AT
001600*        OR ABOVE THE FBALPARM THRESHOLD.
001700     05  FB-ASV-ESCALATE-MINS    PIC 9(04).
001800*        ZERO = THE FBALPARM ESCALATION MINUTES.
001900     05  FILLER                  PIC X(68).
