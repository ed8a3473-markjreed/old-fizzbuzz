000100*****************************************************************
000200*  FBALKREC.CPY                                                 *
000300*  ONE ACKNOWLEDGMENT ON THE FBALACK DATASET - AN ON-CALL       *
000400*  OPERATOR TAKING OWNERSHIP OF AN ALERT, AS RETURNED BY THE    *
000500*  PAGING/E-MAIL GATEWAY OR KEYED AT THE CONSOLE.  FBALERT      *
000600*  APPLIES THESE TO FBALERTS BEFORE IT ESCALATES ANYTHING.      *
000700*****************************************************************
000800 01  FB-ALK-RECORD.
000900     05  FB-ALK-ALERT-NO         PIC 9(08).
001000     05  FB-ALK-OPER-ID          PIC X(08).
001100     05  FB-ALK-ACK-DATE         PIC 9(08).
001200     05  FB-ALK-ACK-TIME         PIC 9(08).
001300*        WHEN THE OPERATOR ACKNOWLEDGED (HHMMSSHH).  ZERO OR
001400*        NOT NUMERIC = WHEN FBALERT PICKED THE RECORD UP.
001500     05  FILLER                  PIC X(48).
