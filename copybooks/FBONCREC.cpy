000100*****************************************************************
000200*  FBONCREC.CPY                                                 *
000300*  ONE CONTACT ON THE FBONCALL ON-CALL TABLE, IN ESCALATION     *
000400*  ORDER: THE FIRST RECORD IS PAGED WHEN AN ALERT IS RAISED,    *
000500*  THE SECOND WHEN THE FIRST LEAVES IT UNACKNOWLEDGED, AND SO   *
000600*  ON.  THE ADDRESS IS WHATEVER THE PAGING/E-MAIL GATEWAY       *
000700*  ROUTES ON (PAGER NUMBER OR MAILBOX).  ONLY OPERATORS ON      *
000800*  THIS TABLE MAY ACKNOWLEDGE AN ALERT.                         *
000900*****************************************************************
001000 01  FB-ONC-RECORD.
001100     05  FB-ONC-OPER-ID          PIC X(08).
001200     05  FB-ONC-NAME             PIC X(30).
001300     05  FB-ONC-ADDRESS          PIC X(40).
001400     05  FILLER                  PIC X(02).
