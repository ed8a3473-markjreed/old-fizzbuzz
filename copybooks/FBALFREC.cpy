000100*****************************************************************
000200*  FBALFREC.CPY                                                 *
000300*  ONE NOTICE ON THE FBALFEED DATASET HANDED TO THE PAGING/     *
000400*  E-MAIL GATEWAY AFTER EACH FBALERT RUN.  THE GATEWAY SENDS    *
000500*  EVERY RECORD TO THE ADDRESS ON IT; THE ALERT NUMBER IS WHAT  *
000600*  THE OPERATOR QUOTES BACK ON FBALACK TO ACKNOWLEDGE.          *
000700*****************************************************************
000800 01  FB-ALF-RECORD.
000900     05  FB-ALF-NOTICE-TYPE      PIC X(01).
001000         88  FB-ALF-NEW-ALERT                VALUE "N".
001100         88  FB-ALF-ESCALATION               VALUE "E".
001200         88  FB-ALF-REPEAT                   VALUE "R".
001300*        R = STILL UNACKNOWLEDGED AT THE LAST CONTACT ON
001400*        FBONCALL - SENT AGAIN TO THAT CONTACT.
001500     05  FB-ALF-ALERT-NO         PIC 9(08).
001600     05  FB-ALF-LEVEL            PIC 9(02).
001700     05  FB-ALF-CONTACT-ID       PIC X(08).
001800     05  FB-ALF-CONTACT-NAME     PIC X(30).
001900     05  FB-ALF-ADDRESS          PIC X(40).
002000     05  FB-ALF-SEVERITY         PIC 9(01).
002100     05  FB-ALF-MSG-ID           PIC X(07).
002200     05  FB-ALF-EVENT-DATE       PIC 9(08).
002300     05  FB-ALF-EVENT-TIME       PIC 9(08).
002400     05  FB-ALF-REQUEST-ID       PIC X(08).
002500     05  FB-ALF-TEXT             PIC X(50).
002600     05  FB-ALF-SEND-DATE        PIC 9(08).
002700     05  FB-ALF-SEND-TIME        PIC 9(08).
002800     05  FILLER                  PIC X(05).
