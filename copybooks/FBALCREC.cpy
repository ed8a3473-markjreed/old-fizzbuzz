000100*****************************************************************
000200*  FBALCREC.CPY                                                 *
000300*  THE ONE RECORD ON THE FBALCTL ALERT CONTROL DATASET: HOW FAR *
000400*  INTO FBERRLOG FBALERT HAS READ.  FBERRLOG IS APPENDED IN     *
000500*  TIME ORDER AND TRIMMED FROM THE FRONT BY FBHSKEEP, SO THE    *
000600*  MARK IS THE DATE AND TIME OF THE LAST EVENT EXAMINED PLUS    *
000700*  HOW MANY EVENTS CARRY EXACTLY THAT STAMP, NOT A RECORD       *
000800*  COUNT.  REWRITTEN ONLY WHEN THE RUN'S NOTICES WERE WRITTEN.  *
000900*****************************************************************
001000 01  FB-ALC-RECORD.
001100     05  FB-ALC-LAST-DATE        PIC 9(08).
001200     05  FB-ALC-LAST-TIME        PIC 9(08).
001300     05  FB-ALC-LAST-SEEN        PIC 9(05).
001400     05  FB-ALC-LAST-ALERT-NO    PIC 9(08).
001500     05  FB-ALC-RUN-DATE         PIC 9(08).
001600     05  FB-ALC-RUN-TIME         PIC 9(08).
001700     05  FB-ALC-ACKS-DONE        PIC 9(07).
001800*        FBALACK RECORDS APPLIED SO FAR, AND THE LAST OF THEM.
001900*        SPACES ON A RECORD FROM BEFORE THE COUNT WAS KEPT.
002000     05  FB-ALC-LAST-ACK.
002100         10  FB-ALC-ACK-ALERT-NO PIC X(08).
002200         10  FB-ALC-ACK-OPER-ID  PIC X(08).
002300         10  FB-ALC-ACK-DATE     PIC X(08).
002400     05  FILLER                  PIC X(04).
