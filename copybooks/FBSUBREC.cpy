000600*  VALIDATES EACH SUBMISSION AGAINST THE FBDEPTS DEPARTMENT    *
000700*  TABLE, ASSIGNS THE UNIQUE REQUEST ID ITSELF, AND APPENDS     *
000800*  THE CLEAN REQUESTS TO THE FBREQST QUEUE - BAD SUBMISSIONS    *
000900*  BOUNCE AT INTAKE INSTEAD OF OVERNIGHT.  THE SUBMITTER MAY    *
000950*  ALSO GIVE A PRIORITY CLASS AND A REQUESTED-BY DATE.          *
001000*****************************************************************
001100 01  FB-SUB-RECORD.
001200     05  FB-SUB-DEPT             PIC X(08).
001300     05  FB-SUB-UPPER-BOUND      PIC 9(09).
001310     05  FB-SUB-PRIORITY         PIC X(01).
001320*        1 = RUSH, 2 = HIGH, 3 = NORMAL, 4 = BULK.  SPACE
001330*        DEFAULTS TO 3.
001340     05  FB-SUB-DUE-DATE         PIC X(08).
001350*        REQUESTED-BY DATE YYYYMMDD; SPACES OR ZERO = NONE.
001400     05  FILLER                  PIC X(54).
