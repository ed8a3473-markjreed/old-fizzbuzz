000800 01  FB-DEPT-RECORD.
000900     05  FB-DEPT-CODE            PIC X(08).
001000     05  FB-DEPT-NAME            PIC X(30).
001010     05  FB-DEPT-RULE-SET        PIC X(08).
001020*        NAME OF THE FBRULES RULE SET THIS DEPARTMENT'S
001030*        REQUESTS RUN AGAINST.  SPACES = THE SHOP DEFAULT SET.
001100     05  FILLER                  PIC X(34).
