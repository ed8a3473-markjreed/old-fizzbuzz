001300*                   WHAT WAS ACCEPTED AND WHAT BOUNCED AND WHY,  *
001400*                   SO A BAD REQUEST TURNS AROUND AT INTAKE      *
001500*                   INSTEAD OF AFTER THE BATCH WINDOW.           *
001510*  2026-10-15  MJR  SUBMISSIONS NOW CARRY A PRIORITY CLASS AND   *
001520*                   A REQUESTED-BY DATE, BOTH VALIDATED HERE AND *
001530*                   CARRIED TO FBREQST WITH THE INTAKE DATE AND  *
001540*                   TIME AS THE REQUEST'S SUBMIT TIMESTAMP.      *
001600******************************************************************
001700 IDENTIFICATION DIVISION.
001800 PROGRAM-ID.    FBINTAKE.
002400*  READS FBSUBMIT END TO END.  EACH SUBMISSION IS ACCEPTED ONLY  *
002500*  WHEN ITS DEPARTMENT CODE IS ON THE FBDEPTS TABLE AND ITS      *
002600*  UPPER BOUND IS NUMERIC AND POSITIVE - THE SAME BOUND TEST     *
002700*  FIZZBUZZ APPLIES AT RUN TIME, MOVED UP FRONT.  A PRIORITY     *
002710*  CLASS MUST BE 1-4 (BLANK DEFAULTS TO 3) AND A REQUESTED-BY    *
002720*  DATE, WHEN GIVEN, MUST BE A REAL DATE NOT ALREADY PAST.       *
002730*  ACCEPTED SUBMISSIONS ARE APPENDED TO FBREQST WITH A BLANK     *
002800*  STATUS, THE INTAKE DATE AND TIME AS THE SUBMIT TIMESTAMP, AND *
002900*  A PROGRAM-ASSIGNED EIGHT-DIGIT REQUEST ID, ONE PAST THE       *
003000*  HIGHEST NUMERIC ID ALREADY ON THE QUEUE, SO A DUPLICATE ID    *
003100*  CAN NO LONGER BE HAND-KEYED.  THE FBINTRPT ACKNOWLEDGMENT     *
011900         10  FB-SBM-STATUS       PIC X(01).
012000*            A = ACCEPTED, R = REJECTED.
012100         10  FB-SBM-REASON       PIC X(30).
012110         10  FB-SBM-PRIORITY     PIC X(01).
012120         10  FB-SBM-DUE-DATE     PIC 9(08).
012200 77  FB-SUBM-COUNT        PIC 9(04) COMP   VALUE ZERO.
012300 77  FB-SUBM-IDX          PIC 9(04) COMP   VALUE ZERO.
012400 77  FB-MAX-SUBMS         PIC 9(04) COMP   VALUE 200.
015000******************************************************************
015100 77  FB-ACCEPT-COUNT      PIC 9(04) COMP   VALUE ZERO.
015200 77  FB-REJECT-COUNT      PIC 9(04) COMP   VALUE ZERO.
015205
015210******************************************************************
015215*  SUBMIT TIMESTAMP AND REQUESTED-BY DATE VALIDATION FIELDS      *
015220******************************************************************
015225 77  FB-INTAKE-DATE       PIC 9(08)        VALUE ZERO.
015230 01  FB-CLOCK-NOW.
015235     05  FB-CLOCK-HHMMSS         PIC 9(06).
015240     05  FILLER                  PIC X(02).
015245 01  FB-DUE-WORK.
015250     05  FB-DUE-YYYY             PIC 9(04).
015255     05  FB-DUE-MM               PIC 9(02).
015260     05  FB-DUE-DD               PIC 9(02).
015265 01  FB-DUE-WORK-NUM REDEFINES FB-DUE-WORK
015270                                 PIC 9(08).
015300
015400******************************************************************
015500*  REPORT LINE LAYOUTS                                           *
022200     END-IF.
022300
022400     PERFORM 1300-FIND-NEXT-ID THRU 1300-EXIT.
022410     ACCEPT FB-INTAKE-DATE FROM DATE YYYYMMDD.
022420     ACCEPT FB-CLOCK-NOW FROM TIME.
022500 1000-EXIT.
022600     EXIT.
022700
033900     ELSE
034000         MOVE ZERO TO FB-SBM-BOUND (FB-SUBM-COUNT)
034100     END-IF.
034110     MOVE FB-SUB-PRIORITY TO FB-SBM-PRIORITY (FB-SUBM-COUNT).
034120     IF FB-SUB-PRIORITY = SPACE
034130         MOVE "3" TO FB-SBM-PRIORITY (FB-SUBM-COUNT)
034140     END-IF.
034150     MOVE ZERO TO FB-SBM-DUE-DATE (FB-SUBM-COUNT).
034160     IF FB-SUB-DUE-DATE IS NUMERIC
034170         MOVE FB-SUB-DUE-DATE TO FB-SBM-DUE-DATE (FB-SUBM-COUNT)
034180     END-IF.
034200
034300     MOVE "N" TO FB-DEPT-FOUND-SW.
034400     PERFORM 2110-MATCH-ONE-DEPT THRU 2110-EXIT
036500         ADD 1 TO FB-REJECT-COUNT
036600         GO TO 2100-READ-NEXT
036700     END-IF.
036705     IF FB-SBM-PRIORITY (FB-SUBM-COUNT) NOT = "1"
036710             AND FB-SBM-PRIORITY (FB-SUBM-COUNT) NOT = "2"
036715             AND FB-SBM-PRIORITY (FB-SUBM-COUNT) NOT = "3"
036720             AND FB-SBM-PRIORITY (FB-SUBM-COUNT) NOT = "4"
036725         MOVE "R" TO FB-SBM-STATUS (FB-SUBM-COUNT)
036730         MOVE "PRIORITY CLASS NOT 1-4"
036735             TO FB-SBM-REASON (FB-SUBM-COUNT)
036740         ADD 1 TO FB-REJECT-COUNT
036745         GO TO 2100-READ-NEXT
036750     END-IF.
036755     PERFORM 2120-CHECK-DUE-DATE THRU 2120-EXIT.
036760     IF FB-SBM-STATUS (FB-SUBM-COUNT) = "R"
036765         ADD 1 TO FB-REJECT-COUNT
036770         GO TO 2100-READ-NEXT
036775     END-IF.
036800
036900     MOVE "A" TO FB-SBM-STATUS (FB-SUBM-COUNT).
037000     MOVE FB-NEXT-ID TO FB-SBM-REQ-ID (FB-SUBM-COUNT).
038400     END-IF.
038500 2110-EXIT.
038600     EXIT.
038602
038604******************************************************************
038606*  2120-CHECK-DUE-DATE - A BLANK OR ZERO REQUESTED-BY DATE MEANS *
038608*  NONE WAS GIVEN.  OTHERWISE IT MUST BE NUMERIC, CARRY A REAL   *
038610*  MONTH AND DAY, AND NOT BE EARLIER THAN TODAY.  A BAD DATE     *
038612*  MARKS THE SUBMISSION REJECTED.                                *
038614******************************************************************
038616 2120-CHECK-DUE-DATE.
038618     MOVE SPACE TO FB-SBM-STATUS (FB-SUBM-COUNT).
038620     IF FB-SUB-DUE-DATE = SPACES
038622         GO TO 2120-EXIT
038624     END-IF.
038626     IF FB-SUB-DUE-DATE NOT NUMERIC
038628         MOVE "R" TO FB-SBM-STATUS (FB-SUBM-COUNT)
038630         MOVE "REQUESTED-BY DATE NOT NUMERIC"
038632             TO FB-SBM-REASON (FB-SUBM-COUNT)
038634         GO TO 2120-EXIT
038636     END-IF.
038638     IF FB-SBM-DUE-DATE (FB-SUBM-COUNT) = ZERO
038640         GO TO 2120-EXIT
038642     END-IF.
038644     MOVE FB-SBM-DUE-DATE (FB-SUBM-COUNT) TO FB-DUE-WORK-NUM.
038646     IF FUNCTION TEST-DATE-YYYYMMDD (FB-DUE-WORK-NUM) NOT = ZERO
038650         MOVE "R" TO FB-SBM-STATUS (FB-SUBM-COUNT)
038652         MOVE "REQUESTED-BY DATE NOT VALID"
038654             TO FB-SBM-REASON (FB-SUBM-COUNT)
038656         GO TO 2120-EXIT
038658     END-IF.
038660     IF FB-SBM-DUE-DATE (FB-SUBM-COUNT) LESS THAN FB-INTAKE-DATE
038662         MOVE "R" TO FB-SBM-STATUS (FB-SUBM-COUNT)
038664         MOVE "REQUESTED-BY DATE ALREADY PAST"
038666             TO FB-SBM-REASON (FB-SUBM-COUNT)
038668     END-IF.
038670 2120-EXIT.
038672     EXIT.
038700
038800******************************************************************
038900*  2200-APPEND-REQUEST - ONE CLEAN REQUEST ONTO THE QUEUE WITH   *
039500     MOVE FB-SUB-DEPT                   TO FB-REQ-DEPT.
039600     MOVE FB-SUB-UPPER-BOUND            TO FB-REQ-UPPER-BOUND.
039700     MOVE SPACES                        TO FB-REQ-STATUS.
039710     MOVE FB-SBM-PRIORITY (FB-SUBM-COUNT) TO FB-REQ-PRIORITY.
039720     MOVE FB-SBM-DUE-DATE (FB-SUBM-COUNT) TO FB-REQ-DUE-DATE.
039730     MOVE FB-INTAKE-DATE                TO FB-REQ-SUB-DATE.
039740     MOVE FB-CLOCK-HHMMSS               TO FB-REQ-SUB-TIME.
039750     MOVE ZERO                          TO FB-REQ-START-DATE.
039760     MOVE ZERO                          TO FB-REQ-START-TIME.
039770     MOVE ZERO                          TO FB-REQ-END-DATE.
039780     MOVE ZERO                          TO FB-REQ-END-TIME.
039800     WRITE FB-REQ-RECORD.
039900     IF FB-REQST-STATUS NOT = "00"
040000         DISPLAY "FBINTAKE: WRITE TO FBREQST FAILED (STATUS "
049800     IF FB-SBM-STATUS (FB-SUBM-IDX) = "A"
049900         STRING "ACCEPTED AS REQUEST "
050000             FB-SBM-REQ-ID (FB-SUBM-IDX)
050010             "  PRIORITY " FB-SBM-PRIORITY (FB-SUBM-IDX)
050020             "  DUE " FB-SBM-DUE-DATE (FB-SUBM-IDX)
050100             DELIMITED BY SIZE
050200             INTO FB-DTL-TEXT
050300     ELSE
