000800*    SPACES = STILL QUEUED                                      *
000900*    OK     = COMPLETED                                         *
001000*    RJ     = REJECTED BY PARAMETER VALIDATION                  *
001010*  STILL-QUEUED REQUESTS RUN IN PRIORITY CLASS ORDER, THEN BY   *
001020*  REQUESTED-BY DATE, THEN IN ARRIVAL ORDER.  THE SUBMIT, START *
001030*  AND COMPLETION TIMESTAMPS FEED THE FBSLARPT TURNAROUND       *
001040*  REPORT.                                                      *
001100*****************************************************************
001200 01  FB-REQ-RECORD.
001300     05  FB-REQ-ID               PIC X(08).
001400     05  FB-REQ-DEPT             PIC X(08).
001500     05  FB-REQ-UPPER-BOUND      PIC 9(09).
001600     05  FB-REQ-STATUS           PIC X(02).
001605     05  FB-REQ-SCHEDULE.
001610         10  FB-REQ-PRIORITY     PIC X(01).
001615*            1 = RUSH, 2 = HIGH, 3 = NORMAL, 4 = BULK.  SPACE IS
001620*            TREATED AS 3 (NORMAL).
001625         10  FB-REQ-DUE-DATE     PIC 9(08).
001630*            REQUESTED-BY DATE YYYYMMDD; ZERO = NONE GIVEN.
001635         10  FB-REQ-SUB-DATE     PIC 9(08).
001640         10  FB-REQ-SUB-TIME     PIC 9(06).
001645*            WHEN FBINTAKE ACCEPTED THE REQUEST ONTO THE QUEUE.
001650     05  FB-REQ-PROGRESS.
001655         10  FB-REQ-START-DATE   PIC 9(08).
001660         10  FB-REQ-START-TIME   PIC 9(06).
001665*            WHEN FIZZBUZZ FIRST STARTED THE REQUEST (A RESTART
001670*            KEEPS THE ORIGINAL START).
001675         10  FB-REQ-END-DATE     PIC 9(08).
001680         10  FB-REQ-END-TIME     PIC 9(06).
001685*            WHEN FIZZBUZZ COMPLETED OR REJECTED THE REQUEST.
001690*            ALL ZERO (OR SPACES ON AN OLDER ENTRY) WHILE QUEUED.
001700     05  FILLER                  PIC X(02).
