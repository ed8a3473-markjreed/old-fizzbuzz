000100*****************************************************************
000200*  FBQASREC.CPY                                                 *
000300*  ONE REQUEST-TO-STREAM ASSIGNMENT ON THE FBQASGN DATASET,     *
000400*  WRITTEN BY THE FBQSPLIT STEP FOR THE PARALLEL QUEUE MODE.    *
000500*  EVERY STILL-QUEUED FBREQST REQUEST IS GIVEN TO EXACTLY ONE   *
000600*  STREAM, THE STREAMS BALANCED BY THE REQUESTS' UPPER BOUNDS.  *
000700*  EACH STREAM'S FIZZBUZZ EXECUTION READS ITS STREAM NUMBER     *
000800*  FROM FBSTRNO AND RUNS ONLY THE REQUESTS ASSIGNED TO IT;      *
000900*  FBQMERGE PROVES THE STREAM RESULTS BACK AGAINST THIS LIST.   *
001000*  RECORDS ARE WRITTEN IN QUEUE RUN ORDER.                      *
001100*****************************************************************
001200 01  FB-QAS-RECORD.
001300     05  FB-QAS-SPLIT-ID.
001400         10  FB-QAS-SPLIT-DATE   PIC 9(08).
001500         10  FB-QAS-SPLIT-TIME   PIC 9(06).
001600*        WHEN FBQSPLIT DIVIDED THE QUEUE - TIES EVERY STREAM
001700*        RESULT TO THE ONE SPLIT IT WAS RUN FOR.
001800     05  FB-QAS-STREAMS          PIC 9(02).
001900*        NUMBER OF STREAMS THE QUEUE WAS DIVIDED INTO.
002000     05  FB-QAS-STREAM           PIC 9(02).
002100     05  FB-QAS-REQUEST-ID       PIC X(08).
002200     05  FB-QAS-QUEUE-SEQ        PIC 9(04).
002300*        POSITION OF THE REQUEST ON FBREQST (ARRIVAL ORDER).
002400     05  FB-QAS-RUN-POS          PIC 9(04).
002500*        POSITION IN QUEUE RUN ORDER - PRIORITY CLASS, THEN
002600*        REQUESTED-BY DATE, THEN ARRIVAL - THE ORDER A SERIAL
002700*        RUN WOULD HAVE TAKEN AND FBQMERGE REBUILDS FBOUT IN.
002800     05  FB-QAS-UPPER-BOUND      PIC 9(09).
002900     05  FILLER                  PIC X(37).
