000100*****************************************************************
000200*  FBQRSREC.CPY                                                 *
000300*  ONE REQUEST RESULT ON A STREAM'S FBQRSLT DATASET, APPENDED   *
000400*  BY FIZZBUZZ IN PARALLEL QUEUE MODE AS EACH REQUEST OF ITS    *
000500*  SHARE COMPLETES OR IS REJECTED.  IT TAKES THE PLACE OF THE   *
000600*  FBREQST STATUS REWRITE AND THE FBAUDIT RECORD A SERIAL RUN   *
000700*  WRITES, SINCE THE STREAMS RUN SIDE BY SIDE AND MUST NOT      *
000800*  UPDATE THE SHARED DATASETS.  A RESTARTED STREAM SKIPS THE    *
000900*  REQUESTS ALREADY HERE.  FBQMERGE READS EVERY STREAM'S        *
001000*  RESULTS (CONCATENATED AS FBQRSLTS), PROVES EACH ASSIGNED     *
001100*  REQUEST CAME BACK EXACTLY ONCE, AND POSTS THEM.              *
001200*****************************************************************
001300 01  FB-QRS-RECORD.
001400     05  FB-QRS-SPLIT-ID.
001500         10  FB-QRS-SPLIT-DATE   PIC 9(08).
001600         10  FB-QRS-SPLIT-TIME   PIC 9(06).
001700*        THE FBQASGN SPLIT THE STREAM WAS RUN FOR.
001800     05  FB-QRS-STREAM           PIC 9(02).
001900     05  FB-QRS-REQUEST-ID       PIC X(08).
002000     05  FB-QRS-STATUS           PIC X(02).
002100*        OK = COMPLETED, RJ = REJECTED BY PARAMETER VALIDATION.
002200     05  FB-QRS-START-DATE       PIC 9(08).
002300     05  FB-QRS-START-TIME       PIC 9(06).
002400     05  FB-QRS-END-DATE         PIC 9(08).
002500     05  FB-QRS-END-TIME         PIC 9(06).
002600     05  FB-QRS-AUDIT.
002700*        THE REQUEST'S AUDIT RECORD, LAID OUT EXACTLY AS
002800*        FBAUDIT, FOR FBQMERGE TO POST ONCE THE RUN PROVES OUT.
002900*        SPACES ON A REJECTED REQUEST, WHICH GETS NO AUDIT
003000*        RECORD.
003100         10  FB-QRS-RUN-DATE     PIC 9(08).
003200         10  FB-QRS-RUN-TIME     PIC 9(08).
003300         10  FB-QRS-UPPER-BOUND  PIC 9(09).
003400         10  FB-QRS-RULE-COUNT   PIC 9(04).
003500         10  FB-QRS-DIVISOR-LIST PIC X(500).
003600         10  FB-QRS-CNT-FIZZ     PIC 9(09).
003700         10  FB-QRS-CNT-BUZZ     PIC 9(09).
003800         10  FB-QRS-CNT-FIZZBUZZ PIC 9(09).
003900         10  FB-QRS-CNT-OTHER    PIC 9(09).
004000         10  FB-QRS-CNT-NUMBER   PIC 9(09).
004100         10  FB-QRS-AUD-REQ-ID   PIC X(08).
004200         10  FB-QRS-RULE-SET     PIC X(08).
004300     05  FILLER                  PIC X(10).
