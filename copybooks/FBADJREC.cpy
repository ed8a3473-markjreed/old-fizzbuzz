000100*****************************************************************
000200*  FBADJREC.CPY                                                 *
000300*  ONE PENDING CHARGEBACK ADJUSTMENT ON THE FBADJUST DATASET.   *
000400*  FBBACKOT WRITES A CREDIT WHEN IT IS TOLD TO UNWIND A RUN     *
000500*  THAT WAS INVOICED IN A MONTH FBPRDCLS HAS ALREADY CLOSED.    *
000600*  THE NEXT FBCHGBK RUN FOR A LATER OPEN MONTH PRICES THE       *
000700*  CREDIT AT THE CLOSED MONTH'S RATE, POSTS IT AS AN            *
000800*  ADJUSTMENT LINE ON FBINVRPT AND FBCHGEXT, AND STAMPS THE     *
000900*  MONTH IT WAS POSTED IN SO IT IS NEVER POSTED TWICE.          *
001000*****************************************************************
001100 01  FB-ADJ-RECORD.
001200     05  FB-ADJ-DATE             PIC 9(08).
001300     05  FB-ADJ-TIME             PIC 9(08).
001400*        WHEN THE ADJUSTMENT WAS RAISED (YYYYMMDD HHMMSSHH).
001500     05  FB-ADJ-TYPE             PIC X(02).
001600         88  FB-ADJ-CREDIT                   VALUE "CR".
001700         88  FB-ADJ-DEBIT                    VALUE "DR".
001800     05  FB-ADJ-SOURCE-MONTH     PIC 9(06).
001900*        THE CLOSED MONTH THE ORIGINAL RUN WAS INVOICED IN.
002000     05  FB-ADJ-DEPT             PIC X(08).
002100     05  FB-ADJ-REQUEST-ID       PIC X(08).
002200     05  FB-ADJ-RUN-DATE         PIC 9(08).
002300     05  FB-ADJ-ITERATIONS       PIC 9(12).
002400*        THE ORIGINAL RUN'S DATE AND ITERATIONS PROCESSED.
002500     05  FB-ADJ-POSTED-MONTH     PIC 9(06).
002600*        THE OPEN MONTH THE ADJUSTMENT WAS BILLED IN - ZERO
002700*        UNTIL FBCHGBK PICKS IT UP.
002800     05  FB-ADJ-RERUN-STAMP      PIC 9(14).
002900*        CREDIT ONLY - THE RERUN (ITS FBAUDIT DATE AND HHMMSS)
003000*        FBCHGBK BILLED AS THE DEBIT AGAINST THIS CREDIT.  ZERO,
003100*        OR SPACES ON A RECORD WRITTEN BEFORE THE FIELD, UNTIL A
003200*        RERUN USES IT; A CREDIT IS USED BY ONE RERUN ONLY.
