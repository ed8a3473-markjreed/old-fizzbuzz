000100*****************************************************************
000200*  FBSNPREC.CPY                                                 *
000300*  SNAPSHOT CONTROL RECORD.  THE FBSNAP PRE-CYCLE STEP UNLOADS  *
000400*  FBRULES, FBREQST, FBAUDIT, FBXMTREG, FBCKPT AND FBMASTR TO   *
000500*  SEQUENTIAL BACKUP DATASETS AND WRITES ONE OF THESE RECORDS   *
000600*  PER FILE TO THE FBSNPCTL DATASET, ALL CARRYING THE SAME      *
000700*  SNAPSHOT ID.  FBRECOVR PROVES A BACKUP AGAINST ITS RECORD    *
000800*  BEFORE RESTORING IT, AND PROVES THE RESTORED FILE AFTER.     *
000900*****************************************************************
001000 01  FB-SNP-RECORD.
001100     05  FB-SNP-ID.
001200         10  FB-SNP-ID-DATE      PIC 9(08).
001300         10  FB-SNP-ID-TIME      PIC 9(06).
001400*        DATE AND TIME (YYYYMMDD HHMMSS) THE SNAPSHOT WAS TAKEN.
001500     05  FB-SNP-FILE             PIC X(08).
001600*        DATASET NAME - FBRULES, FBREQST, FBAUDIT, FBXMTREG,
001700*        FBCKPT OR FBMASTR.
001800     05  FB-SNP-PRESENT          PIC X(01).
001900         88  FB-SNP-FILE-PRESENT             VALUE "Y".
002000*        N WHEN THE DATASET DID NOT EXIST AT SNAPSHOT TIME; A
002100*        RECOVERY LEAVES IT EMPTY.
002200     05  FB-SNP-COUNT            PIC 9(09).
002300     05  FB-SNP-HASH             PIC 9(15).
002400*        RECORD COUNT, AND HASH TOTAL (MODULO 10**15) OF ONE
002500*        NUMERIC FIELD PER RECORD: RULE DIVISOR, REQUEST UPPER
002600*        BOUND, AUDIT RUN TIME, REGISTER DETAIL COUNT,
002700*        CHECKPOINT ITERATION, MASTER ITERATION.
002800     05  FILLER                  PIC X(33).
