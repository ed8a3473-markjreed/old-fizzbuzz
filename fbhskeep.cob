001400*                   YEARS OF HISTORY.  A RESTORE MODE PULLS AN   *
001500*                   ARCHIVED RUN-DATE RANGE BACK ONTO FBAUDIT    *
001600*                   WHEN FBAUDRPT NEEDS TO REPORT OLD HISTORY.   *
001610*  2026-10-15  MJR  WIDENED THE FBAUDIT ARCHIVE AND WORK RECORDS *
001620*                   FOR THE RULE-SET NAME NOW CARRIED ON EVERY   *
001630*                   AUDIT RECORD.                                *
001700******************************************************************
001800 IDENTIFICATION DIVISION.
001900 PROGRAM-ID.    FBHSKEEP.
009100 FD  FB-AUDARC-FILE.
009200 01  FB-ADC-RECORD.
009300     05  FB-ADC-RUN-DATE         PIC 9(08).
009400     05  FILLER                  PIC X(582).
009500
009600 FD  FB-ERRARC-FILE.
009700 01  FB-ERC-RECORD.
010510*  FIZZBUZZ RESTART TRIM USES FBOUTWK/FBCSVWK.                   *
010600******************************************************************
010700 FD  FB-AUDWK-FILE.
010800 01  FB-AWK-RECORD               PIC X(590).
010900
011000 FD  FB-ERRWK-FILE.
011100 01  FB-EWK-RECORD               PIC X(100).
