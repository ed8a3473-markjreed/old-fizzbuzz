000100*****************************************************************
000200*  FBSRPARM.CPY                                                 *
000300*  PERIOD-SELECTION PARAMETER RECORD FOR THE FBSECRPT SECURITY  *
000400*  VIOLATIONS REPORT.  ONE OPTIONAL RECORD READ FROM THE        *
000500*  FBSRPARM DATASET GIVING THE FROM/TO DATE RANGE (YYYYMMDD) OF *
000600*  FBSECLOG EVENTS TO REPORT - THE AUDIT PERIOD.  A MISSING OR  *
000700*  EMPTY DATASET, OR A NON-NUMERIC DATE, REPORTS EVERY EVENT ON *
000800*  FILE.                                                        *
000900*****************************************************************
001000 01  FB-SRP-RECORD.
001100     05  FB-SRP-FROM-DATE        PIC 9(08).
001200     05  FB-SRP-TO-DATE          PIC 9(08).
001300     05  FILLER                  PIC X(64).
