001200*    FB201E  WRITE TO FBOUT FAILED                              *
001300*    FB202E  WRITE TO FBCSV FAILED                              *
001400*    FB301E  WRITE TO FBAUDIT FAILED                            *
001450*    FB302E  WRITE TO FBQRSLT FAILED                            *
001460*    FB303E  REWRITE OF FBREQST FAILED                          *
001500*    FB401W  COMBINED LABEL TRUNCATED                           *
001510*    FB501W  SUITE RESTORED FROM A SNAPSHOT BY FBRECOVR         *
001520*    FB502E  RECOVERY REFUSED - SNAPSHOT DID NOT PROVE          *
001530*    FB503E  RESTORED FILE DID NOT PROVE AGAINST ITS SNAPSHOT   *
001600*****************************************************************
001700 01  FB-ERR-RECORD.
001800     05  FB-ERR-MSG-ID           PIC X(07).
