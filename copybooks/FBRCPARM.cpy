000100*****************************************************************
000200*  FBRCPARM.CPY                                                 *
000300*  RUN-CONTROL PARAMETER RECORD FOR THE FBRECOVR SUITE          *
000400*  RECOVERY UTILITY.  ONE RECORD READ FROM THE FBRCPARM         *
000500*  DATASET NAMING THE SNAPSHOT TO BE RESTORED.  THE JCL POINTS  *
000600*  FBSNPCTL AND THE BACKUP DATASETS AT THAT SNAPSHOT'S          *
000700*  GENERATION; THE ID MUST AGREE WITH FBSNPCTL OR NOTHING IS    *
000800*  RESTORED, SO THE WRONG GENERATION CANNOT BE LAID DOWN.       *
000900*****************************************************************
001000 01  FB-RCP-RECORD.
001100     05  FB-RCP-SNAP-ID          PIC X(14).
001200     05  FILLER                  PIC X(66).
