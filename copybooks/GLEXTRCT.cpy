001307*                     WRITTEN BEFORE THIS CHANGE CARRY          *
001308*                     SPACES HERE AND CANNOT BE REVERSED BY     *
001309*                     BATCH NUMBER.                             *
001310*    10/15/26   JHM   ADDED GL-DEPARTMENT, THE BATCH HEADER'S   *
001311*                     DEPARTMENT (TF-BH-DEPARTMENT), TAKEN FROM *
001312*                     FILLER (RECORD STAYS 243 BYTES) SO GLSUMM *
001313*                     AND GLPOST CAN KEEP BALANCES BY           *
001314*                     DEPARTMENT.  RECORDS WRITTEN BEFORE THIS  *
001315*                     CHANGE CARRY SPACES HERE (UNASSIGNED).    *
001316*    10/15/26   JHM   ADDED GL-TRAN-SEQ, THE TRANSACTION'S      *
001317*                     POSITION ON TRANFIL, TAKEN FROM FILLER    *
001318*                     (RECORD STAYS 243 BYTES).  WITH THE       *
001319*                     BATCH NUMBER IT TIES THE POSTING TO ITS   *
001320*                     AUDITLOG RECORD FOR THE ACCOUNT           *
001321*                     DRILL-DOWN.  OLDER RECORDS CARRY SPACES.  *
001300*                                                               *
001400*****************************************************************
001500 01  GL-RECORD.
002100                                      SIGN IS TRAILING SEPARATE.
002200     05  GL-POSTING-DATE             PIC 9(08).
002250     05  GL-BATCH-NUMBER             PIC 9(06).
002260     05  GL-DEPARTMENT               PIC X(04).
002270     05  GL-TRAN-SEQ                 PIC 9(07).
002300     05  FILLER                      PIC X(03).
