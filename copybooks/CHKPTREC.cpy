001375*                     STILL VERIFY THAT BATCH'S TRAILER AND     *
001380*                     REGISTER IT.  RECORD GROWS FROM 110 TO    *
001385*                     180 BYTES.                                *
001387*    10/15/26   JHM   ADDED CK-HELD-COUNT AND CK-B-HELD-COUNT   *
001388*                     (TRANSACTIONS HELD FOR APPROVAL -- NOT    *
001389*                     POSTED, NOT REJECTED) AND THE OPEN        *
001390*                     BATCH'S RELEASE SWITCH SO A RESTARTED     *
001391*                     RUN KEEPS THEM.  RECORD GROWS FROM 180    *
001392*                     TO 200 BYTES.                             *
001300*                                                               *
001400*****************************************************************
001500 01  CHKPT-RECORD.
002607     05  CK-B-BALANCED-COUNT         PIC 9(07).
002608     05  CK-B-BALANCED-TOTAL         PIC S9(11)V99
002609                                      SIGN IS TRAILING SEPARATE.
002610     05  CK-RELEASE-SW               PIC X(01).
002710     05  CK-HELD-COUNT               PIC 9(07).
002810     05  CK-B-HELD-COUNT             PIC 9(07).
002910     05  FILLER                      PIC X(05).
