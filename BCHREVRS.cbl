002802*                     CONTROL TOTAL, RETURN CODE, DATE/TIME)    *
002803*                     TO THE COMMON RUN-STATUS LOG (RUNSTAT)    *
002804*                     FOR THE DAY-END OPERATIONS SUMMARY.       *
002805*    10/15/26   JHM   A BLANK RVCTL DEPARTMENT NOW DEFAULTS TO  *
002806*                     THE REVERSED BATCH'S OWN DEPARTMENT,      *
002807*                     TAKEN FROM ITS FIRST GL EXTRACT RECORD,   *
002808*                     SO THE CONTRA BACKS OUT THE SAME          *
002809*                     DEPARTMENTAL LEDGER.  "RVSL" ONLY WHEN    *
002810*                     THE BATCH CARRIED NONE.                   *
002900*                                                               *
003000*****************************************************************
003100 ENVIRONMENT DIVISION.
017800             MOVE RVC-NEW-BATCH-NUMBER TO RVS-NEW-BATCH-NUMBER
017900             MOVE RVC-BUSINESS-DATE    TO RVS-BUSINESS-DATE
018000             MOVE RVC-DEPARTMENT       TO RVS-DEPARTMENT
018400             DISPLAY "BCHREVRS - REVERSING BATCH "
018500                 RVS-BATCH-NUMBER " AS BATCH "
018600                 RVS-NEW-BATCH-NUMBER " FOR BUSINESS DATE "
034000         MOVE "Y" TO RVS-ABORT-SW
034100     ELSE
034200         IF NOT RVS-HDR-WRITTEN
034210             IF RVS-DEPARTMENT = SPACES
034220                 MOVE GL-DEPARTMENT TO RVS-DEPARTMENT
034230             END-IF
034240             IF RVS-DEPARTMENT = SPACES
034250                 MOVE "RVSL" TO RVS-DEPARTMENT
034260             END-IF
034300             PERFORM 3400-WRITE-HEADER THRU 3400-EXIT
034400         END-IF
034500         IF NOT RVS-ABORT
