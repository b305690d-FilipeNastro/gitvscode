003193*                     CAN VERIFY THE RECONCILIATION RAN CLEAN   *
003194*                     FOR EVERY DATE OF A PERIOD BEFORE THE     *
003195*                     PERIOD CLOSES.                            *
003196*    10/15/26   JHM   CHKPFILE GROWS TO LRECL 200.  ITEMS HELD  *
003197*                     FOR APPROVAL (CK-HELD-COUNT) POST NOTHING *
003198*                     AND ARE TAKEN OUT OF THE ACCEPTED COUNT   *
003199*                     WITH THE REJECTS.                         *
003100*                                                               *
003200*****************************************************************
003300 ENVIRONMENT DIVISION.

006600 FD  CHKPT-FILE
006700     RECORDING MODE IS F
006800     RECORD CONTAINS 200 CHARACTERS
006900     LABEL RECORDS ARE STANDARD.
007000 COPY CHKPTREC.

036700*****************************************************************
036800*    3000-CHECK-RUN-COUNT                                       *
036900*    THE RUN'S FINAL CHECKPOINT CARRIES THE DETAIL AND REJECT   *
037000*    COUNTS; ACCEPTED = DETAILS - REJECTS - HELD FOR APPROVAL.  *
037100*    BOTH FILES MUST SHOW EXACTLY THAT MANY RECORDS FOR THE DAY.*
037200*****************************************************************
037300 3000-CHECK-RUN-COUNT.
037400     OPEN INPUT CHKPT-FILE.
038100                     SUBTRACT CK-REJECT-COUNT
038200                         FROM CK-DETAIL-COUNT
038300                         GIVING RCN-ACCEPTED-COUNT
038350                     SUBTRACT CK-HELD-COUNT
038360                         FROM RCN-ACCEPTED-COUNT
038400                     IF RCN-AU-COUNT NOT = RCN-ACCEPTED-COUNT
038500                         OR RCN-GL-COUNT NOT = RCN-ACCEPTED-COUNT
038600                         MOVE "N" TO RCN-BALANCED-SW
