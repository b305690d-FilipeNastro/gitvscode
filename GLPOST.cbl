001200*    (GLSUMOUT) USED TO DISAPPEAR INTO A THIRD-PARTY GL         *
001300*    UPLOAD WE COULD NOT QUERY FOR TWO DAYS.  THIS STEP         *
001400*    APPLIES EACH NIGHT'S GS-RECORDS TO OUR OWN BALANCE         *
001500*    MASTER -- ONE RECORD PER GL ACCOUNT, ACCOUNTING PERIOD     *
001550*    (THE PERIOD COMES FROM THE POSTING CALENDAR) AND           *
001600*    DEPARTMENT, WITH PERIOD-TO-DATE DEBITS, CREDITS AND        *
001700*    NET -- AND PROVES OPENING BALANCE PLUS POSTINGS EQUALS     *
001800*    CLOSING BALANCE BEFORE THE UPDATED MASTER IS ALLOWED TO    *
001900*    REPLACE THE LIVE ONE.  FINANCE CAN NOW QUERY THE LEDGER    *
002000*    THE MORNING AFTER THE RUN.                                 *
002200*                                                               *
002300*    MODIFICATION HISTORY                                      *
002400*    DATE       INIT  DESCRIPTION                               *
002502*                     CONTROL TOTAL, RETURN CODE, DATE/TIME)    *
002503*                     TO THE COMMON RUN-STATUS LOG (RUNSTAT)    *
002504*                     FOR THE DAY-END OPERATIONS SUMMARY.       *
002505*    10/15/26   JHM   BALANCES ARE NOW KEPT PER ACCOUNT,        *
002506*                     PERIOD AND DEPARTMENT (GS-DEPARTMENT TO   *
002507*                     GLM-DEPARTMENT).  MASTER RECORD GROWS TO  *
002508*                     84 BYTES.  THE PROOF IS UNCHANGED.        *
002509*    10/15/26   JHM   BALANCE TABLE RAISED FROM 2000 TO 20000   *
002510*                     SLOTS -- A MASTER KEYED BY DEPARTMENT     *
002511*                     OUTGREW 2000 WITHIN THE FIRST YEAR.       *
002600*                                                               *
002700*****************************************************************
002800 ENVIRONMENT DIVISION.

005300 FD  GLM-FILE
005400     RECORDING MODE IS F
005500     RECORD CONTAINS 84 CHARACTERS
005600     LABEL RECORDS ARE STANDARD.
005700 COPY GLMSTREC.


006300 FD  NEWGLM-FILE
006400     RECORDING MODE IS F
006500     RECORD CONTAINS 84 CHARACTERS
006600     LABEL RECORDS ARE STANDARD.
006700 01  NEWGLM-RECORD                   PIC X(84).

006710 FD  RUNSTAT-FILE
006720     RECORDING MODE IS F
012700                                  SIGN IS TRAILING SEPARATE.
012800     05  GLW-JRNL-NET            PIC S9(13)V99
012900                                  SIGN IS TRAILING SEPARATE.
012950     05  GLW-DEPARTMENT          PIC X(04).
013000     05  FILLER                  PIC X(02).

013100*****************************************************************
013200*    GLP-BALANCE-TABLE IS THE BALANCE MASTER -- ONE ENTRY PER   *
013300*    GL ACCOUNT, ACCOUNTING PERIOD AND DEPARTMENT.  A YEAR AT   *
013400*    YECLOSE'S LIMIT OF 1000 ACCOUNT/DEPARTMENT PAIRS, OVER     *
013500*    PERIODS 00 TO 13, IS 14000 RECORDS; 20000 SLOTS HOLDS THAT *
013510*    WITH ROOM TO SPARE.  YECLOSE AND GLVERIFY LOAD THE SAME    *
013520*    MASTER AND KEEP THE SAME LIMIT.  A MASTER THAT OUTGROWS IT *
013530*    ABORTS RATHER THAN POSTING TO A PARTIAL LEDGER.            *
013700*****************************************************************
013800 01  GLP-BALANCE-TABLE.
013900     05  GLP-ENTRY-COUNT         PIC 9(05) VALUE ZEROS.
014000     05  GLP-BALANCE-ENTRY
014100             OCCURS 20000 TIMES
014200             INDEXED BY GLP-BAL-IDX.
014300         10  GLP-BAL-ACCOUNT     PIC 9(08).
014400         10  GLP-BAL-PERIOD      PIC 9(06).
014450         10  GLP-BAL-DEPT        PIC X(04).
014500         10  GLP-BAL-DEBITS      PIC S9(13)V99.
014600         10  GLP-BAL-CREDITS     PIC S9(13)V99.
014700         10  GLP-BAL-NET         PIC S9(13)V99.
028000             MOVE "Y" TO GLP-GLM-EOF-SW
028100         NOT AT END
028200             ADD 1 TO GLP-GLM-READ-COUNT
028300             IF GLP-ENTRY-COUNT < 20000
028400                 ADD 1 TO GLP-ENTRY-COUNT
028500                 SET GLP-BAL-IDX TO GLP-ENTRY-COUNT
028600                 MOVE GLM-ACCOUNT TO
028700                     GLP-BAL-ACCOUNT (GLP-BAL-IDX)
028800                 MOVE GLM-ACCTG-PERIOD TO
028900                     GLP-BAL-PERIOD (GLP-BAL-IDX)
028950                 MOVE GLM-DEPARTMENT TO
028960                     GLP-BAL-DEPT (GLP-BAL-IDX)
029000                 MOVE GLM-PTD-DEBITS TO
029100                     GLP-BAL-DEBITS (GLP-BAL-IDX)
029200                 MOVE GLM-PTD-CREDITS TO
042900*****************************************************************
043000*    2400-FIND-BALANCE                                          *
043100*    LEAVES GLP-BAL-IDX ON THE ENTRY FOR THE CURRENT POSTING'S  *
043200*    ACCOUNT, PERIOD AND DEPARTMENT, ADDING A ZERO ENTRY WHEN   *
043300*    THE KEY IS NEW.  A FULL TABLE ABORTS RATHER THAN DROPPING  *
043350*    POSTINGS.                                                  *
043400*****************************************************************
043500 2400-FIND-BALANCE.
043600     MOVE "N" TO GLP-KEY-FOUND-SW.
043900         UNTIL GLP-BAL-IDX > GLP-ENTRY-COUNT
044000             OR GLP-KEY-FOUND.
044100     IF NOT GLP-KEY-FOUND
044200         IF GLP-ENTRY-COUNT < 20000
044300             ADD 1 TO GLP-ENTRY-COUNT
044400             ADD 1 TO GLP-NEW-KEY-COUNT
044500             SET GLP-BAL-IDX TO GLP-ENTRY-COUNT
044700                 GLP-BAL-ACCOUNT (GLP-BAL-IDX)
044800             MOVE GLP-POSTING-PERIOD TO
044900                 GLP-BAL-PERIOD (GLP-BAL-IDX)
044950             MOVE GS-DEPARTMENT TO
044960                 GLP-BAL-DEPT (GLP-BAL-IDX)
045000             MOVE ZEROS TO GLP-BAL-DEBITS (GLP-BAL-IDX)
045100             MOVE ZEROS TO GLP-BAL-CREDITS (GLP-BAL-IDX)
045200             MOVE ZEROS TO GLP-BAL-NET (GLP-BAL-IDX)
046500 2410-MATCH-BALANCE.
046600     IF GLP-BAL-ACCOUNT (GLP-BAL-IDX) = GS-GL-ACCOUNT
046700         AND GLP-BAL-PERIOD (GLP-BAL-IDX) = GLP-POSTING-PERIOD
046750         AND GLP-BAL-DEPT (GLP-BAL-IDX) = GS-DEPARTMENT
046800         MOVE "Y" TO GLP-KEY-FOUND-SW
046900         SET GLP-BAL-IDX DOWN BY 1
047000     END-IF.
052900     MOVE GLP-BAL-CREDITS (GLP-BAL-IDX)  TO GLW-PTD-CREDITS.
053000     MOVE GLP-BAL-NET (GLP-BAL-IDX)      TO GLW-PTD-NET.
053100     MOVE GLP-BAL-JRNL-NET (GLP-BAL-IDX) TO GLW-JRNL-NET.
053150     MOVE GLP-BAL-DEPT (GLP-BAL-IDX)     TO GLW-DEPARTMENT.
053200     MOVE GLM-WORK-RECORD TO NEWGLM-RECORD.
053300     WRITE NEWGLM-RECORD.
053400     IF NOT GLP-NEWGLM-OK
