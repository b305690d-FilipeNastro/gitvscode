000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BUDMAINT.
000300 AUTHOR.        J H MERCER.
000400 INSTALLATION.  GENERAL ACCOUNTING - BATCH SYSTEMS.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*    BUDMAINT                                                   *
001000*                                                               *
001100*    BUDGET MASTER MAINTENANCE.  FINANCE KEPT THE ANNUAL        *
001200*    BUDGET IN A WORKBOOK BECAUSE THE SYSTEM HAD NOWHERE TO     *
001300*    STORE IT.  THIS PROGRAM READS ADD, CHANGE AND DELETE       *
001400*    TRANSACTIONS FOR BUDGET LINES (ONE PER GL ACCOUNT AND      *
001500*    ACCOUNTING PERIOD), VALIDATES EACH ACCOUNT AGAINST THE     *
001600*    INDEXED CHART MASTER WITH DIRECT KEYED READS AS COAMAINT   *
001700*    DOES (NO BUDGETS FOR ACCOUNTS NOT ON THE CHART OR          *
001800*    INACTIVE, NO DUPLICATE ADDS, NO CHANGES OR DELETES TO      *
001900*    LINES NOT ON THE MASTER), STAGES THE RUN'S CHANGES, AND    *
002000*    APPLIES THEM TO THE INDEXED BUDGET MASTER IN PLACE BY      *
002100*    KEY, APPENDING EVERY APPLIED CHANGE TO THE BUDGET AUDIT    *
002200*    LOG WITH BEFORE AND AFTER AMOUNTS, OPERATOR AND RUN        *
002300*    DATE/TIME.  ANY REJECTED TRANSACTION FAILS THE RUN (RC=16) *
002400*    BEFORE THE APPLY PHASE, SO A BAD CARD NEVER HALF-APPLIES   *
002500*    A BUDGET LOAD -- FINANCE FIXES THE CARDS AND RERUNS.       *
002600*                                                               *
002700*    MODIFICATION HISTORY                                      *
002800*    DATE       INIT  DESCRIPTION                               *
002900*    10/15/26   JHM   ORIGINAL PROGRAM.                         *
003000*                                                               *
003100*****************************************************************
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER.   IBM-370.
003500 OBJECT-COMPUTER.   IBM-370.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT BUD-FILE ASSIGN TO BUDMAST
003900         ORGANIZATION IS INDEXED
004000         ACCESS MODE IS RANDOM
004100         RECORD KEY IS BUD-KEY
004200         FILE STATUS IS BDM-BUD-STATUS.
004300     SELECT COA-FILE ASSIGN TO COAFILE
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS RANDOM
004600         RECORD KEY IS CA-ACCOUNT
004700         FILE STATUS IS BDM-COA-STATUS.
004800     SELECT TRAN-FILE ASSIGN TO BUDTRAN
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS BDM-TRAN-STATUS.
005100     SELECT CTL-FILE ASSIGN TO BMCTL
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS BDM-CTL-STATUS.
005400     SELECT AUDIT-FILE ASSIGN TO BUDAUDIT
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS BDM-AUDIT-STATUS.
005700     SELECT RUNSTAT-FILE ASSIGN TO RUNSTAT
005800         ORGANIZATION IS SEQUENTIAL
005900         FILE STATUS IS BDM-RUNSTAT-STATUS.

006000 DATA DIVISION.
006100 FILE SECTION.
006200 FD  BUD-FILE
006300     RECORDING MODE IS F
006400     RECORD CONTAINS 80 CHARACTERS
006500     LABEL RECORDS ARE STANDARD.
006600 COPY BUDREC.

006700 FD  COA-FILE
006800     RECORDING MODE IS F
006900     RECORD CONTAINS 80 CHARACTERS
007000     LABEL RECORDS ARE STANDARD.
007100 COPY COAREC.

007200 FD  TRAN-FILE
007300     RECORDING MODE IS F
007400     RECORD CONTAINS 80 CHARACTERS
007500     LABEL RECORDS ARE STANDARD.
007600 COPY BMTRNREC.

007700 FD  CTL-FILE
007800     RECORDING MODE IS F
007900     RECORD CONTAINS 80 CHARACTERS
008000     LABEL RECORDS ARE STANDARD.
008100 COPY BMCTLREC.

008200 FD  AUDIT-FILE
008300     RECORDING MODE IS F
008400     RECORD CONTAINS 100 CHARACTERS
008500     LABEL RECORDS ARE STANDARD.
008600 COPY BDAUDREC.

008700 FD  RUNSTAT-FILE
008800     RECORDING MODE IS F
008900     RECORD CONTAINS 80 CHARACTERS
009000     LABEL RECORDS ARE STANDARD.
009100 COPY RUNSTREC.

009200 WORKING-STORAGE SECTION.
009300*****************************************************************
009400*    WORKING STORAGE                                            *
009500*****************************************************************
009600 01  BDM-SWITCHES.
009700     05  BDM-BUD-STATUS          PIC X(02) VALUE ZEROS.
009800         88  BDM-BUD-OK          VALUE "00".
009900     05  BDM-COA-STATUS          PIC X(02) VALUE ZEROS.
010000         88  BDM-COA-OK          VALUE "00".
010100     05  BDM-TRAN-STATUS         PIC X(02) VALUE ZEROS.
010200         88  BDM-TRAN-OK         VALUE "00".
010300         88  BDM-TRAN-ENDED      VALUE "10".
010400     05  BDM-CTL-STATUS          PIC X(02) VALUE ZEROS.
010500         88  BDM-CTL-OK          VALUE "00".
010600     05  BDM-AUDIT-STATUS        PIC X(02) VALUE ZEROS.
010700         88  BDM-AUDIT-OK        VALUE "00".
010800     05  BDM-RUNSTAT-STATUS      PIC X(02) VALUE ZEROS.
010900         88  BDM-RUNSTAT-OK      VALUE "00".
011000     05  BDM-EOF-SW              PIC X(01) VALUE "N".
011100         88  BDM-EOF             VALUE "Y".
011200*        THE KEYED MASTERS ARE CLOSED BY THESE SWITCHES -- A KEYED
011300*        READ THAT MISSES LEAVES A NON-ZERO STATUS BEHIND.
011400     05  BDM-BUD-OPEN-SW         PIC X(01) VALUE "N".
011500         88  BDM-BUD-OPEN        VALUE "Y".
011600     05  BDM-COA-OPEN-SW         PIC X(01) VALUE "N".
011700         88  BDM-COA-OPEN        VALUE "Y".
011800*        BDM-ACCT-FOUND-SW AND BDM-LINE-FOUND-SW ARE THE RESULTS
011900*        OF THE LAST KEYED READS OF THE CHART (2550-READ-CHART)
012000*        AND THE BUDGET MASTER (2560-READ-BUDGET).
012100     05  BDM-ACCT-FOUND-SW       PIC X(01) VALUE "N".
012200         88  BDM-ACCT-FOUND      VALUE "Y".
012300     05  BDM-LINE-FOUND-SW       PIC X(01) VALUE "N".
012400         88  BDM-LINE-FOUND      VALUE "Y".
012500     05  BDM-STAGE-FOUND-SW      PIC X(01) VALUE "N".
012600         88  BDM-STAGE-FOUND     VALUE "Y".

012700 01  BDM-CONTROLS.
012800     05  BDM-OPERATOR-ID         PIC X(08) VALUE SPACES.

012900 01  BDM-AUDIT-FIELDS.
013000     05  BDM-RUN-DATE            PIC 9(08) VALUE ZEROS.
013100     05  BDM-RUN-TIME            PIC 9(08) VALUE ZEROS.

013200 01  BDM-COUNTERS.
013300     05  BDM-TRAN-COUNT          PIC 9(05) VALUE ZEROS.
013400     05  BDM-ADD-COUNT           PIC 9(05) VALUE ZEROS.
013500     05  BDM-CHANGE-COUNT        PIC 9(05) VALUE ZEROS.
013600     05  BDM-DELETE-COUNT        PIC 9(05) VALUE ZEROS.
013700     05  BDM-REJECT-COUNT        PIC 9(05) VALUE ZEROS.
013800     05  BDM-WRITE-COUNT         PIC 9(05) VALUE ZEROS.
013900     05  BDM-WORK-SUB            PIC 9(05) VALUE ZEROS.
014000*        BDM-CHANGE-TOTAL IS THE NET MOVEMENT IN TOTAL BUDGET THE
014100*        APPLIED CHANGES MADE -- NEW AMOUNTS LESS OLD AMOUNTS.
014200     05  BDM-CHANGE-TOTAL        PIC S9(15)V99 VALUE ZEROS.

014300*****************************************************************
014400*    BDM-STAGE-TABLE HOLDS ONLY THIS RUN'S CHANGES -- NOT THE   *
014500*    BUDGET MASTER OR THE CHART, WHICH ARE CHECKED WITH DIRECT  *
014600*    KEYED READS.  EVERY CARD IS VALIDATED AND STAGED FIRST;    *
014700*    ONLY A RUN WITH NO REJECTS APPLIES THE STAGED CHANGES TO   *
014800*    THE MASTER BY KEY, SO A BAD CARD STILL MEANS NOTHING IS    *
014900*    APPLIED.  6000 SLOTS HOLDS A FULL YEAR'S BUDGET FOR A      *
015000*    CHART OF 500 ACCOUNTS; A CARD FILE THAT OVERFLOWS IT       *
015100*    ABORTS THE RUN.                                            *
015200*****************************************************************
015300 01  BDM-STAGE-TABLE.
015400     05  BDM-STAGE-COUNT         PIC 9(05) VALUE ZEROS.
015500     05  BDM-STAGE-ENTRY
015600             OCCURS 6000 TIMES
015700             INDEXED BY BDM-STAGE-IDX.
015800         10  BDM-STG-ACCOUNT     PIC 9(08).
015900         10  BDM-STG-PERIOD      PIC 9(06).
016000*            THE ACTION FOR THE AUDIT RECORD (A/C/D), WHETHER THE
016100*            LINE IS NEW TO THE MASTER, AND WHETHER IT IS TO BE
016200*            DELETED FROM IT.
016300         10  BDM-STG-ACTION      PIC X(01).
016400         10  BDM-STG-NEW-SW      PIC X(01).
016500             88  BDM-STG-NEW     VALUE "Y".
016600         10  BDM-STG-DELETE-SW   PIC X(01).
016700             88  BDM-STG-DELETE  VALUE "Y".
016800         10  BDM-STG-AMOUNT      PIC S9(13)V99.
016900         10  BDM-STG-OLD-AMOUNT  PIC S9(13)V99.

017000 01  BDM-STAMP-FIELDS.
017100     05  BDM-STAMP-DATE          PIC 9(08) VALUE ZEROS.
017200     05  BDM-STAMP-TIME          PIC 9(08) VALUE ZEROS.

017300 PROCEDURE DIVISION.
017400*****************************************************************
017500*    0000-MAINLINE                                              *
017600*****************************************************************
017700 0000-MAINLINE.
017800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
017900     PERFORM 2000-PROCESS-TRAN THRU 2000-EXIT
018000         UNTIL BDM-EOF.
018100     PERFORM 3000-APPLY-CHANGES THRU 3000-EXIT.
018200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
018300     GOBACK.

018400*****************************************************************
018500*    1000-INITIALIZE                                            *
018600*****************************************************************
018700 1000-INITIALIZE.
018800     ACCEPT BDM-RUN-DATE FROM DATE YYYYMMDD.
018900     ACCEPT BDM-RUN-TIME FROM TIME.
019000     PERFORM 1100-READ-CONTROL THRU 1100-EXIT.
019100     PERFORM 1200-OPEN-MASTERS THRU 1200-EXIT.
019200     IF NOT BDM-EOF
019300         OPEN INPUT TRAN-FILE
019400         IF NOT BDM-TRAN-OK
019500             DISPLAY "BUDMAINT - UNABLE TO OPEN BUDTRAN, STATUS "
019600                 BDM-TRAN-STATUS
019700             MOVE 16 TO RETURN-CODE
019800             MOVE "Y" TO BDM-EOF-SW
019900         END-IF
020000     END-IF.
020100     IF NOT BDM-EOF
020200         OPEN EXTEND AUDIT-FILE
020300         IF NOT BDM-AUDIT-OK
020400             DISPLAY "BUDMAINT - UNABLE TO OPEN BUDAUDIT, STATUS "
020500                 BDM-AUDIT-STATUS
020600             MOVE 16 TO RETURN-CODE
020700             MOVE "Y" TO BDM-EOF-SW
020800         END-IF
020900     END-IF.
021000     IF NOT BDM-EOF
021100         PERFORM 2100-READ-TRAN THRU 2100-EXIT
021200     END-IF.
021300 1000-EXIT.
021400     EXIT.

021500*****************************************************************
021600*    1100-READ-CONTROL                                          *
021700*    EVERY CHANGE IS STAMPED WITH THE OPERATOR OF RECORD; A     *
021800*    CARD WITHOUT ONE ABORTS RATHER THAN LOGGING ANONYMOUS      *
021900*    CHANGES.                                                   *
022000*****************************************************************
022100 1100-READ-CONTROL.
022200     OPEN INPUT CTL-FILE.
022300     IF BDM-CTL-OK
022400         READ CTL-FILE
022500             AT END
022600                 MOVE SPACES TO BMC-OPERATOR-ID
022700         END-READ
022800         IF BMC-OPERATOR-ID NOT = SPACES
022900             MOVE BMC-OPERATOR-ID TO BDM-OPERATOR-ID
023000             DISPLAY "BUDMAINT - MAINTAINING BUDGET, OPERATOR "
023100                 BDM-OPERATOR-ID
023200         ELSE
023300             DISPLAY "BUDMAINT - NO OPERATOR ID ON BMCTL, "
023400                 "ABORTING RUN"
023500             MOVE 16 TO RETURN-CODE
023600             MOVE "Y" TO BDM-EOF-SW
023700         END-IF
023800         CLOSE CTL-FILE
023900     ELSE
024000         DISPLAY "BUDMAINT - UNABLE TO OPEN BMCTL, STATUS "
024100             BDM-CTL-STATUS
024200         MOVE 16 TO RETURN-CODE
024300         MOVE "Y" TO BDM-EOF-SW
024400     END-IF.
024500 1100-EXIT.
024600     EXIT.

024700*****************************************************************
024800*    1200-OPEN-MASTERS                                          *
024900*    THE BUDGET MASTER IS OPENED I-O AND UPDATED IN PLACE BY    *
025000*    KEY; THE CHART IS OPENED INPUT FOR THE ACCOUNT CHECKS.     *
025100*    BOTH STAY OPEN FOR THE RUN.                                *
025200*****************************************************************
025300 1200-OPEN-MASTERS.
025400     IF NOT BDM-EOF
025500         OPEN I-O BUD-FILE
025600         IF BDM-BUD-OK
025700             MOVE "Y" TO BDM-BUD-OPEN-SW
025800         ELSE
025900             DISPLAY "BUDMAINT - UNABLE TO OPEN BUDMAST, STATUS "
026000                 BDM-BUD-STATUS
026100             MOVE 16 TO RETURN-CODE
026200             MOVE "Y" TO BDM-EOF-SW
026300         END-IF
026400     END-IF.
026500     IF NOT BDM-EOF
026600         OPEN INPUT COA-FILE
026700         IF BDM-COA-OK
026800             MOVE "Y" TO BDM-COA-OPEN-SW
026900         ELSE
027000             DISPLAY "BUDMAINT - UNABLE TO OPEN COAFILE, STATUS "
027100                 BDM-COA-STATUS
027200             MOVE 16 TO RETURN-CODE
027300             MOVE "Y" TO BDM-EOF-SW
027400         END-IF
027500     END-IF.
027600 1200-EXIT.
027700     EXIT.

027800*****************************************************************
027900*    2000-PROCESS-TRAN                                          *
028000*    A BUDGET LINE NEEDS A NUMERIC ACCOUNT AND A PERIOD OF 01   *
028100*    THROUGH 12 -- PERIOD 00 (OPENING BALANCES) AND 13 (THE     *
028200*    YEAR-END CLOSE) CARRY NO BUDGET.                           *
028300*****************************************************************
028400 2000-PROCESS-TRAN.
028500     EVALUATE TRUE
028600         WHEN BMT-ACCOUNT NOT NUMERIC
028700         WHEN BMT-ACCTG-PERIOD NOT NUMERIC
028800         WHEN BMT-PERIOD-PP < 1
028900         WHEN BMT-PERIOD-PP > 12
029000             PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
029100         WHEN BMT-ACTION-ADD
029200             PERFORM 2200-STAGE-ADD THRU 2200-EXIT
029300         WHEN BMT-ACTION-CHANGE
029400             PERFORM 2300-STAGE-CHANGE THRU 2300-EXIT
029500         WHEN BMT-ACTION-DELETE
029600             PERFORM 2400-STAGE-DELETE THRU 2400-EXIT
029700         WHEN OTHER
029800             PERFORM 2900-REJECT-TRAN THRU 2900-EXIT
029900     END-EVALUATE.
030000     IF NOT BDM-EOF
030100         PERFORM 2100-READ-TRAN THRU 2100-EXIT
030200     END-IF.
030300 2000-EXIT.
030400     EXIT.

030500*****************************************************************
030600*    2100-READ-TRAN                                             *
030700*****************************************************************
030800 2100-READ-TRAN.
030900     READ TRAN-FILE
031000         AT END
031100             MOVE "Y" TO BDM-EOF-SW
031200         NOT AT END
031300             ADD 1 TO BDM-TRAN-COUNT
031400     END-READ.
031500 2100-EXIT.
031600     EXIT.

031700*****************************************************************
031800*    2200-STAGE-ADD                                             *
031900*    AN ADD MUST NAME A LINE NOT ALREADY ON THE BUDGET MASTER   *
032000*    AND NOT ALREADY STAGED THIS RUN, FOR AN ACCOUNT THAT IS    *
032100*    ACTIVE ON THE CHART, WITH A NUMERIC AMOUNT.                *
032200*****************************************************************
032300 2200-STAGE-ADD.
032400     PERFORM 2500-FIND-STAGED THRU 2500-EXIT.
032500     PERFORM 2550-READ-CHART THRU 2550-EXIT.
032600     PERFORM 2560-READ-BUDGET THRU 2560-EXIT.
032700     EVALUATE TRUE
032800         WHEN BDM-STAGE-FOUND
032900             DISPLAY "BUDMAINT - ADD REJECTED, ACCOUNT "
033000                 BMT-ACCOUNT " PERIOD " BMT-ACCTG-PERIOD
033100                 " ALREADY STAGED THIS RUN"
033200             ADD 1 TO BDM-REJECT-COUNT
033300         WHEN BDM-LINE-FOUND
033400             DISPLAY "BUDMAINT - ADD REJECTED, ACCOUNT "
033500                 BMT-ACCOUNT " PERIOD " BMT-ACCTG-PERIOD
033600                 " ALREADY ON BUDGET MASTER"
033700             ADD 1 TO BDM-REJECT-COUNT
033800         WHEN NOT BDM-ACCT-FOUND
033900             DISPLAY "BUDMAINT - ADD REJECTED, ACCOUNT "
034000                 BMT-ACCOUNT " NOT ON CHART"
034100             ADD 1 TO BDM-REJECT-COUNT
034200         WHEN CA-INACTIVE
034300             DISPLAY "BUDMAINT - ADD REJECTED, ACCOUNT "
034400                 BMT-ACCOUNT " INACTIVE ON CHART"
034500             ADD 1 TO BDM-REJECT-COUNT
034600         WHEN BMT-AMOUNT NOT NUMERIC
034700             DISPLAY "BUDMAINT - ADD REJECTED, ACCOUNT "
034800                 BMT-ACCOUNT " PERIOD " BMT-ACCTG-PERIOD
034900                 " AMOUNT NOT NUMERIC"
035000             ADD 1 TO BDM-REJECT-COUNT
035100         WHEN BDM-STAGE-COUNT >= 6000
035200             DISPLAY "BUDMAINT - MAINTENANCE CARDS EXCEED STAGE "
035300                 "TABLE, ABORTING RUN"
035400             MOVE 16 TO RETURN-CODE
035500             MOVE "Y" TO BDM-EOF-SW
035600         WHEN OTHER
035700             ADD 1 TO BDM-STAGE-COUNT
035800             SET BDM-STAGE-IDX TO BDM-STAGE-COUNT
035900             MOVE BMT-ACCOUNT TO
036000                 BDM-STG-ACCOUNT (BDM-STAGE-IDX)
036100             MOVE BMT-ACCTG-PERIOD TO
036200                 BDM-STG-PERIOD (BDM-STAGE-IDX)
036300             MOVE "A" TO BDM-STG-ACTION (BDM-STAGE-IDX)
036400             MOVE "Y" TO BDM-STG-NEW-SW (BDM-STAGE-IDX)
036500             MOVE "N" TO BDM-STG-DELETE-SW (BDM-STAGE-IDX)
036600             MOVE BMT-AMOUNT TO BDM-STG-AMOUNT (BDM-STAGE-IDX)
036700             MOVE ZEROS TO BDM-STG-OLD-AMOUNT (BDM-STAGE-IDX)
036800             ADD 1 TO BDM-ADD-COUNT
036900     END-EVALUATE.
037000 2200-EXIT.
037100     EXIT.

037200*****************************************************************
037300*    2300-STAGE-CHANGE                                          *
037400*    A CHANGE REPLACES THE LINE'S AMOUNT.  A SECOND CARD FOR A  *
037500*    LINE ALREADY STAGED THIS RUN APPLIES ON TOP OF THE STAGED  *
037600*    AMOUNT; THE BEFORE-IMAGE FOR THE AUDIT RECORD WAS SAVED    *
037700*    WHEN THE LINE WAS FIRST STAGED.                            *
037800*****************************************************************
037900 2300-STAGE-CHANGE.
038000     PERFORM 2500-FIND-STAGED THRU 2500-EXIT.
038100     EVALUATE TRUE
038200         WHEN BMT-AMOUNT NOT NUMERIC
038300             DISPLAY "BUDMAINT - CHANGE REJECTED, ACCOUNT "
038400                 BMT-ACCOUNT " PERIOD " BMT-ACCTG-PERIOD
038500                 " AMOUNT NOT NUMERIC"
038600             ADD 1 TO BDM-REJECT-COUNT
038700         WHEN BDM-STAGE-FOUND
038800             IF BDM-STG-DELETE (BDM-STAGE-IDX)
038900                 DISPLAY "BUDMAINT - CHANGE REJECTED, ACCOUNT "
039000                     BMT-ACCOUNT " PERIOD " BMT-ACCTG-PERIOD
039100                     " STAGED FOR DELETE THIS RUN"
039200                 ADD 1 TO BDM-REJECT-COUNT
039300             ELSE
039400                 MOVE BMT-AMOUNT TO BDM-STG-AMOUNT (BDM-STAGE-IDX)
039500                 ADD 1 TO BDM-CHANGE-COUNT
039600             END-IF
039700         WHEN OTHER
039800             PERFORM 2310-STAGE-MASTER-CHANGE THRU 2310-EXIT
039900     END-EVALUATE.
040000 2300-EXIT.
040100     EXIT.

040200*****************************************************************
040300*    2310-STAGE-MASTER-CHANGE                                   *
040400*    A CHANGE TO A LINE NOT YET STAGED -- THE LINE MUST BE ON   *
040500*    THE BUDGET MASTER AND ITS ACCOUNT STILL ACTIVE ON THE      *
040600*    CHART.                                                     *
040700*****************************************************************
040800 2310-STAGE-MASTER-CHANGE.
040900     PERFORM 2550-READ-CHART THRU 2550-EXIT.
041000     PERFORM 2560-READ-BUDGET THRU 2560-EXIT.
041100     EVALUATE TRUE
041200         WHEN NOT BDM-LINE-FOUND
041300             DISPLAY "BUDMAINT - CHANGE REJECTED, ACCOUNT "
041400                 BMT-ACCOUNT " PERIOD " BMT-ACCTG-PERIOD
041500                 " NOT ON BUDGET MASTER"
041600             ADD 1 TO BDM-REJECT-COUNT
041700         WHEN NOT BDM-ACCT-FOUND
041800             DISPLAY "BUDMAINT - CHANGE REJECTED, ACCOUNT "
041900                 BMT-ACCOUNT " NOT ON CHART"
042000             ADD 1 TO BDM-REJECT-COUNT
042100         WHEN CA-INACTIVE
042200             DISPLAY "BUDMAINT - CHANGE REJECTED, ACCOUNT "
042300                 BMT-ACCOUNT " INACTIVE ON CHART"
042400             ADD 1 TO BDM-REJECT-COUNT
042500         WHEN BDM-STAGE-COUNT >= 6000
042600             DISPLAY "BUDMAINT - MAINTENANCE CARDS EXCEED "
042700                 "STAGE TABLE, ABORTING RUN"
042800             MOVE 16 TO RETURN-CODE
042900             MOVE "Y" TO BDM-EOF-SW
043000         WHEN OTHER
043100             PERFORM 2580-STAGE-FROM-MASTER THRU 2580-EXIT
043200             MOVE "C" TO BDM-STG-ACTION (BDM-STAGE-IDX)
043300             MOVE BMT-AMOUNT TO BDM-STG-AMOUNT (BDM-STAGE-IDX)
043400             ADD 1 TO BDM-CHANGE-COUNT
043500     END-EVALUATE.
043600 2310-EXIT.
043700     EXIT.

043800*****************************************************************
043900*    2400-STAGE-DELETE                                          *
044000*    A DELETE NEEDS THE LINE ON THE MASTER BUT NOT THE ACCOUNT  *
044100*    ON THE CHART -- A BUDGET FOR AN ACCOUNT SINCE RETIRED MUST *
044200*    STILL BE REMOVABLE.  A LINE ADDED THIS RUN CANNOT BE       *
044300*    DELETED IN THE SAME RUN; DROP THE ADD CARD INSTEAD.        *
044400*****************************************************************
044500 2400-STAGE-DELETE.
044600     PERFORM 2500-FIND-STAGED THRU 2500-EXIT.
044700     IF BDM-STAGE-FOUND
044800         IF BDM-STG-NEW (BDM-STAGE-IDX)
044900             DISPLAY "BUDMAINT - DELETE REJECTED, ACCOUNT "
045000                 BMT-ACCOUNT " PERIOD " BMT-ACCTG-PERIOD
045100                 " ADDED THIS RUN"
045200             ADD 1 TO BDM-REJECT-COUNT
045300         ELSE
045400             MOVE "D" TO BDM-STG-ACTION (BDM-STAGE-IDX)
045500             MOVE "Y" TO BDM-STG-DELETE-SW (BDM-STAGE-IDX)
045600             MOVE ZEROS TO BDM-STG-AMOUNT (BDM-STAGE-IDX)
045700             ADD 1 TO BDM-DELETE-COUNT
045800         END-IF
045900     ELSE
046000         PERFORM 2560-READ-BUDGET THRU 2560-EXIT
046100         EVALUATE TRUE
046200             WHEN NOT BDM-LINE-FOUND
046300                 DISPLAY "BUDMAINT - DELETE REJECTED, ACCOUNT "
046400                     BMT-ACCOUNT " PERIOD " BMT-ACCTG-PERIOD
046500                     " NOT ON BUDGET MASTER"
046600                 ADD 1 TO BDM-REJECT-COUNT
046700             WHEN BDM-STAGE-COUNT >= 6000
046800                 DISPLAY "BUDMAINT - MAINTENANCE CARDS EXCEED "
046900                     "STAGE TABLE, ABORTING RUN"
047000                 MOVE 16 TO RETURN-CODE
047100                 MOVE "Y" TO BDM-EOF-SW
047200             WHEN OTHER
047300                 PERFORM 2580-STAGE-FROM-MASTER THRU 2580-EXIT
047400                 MOVE "D" TO BDM-STG-ACTION (BDM-STAGE-IDX)
047500                 MOVE "Y" TO BDM-STG-DELETE-SW (BDM-STAGE-IDX)
047600                 MOVE ZEROS TO BDM-STG-AMOUNT (BDM-STAGE-IDX)
047700                 ADD 1 TO BDM-DELETE-COUNT
047800         END-EVALUATE
047900     END-IF.
048000 2400-EXIT.
048100     EXIT.

048200*****************************************************************
048300*    2500-FIND-STAGED                                           *
048400*    SERIAL LOOKUP OF THE CARD'S ACCOUNT AND PERIOD IN THE      *
048500*    STAGE TABLE.  LEAVES BDM-STAGE-IDX ON THE MATCHED ENTRY.   *
048600*****************************************************************
048700 2500-FIND-STAGED.
048800     MOVE "N" TO BDM-STAGE-FOUND-SW.
048900     PERFORM 2510-MATCH-STAGED THRU 2510-EXIT
049000         VARYING BDM-STAGE-IDX FROM 1 BY 1
049100         UNTIL BDM-STAGE-IDX > BDM-STAGE-COUNT
049200             OR BDM-STAGE-FOUND.
049300 2500-EXIT.
049400     EXIT.

049500*****************************************************************
049600*    2510-MATCH-STAGED                                          *
049700*****************************************************************
049800 2510-MATCH-STAGED.
049900     IF BDM-STG-ACCOUNT (BDM-STAGE-IDX) = BMT-ACCOUNT
050000         AND BDM-STG-PERIOD (BDM-STAGE-IDX) = BMT-ACCTG-PERIOD
050100         MOVE "Y" TO BDM-STAGE-FOUND-SW
050200         SET BDM-STAGE-IDX DOWN BY 1
050300     END-IF.
050400 2510-EXIT.
050500     EXIT.

050600*****************************************************************
050700*    2550-READ-CHART                                            *
050800*    DIRECT KEYED READ OF THE CARD'S ACCOUNT ON THE CHART       *
050900*    MASTER.  WHEN FOUND, CA-STATUS IS IN THE RECORD AREA.      *
051000*****************************************************************
051100 2550-READ-CHART.
051200     MOVE "N" TO BDM-ACCT-FOUND-SW.
051300     MOVE BMT-ACCOUNT TO CA-ACCOUNT.
051400     READ COA-FILE
051500         INVALID KEY
051600             CONTINUE
051700         NOT INVALID KEY
051800             MOVE "Y" TO BDM-ACCT-FOUND-SW
051900     END-READ.
052000 2550-EXIT.
052100     EXIT.

052200*****************************************************************
052300*    2560-READ-BUDGET                                           *
052400*    DIRECT KEYED READ OF THE CARD'S LINE ON THE BUDGET MASTER. *
052500*    WHEN FOUND, BUD-AMOUNT IS IN THE RECORD AREA FOR THE       *
052600*    CALLER TO STAGE AS THE BEFORE-IMAGE.                       *
052700*****************************************************************
052800 2560-READ-BUDGET.
052900     MOVE "N" TO BDM-LINE-FOUND-SW.
053000     MOVE BMT-ACCOUNT      TO BUD-ACCOUNT.
053100     MOVE BMT-ACCTG-PERIOD TO BUD-ACCTG-PERIOD.
053200     READ BUD-FILE
053300         INVALID KEY
053400             CONTINUE
053500         NOT INVALID KEY
053600             MOVE "Y" TO BDM-LINE-FOUND-SW
053700     END-READ.
053800 2560-EXIT.
053900     EXIT.

054000*****************************************************************
054100*    2580-STAGE-FROM-MASTER                                     *
054200*    OPENS A NEW STAGE ENTRY FOR AN EXISTING BUDGET LINE JUST   *
054300*    READ BY 2560 -- THE BEFORE-IMAGE COMES FROM THE RECORD     *
054400*    AREA AND SEEDS THE NEW AMOUNT THE CALLER THEN OVERRIDES.   *
054500*****************************************************************
054600 2580-STAGE-FROM-MASTER.
054700     ADD 1 TO BDM-STAGE-COUNT.
054800     SET BDM-STAGE-IDX TO BDM-STAGE-COUNT.
054900     MOVE BMT-ACCOUNT      TO BDM-STG-ACCOUNT (BDM-STAGE-IDX).
055000     MOVE BMT-ACCTG-PERIOD TO BDM-STG-PERIOD (BDM-STAGE-IDX).
055100     MOVE "N"              TO BDM-STG-NEW-SW (BDM-STAGE-IDX).
055200     MOVE "N"              TO BDM-STG-DELETE-SW (BDM-STAGE-IDX).
055300     MOVE BUD-AMOUNT       TO BDM-STG-AMOUNT (BDM-STAGE-IDX).
055400     MOVE BUD-AMOUNT       TO BDM-STG-OLD-AMOUNT (BDM-STAGE-IDX).
055500 2580-EXIT.
055600     EXIT.

055700*****************************************************************
055800*    2600-WRITE-AUDIT                                           *
055900*    WRITTEN FROM THE STAGED ENTRY DURING THE APPLY PHASE --    *
056000*    THE BEFORE-IMAGE WAS SAVED WHEN THE ENTRY WAS FIRST        *
056100*    STAGED, THE NEW AMOUNT IS THE ENTRY AS IT STANDS.          *
056200*****************************************************************
056300 2600-WRITE-AUDIT.
056400     IF BDM-AUDIT-OK
056500         MOVE BDM-STG-ACTION (BDM-STAGE-IDX)  TO BDA-ACTION
056600         MOVE BDM-STG-ACCOUNT (BDM-STAGE-IDX) TO BDA-ACCOUNT
056700         MOVE BDM-STG-PERIOD (BDM-STAGE-IDX)  TO BDA-ACCTG-PERIOD
056800         MOVE BDM-STG-OLD-AMOUNT (BDM-STAGE-IDX)
056900             TO BDA-OLD-AMOUNT
057000         MOVE BDM-STG-AMOUNT (BDM-STAGE-IDX)
057100             TO BDA-NEW-AMOUNT
057200         MOVE BDM-RUN-DATE    TO BDA-RUN-DATE
057300         MOVE BDM-RUN-TIME    TO BDA-RUN-TIME
057400         MOVE BDM-OPERATOR-ID TO BDA-OPERATOR-ID
057500         WRITE BDA-RECORD
057600         IF NOT BDM-AUDIT-OK
057700             DISPLAY "BUDMAINT - WRITE FAILED ON BUDAUDIT, "
057800                 "STATUS " BDM-AUDIT-STATUS ", ABORTING RUN"
057900             MOVE 16 TO RETURN-CODE
058000             MOVE "Y" TO BDM-EOF-SW
058100         END-IF
058200     END-IF.
058300 2600-EXIT.
058400     EXIT.

058500*****************************************************************
058600*    2900-REJECT-TRAN                                           *
058700*****************************************************************
058800 2900-REJECT-TRAN.
058900     DISPLAY "BUDMAINT - TRANSACTION " BDM-TRAN-COUNT
059000         " REJECTED, ACTION=" BMT-ACTION
059100         " ACCOUNT=" BMT-ACCOUNT
059200         " PERIOD=" BMT-ACCTG-PERIOD.
059300     ADD 1 TO BDM-REJECT-COUNT.
059400 2900-EXIT.
059500     EXIT.

059600*****************************************************************
059700*    3000-APPLY-CHANGES                                         *
059800*    ALL-OR-NOTHING: A RUN WITH ANY REJECTED CARD APPLIES       *
059900*    NOTHING.  A CLEAN RUN APPLIES EVERY STAGED CHANGE TO THE   *
060000*    INDEXED BUDGET MASTER BY KEY AND WRITES ITS AUDIT RECORD.  *
060100*****************************************************************
060200 3000-APPLY-CHANGES.
060300     IF BDM-REJECT-COUNT > 0 AND RETURN-CODE = 0
060400         DISPLAY "BUDMAINT - " BDM-REJECT-COUNT
060500             " TRANSACTIONS REJECTED - NO CHANGES APPLIED, "
060600             "FIX THE CARDS AND RERUN"
060700         MOVE 16 TO RETURN-CODE
060800     END-IF.
060900*    A WRITE, REWRITE OR DELETE FAILURE STOPS THE APPLY AT ONCE
061000*    -- EVERY CHANGE THAT REACHES THE MASTER MUST HAVE ITS AUDIT
061100*    RECORD, SO NOTHING MAY APPLY PAST A FAILURE.
061200     IF RETURN-CODE = 0 AND BDM-BUD-OPEN
061300         PERFORM 3100-APPLY-ONE THRU 3100-EXIT
061400             VARYING BDM-WORK-SUB FROM 1 BY 1
061500             UNTIL BDM-WORK-SUB > BDM-STAGE-COUNT
061600                 OR RETURN-CODE NOT = 0
061700     END-IF.
061800 3000-EXIT.
061900     EXIT.

062000*****************************************************************
062100*    3100-APPLY-ONE                                             *
062200*****************************************************************
062300 3100-APPLY-ONE.
062400     SET BDM-STAGE-IDX TO BDM-WORK-SUB.
062500     MOVE SPACES TO BUD-RECORD.
062600     MOVE BDM-STG-ACCOUNT (BDM-STAGE-IDX) TO BUD-ACCOUNT.
062700     MOVE BDM-STG-PERIOD (BDM-STAGE-IDX)  TO BUD-ACCTG-PERIOD.
062800     MOVE BDM-STG-AMOUNT (BDM-STAGE-IDX)  TO BUD-AMOUNT.
062900     MOVE BDM-RUN-DATE                    TO BUD-CHANGE-DATE.
063000     MOVE BDM-OPERATOR-ID                 TO BUD-CHANGE-OPERATOR.
063100     EVALUATE TRUE
063200         WHEN BDM-STG-NEW (BDM-STAGE-IDX)
063300             WRITE BUD-RECORD
063400                 INVALID KEY
063500                     DISPLAY "BUDMAINT - WRITE FAILED ON "
063600                         "BUDMAST, STATUS " BDM-BUD-STATUS
063700                         ", ABORTING RUN"
063800                     MOVE 16 TO RETURN-CODE
063900             END-WRITE
064000         WHEN BDM-STG-DELETE (BDM-STAGE-IDX)
064100             DELETE BUD-FILE RECORD
064200                 INVALID KEY
064300                     DISPLAY "BUDMAINT - DELETE FAILED ON "
064400                         "BUDMAST, STATUS " BDM-BUD-STATUS
064500                         ", ABORTING RUN"
064600                     MOVE 16 TO RETURN-CODE
064700             END-DELETE
064800         WHEN OTHER
064900             REWRITE BUD-RECORD
065000                 INVALID KEY
065100                     DISPLAY "BUDMAINT - REWRITE FAILED ON "
065200                         "BUDMAST, STATUS " BDM-BUD-STATUS
065300                         ", ABORTING RUN"
065400                     MOVE 16 TO RETURN-CODE
065500             END-REWRITE
065600     END-EVALUATE.
065700     IF RETURN-CODE = 0
065800         ADD 1 TO BDM-WRITE-COUNT
065900         ADD BDM-STG-AMOUNT (BDM-STAGE-IDX) TO BDM-CHANGE-TOTAL
066000         SUBTRACT BDM-STG-OLD-AMOUNT (BDM-STAGE-IDX)
066100             FROM BDM-CHANGE-TOTAL
066200         PERFORM 2600-WRITE-AUDIT THRU 2600-EXIT
066300     END-IF.
066400 3100-EXIT.
066500     EXIT.

066600*****************************************************************
066700*    9000-TERMINATE                                             *
066800*****************************************************************
066900 9000-TERMINATE.
067000     PERFORM 9100-PRINT-REPORT THRU 9100-EXIT.
067100     IF BDM-TRAN-OK OR BDM-TRAN-ENDED
067200         CLOSE TRAN-FILE
067300     END-IF.
067400     IF BDM-AUDIT-OK
067500         CLOSE AUDIT-FILE
067600     END-IF.
067700     IF BDM-BUD-OPEN
067800         CLOSE BUD-FILE
067900     END-IF.
068000     IF BDM-COA-OPEN
068100         CLOSE COA-FILE
068200     END-IF.
068300     PERFORM 9300-WRITE-RUN-STATUS THRU 9300-EXIT.
068400 9000-EXIT.
068500     EXIT.

068600*****************************************************************
068700*    9100-PRINT-REPORT                                          *
068800*****************************************************************
068900 9100-PRINT-REPORT.
069000     DISPLAY "*************************************************".
069100     DISPLAY "*          BUDMAINT MAINTENANCE REPORT          *".
069200     DISPLAY "*************************************************".
069300     DISPLAY "OPERATOR .............. " BDM-OPERATOR-ID.
069400     DISPLAY "TRANSACTIONS READ ..... " BDM-TRAN-COUNT.
069500     DISPLAY "BUDGET LINES ADDED .... " BDM-ADD-COUNT.
069600     DISPLAY "BUDGET LINES CHANGED .. " BDM-CHANGE-COUNT.
069700     DISPLAY "BUDGET LINES DELETED .. " BDM-DELETE-COUNT.
069800     DISPLAY "TRANSACTIONS REJECTED . " BDM-REJECT-COUNT.
069900     DISPLAY "BUDGET RECORDS UPDATED  " BDM-WRITE-COUNT.
070000     DISPLAY "*************************************************".
070100 9100-EXIT.
070200     EXIT.

070300*****************************************************************
070400*    9300-WRITE-RUN-STATUS                                      *
070500*    APPENDS THIS STEP'S COMPLETION RECORD TO THE COMMON        *
070600*    RUN-STATUS LOG THE DAY-END OPERATIONS SUMMARY READS.  A    *
070700*    LOG THAT CANNOT BE WRITTEN ONLY WARNS -- THE STEP'S OWN    *
070800*    WORK STANDS.                                               *
070900*****************************************************************
071000 9300-WRITE-RUN-STATUS.
071100     OPEN EXTEND RUNSTAT-FILE.
071200     IF BDM-RUNSTAT-OK
071300         ACCEPT BDM-STAMP-DATE FROM DATE YYYYMMDD
071400         ACCEPT BDM-STAMP-TIME FROM TIME
071500         MOVE "BUDMAINT" TO RS-PROGRAM
071600         MOVE ZEROS TO RS-BATCH-NUMBER
071700         MOVE BDM-STAMP-DATE TO RS-BUSINESS-DATE
071800         MOVE BDM-TRAN-COUNT TO RS-READ-COUNT
071900         MOVE BDM-WRITE-COUNT TO RS-ACCEPT-COUNT
072000         MOVE BDM-REJECT-COUNT TO RS-REJECT-COUNT
072100         MOVE BDM-CHANGE-TOTAL TO RS-CONTROL-TOTAL
072200         MOVE RETURN-CODE TO RS-RETURN-CODE
072300         MOVE BDM-STAMP-DATE TO RS-RUN-DATE
072400         MOVE BDM-STAMP-TIME TO RS-RUN-TIME
072500         WRITE RS-RECORD
072600         CLOSE RUNSTAT-FILE
072700     ELSE
072800         DISPLAY "BUDMAINT - UNABLE TO OPEN RUNSTAT, STATUS "
072900             BDM-RUNSTAT-STATUS
073000             ", RUN-STATUS RECORD NOT WRITTEN"
073100     END-IF.
073200 9300-EXIT.
073300     EXIT.
