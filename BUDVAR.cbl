000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BUDVAR.
000300 AUTHOR.        J H MERCER.
000400 INSTALLATION.  GENERAL ACCOUNTING - BATCH SYSTEMS.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*    BUDVAR                                                     *
001000*                                                               *
001100*    BUDGET-VERSUS-ACTUAL VARIANCE REPORT.  FOR THE CONTROL     *
001200*    CARD'S ACCOUNTING PERIOD THIS PROGRAM SETS EACH ACCOUNT'S  *
001300*    ACTUAL NET FROM THE GL BALANCE MASTER AGAINST ITS BUDGET   *
001400*    FROM THE BUDGET MASTER, PERIOD-TO-DATE AND YEAR-TO-DATE    *
001500*    (PERIODS 01 OF THE YEAR THROUGH THE CARD'S PERIOD -- THE   *
001600*    OPENING PERIOD 00 AND CLOSING PERIOD 13 ARE LEFT OUT),     *
001700*    AND PRINTS ACTUAL, BUDGET, DOLLAR VARIANCE (ACTUAL LESS    *
001800*    BUDGET) AND PERCENT VARIANCE OF BUDGET, WITH SECTION       *
001900*    TOTALS BY MAJOR ACCOUNT CLASS (LEADING DIGIT) AS TRIALBAL  *
002000*    PRINTS THEM.  AN ACCOUNT WHOSE PERIOD OR YEAR-TO-DATE      *
002100*    VARIANCE EXCEEDS EITHER CONTROL-CARD THRESHOLD IS FLAGGED  *
002200*    FOR REVIEW; AN ACCOUNT WITH ACTIVITY BUT NO BUDGET IS      *
002300*    MARKED AS SUCH RATHER THAN FLAGGED.  THE RUN FAILS         *
002400*    (RC=16) WHEN THE PERIOD HAS NEITHER ACTUALS NOR BUDGET.    *
002500*                                                               *
002600*    MODIFICATION HISTORY                                      *
002700*    DATE       INIT  DESCRIPTION                               *
002800*    10/15/26   JHM   ORIGINAL PROGRAM.                         *
002810*    10/15/26   JHM   MASTER RECORD GROWS TO 84 BYTES.  AN      *
002820*                     ACCOUNT'S DEPARTMENT RECORDS ARE SUMMED   *
002830*                     INTO ONE ACTUAL.                          *
002900*                                                               *
003000*****************************************************************
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER.   IBM-370.
003400 OBJECT-COMPUTER.   IBM-370.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT GLM-FILE ASSIGN TO GLMASTER
003800         ORGANIZATION IS SEQUENTIAL
003900         FILE STATUS IS BVR-GLM-STATUS.
004000     SELECT BUD-FILE ASSIGN TO BUDMAST
004100         ORGANIZATION IS INDEXED
004200         ACCESS MODE IS SEQUENTIAL
004300         RECORD KEY IS BUD-KEY
004400         FILE STATUS IS BVR-BUD-STATUS.
004500     SELECT COA-FILE ASSIGN TO COAFILE
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS RANDOM
004800         RECORD KEY IS CA-ACCOUNT
004900         FILE STATUS IS BVR-COA-STATUS.
005000     SELECT CTL-FILE ASSIGN TO BVCTL
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS BVR-CTL-STATUS.
005300     SELECT REPORT-FILE ASSIGN TO RPTFILE
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS BVR-RPT-STATUS.
005600     SELECT RUNSTAT-FILE ASSIGN TO RUNSTAT
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS BVR-RUNSTAT-STATUS.

005900 DATA DIVISION.
006000 FILE SECTION.
006100 FD  GLM-FILE
006200     RECORDING MODE IS F
006300     RECORD CONTAINS 84 CHARACTERS
006400     LABEL RECORDS ARE STANDARD.
006500 COPY GLMSTREC.

006600 FD  BUD-FILE
006700     RECORDING MODE IS F
006800     RECORD CONTAINS 80 CHARACTERS
006900     LABEL RECORDS ARE STANDARD.
007000 COPY BUDREC.

007100 FD  COA-FILE
007200     RECORDING MODE IS F
007300     RECORD CONTAINS 80 CHARACTERS
007400     LABEL RECORDS ARE STANDARD.
007500 COPY COAREC.

007600 FD  CTL-FILE
007700     RECORDING MODE IS F
007800     RECORD CONTAINS 80 CHARACTERS
007900     LABEL RECORDS ARE STANDARD.
008000 COPY BVCTLREC.

008100 FD  REPORT-FILE
008200     RECORDING MODE IS F
008300     RECORD CONTAINS 133 CHARACTERS
008400     LABEL RECORDS ARE STANDARD.
008500 01  RPT-RECORD                      PIC X(133).

008600 FD  RUNSTAT-FILE
008700     RECORDING MODE IS F
008800     RECORD CONTAINS 80 CHARACTERS
008900     LABEL RECORDS ARE STANDARD.
009000 COPY RUNSTREC.

009100 WORKING-STORAGE SECTION.
009200*****************************************************************
009300*    WORKING STORAGE                                            *
009400*****************************************************************
009500 01  BVR-SWITCHES.
009600     05  BVR-RUNSTAT-STATUS      PIC X(02) VALUE ZEROS.
009700         88  BVR-RUNSTAT-OK      VALUE "00".
009800     05  BVR-GLM-STATUS          PIC X(02) VALUE ZEROS.
009900         88  BVR-GLM-OK          VALUE "00".
010000         88  BVR-GLM-ENDED       VALUE "10".
010100     05  BVR-BUD-STATUS          PIC X(02) VALUE ZEROS.
010200         88  BVR-BUD-OK          VALUE "00".
010300         88  BVR-BUD-ENDED       VALUE "10".
010400     05  BVR-COA-STATUS          PIC X(02) VALUE ZEROS.
010500         88  BVR-COA-OK          VALUE "00".
010600     05  BVR-CTL-STATUS          PIC X(02) VALUE ZEROS.
010700         88  BVR-CTL-OK          VALUE "00".
010800     05  BVR-RPT-STATUS          PIC X(02) VALUE ZEROS.
010900         88  BVR-RPT-OK          VALUE "00".
011000     05  BVR-ABORT-SW            PIC X(01) VALUE "N".
011100         88  BVR-ABORT           VALUE "Y".
011200     05  BVR-EOF-SW              PIC X(01) VALUE "N".
011300         88  BVR-EOF             VALUE "Y".
011400     05  BVR-COA-OPEN-SW         PIC X(01) VALUE "N".
011500         88  BVR-COA-OPEN        VALUE "Y".
011600     05  BVR-ACCT-FOUND-SW       PIC X(01) VALUE "N".
011700         88  BVR-ACCT-FOUND      VALUE "Y".
011800     05  BVR-ENTRY-FOUND-SW      PIC X(01) VALUE "N".
011900         88  BVR-ENTRY-FOUND     VALUE "Y".
012000     05  BVR-PCT-VALID-SW        PIC X(01) VALUE "N".
012100         88  BVR-PCT-VALID       VALUE "Y".
012200     05  BVR-OVER-SW             PIC X(01) VALUE "N".
012300         88  BVR-OVER            VALUE "Y".
012400     05  BVR-ACCT-OVER-SW        PIC X(01) VALUE "N".
012500         88  BVR-ACCT-OVER       VALUE "Y".

012600 01  BVR-SELECTION.
012700     05  BVR-ACCTG-PERIOD        PIC 9(06) VALUE ZEROS.
012800     05  BVR-PERIOD-REDEF REDEFINES BVR-ACCTG-PERIOD.
012900         10  BVR-PERIOD-YEAR     PIC 9(04).
013000         10  BVR-PERIOD-PP       PIC 9(02).
013100     05  BVR-YTD-FROM            PIC 9(06) VALUE ZEROS.
013200     05  BVR-THRESHOLD-PCT       PIC 9(03)V9 VALUE ZEROS.
013300     05  BVR-THRESHOLD-AMT       PIC 9(11)V99 VALUE ZEROS.

013400*****************************************************************
013500*    BVR-PERIOD-WORK SPLITS EACH RECORD'S ACCOUNTING PERIOD     *
013600*    INTO YEAR AND PERIOD NUMBER FOR THE YEAR-TO-DATE TEST.     *
013700*****************************************************************
013800 01  BVR-PERIOD-WORK             PIC 9(06) VALUE ZEROS.
013900 01  BVR-PERIOD-WORK-REDEF REDEFINES BVR-PERIOD-WORK.
014000     05  BVR-WORK-YEAR           PIC 9(04).
014100     05  BVR-WORK-PP             PIC 9(02).

014200 01  BVR-COUNTERS.
014300     05  BVR-READ-COUNT          PIC 9(07) VALUE ZEROS.
014400     05  BVR-ACTUAL-COUNT        PIC 9(07) VALUE ZEROS.
014500     05  BVR-BUD-READ-COUNT      PIC 9(07) VALUE ZEROS.
014600     05  BVR-BUDGET-COUNT        PIC 9(07) VALUE ZEROS.
014700     05  BVR-PRINT-COUNT         PIC 9(07) VALUE ZEROS.
014800     05  BVR-FLAG-COUNT          PIC 9(05) VALUE ZEROS.
014900     05  BVR-NOBUD-COUNT         PIC 9(05) VALUE ZEROS.
015000     05  BVR-NOCHART-COUNT       PIC 9(05) VALUE ZEROS.
015100     05  BVR-SECTION-SUB         PIC 9(01) VALUE ZEROS.
015200     05  BVR-TOTAL-PTD-ACTUAL    PIC S9(15)V99 VALUE ZEROS.
015300     05  BVR-TOTAL-PTD-BUDGET    PIC S9(15)V99 VALUE ZEROS.
015400     05  BVR-TOTAL-YTD-ACTUAL    PIC S9(15)V99 VALUE ZEROS.
015500     05  BVR-TOTAL-YTD-BUDGET    PIC S9(15)V99 VALUE ZEROS.

015600*****************************************************************
015700*    BVR-ACCOUNT-REDEF EXPOSES THE LEADING DIGIT OF THE         *
015800*    ACCOUNT -- THE MAJOR ACCOUNT CLASS THE SECTION TOTALS      *
015900*    ROLL UP BY.                                                *
016000*****************************************************************
016100 01  BVR-ACCOUNT-WORK            PIC 9(08) VALUE ZEROS.
016200 01  BVR-ACCOUNT-REDEF REDEFINES BVR-ACCOUNT-WORK.
016300     05  BVR-ACCOUNT-CLASS       PIC 9(01).
016400     05  FILLER                  PIC X(07).

016500*****************************************************************
016600*    BVR-ACCOUNT-TABLE HOLDS ONE ENTRY PER ACCOUNT WITH A       *
016700*    BUDGET OR ACTIVITY IN THE YEAR TO DATE.  THE BUDGET        *
016800*    MASTER IS READ FIRST, IN KEY ORDER, SO BUDGETED ACCOUNTS   *
016900*    PRINT IN ACCOUNT ORDER; ACCOUNTS WITH ACTIVITY BUT NO      *
017000*    BUDGET FOLLOW IN MASTER ORDER.                             *
017100*****************************************************************
017200 01  BVR-ACCOUNT-TABLE.
017300     05  BVR-ACCT-COUNT          PIC 9(05) VALUE ZEROS.
017400     05  BVR-ACCT-MAX            PIC 9(05) VALUE 1000.
017500     05  BVR-ACCT-ENTRY          OCCURS 1000 TIMES
017600                                 INDEXED BY BVR-ACCT-IDX.
017700         10  BVR-ACCT-NUMBER     PIC 9(08).
017800         10  BVR-ACCT-PTD-ACTUAL PIC S9(15)V99.
017900         10  BVR-ACCT-PTD-BUDGET PIC S9(15)V99.
018000         10  BVR-ACCT-YTD-ACTUAL PIC S9(15)V99.
018100         10  BVR-ACCT-YTD-BUDGET PIC S9(15)V99.

018200 01  BVR-LOOKUP-ACCOUNT          PIC 9(08) VALUE ZEROS.

018300*****************************************************************
018400*    BVR-SECTION-TABLE ACCUMULATES THE SECTION TOTALS BY        *
018500*    LEADING ACCOUNT DIGIT, PRINTED AS A BLOCK AFTER THE        *
018600*    DETAIL.  SLOT 0 CATCHES AN ACCOUNT CLASS OF ZERO.          *
018700*****************************************************************
018800 01  BVR-SECTION-TABLE.
018900     05  BVR-SECTION-ENTRY       OCCURS 10 TIMES.
019000         10  BVR-SEC-PTD-ACTUAL  PIC S9(15)V99.
019100         10  BVR-SEC-PTD-BUDGET  PIC S9(15)V99.
019200         10  BVR-SEC-YTD-ACTUAL  PIC S9(15)V99.
019300         10  BVR-SEC-YTD-BUDGET  PIC S9(15)V99.
019400         10  BVR-SEC-USED-SW     PIC X(01).
019500             88  BVR-SEC-USED    VALUE "Y".

019600*****************************************************************
019700*    VARIANCE WORK FIELDS.  6000-COMPUTE-VARIANCE TAKES THE     *
019800*    ACTUAL AND BUDGET FROM BVR-CALC-ACTUAL AND BVR-CALC-BUDGET *
019900*    AND RETURNS THE DOLLAR AND PERCENT VARIANCE AND WHETHER    *
020000*    EITHER THRESHOLD IS EXCEEDED.                              *
020100*****************************************************************
020200 01  BVR-CALC-FIELDS.
020300     05  BVR-CALC-ACTUAL         PIC S9(15)V99 VALUE ZEROS.
020400     05  BVR-CALC-BUDGET         PIC S9(15)V99 VALUE ZEROS.
020500     05  BVR-CALC-VARIANCE       PIC S9(15)V99 VALUE ZEROS.
020600     05  BVR-CALC-ABS-VAR        PIC S9(15)V99 VALUE ZEROS.
020700     05  BVR-CALC-ABS-BUDGET     PIC S9(15)V99 VALUE ZEROS.
020800     05  BVR-CALC-WORK           PIC S9(17)V99 VALUE ZEROS.
020900     05  BVR-CALC-PCT            PIC S9(05)V9 VALUE ZEROS.
021000     05  BVR-CALC-ABS-PCT        PIC S9(05)V9 VALUE ZEROS.

021100 01  BVR-SECTION-LABEL.
021200     05  FILLER                  PIC X(08) VALUE "SECTION ".
021300     05  BVR-LABEL-SECTION       PIC 9(01).
021400     05  FILLER                  PIC X(07) VALUE " TOTALS".

021500 01  BVR-PRINT-CONTROL.
021600     05  BVR-LINE-COUNT          PIC 9(03) VALUE 99.
021700     05  BVR-PAGE-COUNT          PIC 9(05) VALUE ZEROS.
021800     05  BVR-LINES-PER-PAGE      PIC 9(03) VALUE 55.
021900     05  BVR-RUN-DATE            PIC 9(08) VALUE ZEROS.

022000*****************************************************************
022100*    PRINT LINES.  COLUMN 1 IS ASA CARRIAGE CONTROL.            *
022200*****************************************************************
022300 01  BVR-HEADING-1.
022400     05  FILLER                  PIC X(01) VALUE "1".
022500     05  FILLER                  PIC X(09) VALUE "BUDVAR".
022600     05  FILLER                  PIC X(18) VALUE SPACES.
022700     05  FILLER                  PIC X(36)
022800         VALUE "BUDGET VERSUS ACTUAL VARIANCE".
022900     05  FILLER                  PIC X(09) VALUE "RUN DATE ".
023000     05  BVH1-RUN-DATE           PIC 9(08).
023100     05  FILLER                  PIC X(02) VALUE SPACES.
023200     05  FILLER                  PIC X(05) VALUE "PAGE ".
023300     05  BVH1-PAGE               PIC ZZZZ9.
023400     05  FILLER                  PIC X(40) VALUE SPACES.

023500 01  BVR-HEADING-2.
023600     05  FILLER                  PIC X(01) VALUE SPACE.
023700     05  FILLER                  PIC X(18)
023800         VALUE "ACCOUNTING PERIOD ".
023900     05  BVH2-PERIOD             PIC 9(06).
024000     05  FILLER                  PIC X(20)
024100         VALUE "  YEAR TO DATE FROM ".
024200     05  BVH2-YTD-FROM           PIC 9(06).
024300     05  FILLER                  PIC X(13)
024400         VALUE "  THRESHOLDS ".
024500     05  BVH2-PCT                PIC ZZ9.9.
024600     05  FILLER                  PIC X(05) VALUE "% OR ".
024700     05  BVH2-AMT                PIC ZZ,ZZZ,ZZZ,ZZ9.99.
024800     05  FILLER                  PIC X(42) VALUE SPACES.

024900 01  BVR-HEADING-3.
025000     05  FILLER                  PIC X(01) VALUE SPACE.
025100     05  FILLER                  PIC X(10) VALUE "ACCOUNT".
025200     05  FILLER                  PIC X(31) VALUE "DESCRIPTION".
025300     05  FILLER                  PIC X(05) VALUE "BASIS".
025400     05  FILLER                  PIC X(20)
025500         VALUE "              ACTUAL".
025600     05  FILLER                  PIC X(20)
025700         VALUE "              BUDGET".
025800     05  FILLER                  PIC X(20)
025900         VALUE "            VARIANCE".
026000     05  FILLER                  PIC X(08) VALUE "   VAR %".
026100     05  FILLER                  PIC X(02) VALUE SPACES.
026200     05  FILLER                  PIC X(12) VALUE "FLAG".
026300     05  FILLER                  PIC X(04) VALUE SPACES.

026400 01  BVR-DETAIL-LINE.
026500     05  BDL-CC                  PIC X(01) VALUE SPACE.
026600     05  BDL-ACCOUNT             PIC X(08).
026700     05  FILLER                  PIC X(02) VALUE SPACES.
026800     05  BDL-DESC                PIC X(30).
026900     05  FILLER                  PIC X(01) VALUE SPACES.
027000     05  BDL-BASIS               PIC X(04).
027100     05  FILLER                  PIC X(01) VALUE SPACES.
027200     05  BDL-ACTUAL              PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
027300     05  FILLER                  PIC X(01) VALUE SPACES.
027400     05  BDL-BUDGET              PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
027500     05  FILLER                  PIC X(01) VALUE SPACES.
027600     05  BDL-VARIANCE            PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
027700     05  FILLER                  PIC X(01) VALUE SPACES.
027800     05  BDL-PCT                 PIC ZZZZ9.9-.
027900     05  BDL-PCT-X REDEFINES BDL-PCT
028000                                 PIC X(08).
028100     05  FILLER                  PIC X(02) VALUE SPACES.
028200     05  BDL-FLAG                PIC X(12).
028300     05  FILLER                  PIC X(04) VALUE SPACES.

028400 01  BVR-MESSAGE-LINE.
028500     05  FILLER                  PIC X(01) VALUE SPACE.
028600     05  BML-TEXT                PIC X(70).
028700     05  FILLER                  PIC X(62) VALUE SPACES.

028800 01  BVR-COUNT-LINE.
028900     05  FILLER                  PIC X(01) VALUE SPACE.
029000     05  BCL-COUNT               PIC ZZ,ZZ9.
029100     05  FILLER                  PIC X(01) VALUE SPACE.
029200     05  BCL-TEXT                PIC X(60).
029300     05  FILLER                  PIC X(65) VALUE SPACES.

029400 01  BVR-STAMP-FIELDS.
029500     05  BVR-STAMP-DATE          PIC 9(08) VALUE ZEROS.
029600     05  BVR-STAMP-TIME          PIC 9(08) VALUE ZEROS.

029700 PROCEDURE DIVISION.
029800*****************************************************************
029900*    0000-MAINLINE                                              *
030000*****************************************************************
030100 0000-MAINLINE.
030200     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
030300     IF NOT BVR-ABORT
030400         PERFORM 2000-LOAD-BUDGET THRU 2000-EXIT
030500     END-IF.
030600     IF NOT BVR-ABORT
030700         PERFORM 3000-LOAD-ACTUALS THRU 3000-EXIT
030800     END-IF.
030900     IF NOT BVR-ABORT
031000         PERFORM 4000-PRINT-REPORT THRU 4000-EXIT
031100     END-IF.
031200     PERFORM 9000-TERMINATE THRU 9000-EXIT.
031300     GOBACK.

031400*****************************************************************
031500*    1000-INITIALIZE                                            *
031600*****************************************************************
031700 1000-INITIALIZE.
031800     ACCEPT BVR-RUN-DATE FROM DATE YYYYMMDD.
031900     PERFORM 1050-INIT-SECTION THRU 1050-EXIT
032000         VARYING BVR-SECTION-SUB FROM 0 BY 1
032100         UNTIL BVR-SECTION-SUB > 9.
032200     PERFORM 1100-READ-CONTROL THRU 1100-EXIT.
032300     IF NOT BVR-ABORT
032400         OPEN INPUT COA-FILE
032500         IF BVR-COA-OK
032600             MOVE "Y" TO BVR-COA-OPEN-SW
032700         ELSE
032800             DISPLAY "BUDVAR - UNABLE TO OPEN COAFILE, STATUS "
032900                 BVR-COA-STATUS
033000             MOVE 16 TO RETURN-CODE
033100             MOVE "Y" TO BVR-ABORT-SW
033200         END-IF
033300     END-IF.
033400     IF NOT BVR-ABORT
033500         OPEN OUTPUT REPORT-FILE
033600         IF NOT BVR-RPT-OK
033700             DISPLAY "BUDVAR - UNABLE TO OPEN RPTFILE, STATUS "
033800                 BVR-RPT-STATUS
033900             MOVE 16 TO RETURN-CODE
034000             MOVE "Y" TO BVR-ABORT-SW
034100         END-IF
034200     END-IF.
034300 1000-EXIT.
034400     EXIT.

034500*****************************************************************
034600*    1050-INIT-SECTION                                          *
034700*****************************************************************
034800 1050-INIT-SECTION.
034900     MOVE ZEROS TO BVR-SEC-PTD-ACTUAL (BVR-SECTION-SUB + 1).
035000     MOVE ZEROS TO BVR-SEC-PTD-BUDGET (BVR-SECTION-SUB + 1).
035100     MOVE ZEROS TO BVR-SEC-YTD-ACTUAL (BVR-SECTION-SUB + 1).
035200     MOVE ZEROS TO BVR-SEC-YTD-BUDGET (BVR-SECTION-SUB + 1).
035300     MOVE "N" TO BVR-SEC-USED-SW (BVR-SECTION-SUB + 1).
035400 1050-EXIT.
035500     EXIT.

035600*****************************************************************
035700*    1100-READ-CONTROL                                          *
035800*    THE PERIOD MUST BE A REGULAR PERIOD (01-12) -- THE YEAR-   *
035900*    TO-DATE RANGE RUNS FROM PERIOD 01 OF ITS YEAR THROUGH IT.  *
036000*    NON-NUMERIC THRESHOLDS ARE TAKEN AS ZERO (NOT APPLIED).    *
036100*****************************************************************
036200 1100-READ-CONTROL.
036300     OPEN INPUT CTL-FILE.
036400     IF BVR-CTL-OK
036500         READ CTL-FILE
036600             AT END
036700                 MOVE ZEROS TO BVC-ACCTG-PERIOD
036800         END-READ
036900         IF BVC-ACCTG-PERIOD NUMERIC
037000             AND BVC-ACCTG-PERIOD > 0
037100             MOVE BVC-ACCTG-PERIOD TO BVR-ACCTG-PERIOD
037200         ELSE
037300             DISPLAY "BUDVAR - NO ACCOUNTING PERIOD ON BVCTL, "
037400                 "ABORTING RUN"
037500             MOVE 16 TO RETURN-CODE
037600             MOVE "Y" TO BVR-ABORT-SW
037700         END-IF
037800         IF NOT BVR-ABORT
037900             IF BVR-PERIOD-PP < 1 OR BVR-PERIOD-PP > 12
038000                 DISPLAY "BUDVAR - PERIOD " BVR-ACCTG-PERIOD
038100                     " IS NOT A REGULAR PERIOD, ABORTING RUN"
038200                 MOVE 16 TO RETURN-CODE
038300                 MOVE "Y" TO BVR-ABORT-SW
038400             END-IF
038500         END-IF
038600         IF NOT BVR-ABORT
038700             MOVE BVR-PERIOD-YEAR TO BVR-WORK-YEAR
038800             MOVE 1 TO BVR-WORK-PP
038900             MOVE BVR-PERIOD-WORK TO BVR-YTD-FROM
039000             IF BVC-THRESHOLD-PCT NUMERIC
039100                 MOVE BVC-THRESHOLD-PCT TO BVR-THRESHOLD-PCT
039200             END-IF
039300             IF BVC-THRESHOLD-AMT NUMERIC
039400                 MOVE BVC-THRESHOLD-AMT TO BVR-THRESHOLD-AMT
039500             END-IF
039600             DISPLAY "BUDVAR - REPORTING ACCOUNTING PERIOD "
039700                 BVR-ACCTG-PERIOD
039800         END-IF
039900         CLOSE CTL-FILE
040000     ELSE
040100         DISPLAY "BUDVAR - UNABLE TO OPEN BVCTL, STATUS "
040200             BVR-CTL-STATUS
040300         MOVE 16 TO RETURN-CODE
040400         MOVE "Y" TO BVR-ABORT-SW
040500     END-IF.
040600 1100-EXIT.
040700     EXIT.

040800*****************************************************************
040900*    2000-LOAD-BUDGET                                           *
041000*    ONE SEQUENTIAL PASS OF THE BUDGET MASTER.  LINES IN THE    *
041100*    YEAR-TO-DATE RANGE ADD TO THE ACCOUNT'S YEAR-TO-DATE       *
041200*    BUDGET, AND THE CARD PERIOD'S LINE TO ITS PERIOD BUDGET.   *
041300*****************************************************************
041400 2000-LOAD-BUDGET.
041500     OPEN INPUT BUD-FILE.
041600     IF NOT BVR-BUD-OK
041700         DISPLAY "BUDVAR - UNABLE TO OPEN BUDMAST, STATUS "
041800             BVR-BUD-STATUS
041900         MOVE 16 TO RETURN-CODE
042000         MOVE "Y" TO BVR-ABORT-SW
042100     ELSE
042200         MOVE "N" TO BVR-EOF-SW
042300         PERFORM 2100-READ-BUDGET THRU 2100-EXIT
042400         PERFORM 2200-APPLY-BUDGET THRU 2200-EXIT
042500             UNTIL BVR-EOF OR BVR-ABORT
042600         CLOSE BUD-FILE
042700     END-IF.
042800 2000-EXIT.
042900     EXIT.

043000*****************************************************************
043100*    2100-READ-BUDGET                                           *
043200*****************************************************************
043300 2100-READ-BUDGET.
043400     READ BUD-FILE
043500         AT END
043600             MOVE "Y" TO BVR-EOF-SW
043700         NOT AT END
043800             ADD 1 TO BVR-BUD-READ-COUNT
043900     END-READ.
044000 2100-EXIT.
044100     EXIT.

044200*****************************************************************
044300*    2200-APPLY-BUDGET                                          *
044400*****************************************************************
044500 2200-APPLY-BUDGET.
044600     MOVE BUD-ACCTG-PERIOD TO BVR-PERIOD-WORK.
044700     IF BVR-WORK-YEAR = BVR-PERIOD-YEAR
044800         AND BVR-WORK-PP > 0
044900         AND BVR-WORK-PP NOT > BVR-PERIOD-PP
045000         ADD 1 TO BVR-BUDGET-COUNT
045100         MOVE BUD-ACCOUNT TO BVR-LOOKUP-ACCOUNT
045200         PERFORM 5000-FIND-ACCOUNT THRU 5000-EXIT
045300         IF NOT BVR-ABORT
045400             ADD BUD-AMOUNT
045500                 TO BVR-ACCT-YTD-BUDGET (BVR-ACCT-IDX)
045600                 ON SIZE ERROR
045700                     PERFORM 2900-TOTAL-OVERFLOW THRU 2900-EXIT
045800             END-ADD
045900             IF BUD-ACCTG-PERIOD = BVR-ACCTG-PERIOD
046000                 ADD BUD-AMOUNT
046100                     TO BVR-ACCT-PTD-BUDGET (BVR-ACCT-IDX)
046200                     ON SIZE ERROR
046300                         PERFORM 2900-TOTAL-OVERFLOW
046400                             THRU 2900-EXIT
046500                 END-ADD
046600             END-IF
046700         END-IF
046800     END-IF.
046900     IF NOT BVR-ABORT
047000         PERFORM 2100-READ-BUDGET THRU 2100-EXIT
047100     END-IF.
047200 2200-EXIT.
047300     EXIT.

047400*****************************************************************
047500*    2900-TOTAL-OVERFLOW                                        *
047600*****************************************************************
047700 2900-TOTAL-OVERFLOW.
047800     DISPLAY "BUDVAR - REPORT TOTAL OVERFLOWED, ABORTING RUN".
047900     MOVE 16 TO RETURN-CODE.
048000     MOVE "Y" TO BVR-ABORT-SW.
048100 2900-EXIT.
048200     EXIT.

048300*****************************************************************
048400*    3000-LOAD-ACTUALS                                          *
048500*    ONE SEQUENTIAL PASS OF THE GL BALANCE MASTER, ADDING EACH  *
048600*    YEAR-TO-DATE RECORD'S PERIOD NET TO THE ACCOUNT'S ACTUALS. *
048700*****************************************************************
048800 3000-LOAD-ACTUALS.
048900     OPEN INPUT GLM-FILE.
049000     IF NOT BVR-GLM-OK
049100         DISPLAY "BUDVAR - UNABLE TO OPEN GLMASTER, STATUS "
049200             BVR-GLM-STATUS
049300         MOVE 16 TO RETURN-CODE
049400         MOVE "Y" TO BVR-ABORT-SW
049500     ELSE
049600         MOVE "N" TO BVR-EOF-SW
049700         PERFORM 3100-READ-MASTER THRU 3100-EXIT
049800         PERFORM 3200-APPLY-ACTUAL THRU 3200-EXIT
049900             UNTIL BVR-EOF OR BVR-ABORT
050000         CLOSE GLM-FILE
050100     END-IF.
050200 3000-EXIT.
050300     EXIT.

050400*****************************************************************
050500*    3100-READ-MASTER                                           *
050600*****************************************************************
050700 3100-READ-MASTER.
050800     READ GLM-FILE
050900         AT END
051000             MOVE "Y" TO BVR-EOF-SW
051100         NOT AT END
051200             ADD 1 TO BVR-READ-COUNT
051300     END-READ.
051400 3100-EXIT.
051500     EXIT.

051600*****************************************************************
051700*    3200-APPLY-ACTUAL                                          *
051800*****************************************************************
051900 3200-APPLY-ACTUAL.
052000     MOVE GLM-ACCTG-PERIOD TO BVR-PERIOD-WORK.
052100     IF BVR-WORK-YEAR = BVR-PERIOD-YEAR
052200         AND BVR-WORK-PP > 0
052300         AND BVR-WORK-PP NOT > BVR-PERIOD-PP
052400         ADD 1 TO BVR-ACTUAL-COUNT
052500         MOVE GLM-ACCOUNT TO BVR-LOOKUP-ACCOUNT
052600         PERFORM 5000-FIND-ACCOUNT THRU 5000-EXIT
052700         IF NOT BVR-ABORT
052800             ADD GLM-PTD-NET
052900                 TO BVR-ACCT-YTD-ACTUAL (BVR-ACCT-IDX)
053000                 ON SIZE ERROR
053100                     PERFORM 2900-TOTAL-OVERFLOW THRU 2900-EXIT
053200             END-ADD
053300             IF GLM-ACCTG-PERIOD = BVR-ACCTG-PERIOD
053400                 ADD GLM-PTD-NET
053500                     TO BVR-ACCT-PTD-ACTUAL (BVR-ACCT-IDX)
053600                     ON SIZE ERROR
053700                         PERFORM 2900-TOTAL-OVERFLOW
053800                             THRU 2900-EXIT
053900                 END-ADD
054000             END-IF
054100         END-IF
054200     END-IF.
054300     IF NOT BVR-ABORT
054400         PERFORM 3100-READ-MASTER THRU 3100-EXIT
054500     END-IF.
054600 3200-EXIT.
054700     EXIT.

054800*****************************************************************
054900*    4000-PRINT-REPORT                                          *
055000*    TWO LINES PER ACCOUNT (PERIOD AND YEAR TO DATE), THEN THE  *
055100*    SECTION TOTALS, REPORT TOTALS AND RUN COUNTS.              *
055200*****************************************************************
055300 4000-PRINT-REPORT.
055400     PERFORM 4100-PRINT-ACCOUNT THRU 4100-EXIT
055500         VARYING BVR-ACCT-IDX FROM 1 BY 1
055600         UNTIL BVR-ACCT-IDX > BVR-ACCT-COUNT
055700            OR BVR-ABORT.
055800     IF NOT BVR-ABORT
055900         PERFORM 4400-PRINT-TOTALS THRU 4400-EXIT
056000     END-IF.
056100 4000-EXIT.
056200     EXIT.

056300*****************************************************************
056400*    4100-PRINT-ACCOUNT                                         *
056500*    THE PAIR OF LINES IS KEPT ON ONE PAGE.  AN ACCOUNT WITH    *
056600*    NO BUDGET IN EITHER RANGE IS MARKED "NO BUDGET" RATHER     *
056700*    THAN FLAGGED AGAINST THE THRESHOLDS.                       *
056800*****************************************************************
056900 4100-PRINT-ACCOUNT.
057000     ADD 1 TO BVR-PRINT-COUNT.
057100     MOVE "N" TO BVR-ACCT-OVER-SW.
057200     PERFORM 4200-FIND-DESC THRU 4200-EXIT.
057300     IF BVR-LINE-COUNT + 1 >= BVR-LINES-PER-PAGE
057400         PERFORM 8000-PRINT-HEADINGS THRU 8000-EXIT
057500     END-IF.
057600     MOVE SPACES TO BVR-DETAIL-LINE.
057700     MOVE BVR-ACCT-NUMBER (BVR-ACCT-IDX) TO BDL-ACCOUNT.
057800     IF BVR-ACCT-FOUND
057900         MOVE CA-DESCRIPTION TO BDL-DESC
058000     ELSE
058100         MOVE "*** ACCOUNT NOT ON CHART ***" TO BDL-DESC
058200         ADD 1 TO BVR-NOCHART-COUNT
058300     END-IF.
058400     MOVE "PTD" TO BDL-BASIS.
058500     MOVE BVR-ACCT-PTD-ACTUAL (BVR-ACCT-IDX) TO BVR-CALC-ACTUAL.
058600     MOVE BVR-ACCT-PTD-BUDGET (BVR-ACCT-IDX) TO BVR-CALC-BUDGET.
058700     PERFORM 4300-FORMAT-FIGURES THRU 4300-EXIT.
058800     PERFORM 8100-PRINT-DETAIL THRU 8100-EXIT.
058900     MOVE SPACES TO BVR-DETAIL-LINE.
059000     MOVE "YTD" TO BDL-BASIS.
059100     MOVE BVR-ACCT-YTD-ACTUAL (BVR-ACCT-IDX) TO BVR-CALC-ACTUAL.
059200     MOVE BVR-ACCT-YTD-BUDGET (BVR-ACCT-IDX) TO BVR-CALC-BUDGET.
059300     PERFORM 4300-FORMAT-FIGURES THRU 4300-EXIT.
059400     PERFORM 8100-PRINT-DETAIL THRU 8100-EXIT.
059500     IF BVR-ACCT-PTD-BUDGET (BVR-ACCT-IDX) = ZEROS
059600         AND BVR-ACCT-YTD-BUDGET (BVR-ACCT-IDX) = ZEROS
059700         ADD 1 TO BVR-NOBUD-COUNT
059800     ELSE
059900         IF BVR-ACCT-OVER
060000             ADD 1 TO BVR-FLAG-COUNT
060100         END-IF
060200     END-IF.
060300     PERFORM 4500-ACCUMULATE THRU 4500-EXIT.
060400 4100-EXIT.
060500     EXIT.

060600*****************************************************************
060700*    4200-FIND-DESC                                             *
060800*    DIRECT KEYED READ OF THE ACCOUNT ON THE CHART MASTER.      *
060900*****************************************************************
061000 4200-FIND-DESC.
061100     MOVE "N" TO BVR-ACCT-FOUND-SW.
061200     MOVE BVR-ACCT-NUMBER (BVR-ACCT-IDX) TO CA-ACCOUNT.
061300     READ COA-FILE
061400         INVALID KEY
061500             CONTINUE
061600         NOT INVALID KEY
061700             MOVE "Y" TO BVR-ACCT-FOUND-SW
061800     END-READ.
061900 4200-EXIT.
062000     EXIT.

062100*****************************************************************
062200*    4300-FORMAT-FIGURES                                        *
062300*    FILLS THE FIGURES AND FLAG OF AN ACCOUNT DETAIL LINE.      *
062400*****************************************************************
062500 4300-FORMAT-FIGURES.
062600     PERFORM 6000-COMPUTE-VARIANCE THRU 6000-EXIT.
062700     MOVE BVR-CALC-ACTUAL   TO BDL-ACTUAL.
062800     MOVE BVR-CALC-BUDGET   TO BDL-BUDGET.
062900     MOVE BVR-CALC-VARIANCE TO BDL-VARIANCE.
063000     IF BVR-PCT-VALID
063100         MOVE BVR-CALC-PCT TO BDL-PCT
063200     ELSE
063300         MOVE "     N/A" TO BDL-PCT-X
063400     END-IF.
063500     IF BVR-ACCT-PTD-BUDGET (BVR-ACCT-IDX) = ZEROS
063600         AND BVR-ACCT-YTD-BUDGET (BVR-ACCT-IDX) = ZEROS
063700         MOVE "NO BUDGET" TO BDL-FLAG
063800     ELSE
063900         IF BVR-OVER
064000             MOVE "*** OVER ***" TO BDL-FLAG
064100             MOVE "Y" TO BVR-ACCT-OVER-SW
064200         END-IF
064300     END-IF.
064400 4300-EXIT.
064500     EXIT.

064600*****************************************************************
064700*    4400-PRINT-TOTALS                                          *
064800*    SECTION TOTALS AND REPORT TOTALS, THEN THE RUN COUNTS.     *
064900*    A PERIOD WITH NEITHER ACTUALS NOR BUDGET FAILS THE RUN.    *
065000*****************************************************************
065100 4400-PRINT-TOTALS.
065200     IF BVR-PAGE-COUNT = 0
065300         PERFORM 8000-PRINT-HEADINGS THRU 8000-EXIT
065400     END-IF.
065500     MOVE SPACES TO RPT-RECORD.
065600     PERFORM 8300-WRITE-LINE THRU 8300-EXIT.
065700     PERFORM 4600-PRINT-SECTION THRU 4600-EXIT
065800         VARYING BVR-SECTION-SUB FROM 0 BY 1
065900         UNTIL BVR-SECTION-SUB > 9.
066000     MOVE SPACES TO BVR-DETAIL-LINE.
066100     MOVE "0" TO BDL-CC.
066200     MOVE "REPORT TOTALS" TO BDL-DESC.
066300     MOVE "PTD" TO BDL-BASIS.
066400     MOVE BVR-TOTAL-PTD-ACTUAL TO BVR-CALC-ACTUAL.
066500     MOVE BVR-TOTAL-PTD-BUDGET TO BVR-CALC-BUDGET.
066600     PERFORM 4700-FORMAT-TOTAL THRU 4700-EXIT.
066700     PERFORM 8100-PRINT-DETAIL THRU 8100-EXIT.
066800     MOVE SPACES TO BVR-DETAIL-LINE.
066900     MOVE "YTD" TO BDL-BASIS.
067000     MOVE BVR-TOTAL-YTD-ACTUAL TO BVR-CALC-ACTUAL.
067100     MOVE BVR-TOTAL-YTD-BUDGET TO BVR-CALC-BUDGET.
067200     PERFORM 4700-FORMAT-TOTAL THRU 4700-EXIT.
067300     PERFORM 8100-PRINT-DETAIL THRU 8100-EXIT.
067400     MOVE SPACES TO RPT-RECORD.
067500     PERFORM 8300-WRITE-LINE THRU 8300-EXIT.
067600     MOVE BVR-PRINT-COUNT TO BCL-COUNT.
067700     MOVE "ACCOUNTS REPORTED" TO BCL-TEXT.
067800     PERFORM 8400-PRINT-COUNT THRU 8400-EXIT.
067900     MOVE BVR-FLAG-COUNT TO BCL-COUNT.
068000     MOVE "ACCOUNTS FLAGGED OVER A VARIANCE THRESHOLD"
068100         TO BCL-TEXT.
068200     PERFORM 8400-PRINT-COUNT THRU 8400-EXIT.
068300     MOVE BVR-NOBUD-COUNT TO BCL-COUNT.
068400     MOVE "ACCOUNTS WITH ACTIVITY BUT NO BUDGET" TO BCL-TEXT.
068500     PERFORM 8400-PRINT-COUNT THRU 8400-EXIT.
068600     MOVE BVR-NOCHART-COUNT TO BCL-COUNT.
068700     MOVE "ACCOUNTS NOT ON THE CHART" TO BCL-TEXT.
068800     PERFORM 8400-PRINT-COUNT THRU 8400-EXIT.
068900     IF BVR-ACTUAL-COUNT = 0 AND BVR-BUDGET-COUNT = 0
069000         MOVE SPACES TO BVR-MESSAGE-LINE
069100         MOVE "NO ACTUALS OR BUDGET FOR THIS PERIOD" TO BML-TEXT
069200         PERFORM 8200-PRINT-MESSAGE THRU 8200-EXIT
069300         MOVE 16 TO RETURN-CODE
069400     END-IF.
069500 4400-EXIT.
069600     EXIT.

069700*****************************************************************
069800*    4500-ACCUMULATE                                            *
069900*****************************************************************
070000 4500-ACCUMULATE.
070100     MOVE BVR-ACCT-NUMBER (BVR-ACCT-IDX) TO BVR-ACCOUNT-WORK.
070200     MOVE BVR-ACCOUNT-CLASS TO BVR-SECTION-SUB.
070300     ADD BVR-ACCT-PTD-ACTUAL (BVR-ACCT-IDX)
070400         TO BVR-SEC-PTD-ACTUAL (BVR-SECTION-SUB + 1)
070500         ON SIZE ERROR
070600             PERFORM 2900-TOTAL-OVERFLOW THRU 2900-EXIT
070700     END-ADD.
070800     ADD BVR-ACCT-PTD-BUDGET (BVR-ACCT-IDX)
070900         TO BVR-SEC-PTD-BUDGET (BVR-SECTION-SUB + 1)
071000         ON SIZE ERROR
071100             PERFORM 2900-TOTAL-OVERFLOW THRU 2900-EXIT
071200     END-ADD.
071300     ADD BVR-ACCT-YTD-ACTUAL (BVR-ACCT-IDX)
071400         TO BVR-SEC-YTD-ACTUAL (BVR-SECTION-SUB + 1)
071500         ON SIZE ERROR
071600             PERFORM 2900-TOTAL-OVERFLOW THRU 2900-EXIT
071700     END-ADD.
071800     ADD BVR-ACCT-YTD-BUDGET (BVR-ACCT-IDX)
071900         TO BVR-SEC-YTD-BUDGET (BVR-SECTION-SUB + 1)
072000         ON SIZE ERROR
072100             PERFORM 2900-TOTAL-OVERFLOW THRU 2900-EXIT
072200     END-ADD.
072300     MOVE "Y" TO BVR-SEC-USED-SW (BVR-SECTION-SUB + 1).
072400     ADD BVR-ACCT-PTD-ACTUAL (BVR-ACCT-IDX)
072500         TO BVR-TOTAL-PTD-ACTUAL
072600         ON SIZE ERROR
072700             PERFORM 2900-TOTAL-OVERFLOW THRU 2900-EXIT
072800     END-ADD.
072900     ADD BVR-ACCT-PTD-BUDGET (BVR-ACCT-IDX)
073000         TO BVR-TOTAL-PTD-BUDGET
073100         ON SIZE ERROR
073200             PERFORM 2900-TOTAL-OVERFLOW THRU 2900-EXIT
073300     END-ADD.
073400     ADD BVR-ACCT-YTD-ACTUAL (BVR-ACCT-IDX)
073500         TO BVR-TOTAL-YTD-ACTUAL
073600         ON SIZE ERROR
073700             PERFORM 2900-TOTAL-OVERFLOW THRU 2900-EXIT
073800     END-ADD.
073900     ADD BVR-ACCT-YTD-BUDGET (BVR-ACCT-IDX)
074000         TO BVR-TOTAL-YTD-BUDGET
074100         ON SIZE ERROR
074200             PERFORM 2900-TOTAL-OVERFLOW THRU 2900-EXIT
074300     END-ADD.
074400 4500-EXIT.
074500     EXIT.

074600*****************************************************************
074700*    4600-PRINT-SECTION                                         *
074800*****************************************************************
074900 4600-PRINT-SECTION.
075000     IF BVR-SEC-USED (BVR-SECTION-SUB + 1)
075100         MOVE BVR-SECTION-SUB TO BVR-LABEL-SECTION
075200         IF BVR-LINE-COUNT + 1 >= BVR-LINES-PER-PAGE
075300             PERFORM 8000-PRINT-HEADINGS THRU 8000-EXIT
075400         END-IF
075500         MOVE SPACES TO BVR-DETAIL-LINE
075600         MOVE BVR-SECTION-LABEL TO BDL-DESC
075700         MOVE "PTD" TO BDL-BASIS
075800         MOVE BVR-SEC-PTD-ACTUAL (BVR-SECTION-SUB + 1)
075900             TO BVR-CALC-ACTUAL
076000         MOVE BVR-SEC-PTD-BUDGET (BVR-SECTION-SUB + 1)
076100             TO BVR-CALC-BUDGET
076200         PERFORM 4700-FORMAT-TOTAL THRU 4700-EXIT
076300         PERFORM 8100-PRINT-DETAIL THRU 8100-EXIT
076400         MOVE SPACES TO BVR-DETAIL-LINE
076500         MOVE "YTD" TO BDL-BASIS
076600         MOVE BVR-SEC-YTD-ACTUAL (BVR-SECTION-SUB + 1)
076700             TO BVR-CALC-ACTUAL
076800         MOVE BVR-SEC-YTD-BUDGET (BVR-SECTION-SUB + 1)
076900             TO BVR-CALC-BUDGET
077000         PERFORM 4700-FORMAT-TOTAL THRU 4700-EXIT
077100         PERFORM 8100-PRINT-DETAIL THRU 8100-EXIT
077200     END-IF.
077300 4600-EXIT.
077400     EXIT.

077500*****************************************************************
077600*    4700-FORMAT-TOTAL                                          *
077700*    FILLS THE FIGURES OF A SECTION OR REPORT TOTAL LINE.       *
077800*    TOTAL LINES CARRY NO FLAG.                                 *
077900*****************************************************************
078000 4700-FORMAT-TOTAL.
078100     PERFORM 6000-COMPUTE-VARIANCE THRU 6000-EXIT.
078200     MOVE BVR-CALC-ACTUAL   TO BDL-ACTUAL.
078300     MOVE BVR-CALC-BUDGET   TO BDL-BUDGET.
078400     MOVE BVR-CALC-VARIANCE TO BDL-VARIANCE.
078500     IF BVR-PCT-VALID
078600         MOVE BVR-CALC-PCT TO BDL-PCT
078700     ELSE
078800         MOVE "     N/A" TO BDL-PCT-X
078900     END-IF.
079000 4700-EXIT.
079100     EXIT.

079200*****************************************************************
079300*    5000-FIND-ACCOUNT                                          *
079400*    LOCATES BVR-LOOKUP-ACCOUNT IN THE ACCOUNT TABLE, ADDING    *
079500*    A ZEROED ENTRY WHEN IT IS NOT YET THERE.  LEAVES           *
079600*    BVR-ACCT-IDX ON THE ENTRY.                                 *
079700*****************************************************************
079800 5000-FIND-ACCOUNT.
079900     MOVE "N" TO BVR-ENTRY-FOUND-SW.
080000     PERFORM 5100-MATCH-ACCOUNT THRU 5100-EXIT
080100         VARYING BVR-ACCT-IDX FROM 1 BY 1
080200         UNTIL BVR-ACCT-IDX > BVR-ACCT-COUNT
080300            OR BVR-ENTRY-FOUND.
080400     IF NOT BVR-ENTRY-FOUND
080500         IF BVR-ACCT-COUNT >= BVR-ACCT-MAX
080600             DISPLAY "BUDVAR - ACCOUNT TABLE FULL AT "
080700                 BVR-ACCT-MAX " ENTRIES, ABORTING RUN"
080800             MOVE 16 TO RETURN-CODE
080900             MOVE "Y" TO BVR-ABORT-SW
081000         ELSE
081100             ADD 1 TO BVR-ACCT-COUNT
081200             SET BVR-ACCT-IDX TO BVR-ACCT-COUNT
081300             MOVE BVR-LOOKUP-ACCOUNT
081400                 TO BVR-ACCT-NUMBER (BVR-ACCT-IDX)
081500             MOVE ZEROS TO BVR-ACCT-PTD-ACTUAL (BVR-ACCT-IDX)
081600             MOVE ZEROS TO BVR-ACCT-PTD-BUDGET (BVR-ACCT-IDX)
081700             MOVE ZEROS TO BVR-ACCT-YTD-ACTUAL (BVR-ACCT-IDX)
081800             MOVE ZEROS TO BVR-ACCT-YTD-BUDGET (BVR-ACCT-IDX)
081900         END-IF
082000     END-IF.
082100 5000-EXIT.
082200     EXIT.

082300*****************************************************************
082400*    5100-MATCH-ACCOUNT                                         *
082500*****************************************************************
082600 5100-MATCH-ACCOUNT.
082700     IF BVR-ACCT-NUMBER (BVR-ACCT-IDX) = BVR-LOOKUP-ACCOUNT
082800         MOVE "Y" TO BVR-ENTRY-FOUND-SW
082900         SET BVR-ACCT-IDX DOWN BY 1
083000     END-IF.
083100 5100-EXIT.
083200     EXIT.

083300*****************************************************************
083400*    6000-COMPUTE-VARIANCE                                      *
083500*    VARIANCE IS ACTUAL LESS BUDGET, IN THE MASTER'S SIGN.      *
083600*    PERCENT IS THE VARIANCE OVER THE SIZE OF THE BUDGET, SO    *
083700*    IT CARRIES THE VARIANCE'S SIGN FOR REVENUE AND EXPENSE     *
083800*    ALIKE; WITH NO BUDGET THERE IS NO PERCENT.  A PERCENT      *
083900*    TOO LARGE TO PRINT IS HELD AT 99999.9.  THE VARIANCE IS    *
084000*    OVER WHEN ITS SIZE EXCEEDS THE DOLLAR THRESHOLD OR ITS     *
084100*    PERCENT EXCEEDS THE PERCENT THRESHOLD -- ANY VARIANCE      *
084200*    AGAINST A ZERO BUDGET EXCEEDS A PERCENT THRESHOLD.         *
084300*****************************************************************
084400 6000-COMPUTE-VARIANCE.
084500     MOVE "N" TO BVR-OVER-SW.
084600     MOVE "N" TO BVR-PCT-VALID-SW.
084700     MOVE ZEROS TO BVR-CALC-PCT.
084800     SUBTRACT BVR-CALC-BUDGET FROM BVR-CALC-ACTUAL
084900         GIVING BVR-CALC-VARIANCE
085000         ON SIZE ERROR
085100             PERFORM 2900-TOTAL-OVERFLOW THRU 2900-EXIT
085200     END-SUBTRACT.
085300     IF BVR-CALC-VARIANCE < 0
085400         SUBTRACT BVR-CALC-VARIANCE FROM ZEROS
085500             GIVING BVR-CALC-ABS-VAR
085600     ELSE
085700         MOVE BVR-CALC-VARIANCE TO BVR-CALC-ABS-VAR
085800     END-IF.
085900     IF BVR-CALC-BUDGET < 0
086000         SUBTRACT BVR-CALC-BUDGET FROM ZEROS
086100             GIVING BVR-CALC-ABS-BUDGET
086200     ELSE
086300         MOVE BVR-CALC-BUDGET TO BVR-CALC-ABS-BUDGET
086400     END-IF.
086500     IF BVR-CALC-ABS-BUDGET > 0
086600         MOVE "Y" TO BVR-PCT-VALID-SW
086700         MULTIPLY BVR-CALC-VARIANCE BY 100
086800             GIVING BVR-CALC-WORK
086900         DIVIDE BVR-CALC-WORK BY BVR-CALC-ABS-BUDGET
087000             GIVING BVR-CALC-PCT ROUNDED
087100             ON SIZE ERROR
087200                 IF BVR-CALC-VARIANCE < 0
087300                     MOVE -99999.9 TO BVR-CALC-PCT
087400                 ELSE
087500                     MOVE 99999.9 TO BVR-CALC-PCT
087600                 END-IF
087700         END-DIVIDE
087800     END-IF.
087900     IF BVR-CALC-PCT < 0
088000         SUBTRACT BVR-CALC-PCT FROM ZEROS
088100             GIVING BVR-CALC-ABS-PCT
088200     ELSE
088300         MOVE BVR-CALC-PCT TO BVR-CALC-ABS-PCT
088400     END-IF.
088500     IF BVR-THRESHOLD-AMT > 0
088600         AND BVR-CALC-ABS-VAR > BVR-THRESHOLD-AMT
088700         MOVE "Y" TO BVR-OVER-SW
088800     END-IF.
088900     IF BVR-THRESHOLD-PCT > 0
089000         IF BVR-PCT-VALID
089100             IF BVR-CALC-ABS-PCT > BVR-THRESHOLD-PCT
089200                 MOVE "Y" TO BVR-OVER-SW
089300             END-IF
089400         ELSE
089500             IF BVR-CALC-ABS-VAR > 0
089600                 MOVE "Y" TO BVR-OVER-SW
089700             END-IF
089800         END-IF
089900     END-IF.
090000 6000-EXIT.
090100     EXIT.

090200*****************************************************************
090300*    8000-PRINT-HEADINGS                                        *
090400*****************************************************************
090500 8000-PRINT-HEADINGS.
090600     ADD 1 TO BVR-PAGE-COUNT.
090700     MOVE BVR-RUN-DATE      TO BVH1-RUN-DATE.
090800     MOVE BVR-PAGE-COUNT    TO BVH1-PAGE.
090900     MOVE BVR-ACCTG-PERIOD  TO BVH2-PERIOD.
091000     MOVE BVR-YTD-FROM      TO BVH2-YTD-FROM.
091100     MOVE BVR-THRESHOLD-PCT TO BVH2-PCT.
091200     MOVE BVR-THRESHOLD-AMT TO BVH2-AMT.
091300     WRITE RPT-RECORD FROM BVR-HEADING-1.
091400     WRITE RPT-RECORD FROM BVR-HEADING-2.
091500     WRITE RPT-RECORD FROM BVR-HEADING-3.
091600     MOVE SPACES TO RPT-RECORD.
091700     WRITE RPT-RECORD.
091800     MOVE 4 TO BVR-LINE-COUNT.
091900 8000-EXIT.
092000     EXIT.

092100*****************************************************************
092200*    8100-PRINT-DETAIL                                          *
092300*****************************************************************
092400 8100-PRINT-DETAIL.
092500     IF BVR-RPT-OK
092600         IF BVR-LINE-COUNT >= BVR-LINES-PER-PAGE
092700             PERFORM 8000-PRINT-HEADINGS THRU 8000-EXIT
092800         END-IF
092900         WRITE RPT-RECORD FROM BVR-DETAIL-LINE
093000         ADD 1 TO BVR-LINE-COUNT
093100     END-IF.
093200 8100-EXIT.
093300     EXIT.

093400*****************************************************************
093500*    8200-PRINT-MESSAGE                                         *
093600*****************************************************************
093700 8200-PRINT-MESSAGE.
093800     IF BVR-RPT-OK
093900         IF BVR-LINE-COUNT >= BVR-LINES-PER-PAGE
094000             PERFORM 8000-PRINT-HEADINGS THRU 8000-EXIT
094100         END-IF
094200         WRITE RPT-RECORD FROM BVR-MESSAGE-LINE
094300         ADD 1 TO BVR-LINE-COUNT
094400     END-IF.
094500 8200-EXIT.
094600     EXIT.

094700*****************************************************************
094800*    8300-WRITE-LINE                                            *
094900*    WRITES THE LINE ALREADY BUILT IN RPT-RECORD.               *
095000*****************************************************************
095100 8300-WRITE-LINE.
095200     IF BVR-RPT-OK
095300         WRITE RPT-RECORD
095400         ADD 1 TO BVR-LINE-COUNT
095500     END-IF.
095600 8300-EXIT.
095700     EXIT.

095800*****************************************************************
095900*    8400-PRINT-COUNT                                           *
096000*****************************************************************
096100 8400-PRINT-COUNT.
096200     IF BVR-RPT-OK
096300         IF BVR-LINE-COUNT >= BVR-LINES-PER-PAGE
096400             PERFORM 8000-PRINT-HEADINGS THRU 8000-EXIT
096500         END-IF
096600         WRITE RPT-RECORD FROM BVR-COUNT-LINE
096700         ADD 1 TO BVR-LINE-COUNT
096800     END-IF.
096900 8400-EXIT.
097000     EXIT.

097100*****************************************************************
097200*    9000-TERMINATE                                             *
097300*****************************************************************
097400 9000-TERMINATE.
097500     IF BVR-COA-OPEN
097600         CLOSE COA-FILE
097700     END-IF.
097800     IF BVR-RPT-OK
097900         CLOSE REPORT-FILE
098000     END-IF.
098100     DISPLAY "BUDVAR - " BVR-READ-COUNT " MASTER RECORDS READ, "
098200         BVR-BUD-READ-COUNT " BUDGET LINES READ".
098300     DISPLAY "BUDVAR - " BVR-PRINT-COUNT " ACCOUNTS REPORTED, "
098400         BVR-FLAG-COUNT " FLAGGED".
098500     PERFORM 9300-WRITE-RUN-STATUS THRU 9300-EXIT.
098600 9000-EXIT.
098700     EXIT.

098800*****************************************************************
098900*    9300-WRITE-RUN-STATUS                                      *
099000*    APPENDS THIS STEP'S COMPLETION RECORD TO THE COMMON        *
099100*    RUN-STATUS LOG THE DAY-END OPERATIONS SUMMARY READS.  A    *
099200*    LOG THAT CANNOT BE WRITTEN ONLY WARNS -- THE STEP'S OWN    *
099300*    WORK STANDS.                                               *
099400*****************************************************************
099500 9300-WRITE-RUN-STATUS.
099600     OPEN EXTEND RUNSTAT-FILE.
099700     IF BVR-RUNSTAT-OK
099800         ACCEPT BVR-STAMP-DATE FROM DATE YYYYMMDD
099900         ACCEPT BVR-STAMP-TIME FROM TIME
100000         MOVE "BUDVAR" TO RS-PROGRAM
100100         MOVE ZEROS TO RS-BATCH-NUMBER
100200         MOVE BVR-STAMP-DATE TO RS-BUSINESS-DATE
100300         MOVE BVR-READ-COUNT TO RS-READ-COUNT
100400         MOVE BVR-PRINT-COUNT TO RS-ACCEPT-COUNT
100500         MOVE ZEROS TO RS-REJECT-COUNT
100600         MOVE BVR-TOTAL-PTD-ACTUAL TO RS-CONTROL-TOTAL
100700         MOVE RETURN-CODE TO RS-RETURN-CODE
100800         MOVE BVR-STAMP-DATE TO RS-RUN-DATE
100900         MOVE BVR-STAMP-TIME TO RS-RUN-TIME
101000         WRITE RS-RECORD
101100         CLOSE RUNSTAT-FILE
101200     ELSE
101300         DISPLAY "BUDVAR - UNABLE TO OPEN RUNSTAT, STATUS "
101400             BVR-RUNSTAT-STATUS
101500             ", RUN-STATUS RECORD NOT WRITTEN"
101600     END-IF.
101700 9300-EXIT.
101800     EXIT.
