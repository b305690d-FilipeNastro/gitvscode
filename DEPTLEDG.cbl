000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DEPTLEDG.
000300 AUTHOR.        J H MERCER.
000400 INSTALLATION.  GENERAL ACCOUNTING - BATCH SYSTEMS.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*    DEPTLEDG                                                   *
001000*                                                               *
001100*    DEPARTMENTAL TRIAL BALANCE AND INCOME STATEMENT.  THE      *
001200*    BALANCE MASTER NOW KEEPS EACH ACCOUNT'S BALANCES BY THE    *
001300*    DEPARTMENT ON THE BATCH HEADER THAT POSTED THEM.  FOR THE  *
001400*    CONTROL CARD'S ACCOUNTING PERIOD THIS PROGRAM PRINTS, FOR  *
001500*    THE CARD'S DEPARTMENT OR FOR EVERY DEPARTMENT ON THE       *
001600*    MASTER, A TRIAL BALANCE -- ACCOUNT, DESCRIPTION,           *
001700*    PERIOD-TO-DATE DEBITS, CREDITS AND NET WITH DEPARTMENT     *
001800*    TOTALS -- FOLLOWED BY AN INCOME STATEMENT OF ITS REVENUE   *
001900*    (CLASS 3) AND EXPENSE (CLASS 4) ACCOUNTS AND NET INCOME.   *
002000*    REVENUE PRINTS AS A POSITIVE FIGURE (THE CREDIT BALANCE    *
002100*    REVERSED), EXPENSE AS ITS DEBIT BALANCE, AND NET INCOME IS *
002200*    REVENUE LESS EXPENSE.  BALANCES POSTED BEFORE DEPARTMENTS  *
002300*    WERE CARRIED REPORT AS "UNASSIGNED".  A SUMMARY PAGE TOTALS*
002400*    EVERY DEPARTMENT REPORTED; FOR AN ALL-DEPARTMENT RUN ITS   *
002500*    FIGURES TIE TO TRIALBAL AND THE JOURNAL DEBITS-EQUAL-      *
002600*    CREDITS PROOF IS APPLIED.  THE RUN FAILS (RC=16) WHEN THE  *
002700*    PROOF FAILS OR NOTHING IS SELECTED.                        *
002800*                                                               *
002900*    MODIFICATION HISTORY                                      *
003000*    DATE       INIT  DESCRIPTION                               *
003100*    10/15/26   JHM   ORIGINAL PROGRAM.                         *
003200*                                                               *
003300*****************************************************************
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER.   IBM-370.
003700 OBJECT-COMPUTER.   IBM-370.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT GLM-FILE ASSIGN TO GLMASTER
004100         ORGANIZATION IS SEQUENTIAL
004200         FILE STATUS IS DLG-GLM-STATUS.
004300     SELECT COA-FILE ASSIGN TO COAFILE
004400         ORGANIZATION IS INDEXED
004500         ACCESS MODE IS RANDOM
004600         RECORD KEY IS CA-ACCOUNT
004700         FILE STATUS IS DLG-COA-STATUS.
004800     SELECT CTL-FILE ASSIGN TO DLCTL
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS DLG-CTL-STATUS.
005100     SELECT REPORT-FILE ASSIGN TO RPTFILE
005200         ORGANIZATION IS SEQUENTIAL
005300         FILE STATUS IS DLG-RPT-STATUS.
005400     SELECT RUNSTAT-FILE ASSIGN TO RUNSTAT
005500         ORGANIZATION IS SEQUENTIAL
005600         FILE STATUS IS DLG-RUNSTAT-STATUS.

005700 DATA DIVISION.
005800 FILE SECTION.
005900 FD  GLM-FILE
006000     RECORDING MODE IS F
006100     RECORD CONTAINS 84 CHARACTERS
006200     LABEL RECORDS ARE STANDARD.
006300 COPY GLMSTREC.

006400 FD  COA-FILE
006500     RECORDING MODE IS F
006600     RECORD CONTAINS 80 CHARACTERS
006700     LABEL RECORDS ARE STANDARD.
006800 COPY COAREC.

006900 FD  CTL-FILE
007000     RECORDING MODE IS F
007100     RECORD CONTAINS 80 CHARACTERS
007200     LABEL RECORDS ARE STANDARD.
007300 COPY DLCTLREC.

007400 FD  REPORT-FILE
007500     RECORDING MODE IS F
007600     RECORD CONTAINS 133 CHARACTERS
007700     LABEL RECORDS ARE STANDARD.
007800 01  RPT-RECORD                      PIC X(133).

007900 FD  RUNSTAT-FILE
008000     RECORDING MODE IS F
008100     RECORD CONTAINS 80 CHARACTERS
008200     LABEL RECORDS ARE STANDARD.
008300 COPY RUNSTREC.

008400 WORKING-STORAGE SECTION.
008500*****************************************************************
008600*    WORKING STORAGE                                            *
008700*****************************************************************
008800 01  DLG-SWITCHES.
008900     05  DLG-RUNSTAT-STATUS      PIC X(02) VALUE ZEROS.
009000         88  DLG-RUNSTAT-OK      VALUE "00".
009100     05  DLG-GLM-STATUS          PIC X(02) VALUE ZEROS.
009200         88  DLG-GLM-OK          VALUE "00".
009300         88  DLG-GLM-ENDED       VALUE "10".
009400     05  DLG-COA-STATUS          PIC X(02) VALUE ZEROS.
009500         88  DLG-COA-OK          VALUE "00".
009600     05  DLG-CTL-STATUS          PIC X(02) VALUE ZEROS.
009700         88  DLG-CTL-OK          VALUE "00".
009800     05  DLG-RPT-STATUS          PIC X(02) VALUE ZEROS.
009900         88  DLG-RPT-OK          VALUE "00".
010000     05  DLG-ABORT-SW            PIC X(01) VALUE "N".
010100         88  DLG-ABORT           VALUE "Y".
010200     05  DLG-EOF-SW              PIC X(01) VALUE "N".
010300         88  DLG-EOF             VALUE "Y".
010400*        THE CHART STAYS OPEN FOR THE DESCRIPTIONS; A KEYED READ
010500*        THAT MISSES LEAVES A NON-ZERO STATUS, SO WHETHER IT IS
010600*        OPEN IS KEPT HERE RATHER THAN READ OFF THE STATUS.
010700     05  DLG-COA-OPEN-SW         PIC X(01) VALUE "N".
010800         88  DLG-COA-OPEN        VALUE "Y".
010900     05  DLG-ACCT-FOUND-SW       PIC X(01) VALUE "N".
011000         88  DLG-ACCT-FOUND      VALUE "Y".
011100     05  DLG-ALL-DEPTS-SW        PIC X(01) VALUE "N".
011200         88  DLG-ALL-DEPTS       VALUE "Y".
011300     05  DLG-SLOT-FOUND-SW       PIC X(01) VALUE "N".
011400         88  DLG-SLOT-FOUND      VALUE "Y".
011500*        DLG-PAGE-TYPE PICKS THE THIRD HEADING LINE FOR THE PAGE.
011600     05  DLG-PAGE-TYPE           PIC X(01) VALUE "T".
011700         88  DLG-TB-PAGE         VALUE "T".
011800         88  DLG-IS-PAGE         VALUE "I".
011900         88  DLG-SUMMARY-PAGE    VALUE "S".

012000 01  DLG-SELECTION.
012100     05  DLG-ACCTG-PERIOD        PIC 9(06) VALUE ZEROS.
012200     05  DLG-DEPARTMENT          PIC X(04) VALUE SPACES.
012300     05  DLG-CURRENT-DEPT        PIC X(04) VALUE SPACES.

012400 01  DLG-COUNTERS.
012500     05  DLG-READ-COUNT          PIC 9(07) VALUE ZEROS.
012600     05  DLG-SELECT-COUNT        PIC 9(07) VALUE ZEROS.
012700     05  DLG-NOCHART-COUNT       PIC 9(05) VALUE ZEROS.
012800     05  DLG-DEPT-COUNT          PIC 9(05) VALUE ZEROS.
012900     05  DLG-WORK-SUB            PIC 9(05) VALUE ZEROS.
013000     05  DLG-SORT-SUB            PIC 9(05) VALUE ZEROS.
013100     05  DLG-SORT-POS            PIC 9(05) VALUE ZEROS.
013200     05  DLG-IS-SUB              PIC 9(05) VALUE ZEROS.
013300     05  DLG-IS-CLASS            PIC 9(01) VALUE ZEROS.
013400*        DLG-DEPT-START AND DLG-DEPT-END BOUND THE CURRENT
013500*        DEPARTMENT'S ENTRIES IN THE SORTED LEDGER TABLE, SO THE
013600*        INCOME STATEMENT CAN WALK THEM AGAIN AFTER THE TRIAL
013700*        BALANCE.
013800     05  DLG-DEPT-START          PIC 9(05) VALUE ZEROS.
013900     05  DLG-DEPT-END            PIC 9(05) VALUE ZEROS.
014000     05  DLG-IS-AMOUNT           PIC S9(13)V99 VALUE ZEROS.

014100*****************************************************************
014200*    DEPARTMENT AND REPORT TOTALS.  REVENUE IS CARRIED AS A     *
014300*    POSITIVE FIGURE AND EXPENSE AS ITS DEBIT BALANCE, SO NET   *
014400*    INCOME IS REVENUE LESS EXPENSE.  THE JOURNAL NET ACROSS    *
014500*    ALL DEPARTMENTS IS THE TRIALBAL PROOF FIGURE; A SINGLE     *
014600*    DEPARTMENT'S JOURNAL NET IS SHOWN BUT NOT PROVED --        *
014700*    CROSS-DEPARTMENT JOURNALS NEED NOT NET TO ZERO WITHIN ONE. *
014800*****************************************************************
014900 01  DLG-DEPT-TOTALS.
015000     05  DLG-DT-DEBITS           PIC S9(15)V99 VALUE ZEROS.
015100     05  DLG-DT-CREDITS          PIC S9(15)V99 VALUE ZEROS.
015200     05  DLG-DT-NET              PIC S9(15)V99 VALUE ZEROS.
015300     05  DLG-DT-JRNL-NET         PIC S9(15)V99 VALUE ZEROS.
015400     05  DLG-DT-REVENUE          PIC S9(15)V99 VALUE ZEROS.
015500     05  DLG-DT-EXPENSE          PIC S9(15)V99 VALUE ZEROS.
015600     05  DLG-DT-NET-INCOME       PIC S9(15)V99 VALUE ZEROS.

015700 01  DLG-REPORT-TOTALS.
015800     05  DLG-RT-DEBITS           PIC S9(15)V99 VALUE ZEROS.
015900     05  DLG-RT-CREDITS          PIC S9(15)V99 VALUE ZEROS.
016000     05  DLG-RT-NET              PIC S9(15)V99 VALUE ZEROS.
016100     05  DLG-RT-JRNL-NET         PIC S9(15)V99 VALUE ZEROS.
016200     05  DLG-RT-REVENUE          PIC S9(15)V99 VALUE ZEROS.
016300     05  DLG-RT-EXPENSE          PIC S9(15)V99 VALUE ZEROS.
016400     05  DLG-RT-NET-INCOME       PIC S9(15)V99 VALUE ZEROS.

016500*****************************************************************
016600*    DLG-ACCOUNT-REDEF EXPOSES THE LEADING DIGIT OF THE         *
016700*    ACCOUNT -- THE MAJOR ACCOUNT CLASS.  REVENUE (3) AND       *
016800*    EXPENSE (4) ARE THE INCOME-STATEMENT CLASSES.              *
016900*****************************************************************
017000 01  DLG-ACCOUNT-WORK            PIC 9(08) VALUE ZEROS.
017100 01  DLG-ACCOUNT-REDEF REDEFINES DLG-ACCOUNT-WORK.
017200     05  DLG-ACCOUNT-CLASS       PIC 9(01).
017300         88  DLG-REVENUE-CLASS   VALUE 3.
017400         88  DLG-EXPENSE-CLASS   VALUE 4.
017500     05  FILLER                  PIC X(07).

017600*****************************************************************
017700*    DLG-LEDGER-TABLE HOLDS THE PERIOD'S SELECTED MASTER        *
017800*    RECORDS, SORTED INTO DEPARTMENT / ACCOUNT ORDER BEFORE     *
017900*    PRINTING -- THE MASTER IS NOT GUARANTEED IN ANY ORDER.     *
018000*    A PERIOD HOLDS ONE RECORD PER ACCOUNT AND DEPARTMENT, SO   *
018100*    2000 SLOTS IS TWICE YECLOSE'S LIMIT OF 1000 PAIRS A YEAR;  *
018200*    A TABLE THAT FILLS ABORTS RATHER THAN PRINTING A PARTIAL   *
018300*    LEDGER.  DLG-SORT-HOLD HAS THE SAME LAYOUT AS ONE ENTRY.   *
018400*****************************************************************
018500 01  DLG-LEDGER-TABLE.
018600     05  DLG-ENTRY-COUNT         PIC 9(05) VALUE ZEROS.
018700     05  DLG-LEDGER-ENTRY
018800             OCCURS 2000 TIMES
018900             INDEXED BY DLG-LE-IDX.
019000         10  DLG-LE-KEY.
019100             15  DLG-LE-DEPT     PIC X(04).
019200             15  DLG-LE-ACCOUNT  PIC 9(08).
019300         10  DLG-LE-DEBITS       PIC S9(13)V99.
019400         10  DLG-LE-CREDITS      PIC S9(13)V99.
019500         10  DLG-LE-NET          PIC S9(13)V99.
019600         10  DLG-LE-JRNL-NET     PIC S9(13)V99.

019700 01  DLG-SORT-HOLD.
019800     05  DLG-SH-KEY.
019900         10  DLG-SH-DEPT         PIC X(04).
020000         10  DLG-SH-ACCOUNT      PIC 9(08).
020100     05  DLG-SH-DEBITS           PIC S9(13)V99.
020200     05  DLG-SH-CREDITS          PIC S9(13)V99.
020300     05  DLG-SH-NET              PIC S9(13)V99.
020400     05  DLG-SH-JRNL-NET         PIC S9(13)V99.

020500 01  DLG-PRINT-CONTROL.
020600     05  DLG-LINE-COUNT          PIC 9(03) VALUE 99.
020700     05  DLG-PAGE-COUNT          PIC 9(05) VALUE ZEROS.
020800     05  DLG-LINES-PER-PAGE      PIC 9(03) VALUE 55.
020900     05  DLG-RUN-DATE            PIC 9(08) VALUE ZEROS.
021000     05  DLG-PRINT-LINE          PIC X(133) VALUE SPACES.

021100*****************************************************************
021200*    PRINT LINES.  COLUMN 1 IS ASA CARRIAGE CONTROL.            *
021300*****************************************************************
021400 01  DLG-HEADING-1.
021500     05  FILLER                  PIC X(01) VALUE "1".
021600     05  FILLER                  PIC X(09) VALUE "DEPTLEDG".
021700     05  FILLER                  PIC X(18) VALUE SPACES.
021800     05  FILLER                  PIC X(36)
021900         VALUE "DEPARTMENTAL LEDGER".
022000     05  FILLER                  PIC X(09) VALUE "RUN DATE ".
022100     05  DLH1-RUN-DATE           PIC 9(08).
022200     05  FILLER                  PIC X(02) VALUE SPACES.
022300     05  FILLER                  PIC X(05) VALUE "PAGE ".
022400     05  DLH1-PAGE               PIC ZZZZ9.
022500     05  FILLER                  PIC X(40) VALUE SPACES.

022600 01  DLG-HEADING-2.
022700     05  FILLER                  PIC X(01) VALUE SPACE.
022800     05  FILLER                  PIC X(18)
022900         VALUE "ACCOUNTING PERIOD ".
023000     05  DLH2-PERIOD             PIC 9(06).
023100     05  FILLER                  PIC X(13)
023200         VALUE "  DEPARTMENT ".
023300     05  DLH2-DEPT               PIC X(10).
023400     05  FILLER                  PIC X(02) VALUE SPACES.
023500     05  DLH2-SECTION            PIC X(30).
023600     05  FILLER                  PIC X(53) VALUE SPACES.

023700 01  DLG-HEADING-3-TB.
023800     05  FILLER                  PIC X(01) VALUE SPACE.
023900     05  FILLER                  PIC X(10) VALUE "ACCOUNT".
024000     05  FILLER                  PIC X(31) VALUE "DESCRIPTION".
024100     05  FILLER                  PIC X(20)
024200         VALUE "              DEBITS".
024300     05  FILLER                  PIC X(20)
024400         VALUE "             CREDITS".
024500     05  FILLER                  PIC X(20)
024600         VALUE "                 NET".
024700     05  FILLER                  PIC X(31) VALUE SPACES.

024800 01  DLG-HEADING-3-IS.
024900     05  FILLER                  PIC X(01) VALUE SPACE.
025000     05  FILLER                  PIC X(10) VALUE "ACCOUNT".
025100     05  FILLER                  PIC X(31) VALUE "DESCRIPTION".
025200     05  FILLER                  PIC X(20)
025300         VALUE "              AMOUNT".
025400     05  FILLER                  PIC X(71) VALUE SPACES.

025500 01  DLG-DETAIL-LINE.
025600     05  FILLER                  PIC X(01) VALUE SPACE.
025700     05  DDL-ACCOUNT             PIC 9(08).
025800     05  FILLER                  PIC X(02) VALUE SPACES.
025900     05  DDL-DESC                PIC X(30).
026000     05  FILLER                  PIC X(01) VALUE SPACES.
026100     05  DDL-DEBITS              PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
026200     05  FILLER                  PIC X(01) VALUE SPACES.
026300     05  DDL-CREDITS             PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
026400     05  FILLER                  PIC X(01) VALUE SPACES.
026500     05  DDL-NET                 PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
026600     05  FILLER                  PIC X(32) VALUE SPACES.

026700 01  DLG-IS-LINE.
026800     05  FILLER                  PIC X(01) VALUE SPACE.
026900     05  DIL-ACCOUNT             PIC 9(08).
027000     05  FILLER                  PIC X(02) VALUE SPACES.
027100     05  DIL-DESC                PIC X(30).
027200     05  FILLER                  PIC X(01) VALUE SPACES.
027300     05  DIL-AMOUNT              PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
027400     05  FILLER                  PIC X(72) VALUE SPACES.

027500 01  DLG-TOTAL-LINE.
027600     05  FILLER                  PIC X(01) VALUE "0".
027700     05  DTL-LABEL               PIC X(41).
027800     05  DTL-DEBITS              PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
027900     05  FILLER                  PIC X(01) VALUE SPACES.
028000     05  DTL-CREDITS             PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
028100     05  FILLER                  PIC X(01) VALUE SPACES.
028200     05  DTL-NET                 PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
028300     05  FILLER                  PIC X(32) VALUE SPACES.

028400 01  DLG-AMOUNT-LINE.
028500     05  FILLER                  PIC X(01) VALUE SPACE.
028600     05  DAL-LABEL               PIC X(41).
028700     05  DAL-AMOUNT              PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
028800     05  FILLER                  PIC X(72) VALUE SPACES.

028900 01  DLG-COUNT-LINE.
029000     05  FILLER                  PIC X(01) VALUE SPACE.
029100     05  DCL-LABEL               PIC X(41).
029200     05  DCL-COUNT               PIC Z,ZZZ,ZZ9.
029300     05  FILLER                  PIC X(82) VALUE SPACES.

029400 01  DLG-MESSAGE-LINE.
029500     05  FILLER                  PIC X(01) VALUE SPACE.
029600     05  DML-TEXT                PIC X(70).
029700     05  FILLER                  PIC X(62) VALUE SPACES.

029800 01  DLG-STAMP-FIELDS.
029900     05  DLG-STAMP-DATE          PIC 9(08) VALUE ZEROS.
030000     05  DLG-STAMP-TIME          PIC 9(08) VALUE ZEROS.

030100 PROCEDURE DIVISION.
030200*****************************************************************
030300*    0000-MAINLINE                                              *
030400*****************************************************************
030500 0000-MAINLINE.
030600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
030700     PERFORM 2000-LOAD-MASTER THRU 2000-EXIT.
030800     PERFORM 3000-SORT-LEDGER THRU 3000-EXIT.
030900     PERFORM 4000-PRINT-LEDGERS THRU 4000-EXIT.
031000     PERFORM 5000-PRINT-SUMMARY THRU 5000-EXIT.
031100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
031200     GOBACK.

031300*****************************************************************
031400*    1000-INITIALIZE                                            *
031500*****************************************************************
031600 1000-INITIALIZE.
031700     ACCEPT DLG-RUN-DATE FROM DATE YYYYMMDD.
031800     PERFORM 1100-READ-CONTROL THRU 1100-EXIT.
031900     IF NOT DLG-ABORT
032000         OPEN INPUT COA-FILE
032100         IF DLG-COA-OK
032200             MOVE "Y" TO DLG-COA-OPEN-SW
032300         ELSE
032400             DISPLAY "DEPTLEDG - UNABLE TO OPEN COAFILE, STATUS "
032500                 DLG-COA-STATUS
032600             MOVE 16 TO RETURN-CODE
032700             MOVE "Y" TO DLG-ABORT-SW
032800         END-IF
032900     END-IF.
033000     IF NOT DLG-ABORT
033100         OPEN OUTPUT REPORT-FILE
033200         IF NOT DLG-RPT-OK
033300             DISPLAY "DEPTLEDG - UNABLE TO OPEN RPTFILE, STATUS "
033400                 DLG-RPT-STATUS
033500             MOVE 16 TO RETURN-CODE
033600             MOVE "Y" TO DLG-ABORT-SW
033700         END-IF
033800     END-IF.
033900 1000-EXIT.
034000     EXIT.

034100*****************************************************************
034200*    1100-READ-CONTROL                                          *
034300*    THE PERIOD IS REQUIRED.  A DEPARTMENT OF SPACES OR "ALL"   *
034400*    REPORTS EVERY DEPARTMENT ON THE MASTER.                    *
034500*****************************************************************
034600 1100-READ-CONTROL.
034700     OPEN INPUT CTL-FILE.
034800     IF DLG-CTL-OK
034900         READ CTL-FILE
035000             AT END
035100                 MOVE ZEROS  TO DLC-ACCTG-PERIOD
035200                 MOVE SPACES TO DLC-DEPARTMENT
035300         END-READ
035400         IF DLC-ACCTG-PERIOD NUMERIC
035500             AND DLC-ACCTG-PERIOD > 0
035600             MOVE DLC-ACCTG-PERIOD TO DLG-ACCTG-PERIOD
035700             MOVE DLC-DEPARTMENT   TO DLG-DEPARTMENT
035800             IF DLC-ALL-DEPARTMENTS
035900                 MOVE "Y" TO DLG-ALL-DEPTS-SW
036000                 MOVE "ALL" TO DLG-DEPARTMENT
036100             END-IF
036200             DISPLAY "DEPTLEDG - REPORTING ACCOUNTING PERIOD "
036300                 DLG-ACCTG-PERIOD ", DEPARTMENT " DLG-DEPARTMENT
036400         ELSE
036500             DISPLAY "DEPTLEDG - NO ACCOUNTING PERIOD ON DLCTL, "
036600                 "ABORTING RUN"
036700             MOVE 16 TO RETURN-CODE
036800             MOVE "Y" TO DLG-ABORT-SW
036900         END-IF
037000         CLOSE CTL-FILE
037100     ELSE
037200         DISPLAY "DEPTLEDG - UNABLE TO OPEN DLCTL, STATUS "
037300             DLG-CTL-STATUS
037400         MOVE 16 TO RETURN-CODE
037500         MOVE "Y" TO DLG-ABORT-SW
037600     END-IF.
037700 1100-EXIT.
037800     EXIT.

037900*****************************************************************
038000*    2000-LOAD-MASTER                                           *
038100*    LOADS THE PERIOD'S MASTER RECORDS FOR THE SELECTED         *
038200*    DEPARTMENT (OR ALL OF THEM) INTO THE LEDGER TABLE.         *
038300*****************************************************************
038400 2000-LOAD-MASTER.
038500     IF NOT DLG-ABORT
038600         OPEN INPUT GLM-FILE
038700         IF DLG-GLM-OK
038800             PERFORM 2100-LOAD-GLM-RECORD THRU 2100-EXIT
038900                 UNTIL DLG-EOF OR DLG-ABORT
039000             CLOSE GLM-FILE
039100         ELSE
039200             DISPLAY "DEPTLEDG - UNABLE TO OPEN GLMASTER, STATUS "
039300                 DLG-GLM-STATUS
039400             MOVE 16 TO RETURN-CODE
039500             MOVE "Y" TO DLG-ABORT-SW
039600         END-IF
039700     END-IF.
039800 2000-EXIT.
039900     EXIT.

040000*****************************************************************
040100*    2100-LOAD-GLM-RECORD                                       *
040200*****************************************************************
040300 2100-LOAD-GLM-RECORD.
040400     READ GLM-FILE
040500         AT END
040600             MOVE "Y" TO DLG-EOF-SW
040700         NOT AT END
040800             ADD 1 TO DLG-READ-COUNT
040900             IF GLM-ACCTG-PERIOD = DLG-ACCTG-PERIOD
041000                 IF DLG-ALL-DEPTS
041100                     OR GLM-DEPARTMENT = DLG-DEPARTMENT
041200                     PERFORM 2200-ADD-ENTRY THRU 2200-EXIT
041300                 END-IF
041400             END-IF
041500     END-READ.
041600 2100-EXIT.
041700     EXIT.

041800*****************************************************************
041900*    2200-ADD-ENTRY                                             *
042000*****************************************************************
042100 2200-ADD-ENTRY.
042200     IF DLG-ENTRY-COUNT < 2000
042300         ADD 1 TO DLG-ENTRY-COUNT
042400         ADD 1 TO DLG-SELECT-COUNT
042500         SET DLG-LE-IDX TO DLG-ENTRY-COUNT
042600         MOVE GLM-DEPARTMENT   TO DLG-LE-DEPT (DLG-LE-IDX)
042700         MOVE GLM-ACCOUNT      TO DLG-LE-ACCOUNT (DLG-LE-IDX)
042800         MOVE GLM-PTD-DEBITS   TO DLG-LE-DEBITS (DLG-LE-IDX)
042900         MOVE GLM-PTD-CREDITS  TO DLG-LE-CREDITS (DLG-LE-IDX)
043000         MOVE GLM-PTD-NET      TO DLG-LE-NET (DLG-LE-IDX)
043100         MOVE GLM-JRNL-NET     TO DLG-LE-JRNL-NET (DLG-LE-IDX)
043200     ELSE
043300         DISPLAY "DEPTLEDG - PERIOD'S MASTER RECORDS EXCEED "
043400             "TABLE, ABORTING RUN"
043500         MOVE 16 TO RETURN-CODE
043600         MOVE "Y" TO DLG-ABORT-SW
043700     END-IF.
043800 2200-EXIT.
043900     EXIT.

044000*****************************************************************
044100*    2900-TOTAL-OVERFLOW                                        *
044200*****************************************************************
044300 2900-TOTAL-OVERFLOW.
044400     DISPLAY "DEPTLEDG - REPORT TOTAL OVERFLOWED, ABORTING RUN".
044500     MOVE 16 TO RETURN-CODE.
044600     MOVE "Y" TO DLG-ABORT-SW.
044700 2900-EXIT.
044800     EXIT.

044900*****************************************************************
045000*    3000-SORT-LEDGER                                           *
045100*    STRAIGHT INSERTION SORT OF THE LEDGER TABLE ON DEPARTMENT  *
045200*    AND ACCOUNT.  ONE PERIOD'S RECORDS ARE FEW ENOUGH THAT     *
045300*    NOTHING FASTER IS NEEDED.                                  *
045400*****************************************************************
045500 3000-SORT-LEDGER.
045600     IF NOT DLG-ABORT
045700         PERFORM 3100-INSERT-ENTRY THRU 3100-EXIT
045800             VARYING DLG-SORT-SUB FROM 2 BY 1
045900             UNTIL DLG-SORT-SUB > DLG-ENTRY-COUNT
046000     END-IF.
046100 3000-EXIT.
046200     EXIT.

046300*****************************************************************
046400*    3100-INSERT-ENTRY                                          *
046500*    LIFTS THE ENTRY OUT, SHIFTS EVERY HIGHER KEY ABOVE IT UP   *
046600*    ONE SLOT, AND DROPS IT INTO THE GAP.                       *
046700*****************************************************************
046800 3100-INSERT-ENTRY.
046900     MOVE DLG-LEDGER-ENTRY (DLG-SORT-SUB) TO DLG-SORT-HOLD.
047000     MOVE DLG-SORT-SUB TO DLG-SORT-POS.
047100     MOVE "N" TO DLG-SLOT-FOUND-SW.
047200     PERFORM 3200-SHIFT-ENTRY THRU 3200-EXIT
047300         UNTIL DLG-SLOT-FOUND.
047400     MOVE DLG-SORT-HOLD TO DLG-LEDGER-ENTRY (DLG-SORT-POS).
047500 3100-EXIT.
047600     EXIT.

047700*****************************************************************
047800*    3200-SHIFT-ENTRY                                           *
047900*****************************************************************
048000 3200-SHIFT-ENTRY.
048100     IF DLG-SORT-POS = 1
048200         MOVE "Y" TO DLG-SLOT-FOUND-SW
048300     ELSE
048400         IF DLG-LE-KEY (DLG-SORT-POS - 1) > DLG-SH-KEY
048500             MOVE DLG-LEDGER-ENTRY (DLG-SORT-POS - 1)
048600                 TO DLG-LEDGER-ENTRY (DLG-SORT-POS)
048700             SUBTRACT 1 FROM DLG-SORT-POS
048800         ELSE
048900             MOVE "Y" TO DLG-SLOT-FOUND-SW
049000         END-IF
049100     END-IF.
049200 3200-EXIT.
049300     EXIT.

049400*****************************************************************
049500*    4000-PRINT-LEDGERS                                         *
049600*    WALKS THE SORTED TABLE WITH A CONTROL BREAK ON             *
049700*    DEPARTMENT.  EACH DEPARTMENT'S TRIAL BALANCE STARTS A NEW  *
049800*    PAGE; ITS TOTALS AND INCOME STATEMENT PRINT AT THE BREAK.  *
049900*****************************************************************
050000 4000-PRINT-LEDGERS.
050100     IF NOT DLG-ABORT AND DLG-ENTRY-COUNT > 0
050200         PERFORM 4100-PRINT-ENTRY THRU 4100-EXIT
050300             VARYING DLG-WORK-SUB FROM 1 BY 1
050400             UNTIL DLG-WORK-SUB > DLG-ENTRY-COUNT
050500                 OR DLG-ABORT
050600         IF NOT DLG-ABORT
050700             PERFORM 4500-END-DEPARTMENT THRU 4500-EXIT
050800         END-IF
050900     END-IF.
051000 4000-EXIT.
051100     EXIT.

051200*****************************************************************
051300*    4100-PRINT-ENTRY                                           *
051400*****************************************************************
051500 4100-PRINT-ENTRY.
051600     SET DLG-LE-IDX TO DLG-WORK-SUB.
051700     IF DLG-WORK-SUB = 1
051800         PERFORM 4200-START-DEPARTMENT THRU 4200-EXIT
051900     ELSE
052000         IF DLG-LE-DEPT (DLG-LE-IDX) NOT = DLG-CURRENT-DEPT
052100             PERFORM 4500-END-DEPARTMENT THRU 4500-EXIT
052200             PERFORM 4200-START-DEPARTMENT THRU 4200-EXIT
052300         END-IF
052400     END-IF.
052500     SET DLG-LE-IDX TO DLG-WORK-SUB.
052600     MOVE DLG-LE-ACCOUNT (DLG-LE-IDX) TO CA-ACCOUNT.
052700     PERFORM 8600-FIND-DESC THRU 8600-EXIT.
052800     MOVE DLG-LE-ACCOUNT (DLG-LE-IDX) TO DDL-ACCOUNT.
052900     IF DLG-ACCT-FOUND
053000         MOVE CA-DESCRIPTION TO DDL-DESC
053100     ELSE
053200         MOVE "*** ACCOUNT NOT ON CHART ***" TO DDL-DESC
053300         ADD 1 TO DLG-NOCHART-COUNT
053400     END-IF.
053500     MOVE DLG-LE-DEBITS (DLG-LE-IDX)  TO DDL-DEBITS.
053600     MOVE DLG-LE-CREDITS (DLG-LE-IDX) TO DDL-CREDITS.
053700     MOVE DLG-LE-NET (DLG-LE-IDX)     TO DDL-NET.
053800     MOVE DLG-DETAIL-LINE TO DLG-PRINT-LINE.
053900     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
054000     PERFORM 4300-ACCUMULATE THRU 4300-EXIT.
054100 4100-EXIT.
054200     EXIT.

054300*****************************************************************
054400*    4200-START-DEPARTMENT                                      *
054500*****************************************************************
054600 4200-START-DEPARTMENT.
054700     SET DLG-LE-IDX TO DLG-WORK-SUB.
054800     MOVE DLG-LE-DEPT (DLG-LE-IDX) TO DLG-CURRENT-DEPT.
054900     MOVE DLG-WORK-SUB TO DLG-DEPT-START.
055000     ADD 1 TO DLG-DEPT-COUNT.
055100     MOVE ZEROS TO DLG-DT-DEBITS.
055200     MOVE ZEROS TO DLG-DT-CREDITS.
055300     MOVE ZEROS TO DLG-DT-NET.
055400     MOVE ZEROS TO DLG-DT-JRNL-NET.
055500     MOVE ZEROS TO DLG-DT-REVENUE.
055600     MOVE ZEROS TO DLG-DT-EXPENSE.
055700     MOVE ZEROS TO DLG-DT-NET-INCOME.
055800     IF DLG-CURRENT-DEPT = SPACES
055900         MOVE "UNASSIGNED" TO DLH2-DEPT
056000     ELSE
056100         MOVE DLG-CURRENT-DEPT TO DLH2-DEPT
056200     END-IF.
056300     MOVE "TRIAL BALANCE" TO DLH2-SECTION.
056400     MOVE "T" TO DLG-PAGE-TYPE.
056500     MOVE 99 TO DLG-LINE-COUNT.
056600 4200-EXIT.
056700     EXIT.

056800*****************************************************************
056900*    4300-ACCUMULATE                                            *
057000*****************************************************************
057100 4300-ACCUMULATE.
057200     ADD DLG-LE-DEBITS (DLG-LE-IDX) TO DLG-DT-DEBITS
057300         ON SIZE ERROR
057400             PERFORM 2900-TOTAL-OVERFLOW THRU 2900-EXIT
057500     END-ADD.
057600     ADD DLG-LE-CREDITS (DLG-LE-IDX) TO DLG-DT-CREDITS
057700         ON SIZE ERROR
057800             PERFORM 2900-TOTAL-OVERFLOW THRU 2900-EXIT
057900     END-ADD.
058000     ADD DLG-LE-NET (DLG-LE-IDX) TO DLG-DT-NET
058100         ON SIZE ERROR
058200             PERFORM 2900-TOTAL-OVERFLOW THRU 2900-EXIT
058300     END-ADD.
058400     ADD DLG-LE-JRNL-NET (DLG-LE-IDX) TO DLG-DT-JRNL-NET
058500         ON SIZE ERROR
058600             PERFORM 2900-TOTAL-OVERFLOW THRU 2900-EXIT
058700     END-ADD.
058800     MOVE DLG-LE-ACCOUNT (DLG-LE-IDX) TO DLG-ACCOUNT-WORK.
058900     IF DLG-REVENUE-CLASS
059000         SUBTRACT DLG-LE-NET (DLG-LE-IDX) FROM DLG-DT-REVENUE
059100             ON SIZE ERROR
059200                 PERFORM 2900-TOTAL-OVERFLOW THRU 2900-EXIT
059300         END-SUBTRACT
059400     END-IF.
059500     IF DLG-EXPENSE-CLASS
059600         ADD DLG-LE-NET (DLG-LE-IDX) TO DLG-DT-EXPENSE
059700             ON SIZE ERROR
059800                 PERFORM 2900-TOTAL-OVERFLOW THRU 2900-EXIT
059900         END-ADD
060000     END-IF.
060100 4300-EXIT.
060200     EXIT.

060300*****************************************************************
060400*    4500-END-DEPARTMENT                                        *
060500*    PRINTS THE DEPARTMENT'S TRIAL BALANCE TOTALS, THEN ITS     *
060600*    INCOME STATEMENT ON A NEW PAGE, AND ROLLS ITS FIGURES      *
060700*    INTO THE REPORT TOTALS.  DLG-WORK-SUB IS ALREADY ONE PAST  *
060800*    THE DEPARTMENT'S LAST ENTRY, WHETHER CALLED AT A BREAK OR  *
060900*    AFTER THE LAST ENTRY.                                      *
061000*****************************************************************
061100 4500-END-DEPARTMENT.
061200     SUBTRACT 1 FROM DLG-WORK-SUB GIVING DLG-DEPT-END.
061300     MOVE "DEPARTMENT TOTALS" TO DTL-LABEL.
061400     MOVE DLG-DT-DEBITS  TO DTL-DEBITS.
061500     MOVE DLG-DT-CREDITS TO DTL-CREDITS.
061600     MOVE DLG-DT-NET     TO DTL-NET.
061700     MOVE DLG-TOTAL-LINE TO DLG-PRINT-LINE.
061800     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
061900     MOVE "DEPARTMENT JOURNAL NET ................" TO DAL-LABEL.
062000     MOVE DLG-DT-JRNL-NET TO DAL-AMOUNT.
062100     MOVE DLG-AMOUNT-LINE TO DLG-PRINT-LINE.
062200     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
062300     MOVE "INCOME STATEMENT" TO DLH2-SECTION.
062400     MOVE "I" TO DLG-PAGE-TYPE.
062500     MOVE 99 TO DLG-LINE-COUNT.
062600     MOVE SPACES TO DLG-MESSAGE-LINE.
062700     MOVE "REVENUE" TO DML-TEXT.
062800     MOVE DLG-MESSAGE-LINE TO DLG-PRINT-LINE.
062900     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
063000     MOVE 3 TO DLG-IS-CLASS.
063100     PERFORM 4600-PRINT-IS-ACCOUNT THRU 4600-EXIT
063200         VARYING DLG-IS-SUB FROM DLG-DEPT-START BY 1
063300         UNTIL DLG-IS-SUB > DLG-DEPT-END.
063400     MOVE "TOTAL REVENUE ........................." TO DAL-LABEL.
063500     MOVE DLG-DT-REVENUE TO DAL-AMOUNT.
063600     MOVE DLG-AMOUNT-LINE TO DLG-PRINT-LINE.
063700     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
063800     PERFORM 8400-PRINT-BLANK THRU 8400-EXIT.
063900     MOVE SPACES TO DLG-MESSAGE-LINE.
064000     MOVE "EXPENSE" TO DML-TEXT.
064100     MOVE DLG-MESSAGE-LINE TO DLG-PRINT-LINE.
064200     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
064300     MOVE 4 TO DLG-IS-CLASS.
064400     PERFORM 4600-PRINT-IS-ACCOUNT THRU 4600-EXIT
064500         VARYING DLG-IS-SUB FROM DLG-DEPT-START BY 1
064600         UNTIL DLG-IS-SUB > DLG-DEPT-END.
064700     MOVE "TOTAL EXPENSE ........................." TO DAL-LABEL.
064800     MOVE DLG-DT-EXPENSE TO DAL-AMOUNT.
064900     MOVE DLG-AMOUNT-LINE TO DLG-PRINT-LINE.
065000     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
065100     PERFORM 8400-PRINT-BLANK THRU 8400-EXIT.
065200     SUBTRACT DLG-DT-EXPENSE FROM DLG-DT-REVENUE
065300         GIVING DLG-DT-NET-INCOME
065400         ON SIZE ERROR
065500             PERFORM 2900-TOTAL-OVERFLOW THRU 2900-EXIT
065600     END-SUBTRACT.
065700     MOVE "NET INCOME (LOSS) ....................." TO DAL-LABEL.
065800     MOVE DLG-DT-NET-INCOME TO DAL-AMOUNT.
065900     MOVE DLG-AMOUNT-LINE TO DLG-PRINT-LINE.
066000     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
066100     PERFORM 4700-ADD-REPORT-TOTALS THRU 4700-EXIT.
066200 4500-EXIT.
066300     EXIT.

066400*****************************************************************
066500*    4600-PRINT-IS-ACCOUNT                                      *
066600*    PRINTS ONE INCOME-STATEMENT ACCOUNT OF THE CLASS IN        *
066700*    DLG-IS-CLASS.  REVENUE PRINTS WITH ITS SIGN REVERSED.      *
066800*****************************************************************
066900 4600-PRINT-IS-ACCOUNT.
067000     SET DLG-LE-IDX TO DLG-IS-SUB.
067100     MOVE DLG-LE-ACCOUNT (DLG-LE-IDX) TO DLG-ACCOUNT-WORK.
067200     IF DLG-ACCOUNT-CLASS = DLG-IS-CLASS
067300         MOVE DLG-LE-ACCOUNT (DLG-LE-IDX) TO CA-ACCOUNT
067400         PERFORM 8600-FIND-DESC THRU 8600-EXIT
067500         MOVE DLG-LE-ACCOUNT (DLG-LE-IDX) TO DIL-ACCOUNT
067600         IF DLG-ACCT-FOUND
067700             MOVE CA-DESCRIPTION TO DIL-DESC
067800         ELSE
067900             MOVE "*** ACCOUNT NOT ON CHART ***" TO DIL-DESC
068000         END-IF
068100         IF DLG-REVENUE-CLASS
068200             SUBTRACT DLG-LE-NET (DLG-LE-IDX) FROM ZERO
068300                 GIVING DLG-IS-AMOUNT
068400         ELSE
068500             MOVE DLG-LE-NET (DLG-LE-IDX) TO DLG-IS-AMOUNT
068600         END-IF
068700         MOVE DLG-IS-AMOUNT TO DIL-AMOUNT
068800         MOVE DLG-IS-LINE TO DLG-PRINT-LINE
068900         PERFORM 8100-PRINT-LINE THRU 8100-EXIT
069000     END-IF.
069100 4600-EXIT.
069200     EXIT.

069300*****************************************************************
069400*    4700-ADD-REPORT-TOTALS                                     *
069500*****************************************************************
069600 4700-ADD-REPORT-TOTALS.
069700     ADD DLG-DT-DEBITS TO DLG-RT-DEBITS
069800         ON SIZE ERROR
069900             PERFORM 2900-TOTAL-OVERFLOW THRU 2900-EXIT
070000     END-ADD.
070100     ADD DLG-DT-CREDITS TO DLG-RT-CREDITS
070200         ON SIZE ERROR
070300             PERFORM 2900-TOTAL-OVERFLOW THRU 2900-EXIT
070400     END-ADD.
070500     ADD DLG-DT-NET TO DLG-RT-NET
070600         ON SIZE ERROR
070700             PERFORM 2900-TOTAL-OVERFLOW THRU 2900-EXIT
070800     END-ADD.
070900     ADD DLG-DT-JRNL-NET TO DLG-RT-JRNL-NET
071000         ON SIZE ERROR
071100             PERFORM 2900-TOTAL-OVERFLOW THRU 2900-EXIT
071200     END-ADD.
071300     ADD DLG-DT-REVENUE TO DLG-RT-REVENUE
071400         ON SIZE ERROR
071500             PERFORM 2900-TOTAL-OVERFLOW THRU 2900-EXIT
071600     END-ADD.
071700     ADD DLG-DT-EXPENSE TO DLG-RT-EXPENSE
071800         ON SIZE ERROR
071900             PERFORM 2900-TOTAL-OVERFLOW THRU 2900-EXIT
072000     END-ADD.
072100     ADD DLG-DT-NET-INCOME TO DLG-RT-NET-INCOME
072200         ON SIZE ERROR
072300             PERFORM 2900-TOTAL-OVERFLOW THRU 2900-EXIT
072400     END-ADD.
072500 4700-EXIT.
072600     EXIT.

072700*****************************************************************
072800*    5000-PRINT-SUMMARY                                         *
072900*    THE REPORT TOTALS ACROSS EVERY DEPARTMENT PRINTED.  FOR AN *
073000*    ALL-DEPARTMENT RUN THE JOURNAL NET MUST PROVE TO ZERO, AS  *
073100*    ON TRIALBAL, OR THE RUN FAILS.  NOTHING SELECTED ALSO      *
073200*    FAILS THE RUN.                                             *
073300*****************************************************************
073400 5000-PRINT-SUMMARY.
073500     IF DLG-RPT-OK AND NOT DLG-ABORT
073600         MOVE DLG-DEPARTMENT TO DLH2-DEPT
073700         MOVE "REPORT SUMMARY" TO DLH2-SECTION
073800         MOVE "S" TO DLG-PAGE-TYPE
073900         MOVE 99 TO DLG-LINE-COUNT
074000         MOVE "DEPARTMENTS REPORTED .................."
074100             TO DCL-LABEL
074200         MOVE DLG-DEPT-COUNT TO DCL-COUNT
074300         MOVE DLG-COUNT-LINE TO DLG-PRINT-LINE
074400         PERFORM 8100-PRINT-LINE THRU 8100-EXIT
074500         MOVE "MASTER RECORDS REPORTED ..............."
074600             TO DCL-LABEL
074700         MOVE DLG-SELECT-COUNT TO DCL-COUNT
074800         MOVE DLG-COUNT-LINE TO DLG-PRINT-LINE
074900         PERFORM 8100-PRINT-LINE THRU 8100-EXIT
075000         MOVE "REPORT TOTALS" TO DTL-LABEL
075100         MOVE DLG-RT-DEBITS  TO DTL-DEBITS
075200         MOVE DLG-RT-CREDITS TO DTL-CREDITS
075300         MOVE DLG-RT-NET     TO DTL-NET
075400         MOVE DLG-TOTAL-LINE TO DLG-PRINT-LINE
075500         PERFORM 8100-PRINT-LINE THRU 8100-EXIT
075600         PERFORM 8400-PRINT-BLANK THRU 8400-EXIT
075700         MOVE "TOTAL REVENUE ........................."
075800             TO DAL-LABEL
075900         MOVE DLG-RT-REVENUE TO DAL-AMOUNT
076000         MOVE DLG-AMOUNT-LINE TO DLG-PRINT-LINE
076100         PERFORM 8100-PRINT-LINE THRU 8100-EXIT
076200         MOVE "TOTAL EXPENSE ........................."
076300             TO DAL-LABEL
076400         MOVE DLG-RT-EXPENSE TO DAL-AMOUNT
076500         MOVE DLG-AMOUNT-LINE TO DLG-PRINT-LINE
076600         PERFORM 8100-PRINT-LINE THRU 8100-EXIT
076700         MOVE "NET INCOME (LOSS) ....................."
076800             TO DAL-LABEL
076900         MOVE DLG-RT-NET-INCOME TO DAL-AMOUNT
077000         MOVE DLG-AMOUNT-LINE TO DLG-PRINT-LINE
077100         PERFORM 8100-PRINT-LINE THRU 8100-EXIT
077200         MOVE "JOURNAL NET ..........................."
077300             TO DAL-LABEL
077400         MOVE DLG-RT-JRNL-NET TO DAL-AMOUNT
077500         MOVE DLG-AMOUNT-LINE TO DLG-PRINT-LINE
077600         PERFORM 8100-PRINT-LINE THRU 8100-EXIT
077700         PERFORM 8400-PRINT-BLANK THRU 8400-EXIT
077800         PERFORM 5100-PRINT-PROOF THRU 5100-EXIT
077900     END-IF.
078000 5000-EXIT.
078100     EXIT.

078200*****************************************************************
078300*    5100-PRINT-PROOF                                           *
078400*****************************************************************
078500 5100-PRINT-PROOF.
078600     MOVE SPACES TO DLG-MESSAGE-LINE.
078700     EVALUATE TRUE
078800         WHEN NOT DLG-ALL-DEPTS
078900             MOVE "SINGLE DEPARTMENT - JOURNAL PROOF NOT APPLIED"
079000                 TO DML-TEXT
079100         WHEN DLG-RT-JRNL-NET = ZEROS
079200             MOVE "JOURNAL DEBITS EQUAL CREDITS - PERIOD PROVES"
079300                 TO DML-TEXT
079400         WHEN OTHER
079500             MOVE "JOURNAL DEBITS DO NOT EQUAL CREDITS - SEE NET"
079600                 TO DML-TEXT
079700             MOVE 16 TO RETURN-CODE
079800     END-EVALUATE.
079900     MOVE DLG-MESSAGE-LINE TO DLG-PRINT-LINE.
080000     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
080100     IF DLG-SELECT-COUNT = 0
080200         MOVE SPACES TO DLG-MESSAGE-LINE
080300         MOVE "NO ACTIVITY FOR THIS PERIOD AND DEPARTMENT"
080400             TO DML-TEXT
080500         MOVE DLG-MESSAGE-LINE TO DLG-PRINT-LINE
080600         PERFORM 8100-PRINT-LINE THRU 8100-EXIT
080700         MOVE 16 TO RETURN-CODE
080800     END-IF.
080900 5100-EXIT.
081000     EXIT.

081100*****************************************************************
081200*    8000-PRINT-HEADINGS                                        *
081300*****************************************************************
081400 8000-PRINT-HEADINGS.
081500     ADD 1 TO DLG-PAGE-COUNT.
081600     MOVE DLG-RUN-DATE     TO DLH1-RUN-DATE.
081700     MOVE DLG-PAGE-COUNT   TO DLH1-PAGE.
081800     MOVE DLG-ACCTG-PERIOD TO DLH2-PERIOD.
081900     WRITE RPT-RECORD FROM DLG-HEADING-1.
082000     WRITE RPT-RECORD FROM DLG-HEADING-2.
082100     EVALUATE TRUE
082200         WHEN DLG-TB-PAGE
082300             WRITE RPT-RECORD FROM DLG-HEADING-3-TB
082400         WHEN DLG-IS-PAGE
082500             WRITE RPT-RECORD FROM DLG-HEADING-3-IS
082600         WHEN OTHER
082700             MOVE SPACES TO RPT-RECORD
082800             WRITE RPT-RECORD
082900     END-EVALUATE.
083000     MOVE SPACES TO RPT-RECORD.
083100     WRITE RPT-RECORD.
083200     MOVE 4 TO DLG-LINE-COUNT.
083300 8000-EXIT.
083400     EXIT.

083500*****************************************************************
083600*    8100-PRINT-LINE                                            *
083700*    WRITES THE LINE BUILT IN DLG-PRINT-LINE, STARTING A NEW    *
083800*    PAGE FIRST WHEN THIS ONE IS FULL.                          *
083900*****************************************************************
084000 8100-PRINT-LINE.
084100     IF DLG-RPT-OK
084200         IF DLG-LINE-COUNT >= DLG-LINES-PER-PAGE
084300             PERFORM 8000-PRINT-HEADINGS THRU 8000-EXIT
084400         END-IF
084500         WRITE RPT-RECORD FROM DLG-PRINT-LINE
084600         ADD 1 TO DLG-LINE-COUNT
084700     END-IF.
084800 8100-EXIT.
084900     EXIT.

085000*****************************************************************
085100*    8400-PRINT-BLANK                                           *
085200*****************************************************************
085300 8400-PRINT-BLANK.
085400     MOVE SPACES TO DLG-PRINT-LINE.
085500     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
085600 8400-EXIT.
085700     EXIT.

085800*****************************************************************
085900*    8600-FIND-DESC                                             *
086000*    DIRECT KEYED READ OF THE ACCOUNT IN CA-ACCOUNT ON THE      *
086100*    CHART MASTER.                                              *
086200*****************************************************************
086300 8600-FIND-DESC.
086400     MOVE "N" TO DLG-ACCT-FOUND-SW.
086500     IF DLG-COA-OPEN
086600         READ COA-FILE
086700             INVALID KEY
086800                 CONTINUE
086900             NOT INVALID KEY
087000                 MOVE "Y" TO DLG-ACCT-FOUND-SW
087100         END-READ
087200     END-IF.
087300 8600-EXIT.
087400     EXIT.

087500*****************************************************************
087600*    9000-TERMINATE                                             *
087700*****************************************************************
087800 9000-TERMINATE.
087900     IF DLG-COA-OPEN
088000         CLOSE COA-FILE
088100     END-IF.
088200     IF DLG-RPT-OK
088300         CLOSE REPORT-FILE
088400     END-IF.
088500     DISPLAY "DEPTLEDG - " DLG-READ-COUNT " MASTER RECORDS READ, "
088600         DLG-SELECT-COUNT " REPORTED FOR PERIOD " DLG-ACCTG-PERIOD
088700         ", " DLG-DEPT-COUNT " DEPARTMENTS, " DLG-NOCHART-COUNT
088800         " NOT ON CHART".
088900     PERFORM 9300-WRITE-RUN-STATUS THRU 9300-EXIT.
089000 9000-EXIT.
089100     EXIT.

089200*****************************************************************
089300*    9300-WRITE-RUN-STATUS                                      *
089400*    APPENDS THIS STEP'S COMPLETION RECORD TO THE COMMON        *
089500*    RUN-STATUS LOG THE DAY-END OPERATIONS SUMMARY READS.  A    *
089600*    LOG THAT CANNOT BE WRITTEN ONLY WARNS -- THE STEP'S OWN    *
089700*    WORK STANDS.                                               *
089800*****************************************************************
089900 9300-WRITE-RUN-STATUS.
090000     OPEN EXTEND RUNSTAT-FILE.
090100     IF DLG-RUNSTAT-OK
090200         ACCEPT DLG-STAMP-DATE FROM DATE YYYYMMDD
090300         ACCEPT DLG-STAMP-TIME FROM TIME
090400         MOVE "DEPTLEDG" TO RS-PROGRAM
090500         MOVE ZEROS TO RS-BATCH-NUMBER
090600         MOVE DLG-STAMP-DATE TO RS-BUSINESS-DATE
090700         MOVE DLG-READ-COUNT TO RS-READ-COUNT
090800         MOVE DLG-SELECT-COUNT TO RS-ACCEPT-COUNT
090900         MOVE ZEROS TO RS-REJECT-COUNT
091000         MOVE DLG-RT-NET TO RS-CONTROL-TOTAL
091100         MOVE RETURN-CODE TO RS-RETURN-CODE
091200         MOVE DLG-STAMP-DATE TO RS-RUN-DATE
091300         MOVE DLG-STAMP-TIME TO RS-RUN-TIME
091400         WRITE RS-RECORD
091500         CLOSE RUNSTAT-FILE
091600     ELSE
091700         DISPLAY "DEPTLEDG - UNABLE TO OPEN RUNSTAT, STATUS "
091800             DLG-RUNSTAT-STATUS
091900             ", RUN-STATUS RECORD NOT WRITTEN"
092000     END-IF.
092100 9300-EXIT.
092200     EXIT.
