000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    YECLOSE.
000300 AUTHOR.        J H MERCER.
000400 INSTALLATION.  GENERAL ACCOUNTING - BATCH SYSTEMS.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*    YECLOSE                                                    *
001000*                                                               *
001100*    FISCAL YEAR-END CLOSE.  THE BALANCE MASTER CARRIES         *
001200*    PERIOD-TO-DATE FIGURES ONLY, SO NOTHING EVER CARRIED A     *
001300*    BALANCE FROM ONE FISCAL YEAR INTO THE NEXT -- EVERY        *
001400*    JANUARY THE OPENING BALANCES WERE REBUILT ON A SPREADSHEET *
001500*    AND THE REVENUE AND EXPENSE ACCOUNTS WERE NEVER ZEROED.    *
001600*    RUN AFTER PERCLOSE HAS CLOSED THE LAST PERIOD OF THE YEAR, *
001700*    THIS PROGRAM TOTALS EACH ACCOUNT'S NET ACROSS EVERY PERIOD *
001800*    OF THE CONTROL CARD'S FISCAL YEAR (INCLUDING THE YEAR'S    *
001900*    OPENING PERIOD 00), CLOSES THE REVENUE (3) AND EXPENSE (4) *
002000*    CLASSES INTO THE CARD'S RETAINED-EARNINGS ACCOUNT WITH     *
002100*    BALANCED CLOSING ENTRIES IN CLOSING PERIOD 13, AND WRITES  *
002200*    EACH BALANCE-SHEET ACCOUNT'S YEAR-END BALANCE AS AN        *
002300*    OPENING RECORD IN PERIOD 00 OF THE NEW YEAR.  THE PROOF    *
002400*    REPORT SHOWS THE CLOSING ENTRIES BALANCE, THE LEDGER NET IS*
002500*    UNCHANGED BY THE CLOSE, AND JOURNAL DEBITS STILL EQUAL     *
002600*    CREDITS AFTER IT; ONLY A PROVEN CLOSE IS WRITTEN FOR THE   *
002700*    COPY-BACK STEP.  A YEAR WITH CLOSING OR OPENING RECORDS    *
002800*    ALREADY ON THE MASTER IS REFUSED (RC=16) -- THE SAME YEAR  *
002900*    CANNOT BE CLOSED TWICE.                                    *
003000*                                                               *
003100*    MODIFICATION HISTORY                                      *
003200*    DATE       INIT  DESCRIPTION                               *
003300*    10/15/26   JHM   ORIGINAL PROGRAM.                         *
003310*    10/15/26   JHM   THE CLOSE NOW RUNS PER ACCOUNT AND        *
003320*                     DEPARTMENT.  EACH DEPARTMENT'S REVENUE    *
003330*                     AND EXPENSE CLOSE TO RETAINED EARNINGS IN *
003340*                     THE SAME DEPARTMENT AND EVERY OPENING     *
003350*                     RECORD KEEPS ITS DEPARTMENT.  MASTER      *
003360*                     RECORD GROWS TO 84 BYTES.                 *
003370*    10/15/26   JHM   BALANCE TABLE RAISED FROM 2000 TO 20000   *
003380*                     SLOTS, AS IN GLPOST.                      *
003400*                                                               *
003500*****************************************************************
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 SOURCE-COMPUTER.   IBM-370.
003900 OBJECT-COMPUTER.   IBM-370.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT CTL-FILE ASSIGN TO YECTL
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS YCL-CTL-STATUS.
004500     SELECT CAL-FILE ASSIGN TO CALFILE
004600         ORGANIZATION IS INDEXED
004700         ACCESS MODE IS SEQUENTIAL
004800         RECORD KEY IS CAL-BUSINESS-DATE
004900         FILE STATUS IS YCL-CAL-STATUS.
005000     SELECT COA-FILE ASSIGN TO COAFILE
005100         ORGANIZATION IS INDEXED
005200         ACCESS MODE IS RANDOM
005300         RECORD KEY IS CA-ACCOUNT
005400         FILE STATUS IS YCL-COA-STATUS.
005500     SELECT GLM-FILE ASSIGN TO GLMASTER
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS YCL-GLM-STATUS.
005800     SELECT NEWGLM-FILE ASSIGN TO NEWGLM
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS YCL-NEWGLM-STATUS.
006100     SELECT REPORT-FILE ASSIGN TO RPTFILE
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS YCL-RPT-STATUS.
006400     SELECT RUNSTAT-FILE ASSIGN TO RUNSTAT
006500         ORGANIZATION IS SEQUENTIAL
006600         FILE STATUS IS YCL-RUNSTAT-STATUS.

006700 DATA DIVISION.
006800 FILE SECTION.
006900 FD  CTL-FILE
007000     RECORDING MODE IS F
007100     RECORD CONTAINS 80 CHARACTERS
007200     LABEL RECORDS ARE STANDARD.
007300 COPY YECTLREC.

007400 FD  CAL-FILE
007500     RECORDING MODE IS F
007600     RECORD CONTAINS 80 CHARACTERS
007700     LABEL RECORDS ARE STANDARD.
007800 COPY CALREC.

007900 FD  COA-FILE
008000     RECORDING MODE IS F
008100     RECORD CONTAINS 80 CHARACTERS
008200     LABEL RECORDS ARE STANDARD.
008300 COPY COAREC.

008400 FD  GLM-FILE
008500     RECORDING MODE IS F
008600     RECORD CONTAINS 84 CHARACTERS
008700     LABEL RECORDS ARE STANDARD.
008800 COPY GLMSTREC.

008900 FD  NEWGLM-FILE
009000     RECORDING MODE IS F
009100     RECORD CONTAINS 84 CHARACTERS
009200     LABEL RECORDS ARE STANDARD.
009300 01  NEWGLM-RECORD                   PIC X(84).

009400 FD  REPORT-FILE
009500     RECORDING MODE IS F
009600     RECORD CONTAINS 133 CHARACTERS
009700     LABEL RECORDS ARE STANDARD.
009800 01  RPT-RECORD                      PIC X(133).

009900 FD  RUNSTAT-FILE
010000     RECORDING MODE IS F
010100     RECORD CONTAINS 80 CHARACTERS
010200     LABEL RECORDS ARE STANDARD.
010300 COPY RUNSTREC.

010400 WORKING-STORAGE SECTION.
010500*****************************************************************
010600*    WORKING STORAGE                                            *
010700*****************************************************************
010800 01  YCL-SWITCHES.
010900     05  YCL-RUNSTAT-STATUS      PIC X(02) VALUE ZEROS.
011000         88  YCL-RUNSTAT-OK      VALUE "00".
011100     05  YCL-CTL-STATUS          PIC X(02) VALUE ZEROS.
011200         88  YCL-CTL-OK          VALUE "00".
011300     05  YCL-CAL-STATUS          PIC X(02) VALUE ZEROS.
011400         88  YCL-CAL-OK          VALUE "00".
011500     05  YCL-COA-STATUS          PIC X(02) VALUE ZEROS.
011600         88  YCL-COA-OK          VALUE "00".
011700     05  YCL-GLM-STATUS          PIC X(02) VALUE ZEROS.
011800         88  YCL-GLM-OK          VALUE "00".
011900     05  YCL-NEWGLM-STATUS       PIC X(02) VALUE ZEROS.
012000         88  YCL-NEWGLM-OK       VALUE "00".
012100     05  YCL-RPT-STATUS          PIC X(02) VALUE ZEROS.
012200         88  YCL-RPT-OK          VALUE "00".
012300     05  YCL-ABORT-SW            PIC X(01) VALUE "N".
012400         88  YCL-ABORT           VALUE "Y".
012500     05  YCL-CAL-EOF-SW          PIC X(01) VALUE "N".
012600         88  YCL-CAL-EOF         VALUE "Y".
012700     05  YCL-GLM-EOF-SW          PIC X(01) VALUE "N".
012800         88  YCL-GLM-EOF         VALUE "Y".
012900*        THE CHART STAYS OPEN FOR THE DESCRIPTIONS; A KEYED READ
013000*        THAT MISSES LEAVES A NON-ZERO STATUS, SO WHETHER IT IS
013100*        OPEN IS KEPT HERE RATHER THAN READ OFF THE STATUS.
013200     05  YCL-COA-OPEN-SW         PIC X(01) VALUE "N".
013300         88  YCL-COA-OPEN        VALUE "Y".
013400     05  YCL-ACCT-FOUND-SW       PIC X(01) VALUE "N".
013500         88  YCL-ACCT-FOUND      VALUE "Y".
013600     05  YCL-YEAR-FOUND-SW       PIC X(01) VALUE "N".
013700         88  YCL-YEAR-FOUND      VALUE "Y".
013800*        YCL-YEAR-CLOSED-SW IS SET WHEN THE MASTER ALREADY CARRIES
013900*        A CLOSING-PERIOD OR NEW-YEAR OPENING RECORD -- THE YEAR
014000*        HAS BEEN CLOSED BEFORE AND THE RUN IS REFUSED.
014100     05  YCL-YEAR-CLOSED-SW      PIC X(01) VALUE "N".
014200         88  YCL-YEAR-CLOSED     VALUE "Y".
014210     05  YCL-RE-POSTED-SW        PIC X(01) VALUE "N".
014220         88  YCL-RE-POSTED       VALUE "Y".

014300 01  YCL-CONTROLS.
014400     05  YCL-FISCAL-YEAR         PIC 9(04) VALUE ZEROS.
014500     05  YCL-RE-ACCOUNT          PIC 9(08) VALUE ZEROS.
014600     05  YCL-OPERATOR-ID         PIC X(08) VALUE SPACES.
014700     05  YCL-LAST-PERIOD         PIC 9(06) VALUE ZEROS.

014800*****************************************************************
014900*    THE CLOSING ENTRIES POST TO PERIOD 13 OF THE FISCAL YEAR   *
015000*    AND THE OPENING BALANCES TO PERIOD 00 OF THE NEW YEAR --   *
015100*    NEITHER PERIOD IS ON THE POSTING CALENDAR, SO GLPOST NEVER *
015200*    POSTS A NIGHT'S ACTIVITY INTO EITHER.                      *
015300*****************************************************************
015400 01  YCL-CLOSE-PERIOD-WORK.
015500     05  YCL-CP-YEAR             PIC 9(04) VALUE ZEROS.
015600     05  YCL-CP-PERIOD           PIC 9(02) VALUE 13.
015700 01  YCL-CLOSE-PERIOD REDEFINES YCL-CLOSE-PERIOD-WORK
015800                                 PIC 9(06).
015900 01  YCL-OPEN-PERIOD-WORK.
016000     05  YCL-OP-YEAR             PIC 9(04) VALUE ZEROS.
016100     05  YCL-OP-PERIOD           PIC 9(02) VALUE ZEROS.
016200 01  YCL-OPEN-PERIOD REDEFINES YCL-OPEN-PERIOD-WORK
016300                                 PIC 9(06).
016400 01  YCL-PERIOD-WORK             PIC 9(06) VALUE ZEROS.
016500 01  YCL-PERIOD-REDEF REDEFINES YCL-PERIOD-WORK.
016600     05  YCL-PW-YEAR             PIC 9(04).
016700     05  YCL-PW-PERIOD           PIC 9(02).

016800*****************************************************************
016900*    YCL-ACCOUNT-REDEF EXPOSES THE LEADING DIGIT OF THE         *
017000*    ACCOUNT -- THE MAJOR ACCOUNT CLASS TRIALBAL TOTALS BY.     *
017100*    REVENUE (3) AND EXPENSE (4) ARE THE INCOME-STATEMENT       *
017200*    CLASSES THE CLOSE ZEROES; EVERY OTHER CLASS IS BALANCE     *
017300*    SHEET AND CARRIES FORWARD.                                 *
017400*****************************************************************
017500 01  YCL-ACCOUNT-WORK            PIC 9(08) VALUE ZEROS.
017600 01  YCL-ACCOUNT-REDEF REDEFINES YCL-ACCOUNT-WORK.
017700     05  YCL-ACCOUNT-CLASS       PIC 9(01).
017800         88  YCL-INCOME-CLASS    VALUE 3 4.
017900     05  FILLER                  PIC X(07).

018000 01  YCL-COUNTERS.
018100     05  YCL-CAL-DATE-COUNT      PIC 9(05) VALUE ZEROS.
018200     05  YCL-CAL-OPEN-COUNT      PIC 9(05) VALUE ZEROS.
018300     05  YCL-GLM-READ-COUNT      PIC 9(07) VALUE ZEROS.
018400     05  YCL-YEAR-RECORD-COUNT   PIC 9(07) VALUE ZEROS.
018500     05  YCL-CLOSED-COUNT        PIC 9(05) VALUE ZEROS.
018600     05  YCL-OPENED-COUNT        PIC 9(05) VALUE ZEROS.
018700     05  YCL-GLM-WRITE-COUNT     PIC 9(07) VALUE ZEROS.
018800     05  YCL-NOCHART-COUNT       PIC 9(05) VALUE ZEROS.
018900     05  YCL-WORK-SUB            PIC 9(05) VALUE ZEROS.
019000*        YCL-LOOKUP-ACCOUNT AND YCL-LOOKUP-DEPT ARE THE KEY
019100*        8500-FIND-YEAR-ACCOUNT LOOKS UP (OR ADDS) IN THE
019150*        FISCAL-YEAR TABLE.
019200     05  YCL-LOOKUP-ACCOUNT      PIC 9(08) VALUE ZEROS.
019250     05  YCL-LOOKUP-DEPT         PIC X(04) VALUE SPACES.

019300*****************************************************************
019400*    THE PROOF FIGURES.  DEBIT AND CREDIT BALANCES ARE THE      *
019500*    POSITIVE AND NEGATIVE ACCOUNT NETS.  THE CLOSING ENTRIES   *
019600*    MUST NET TO ZERO, THE LEDGER NET AFTER THE CLOSE MUST      *
019700*    EQUAL THE NET BEFORE IT, AND THE JOURNAL NET AFTER THE     *
019800*    CLOSE MUST BE ZERO -- JOURNAL DEBITS STILL EQUAL CREDITS.  *
019900*****************************************************************
020000 01  YCL-PROOF-FIGURES.
020100     05  YCL-BEFORE-DEBITS       PIC S9(15)V99 VALUE ZEROS.
020200     05  YCL-BEFORE-CREDITS      PIC S9(15)V99 VALUE ZEROS.
020300     05  YCL-BEFORE-NET          PIC S9(15)V99 VALUE ZEROS.
020400     05  YCL-BEFORE-JRNL-NET     PIC S9(15)V99 VALUE ZEROS.
020500     05  YCL-CLOSE-DEBITS        PIC S9(15)V99 VALUE ZEROS.
020600     05  YCL-CLOSE-CREDITS       PIC S9(15)V99 VALUE ZEROS.
020700     05  YCL-CLOSE-NET           PIC S9(15)V99 VALUE ZEROS.
020800     05  YCL-AFTER-DEBITS        PIC S9(15)V99 VALUE ZEROS.
020900     05  YCL-AFTER-CREDITS       PIC S9(15)V99 VALUE ZEROS.
021000     05  YCL-AFTER-NET           PIC S9(15)V99 VALUE ZEROS.
021100     05  YCL-AFTER-JRNL-NET      PIC S9(15)V99 VALUE ZEROS.
021200*        THE RETAINED-EARNINGS CLOSING ENTRIES -- THE SUM OF THE
021300*        INCOME-STATEMENT NETS THEY ABSORB ACROSS EVERY
021350*        DEPARTMENT.  IT MUST FIT A MASTER AMOUNT FIELD, SO IT IS
021400*        SIZED LIKE ONE.
021500     05  YCL-RE-CLOSE-NET        PIC S9(13)V99 VALUE ZEROS.
021600     05  YCL-RE-CLOSE-JRNL       PIC S9(13)V99 VALUE ZEROS.

021700*****************************************************************
021800*    YCL-NEW-ENTRY HOLDS A CLOSING OR OPENING RECORD ON ITS WAY *
021900*    INTO THE BALANCE TABLE (7000-ADD-ENTRY).                   *
022000*****************************************************************
022100 01  YCL-NEW-ENTRY.
022200     05  YCL-NEW-ACCOUNT         PIC 9(08) VALUE ZEROS.
022300     05  YCL-NEW-PERIOD          PIC 9(06) VALUE ZEROS.
022400     05  YCL-NEW-NET             PIC S9(13)V99 VALUE ZEROS.
022500     05  YCL-NEW-JRNL-NET        PIC S9(13)V99 VALUE ZEROS.
022550     05  YCL-NEW-DEPT            PIC X(04) VALUE SPACES.

022600*****************************************************************
022700*    GLM-WORK-RECORD MIRRORS GLMSTREC FOR BUILDING THE OUTPUT   *
022800*    MASTER AFTER GLM-FILE IS CLOSED -- THE FD RECORD AREA IS   *
022900*    UNDEFINED ONCE THE FILE CLOSES.                            *
023000*****************************************************************
023100 01  GLM-WORK-RECORD.
023200     05  GLW-ACCOUNT             PIC 9(08).
023300     05  GLW-ACCTG-PERIOD        PIC 9(06).
023400     05  GLW-PTD-DEBITS          PIC S9(13)V99
023500                                  SIGN IS TRAILING SEPARATE.
023600     05  GLW-PTD-CREDITS         PIC S9(13)V99
023700                                  SIGN IS TRAILING SEPARATE.
023800     05  GLW-PTD-NET             PIC S9(13)V99
023900                                  SIGN IS TRAILING SEPARATE.
024000     05  GLW-JRNL-NET            PIC S9(13)V99
024100                                  SIGN IS TRAILING SEPARATE.
024150     05  GLW-DEPARTMENT          PIC X(04).
024200     05  FILLER                  PIC X(02).

024300*****************************************************************
024400*    YCL-BALANCE-TABLE IS THE WHOLE BALANCE MASTER, AS GLPOST   *
024500*    HOLDS IT, PLUS THE CLOSING AND OPENING RECORDS THE CLOSE   *
024600*    ADDS.  THE UPDATED MASTER IS WRITTEN FROM HERE.  A MASTER  *
024700*    THAT OUTGROWS THE TABLE ABORTS RATHER THAN DROPPING        *
024800*    RECORDS FROM THE COPY THAT REPLACES THE LIVE ONE.          *
024810*    20000 SLOTS, THE SAME AS GLPOST.                           *
024900*****************************************************************
025000 01  YCL-BALANCE-TABLE.
025100     05  YCL-ENTRY-COUNT         PIC 9(05) VALUE ZEROS.
025200     05  YCL-BALANCE-ENTRY
025300             OCCURS 20000 TIMES
025400             INDEXED BY YCL-BAL-IDX.
025500         10  YCL-BAL-ACCOUNT     PIC 9(08).
025600         10  YCL-BAL-PERIOD      PIC 9(06).
025700         10  YCL-BAL-DEBITS      PIC S9(13)V99.
025800         10  YCL-BAL-CREDITS     PIC S9(13)V99.
025900         10  YCL-BAL-NET         PIC S9(13)V99.
026000         10  YCL-BAL-JRNL-NET    PIC S9(13)V99.
026050         10  YCL-BAL-DEPT        PIC X(04).

026100*****************************************************************
026200*    YCL-YEAR-TABLE -- ONE ENTRY PER ACCOUNT AND DEPARTMENT     *
026300*    WITH ACTIVITY IN THE FISCAL YEAR: THE YEAR'S NET AND       *
026400*    JOURNAL NET ACROSS EVERY PERIOD, AND THE CLOSING ENTRY     *
026500*    THE CLOSE POSTS TO IT.  1000 SLOTS COVERS THE CHART'S 400  *
026550*    ACCOUNTS SPREAD ACROSS THE DEPARTMENTS THAT USE THEM.      *
026600*****************************************************************
026700 01  YCL-YEAR-TABLE.
026800     05  YCL-YEAR-COUNT          PIC 9(05) VALUE ZEROS.
026900     05  YCL-YEAR-ENTRY
027000             OCCURS 1000 TIMES
027100             INDEXED BY YCL-YR-IDX.
027200         10  YCL-YR-ACCOUNT      PIC 9(08).
027250         10  YCL-YR-DEPT         PIC X(04).
027300         10  YCL-YR-NET          PIC S9(13)V99.
027400         10  YCL-YR-JRNL-NET     PIC S9(13)V99.
027500         10  YCL-YR-CLOSE-NET    PIC S9(13)V99.
027600         10  YCL-YR-CLOSE-JRNL   PIC S9(13)V99.

027700 01  YCL-PRINT-CONTROL.
027800     05  YCL-LINE-COUNT          PIC 9(03) VALUE 99.
027900     05  YCL-PAGE-COUNT          PIC 9(05) VALUE ZEROS.
028000     05  YCL-LINES-PER-PAGE      PIC 9(03) VALUE 55.
028100     05  YCL-RUN-DATE            PIC 9(08) VALUE ZEROS.

028200*****************************************************************
028300*    PRINT LINES.  COLUMN 1 IS ASA CARRIAGE CONTROL.            *
028400*****************************************************************
028500 01  YCL-HEADING-1.
028600     05  FILLER                  PIC X(01) VALUE "1".
028700     05  FILLER                  PIC X(09) VALUE "YECLOSE".
028800     05  FILLER                  PIC X(22) VALUE SPACES.
028900     05  FILLER                  PIC X(32)
029000         VALUE "FISCAL YEAR-END CLOSE PROOF".
029100     05  FILLER                  PIC X(09) VALUE "RUN DATE ".
029200     05  YCH1-RUN-DATE           PIC 9(08).
029300     05  FILLER                  PIC X(02) VALUE SPACES.
029400     05  FILLER                  PIC X(05) VALUE "PAGE ".
029500     05  YCH1-PAGE               PIC ZZZZ9.
029600     05  FILLER                  PIC X(40) VALUE SPACES.

029700 01  YCL-HEADING-2.
029800     05  FILLER                  PIC X(01) VALUE SPACE.
029900     05  FILLER                  PIC X(12) VALUE "FISCAL YEAR ".
030000     05  YCH2-YEAR               PIC 9(04).
030100     05  FILLER                  PIC X(20)
030200         VALUE "  RETAINED EARNINGS ".
030300     05  YCH2-RE-ACCOUNT         PIC 9(08).
030400     05  FILLER                  PIC X(11) VALUE "  OPERATOR ".
030500     05  YCH2-OPERATOR           PIC X(08).
030600     05  FILLER                  PIC X(14) VALUE "  LAST PERIOD ".
030700     05  YCH2-LAST-PERIOD        PIC 9(06).
030800     05  FILLER                  PIC X(49) VALUE SPACES.

030900 01  YCL-HEADING-3.
031000     05  FILLER                  PIC X(01) VALUE SPACE.
031100     05  FILLER                  PIC X(10) VALUE "ACCOUNT".
031200     05  FILLER                  PIC X(31) VALUE "DESCRIPTION".
031300     05  FILLER                  PIC X(20)
031400         VALUE "            YEAR NET".
031500     05  FILLER                  PIC X(01) VALUE SPACE.
031600     05  FILLER                  PIC X(20)
031700         VALUE "       CLOSING ENTRY".
031800     05  FILLER                  PIC X(01) VALUE SPACE.
031900     05  FILLER                  PIC X(20)
032000         VALUE "         AFTER CLOSE".
032100     05  FILLER                  PIC X(02) VALUE SPACES.
032200     05  FILLER                  PIC X(18) VALUE "ACTION".
032300     05  FILLER                  PIC X(02) VALUE SPACES.
032310     05  FILLER                  PIC X(04) VALUE "DEPT".
032320     05  FILLER                  PIC X(03) VALUE SPACES.

032400 01  YCL-DETAIL-LINE.
032500     05  FILLER                  PIC X(01) VALUE SPACE.
032600     05  YDL-ACCOUNT             PIC 9(08).
032700     05  FILLER                  PIC X(02) VALUE SPACES.
032800     05  YDL-DESC                PIC X(30).
032900     05  FILLER                  PIC X(01) VALUE SPACES.
033000     05  YDL-YEAR-NET            PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
033100     05  FILLER                  PIC X(01) VALUE SPACES.
033200     05  YDL-CLOSING             PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
033300     05  FILLER                  PIC X(01) VALUE SPACES.
033400     05  YDL-AFTER               PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
033500     05  FILLER                  PIC X(02) VALUE SPACES.
033600     05  YDL-ACTION              PIC X(18).
033700     05  FILLER                  PIC X(02) VALUE SPACES.
033710     05  YDL-DEPT                PIC X(04).
033720     05  FILLER                  PIC X(03) VALUE SPACES.

033800 01  YCL-AMOUNT-LINE.
033900     05  FILLER                  PIC X(01) VALUE SPACE.
034000     05  YAL-LABEL               PIC X(40).
034100     05  YAL-AMOUNT              PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
034200     05  FILLER                  PIC X(72) VALUE SPACES.

034300 01  YCL-COUNT-LINE.
034400     05  FILLER                  PIC X(01) VALUE SPACE.
034500     05  YTL-LABEL               PIC X(40).
034600     05  YTL-COUNT               PIC Z,ZZZ,ZZ9.
034700     05  FILLER                  PIC X(83) VALUE SPACES.

034800 01  YCL-MESSAGE-LINE.
034900     05  FILLER                  PIC X(01) VALUE SPACE.
035000     05  YML-TEXT                PIC X(70).
035100     05  FILLER                  PIC X(62) VALUE SPACES.

035200 01  YCL-STAMP-FIELDS.
035300     05  YCL-STAMP-DATE          PIC 9(08) VALUE ZEROS.
035400     05  YCL-STAMP-TIME          PIC 9(08) VALUE ZEROS.

035500 PROCEDURE DIVISION.
035600*****************************************************************
035700*    0000-MAINLINE                                              *
035800*****************************************************************
035900 0000-MAINLINE.
036000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
036100     PERFORM 2000-LOAD-MASTER THRU 2000-EXIT.
036200     PERFORM 3000-CLOSE-YEAR THRU 3000-EXIT.
036300     PERFORM 4000-OPEN-NEW-YEAR THRU 4000-EXIT.
036400     PERFORM 5000-PROVE-CLOSE THRU 5000-EXIT.
036500     PERFORM 6000-WRITE-MASTER THRU 6000-EXIT.
036600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
036700     GOBACK.

036800*****************************************************************
036900*    1000-INITIALIZE                                            *
037000*****************************************************************
037100 1000-INITIALIZE.
037200     ACCEPT YCL-RUN-DATE FROM DATE YYYYMMDD.
037300     PERFORM 1100-READ-CONTROL THRU 1100-EXIT.
037400     IF NOT YCL-ABORT
037500         OPEN OUTPUT REPORT-FILE
037600         IF NOT YCL-RPT-OK
037700             DISPLAY "YECLOSE - UNABLE TO OPEN RPTFILE, STATUS "
037800                 YCL-RPT-STATUS
037900             MOVE 16 TO RETURN-CODE
038000             MOVE "Y" TO YCL-ABORT-SW
038100         END-IF
038200     END-IF.
038300     PERFORM 1200-CHECK-CALENDAR THRU 1200-EXIT.
038400     PERFORM 1300-CHECK-RE-ACCOUNT THRU 1300-EXIT.
038500 1000-EXIT.
038600     EXIT.

038700*****************************************************************
038800*    1100-READ-CONTROL                                          *
038900*    THE FISCAL YEAR AND THE RETAINED-EARNINGS ACCOUNT ARE BOTH *
039000*    REQUIRED -- A CLOSE IS NOT GUESSED AT.                     *
039100*****************************************************************
039200 1100-READ-CONTROL.
039300     OPEN INPUT CTL-FILE.
039400     IF YCL-CTL-OK
039500         READ CTL-FILE
039600             AT END
039700                 MOVE ZEROS  TO YEC-FISCAL-YEAR
039800                 MOVE ZEROS  TO YEC-RE-ACCOUNT
039900                 MOVE SPACES TO YEC-OPERATOR-ID
040000         END-READ
040100         IF YEC-FISCAL-YEAR NUMERIC
040200             AND YEC-FISCAL-YEAR > 0
040300             AND YEC-RE-ACCOUNT NUMERIC
040400             AND YEC-RE-ACCOUNT > 0
040500             MOVE YEC-FISCAL-YEAR TO YCL-FISCAL-YEAR
040600             MOVE YEC-RE-ACCOUNT  TO YCL-RE-ACCOUNT
040700             MOVE YEC-OPERATOR-ID TO YCL-OPERATOR-ID
040800             MOVE YCL-FISCAL-YEAR TO YCL-CP-YEAR
040900             ADD 1 YCL-FISCAL-YEAR GIVING YCL-OP-YEAR
041000             DISPLAY "YECLOSE - CLOSING FISCAL YEAR "
041100                 YCL-FISCAL-YEAR " INTO RETAINED EARNINGS "
041200                 YCL-RE-ACCOUNT ", OPERATOR " YCL-OPERATOR-ID
041300         ELSE
041400             DISPLAY "YECLOSE - FISCAL YEAR OR RETAINED-EARNINGS "
041500                 "ACCOUNT MISSING FROM YECTL, ABORTING RUN"
041600             MOVE 16 TO RETURN-CODE
041700             MOVE "Y" TO YCL-ABORT-SW
041800         END-IF
041900         CLOSE CTL-FILE
042000     ELSE
042100         DISPLAY "YECLOSE - UNABLE TO OPEN YECTL, STATUS "
042200             YCL-CTL-STATUS
042300         MOVE 16 TO RETURN-CODE
042400         MOVE "Y" TO YCL-ABORT-SW
042500     END-IF.
042600 1100-EXIT.
042700     EXIT.

042800*****************************************************************
042900*    1200-CHECK-CALENDAR                                        *
043000*    EVERY BUSINESS DATE OF THE FISCAL YEAR MUST BE CLOSED ON   *
043100*    THE POSTING CALENDAR -- PERCLOSE HAS CERTIFIED THE LAST    *
043200*    PERIOD -- OR THE YEAR IS STILL TAKING POSTINGS AND CANNOT  *
043300*    BE CLOSED.  A YEAR WITH NO DATES ON THE CALENDAR IS A      *
043400*    WRONG CARD.                                                *
043500*****************************************************************
043600 1200-CHECK-CALENDAR.
043700     IF NOT YCL-ABORT
043800         OPEN INPUT CAL-FILE
043900         IF YCL-CAL-OK
044000             PERFORM 1210-CHECK-CAL-RECORD THRU 1210-EXIT
044100                 UNTIL YCL-CAL-EOF
044200             CLOSE CAL-FILE
044300             EVALUATE TRUE
044400                 WHEN YCL-CAL-DATE-COUNT = 0
044500                     DISPLAY "YECLOSE - FISCAL YEAR "
044600                         YCL-FISCAL-YEAR " HAS NO DATES ON THE "
044700                         "POSTING CALENDAR, ABORTING RUN"
044800                     MOVE 16 TO RETURN-CODE
044900                     MOVE "Y" TO YCL-ABORT-SW
045000                 WHEN YCL-CAL-OPEN-COUNT > 0
045100                     DISPLAY "YECLOSE - FISCAL YEAR "
045200                         YCL-FISCAL-YEAR " STILL HAS "
045300                         YCL-CAL-OPEN-COUNT " OPEN BUSINESS "
045400                         "DATES, RUN PERCLOSE FIRST, ABORTING RUN"
045500                     MOVE 16 TO RETURN-CODE
045600                     MOVE "Y" TO YCL-ABORT-SW
045700                 WHEN OTHER
045800                     DISPLAY "YECLOSE - " YCL-CAL-DATE-COUNT
045900                         " BUSINESS DATES IN FISCAL YEAR, ALL "
046000                         "CLOSED, LAST PERIOD " YCL-LAST-PERIOD
046100             END-EVALUATE
046200         ELSE
046300             DISPLAY "YECLOSE - UNABLE TO OPEN CALFILE, STATUS "
046400                 YCL-CAL-STATUS
046500             MOVE 16 TO RETURN-CODE
046600             MOVE "Y" TO YCL-ABORT-SW
046700         END-IF
046800     END-IF.
046900 1200-EXIT.
047000     EXIT.

047100*****************************************************************
047200*    1210-CHECK-CAL-RECORD                                      *
047300*****************************************************************
047400 1210-CHECK-CAL-RECORD.
047500     READ CAL-FILE
047600         AT END
047700             MOVE "Y" TO YCL-CAL-EOF-SW
047800         NOT AT END
047900             MOVE CAL-ACCTG-PERIOD TO YCL-PERIOD-WORK
048000             IF YCL-PW-YEAR = YCL-FISCAL-YEAR
048100                 ADD 1 TO YCL-CAL-DATE-COUNT
048200                 IF CAL-PERIOD-OPEN
048300                     ADD 1 TO YCL-CAL-OPEN-COUNT
048400                 END-IF
048500                 IF CAL-ACCTG-PERIOD > YCL-LAST-PERIOD
048600                     MOVE CAL-ACCTG-PERIOD TO YCL-LAST-PERIOD
048700                 END-IF
048800             END-IF
048900     END-READ.
049000 1210-EXIT.
049100     EXIT.

049200*****************************************************************
049300*    1300-CHECK-RE-ACCOUNT                                      *
049400*    THE RETAINED-EARNINGS ACCOUNT MUST BE AN ACTIVE ACCOUNT ON *
049500*    THE CHART AND A BALANCE-SHEET ACCOUNT -- CLOSING THE       *
049600*    INCOME STATEMENT INTO ONE OF ITS OWN ACCOUNTS WOULD CLOSE  *
049700*    NOTHING.  THE CHART STAYS OPEN FOR THE REPORT DESCRIPTIONS.*
049800*****************************************************************
049900 1300-CHECK-RE-ACCOUNT.
050000     IF NOT YCL-ABORT
050100         OPEN INPUT COA-FILE
050200         IF YCL-COA-OK
050300             MOVE "Y" TO YCL-COA-OPEN-SW
050400             MOVE YCL-RE-ACCOUNT TO YCL-ACCOUNT-WORK
050500             MOVE YCL-RE-ACCOUNT TO CA-ACCOUNT
050600             READ COA-FILE
050700                 INVALID KEY
050800                     DISPLAY "YECLOSE - RE ACCOUNT "
050900                         YCL-RE-ACCOUNT
051000                         " NOT ON CHART, ABORTING RUN"
051100                     MOVE 16 TO RETURN-CODE
051200                     MOVE "Y" TO YCL-ABORT-SW
051300                 NOT INVALID KEY
051400                     EVALUATE TRUE
051500                         WHEN CA-INACTIVE
051600                             DISPLAY "YECLOSE - RE ACCOUNT "
051700                                 YCL-RE-ACCOUNT
051800                                 " IS INACTIVE, ABORTING RUN"
051900                             MOVE 16 TO RETURN-CODE
052000                             MOVE "Y" TO YCL-ABORT-SW
052100                         WHEN YCL-INCOME-CLASS
052200                             DISPLAY "YECLOSE - RE ACCOUNT "
052300                                 YCL-RE-ACCOUNT
052400                                 " IS AN INCOME-STATEMENT "
052500                                 "ACCOUNT, ABORTING RUN"
052600                             MOVE 16 TO RETURN-CODE
052700                             MOVE "Y" TO YCL-ABORT-SW
052800                     END-EVALUATE
052900             END-READ
053000         ELSE
053100             DISPLAY "YECLOSE - UNABLE TO OPEN COAFILE, STATUS "
053200                 YCL-COA-STATUS
053300             MOVE 16 TO RETURN-CODE
053400             MOVE "Y" TO YCL-ABORT-SW
053500         END-IF
053600     END-IF.
053700 1300-EXIT.
053800     EXIT.

053900*****************************************************************
054000*    2000-LOAD-MASTER                                           *
054100*    LOADS THE WHOLE BALANCE MASTER -- THE UPDATED MASTER IS    *
054200*    WRITTEN FROM THE TABLE -- AND TOTALS EACH ACCOUNT'S NET    *
054300*    ACROSS THE FISCAL YEAR'S PERIODS AS IT GOES.  A CLOSING OR *
054400*    OPENING RECORD FOR THIS CLOSE ALREADY ON FILE MEANS THE    *
054500*    YEAR WAS CLOSED BEFORE, AND THE RUN IS REFUSED.            *
054600*****************************************************************
054700 2000-LOAD-MASTER.
054800     IF NOT YCL-ABORT
054900         OPEN INPUT GLM-FILE
055000         IF YCL-GLM-OK
055100             PERFORM 2100-LOAD-GLM-RECORD THRU 2100-EXIT
055200                 UNTIL YCL-GLM-EOF OR YCL-ABORT
055300             CLOSE GLM-FILE
055400         ELSE
055500             DISPLAY "YECLOSE - UNABLE TO OPEN GLMASTER, STATUS "
055600                 YCL-GLM-STATUS
055700             MOVE 16 TO RETURN-CODE
055800             MOVE "Y" TO YCL-ABORT-SW
055900         END-IF
056000     END-IF.
056100     IF NOT YCL-ABORT
056200         EVALUATE TRUE
056300             WHEN YCL-YEAR-CLOSED
056400                 DISPLAY "YECLOSE - FISCAL YEAR " YCL-FISCAL-YEAR
056500                     " IS ALREADY CLOSED ON THE BALANCE MASTER "
056600                     "(PERIOD " YCL-CLOSE-PERIOD " OR "
056700                     YCL-OPEN-PERIOD " ON FILE), ABORTING RUN"
056800                 MOVE 16 TO RETURN-CODE
056900                 MOVE "Y" TO YCL-ABORT-SW
057000             WHEN YCL-YEAR-COUNT = 0
057100                 DISPLAY "YECLOSE - NO BALANCES ON THE MASTER "
057200                     "FOR FISCAL YEAR " YCL-FISCAL-YEAR
057300                     ", ABORTING RUN"
057400                 MOVE 16 TO RETURN-CODE
057500                 MOVE "Y" TO YCL-ABORT-SW
057600             WHEN OTHER
057700                 DISPLAY "YECLOSE - BALANCE MASTER LOADED, "
057800                     YCL-ENTRY-COUNT " MASTER RECORDS, "
057900                     YCL-YEAR-COUNT " ACCOUNT/DEPARTMENTS IN "
057950                     "FISCAL YEAR"
058000         END-EVALUATE
058100     END-IF.
058200 2000-EXIT.
058300     EXIT.

058400*****************************************************************
058500*    2100-LOAD-GLM-RECORD                                       *
058600*****************************************************************
058700 2100-LOAD-GLM-RECORD.
058800     READ GLM-FILE
058900         AT END
059000             MOVE "Y" TO YCL-GLM-EOF-SW
059100         NOT AT END
059200             ADD 1 TO YCL-GLM-READ-COUNT
059300             IF YCL-ENTRY-COUNT < 20000
059400                 ADD 1 TO YCL-ENTRY-COUNT
059500                 SET YCL-BAL-IDX TO YCL-ENTRY-COUNT
059600                 MOVE GLM-ACCOUNT TO
059700                     YCL-BAL-ACCOUNT (YCL-BAL-IDX)
059800                 MOVE GLM-ACCTG-PERIOD TO
059900                     YCL-BAL-PERIOD (YCL-BAL-IDX)
060000                 MOVE GLM-PTD-DEBITS TO
060100                     YCL-BAL-DEBITS (YCL-BAL-IDX)
060200                 MOVE GLM-PTD-CREDITS TO
060300                     YCL-BAL-CREDITS (YCL-BAL-IDX)
060400                 MOVE GLM-PTD-NET TO
060500                     YCL-BAL-NET (YCL-BAL-IDX)
060600                 MOVE GLM-JRNL-NET TO
060700                     YCL-BAL-JRNL-NET (YCL-BAL-IDX)
060750                 MOVE GLM-DEPARTMENT TO
060760                     YCL-BAL-DEPT (YCL-BAL-IDX)
060800                 PERFORM 2200-CHECK-PERIOD THRU 2200-EXIT
060900             ELSE
061000                 DISPLAY "YECLOSE - BALANCE MASTER EXCEEDS "
061100                     "TABLE, ABORTING RUN"
061200                 MOVE 16 TO RETURN-CODE
061300                 MOVE "Y" TO YCL-ABORT-SW
061400             END-IF
061500     END-READ.
061600 2100-EXIT.
061700     EXIT.

061800*****************************************************************
061900*    2200-CHECK-PERIOD                                          *
062000*    A RECORD IN ANY PERIOD OF THE FISCAL YEAR ADDS TO ITS      *
062100*    ACCOUNT AND DEPARTMENT'S YEAR TOTAL -- PERIOD 00 (LAST     *
062200*    YEAR'S CLOSE CARRIED IN) THROUGH THE LAST CALENDAR PERIOD. *
062300*****************************************************************
062400 2200-CHECK-PERIOD.
062500     MOVE GLM-ACCTG-PERIOD TO YCL-PERIOD-WORK.
062600     EVALUATE TRUE
062700         WHEN GLM-ACCTG-PERIOD = YCL-CLOSE-PERIOD
062800         WHEN GLM-ACCTG-PERIOD = YCL-OPEN-PERIOD
062900             MOVE "Y" TO YCL-YEAR-CLOSED-SW
063000         WHEN YCL-PW-YEAR = YCL-FISCAL-YEAR
063100             ADD 1 TO YCL-YEAR-RECORD-COUNT
063200             MOVE GLM-ACCOUNT TO YCL-LOOKUP-ACCOUNT
063250             MOVE GLM-DEPARTMENT TO YCL-LOOKUP-DEPT
063300             PERFORM 8500-FIND-YEAR-ACCOUNT THRU 8500-EXIT
063400             IF NOT YCL-ABORT
063500                 ADD GLM-PTD-NET TO YCL-YR-NET (YCL-YR-IDX)
063600                     ON SIZE ERROR
063700                         PERFORM 2900-TOTAL-OVERFLOW
063800                             THRU 2900-EXIT
063900                 END-ADD
064000                 ADD GLM-JRNL-NET TO YCL-YR-JRNL-NET (YCL-YR-IDX)
064100                     ON SIZE ERROR
064200                         PERFORM 2900-TOTAL-OVERFLOW
064300                             THRU 2900-EXIT
064400                 END-ADD
064500             END-IF
064600         WHEN OTHER
064700             CONTINUE
064800     END-EVALUATE.
064900 2200-EXIT.
065000     EXIT.

065100*****************************************************************
065200*    2900-TOTAL-OVERFLOW                                        *
065300*****************************************************************
065400 2900-TOTAL-OVERFLOW.
065500     DISPLAY "YECLOSE - A CLOSE TOTAL OVERFLOWED, ABORTING RUN".
065600     MOVE 16 TO RETURN-CODE.
065700     MOVE "Y" TO YCL-ABORT-SW.
065800 2900-EXIT.
065900     EXIT.

066000*****************************************************************
066100*    3000-CLOSE-YEAR                                            *
066200*    EVERY REVENUE AND EXPENSE ACCOUNT WITH A YEAR BALANCE GETS *
066300*    A CLOSING ENTRY IN PERIOD 13 THAT EXACTLY REVERSES IT; THE *
066400*    RETAINED-EARNINGS ACCOUNT OF THE SAME DEPARTMENT TAKES THE *
066500*    OFFSETTING ENTRY.  A RETAINED-EARNINGS CLOSING RECORD IS   *
066550*    WRITTEN EVEN WHEN THE YEAR CLOSES NOTHING -- IT IS WHAT    *
066600*    MARKS THE YEAR CLOSED ON THE MASTER.                       *
066700*****************************************************************
066800 3000-CLOSE-YEAR.
066900     IF NOT YCL-ABORT
067000         PERFORM 3100-CLOSE-ONE THRU 3100-EXIT
067100             VARYING YCL-WORK-SUB FROM 1 BY 1
067200             UNTIL YCL-WORK-SUB > YCL-YEAR-COUNT
067300                 OR YCL-ABORT
067400     END-IF.
067500     IF NOT YCL-ABORT
067600         PERFORM 3200-CLOSE-TO-RE THRU 3200-EXIT
067700     END-IF.
067800 3000-EXIT.
067900     EXIT.

068000*****************************************************************
068100*    3100-CLOSE-ONE                                             *
068200*****************************************************************
068300 3100-CLOSE-ONE.
068400     SET YCL-YR-IDX TO YCL-WORK-SUB.
068500     IF YCL-YR-NET (YCL-YR-IDX) > ZEROS
068600         ADD YCL-YR-NET (YCL-YR-IDX) TO YCL-BEFORE-DEBITS
068700             ON SIZE ERROR
068800                 PERFORM 2900-TOTAL-OVERFLOW THRU 2900-EXIT
068900         END-ADD
069000     ELSE
069100         ADD YCL-YR-NET (YCL-YR-IDX) TO YCL-BEFORE-CREDITS
069200             ON SIZE ERROR
069300                 PERFORM 2900-TOTAL-OVERFLOW THRU 2900-EXIT
069400         END-ADD
069500     END-IF.
069600     ADD YCL-YR-NET (YCL-YR-IDX) TO YCL-BEFORE-NET
069700         ON SIZE ERROR
069800             PERFORM 2900-TOTAL-OVERFLOW THRU 2900-EXIT
069900     END-ADD.
070000     ADD YCL-YR-JRNL-NET (YCL-YR-IDX) TO YCL-BEFORE-JRNL-NET
070100         ON SIZE ERROR
070200             PERFORM 2900-TOTAL-OVERFLOW THRU 2900-EXIT
070300     END-ADD.
070600     MOVE YCL-YR-ACCOUNT (YCL-YR-IDX) TO YCL-ACCOUNT-WORK.
070700     IF YCL-INCOME-CLASS
070800         AND (YCL-YR-NET (YCL-YR-IDX) NOT = ZEROS
070900             OR YCL-YR-JRNL-NET (YCL-YR-IDX) NOT = ZEROS)
071000         SUBTRACT YCL-YR-NET (YCL-YR-IDX) FROM ZERO
071100             GIVING YCL-YR-CLOSE-NET (YCL-YR-IDX)
071200         SUBTRACT YCL-YR-JRNL-NET (YCL-YR-IDX) FROM ZERO
071300             GIVING YCL-YR-CLOSE-JRNL (YCL-YR-IDX)
071400         ADD YCL-YR-NET (YCL-YR-IDX) TO YCL-RE-CLOSE-NET
071500             ON SIZE ERROR
071600                 PERFORM 2900-TOTAL-OVERFLOW THRU 2900-EXIT
071700         END-ADD
071800         ADD YCL-YR-JRNL-NET (YCL-YR-IDX) TO YCL-RE-CLOSE-JRNL
071900             ON SIZE ERROR
072000                 PERFORM 2900-TOTAL-OVERFLOW THRU 2900-EXIT
072100         END-ADD
072200         MOVE YCL-YR-ACCOUNT (YCL-YR-IDX) TO YCL-NEW-ACCOUNT
072250         MOVE YCL-YR-DEPT (YCL-YR-IDX)    TO YCL-NEW-DEPT
072300         MOVE YCL-CLOSE-PERIOD TO YCL-NEW-PERIOD
072400         MOVE YCL-YR-CLOSE-NET (YCL-YR-IDX) TO YCL-NEW-NET
072500         MOVE YCL-YR-CLOSE-JRNL (YCL-YR-IDX) TO YCL-NEW-JRNL-NET
072600         PERFORM 7000-ADD-ENTRY THRU 7000-EXIT
072700         PERFORM 3300-ADD-CLOSE-FIGURE THRU 3300-EXIT
072800         ADD 1 TO YCL-CLOSED-COUNT
072850         PERFORM 3150-OFFSET-TO-RE THRU 3150-EXIT
072900     END-IF.
073000 3100-EXIT.
073100     EXIT.

073101*****************************************************************
073102*    3150-OFFSET-TO-RE                                          *
073103*    THE CLOSING ENTRY JUST BUILT IN YCL-NEW-ENTRY IS OFFSET ON *
073104*    THE RETAINED-EARNINGS ACCOUNT OF THE SAME DEPARTMENT,      *
073105*    ADDING THAT ACCOUNT/DEPARTMENT TO THE YEAR TABLE WHEN IT   *
073106*    HAD NO ACTIVITY.  A NEW ENTRY FALLS AT THE END OF THE      *
073107*    TABLE, WHERE 3100-CLOSE-ONE STILL REACHES IT.              *
073108*****************************************************************
073109 3150-OFFSET-TO-RE.
073110     MOVE YCL-RE-ACCOUNT TO YCL-LOOKUP-ACCOUNT.
073111     MOVE YCL-NEW-DEPT   TO YCL-LOOKUP-DEPT.
073112     PERFORM 8500-FIND-YEAR-ACCOUNT THRU 8500-EXIT.
073113     IF NOT YCL-ABORT
073114         SUBTRACT YCL-NEW-NET FROM YCL-YR-CLOSE-NET (YCL-YR-IDX)
073115             ON SIZE ERROR
073116                 PERFORM 2900-TOTAL-OVERFLOW THRU 2900-EXIT
073117         END-SUBTRACT
073118         SUBTRACT YCL-NEW-JRNL-NET
073119             FROM YCL-YR-CLOSE-JRNL (YCL-YR-IDX)
073120             ON SIZE ERROR
073121                 PERFORM 2900-TOTAL-OVERFLOW THRU 2900-EXIT
073122         END-SUBTRACT
073123     END-IF.
073124 3150-EXIT.
073125     EXIT.

073200*****************************************************************
073300*    3200-CLOSE-TO-RE                                           *
073400*    POSTS A RETAINED-EARNINGS CLOSING RECORD FOR EVERY         *
073500*    DEPARTMENT THE RETAINED-EARNINGS ACCOUNT CARRIES THIS      *
073600*    YEAR.  WHEN IT CARRIES NONE, IT IS ADDED WITH NO           *
073650*    DEPARTMENT SO THE ZERO CLOSING RECORD STILL MARKS THE      *
073660*    YEAR CLOSED AND ITS OPENING BALANCE IS STILL CARRIED.      *
073700*****************************************************************
073800 3200-CLOSE-TO-RE.
073900     MOVE "N" TO YCL-RE-POSTED-SW.
074000     PERFORM 3210-CLOSE-RE-DEPT THRU 3210-EXIT
074100         VARYING YCL-WORK-SUB FROM 1 BY 1
074200         UNTIL YCL-WORK-SUB > YCL-YEAR-COUNT
074300             OR YCL-ABORT.
074400     IF NOT YCL-ABORT AND NOT YCL-RE-POSTED
074500         MOVE YCL-RE-ACCOUNT TO YCL-LOOKUP-ACCOUNT
074600         MOVE SPACES         TO YCL-LOOKUP-DEPT
074700         PERFORM 8500-FIND-YEAR-ACCOUNT THRU 8500-EXIT
074800         IF NOT YCL-ABORT
074900             SET YCL-WORK-SUB TO YCL-YR-IDX
075000             PERFORM 3210-CLOSE-RE-DEPT THRU 3210-EXIT
075100         END-IF
075200     END-IF.
075300 3200-EXIT.
075400     EXIT.

075410*****************************************************************
075420*    3210-CLOSE-RE-DEPT                                         *
075430*****************************************************************
075440 3210-CLOSE-RE-DEPT.
075450     SET YCL-YR-IDX TO YCL-WORK-SUB.
075460     IF YCL-YR-ACCOUNT (YCL-YR-IDX) = YCL-RE-ACCOUNT
075470         MOVE YCL-RE-ACCOUNT    TO YCL-NEW-ACCOUNT
075480         MOVE YCL-CLOSE-PERIOD  TO YCL-NEW-PERIOD
075490         MOVE YCL-YR-DEPT (YCL-YR-IDX) TO YCL-NEW-DEPT
075500         MOVE YCL-YR-CLOSE-NET (YCL-YR-IDX)  TO YCL-NEW-NET
075600         MOVE YCL-YR-CLOSE-JRNL (YCL-YR-IDX) TO YCL-NEW-JRNL-NET
075700         PERFORM 7000-ADD-ENTRY THRU 7000-EXIT
075800         PERFORM 3300-ADD-CLOSE-FIGURE THRU 3300-EXIT
075900         MOVE "Y" TO YCL-RE-POSTED-SW
075950     END-IF.
075960 3210-EXIT.
075970     EXIT.

076100*****************************************************************
076200*    3300-ADD-CLOSE-FIGURE                                      *
076300*****************************************************************
076400 3300-ADD-CLOSE-FIGURE.
076500     IF YCL-NEW-NET > ZEROS
076600         ADD YCL-NEW-NET TO YCL-CLOSE-DEBITS
076700             ON SIZE ERROR
076800                 PERFORM 2900-TOTAL-OVERFLOW THRU 2900-EXIT
076900         END-ADD
077000     ELSE
077100         ADD YCL-NEW-NET TO YCL-CLOSE-CREDITS
077200             ON SIZE ERROR
077300                 PERFORM 2900-TOTAL-OVERFLOW THRU 2900-EXIT
077400         END-ADD
077500     END-IF.
077600     ADD YCL-NEW-NET TO YCL-CLOSE-NET
077700         ON SIZE ERROR
077800             PERFORM 2900-TOTAL-OVERFLOW THRU 2900-EXIT
077900     END-ADD.
078000 3300-EXIT.
078100     EXIT.

078200*****************************************************************
078300*    4000-OPEN-NEW-YEAR                                         *
078400*    EACH ACCOUNT'S BALANCE AFTER THE CLOSE IS ITS YEAR NET     *
078500*    PLUS ITS CLOSING ENTRY -- ZERO FOR REVENUE AND EXPENSE.    *
078600*    EVERY BALANCE-SHEET ACCOUNT WITH A BALANCE IS WRITTEN AS   *
078700*    AN OPENING RECORD IN PERIOD 00 OF THE NEW YEAR, AND EVERY  *
078800*    ACCOUNT PRINTS ON THE PROOF REPORT.                        *
078900*****************************************************************
079000 4000-OPEN-NEW-YEAR.
079100     IF NOT YCL-ABORT
079200         PERFORM 4100-OPEN-ONE THRU 4100-EXIT
079300             VARYING YCL-WORK-SUB FROM 1 BY 1
079400             UNTIL YCL-WORK-SUB > YCL-YEAR-COUNT
079500                 OR YCL-ABORT
079600     END-IF.
079700 4000-EXIT.
079800     EXIT.

079900*****************************************************************
080000*    4100-OPEN-ONE                                              *
080100*****************************************************************
080200 4100-OPEN-ONE.
080300     SET YCL-YR-IDX TO YCL-WORK-SUB.
080400     MOVE YCL-YR-ACCOUNT (YCL-YR-IDX) TO YCL-ACCOUNT-WORK.
080500     ADD YCL-YR-NET (YCL-YR-IDX) YCL-YR-CLOSE-NET (YCL-YR-IDX)
080600         GIVING YCL-NEW-NET
080700         ON SIZE ERROR
080800             PERFORM 2900-TOTAL-OVERFLOW THRU 2900-EXIT
080900     END-ADD.
081000     ADD YCL-YR-JRNL-NET (YCL-YR-IDX)
081100         YCL-YR-CLOSE-JRNL (YCL-YR-IDX)
081200         GIVING YCL-NEW-JRNL-NET
081300         ON SIZE ERROR
081400             PERFORM 2900-TOTAL-OVERFLOW THRU 2900-EXIT
081500     END-ADD.
081600     PERFORM 4200-ADD-AFTER-FIGURE THRU 4200-EXIT.
081700     EVALUATE TRUE
081800         WHEN YCL-ABORT
081900             CONTINUE
082000         WHEN YCL-INCOME-CLASS
082100             MOVE "CLOSED TO RET EARN" TO YDL-ACTION
082200         WHEN YCL-YR-ACCOUNT (YCL-YR-IDX) = YCL-RE-ACCOUNT
082300             PERFORM 4300-WRITE-OPENING THRU 4300-EXIT
082400             MOVE "RETAINED EARNINGS" TO YDL-ACTION
082500         WHEN YCL-NEW-NET NOT = ZEROS
082600         WHEN YCL-NEW-JRNL-NET NOT = ZEROS
082700             PERFORM 4300-WRITE-OPENING THRU 4300-EXIT
082800             MOVE "CARRIED FORWARD" TO YDL-ACTION
082900         WHEN OTHER
083000             MOVE "ZERO - NOT CARRIED" TO YDL-ACTION
083100     END-EVALUATE.
083200     IF NOT YCL-ABORT
083300         PERFORM 4400-PRINT-ACCOUNT THRU 4400-EXIT
083400     END-IF.
083500 4100-EXIT.
083600     EXIT.

083700*****************************************************************
083800*    4200-ADD-AFTER-FIGURE                                      *
083900*****************************************************************
084000 4200-ADD-AFTER-FIGURE.
084100     IF YCL-NEW-NET > ZEROS
084200         ADD YCL-NEW-NET TO YCL-AFTER-DEBITS
084300             ON SIZE ERROR
084400                 PERFORM 2900-TOTAL-OVERFLOW THRU 2900-EXIT
084500         END-ADD
084600     ELSE
084700         ADD YCL-NEW-NET TO YCL-AFTER-CREDITS
084800             ON SIZE ERROR
084900                 PERFORM 2900-TOTAL-OVERFLOW THRU 2900-EXIT
085000         END-ADD
085100     END-IF.
085200     ADD YCL-NEW-NET TO YCL-AFTER-NET
085300         ON SIZE ERROR
085400             PERFORM 2900-TOTAL-OVERFLOW THRU 2900-EXIT
085500     END-ADD.
085600     ADD YCL-NEW-JRNL-NET TO YCL-AFTER-JRNL-NET
085700         ON SIZE ERROR
085800             PERFORM 2900-TOTAL-OVERFLOW THRU 2900-EXIT
085900     END-ADD.
086000 4200-EXIT.
086100     EXIT.

086200*****************************************************************
086300*    4300-WRITE-OPENING                                         *
086400*****************************************************************
086500 4300-WRITE-OPENING.
086600     MOVE YCL-YR-ACCOUNT (YCL-YR-IDX) TO YCL-NEW-ACCOUNT.
086650     MOVE YCL-YR-DEPT (YCL-YR-IDX)    TO YCL-NEW-DEPT.
086700     MOVE YCL-OPEN-PERIOD TO YCL-NEW-PERIOD.
086800     PERFORM 7000-ADD-ENTRY THRU 7000-EXIT.
086900     IF NOT YCL-ABORT
087000         ADD 1 TO YCL-OPENED-COUNT
087100     END-IF.
087200 4300-EXIT.
087300     EXIT.

087400*****************************************************************
087500*    4400-PRINT-ACCOUNT                                         *
087600*    AN ACCOUNT NO LONGER ON THE CHART STILL PRINTS AND CLOSES  *
087700*    -- ITS BALANCES ARE REAL -- WITH A MARKER IN PLACE OF THE  *
087800*    DESCRIPTION.                                               *
087900*****************************************************************
088000 4400-PRINT-ACCOUNT.
088100     PERFORM 8600-FIND-DESC THRU 8600-EXIT.
088200     MOVE YCL-YR-ACCOUNT (YCL-YR-IDX) TO YDL-ACCOUNT.
088300     IF YCL-ACCT-FOUND
088400         MOVE CA-DESCRIPTION TO YDL-DESC
088500     ELSE
088600         MOVE "*** ACCOUNT NOT ON CHART ***" TO YDL-DESC
088700         ADD 1 TO YCL-NOCHART-COUNT
088800     END-IF.
088900     MOVE YCL-YR-NET (YCL-YR-IDX)       TO YDL-YEAR-NET.
089000     MOVE YCL-YR-CLOSE-NET (YCL-YR-IDX) TO YDL-CLOSING.
089100     MOVE YCL-NEW-NET                   TO YDL-AFTER.
089150     MOVE YCL-YR-DEPT (YCL-YR-IDX)      TO YDL-DEPT.
089200     PERFORM 8100-PRINT-DETAIL THRU 8100-EXIT.
089300 4400-EXIT.
089400     EXIT.

089500*****************************************************************
089600*    5000-PROVE-CLOSE                                           *
089700*    THE CLOSE PROOF.  THE CLOSING ENTRIES MUST NET TO ZERO,    *
089800*    THE LEDGER NET MUST BE THE SAME AFTER THE CLOSE AS BEFORE  *
089900*    IT, AND THE JOURNAL NET AFTER THE CLOSE MUST BE ZERO.  A   *
090000*    CLOSE THAT DOES NOT PROVE IS NOT WRITTEN.                  *
090100*****************************************************************
090200 5000-PROVE-CLOSE.
090300     IF NOT YCL-ABORT
090400         PERFORM 5100-PRINT-PROOF THRU 5100-EXIT
090500         MOVE SPACES TO YCL-MESSAGE-LINE
090600         IF YCL-CLOSE-NET = ZEROS
090700             MOVE "CLOSING ENTRIES BALANCE - DEBITS EQUAL CREDITS"
090800                 TO YML-TEXT
090900         ELSE
091000             MOVE "CLOSING ENTRIES DO NOT BALANCE - CLOSE REFUSED"
091100                 TO YML-TEXT
091200             MOVE 16 TO RETURN-CODE
091300         END-IF
091400         PERFORM 8200-PRINT-MESSAGE THRU 8200-EXIT
091500         MOVE SPACES TO YCL-MESSAGE-LINE
091600         IF YCL-AFTER-NET = YCL-BEFORE-NET
091700             MOVE "LEDGER NET UNCHANGED BY THE CLOSE"
091800                 TO YML-TEXT
091900         ELSE
092000             MOVE "LEDGER NET CHANGED BY CLOSE - CLOSE REFUSED"
092100                 TO YML-TEXT
092200             MOVE 16 TO RETURN-CODE
092300         END-IF
092400         PERFORM 8200-PRINT-MESSAGE THRU 8200-EXIT
092500         MOVE SPACES TO YCL-MESSAGE-LINE
092600         IF YCL-AFTER-JRNL-NET = ZEROS
092700             MOVE "JOURNAL DEBITS EQUAL CREDITS AFTER CLOSING"
092800                 TO YML-TEXT
092900         ELSE
093000             MOVE "JOURNAL NET NOT ZERO AFTER CLOSE - REFUSED"
093100                 TO YML-TEXT
093200             MOVE 16 TO RETURN-CODE
093300         END-IF
093400         PERFORM 8200-PRINT-MESSAGE THRU 8200-EXIT
093500     END-IF.
093600 5000-EXIT.
093700     EXIT.

093800*****************************************************************
093900*    5100-PRINT-PROOF                                           *
094000*****************************************************************
094100 5100-PRINT-PROOF.
094200     MOVE SPACES TO RPT-RECORD.
094300     PERFORM 8400-PRINT-BLANK THRU 8400-EXIT.
094400     MOVE "BEFORE CLOSE - DEBIT BALANCES ........." TO YAL-LABEL.
094500     MOVE YCL-BEFORE-DEBITS TO YAL-AMOUNT.
094600     PERFORM 8300-PRINT-AMOUNT THRU 8300-EXIT.
094700     MOVE "BEFORE CLOSE - CREDIT BALANCES ........" TO YAL-LABEL.
094800     MOVE YCL-BEFORE-CREDITS TO YAL-AMOUNT.
094900     PERFORM 8300-PRINT-AMOUNT THRU 8300-EXIT.
095000     MOVE "BEFORE CLOSE - LEDGER NET ............." TO YAL-LABEL.
095100     MOVE YCL-BEFORE-NET TO YAL-AMOUNT.
095200     PERFORM 8300-PRINT-AMOUNT THRU 8300-EXIT.
095300     MOVE "BEFORE CLOSE - JOURNAL NET ............" TO YAL-LABEL.
095400     MOVE YCL-BEFORE-JRNL-NET TO YAL-AMOUNT.
095500     PERFORM 8300-PRINT-AMOUNT THRU 8300-EXIT.
095600     PERFORM 8400-PRINT-BLANK THRU 8400-EXIT.
095700     MOVE "CLOSING ENTRIES - DEBITS .............." TO YAL-LABEL.
095800     MOVE YCL-CLOSE-DEBITS TO YAL-AMOUNT.
095900     PERFORM 8300-PRINT-AMOUNT THRU 8300-EXIT.
096000     MOVE "CLOSING ENTRIES - CREDITS ............." TO YAL-LABEL.
096100     MOVE YCL-CLOSE-CREDITS TO YAL-AMOUNT.
096200     PERFORM 8300-PRINT-AMOUNT THRU 8300-EXIT.
096300     MOVE "CLOSING ENTRIES - NET ................." TO YAL-LABEL.
096400     MOVE YCL-CLOSE-NET TO YAL-AMOUNT.
096500     PERFORM 8300-PRINT-AMOUNT THRU 8300-EXIT.
096600     MOVE "CLOSED TO RETAINED EARNINGS ..........." TO YAL-LABEL.
096700     MOVE YCL-RE-CLOSE-NET TO YAL-AMOUNT.
096800     PERFORM 8300-PRINT-AMOUNT THRU 8300-EXIT.
096900     PERFORM 8400-PRINT-BLANK THRU 8400-EXIT.
097000     MOVE "AFTER CLOSE - DEBIT BALANCES .........." TO YAL-LABEL.
097100     MOVE YCL-AFTER-DEBITS TO YAL-AMOUNT.
097200     PERFORM 8300-PRINT-AMOUNT THRU 8300-EXIT.
097300     MOVE "AFTER CLOSE - CREDIT BALANCES ........." TO YAL-LABEL.
097400     MOVE YCL-AFTER-CREDITS TO YAL-AMOUNT.
097500     PERFORM 8300-PRINT-AMOUNT THRU 8300-EXIT.
097600     MOVE "AFTER CLOSE - LEDGER NET .............." TO YAL-LABEL.
097700     MOVE YCL-AFTER-NET TO YAL-AMOUNT.
097800     PERFORM 8300-PRINT-AMOUNT THRU 8300-EXIT.
097900     MOVE "AFTER CLOSE - JOURNAL NET ............." TO YAL-LABEL.
098000     MOVE YCL-AFTER-JRNL-NET TO YAL-AMOUNT.
098100     PERFORM 8300-PRINT-AMOUNT THRU 8300-EXIT.
098200     PERFORM 8400-PRINT-BLANK THRU 8400-EXIT.
098300 5100-EXIT.
098400     EXIT.

098500*****************************************************************
098600*    6000-WRITE-MASTER                                          *
098700*    ONLY A PROVEN CLOSE IS WRITTEN.  THE COPY-BACK STEP NEVER  *
098800*    REPLACES THE LIVE MASTER FROM A RUN THAT ENDED NON-ZERO.   *
098900*****************************************************************
099000 6000-WRITE-MASTER.
099100     IF NOT YCL-ABORT AND RETURN-CODE = 0
099200         OPEN OUTPUT NEWGLM-FILE
099300         IF YCL-NEWGLM-OK
099400             PERFORM 6100-WRITE-ONE THRU 6100-EXIT
099500                 VARYING YCL-WORK-SUB FROM 1 BY 1
099600                 UNTIL YCL-WORK-SUB > YCL-ENTRY-COUNT
099700                     OR RETURN-CODE NOT = 0
099800             CLOSE NEWGLM-FILE
099900         ELSE
100000             DISPLAY "YECLOSE - UNABLE TO OPEN NEWGLM, STATUS "
100100                 YCL-NEWGLM-STATUS
100200             MOVE 16 TO RETURN-CODE
100300         END-IF
100400     END-IF.
100500 6000-EXIT.
100600     EXIT.

100700*****************************************************************
100800*    6100-WRITE-ONE                                             *
100900*****************************************************************
101000 6100-WRITE-ONE.
101100     SET YCL-BAL-IDX TO YCL-WORK-SUB.
101200     MOVE SPACES TO GLM-WORK-RECORD.
101300     MOVE YCL-BAL-ACCOUNT (YCL-BAL-IDX)  TO GLW-ACCOUNT.
101400     MOVE YCL-BAL-PERIOD (YCL-BAL-IDX)   TO GLW-ACCTG-PERIOD.
101500     MOVE YCL-BAL-DEBITS (YCL-BAL-IDX)   TO GLW-PTD-DEBITS.
101600     MOVE YCL-BAL-CREDITS (YCL-BAL-IDX)  TO GLW-PTD-CREDITS.
101700     MOVE YCL-BAL-NET (YCL-BAL-IDX)      TO GLW-PTD-NET.
101800     MOVE YCL-BAL-JRNL-NET (YCL-BAL-IDX) TO GLW-JRNL-NET.
101850     MOVE YCL-BAL-DEPT (YCL-BAL-IDX)     TO GLW-DEPARTMENT.
101900     MOVE GLM-WORK-RECORD TO NEWGLM-RECORD.
102000     WRITE NEWGLM-RECORD.
102100     IF NOT YCL-NEWGLM-OK
102200         DISPLAY "YECLOSE - WRITE FAILED ON NEWGLM, STATUS "
102300             YCL-NEWGLM-STATUS ", ABORTING RUN"
102400         MOVE 16 TO RETURN-CODE
102500     ELSE
102600         ADD 1 TO YCL-GLM-WRITE-COUNT
102700     END-IF.
102800 6100-EXIT.
102900     EXIT.

103000*****************************************************************
103100*    7000-ADD-ENTRY                                             *
103200*    ADDS THE CLOSING OR OPENING RECORD IN YCL-NEW-ENTRY TO THE *
103300*    BALANCE TABLE.  A POSITIVE NET IS A DEBIT, A NEGATIVE NET  *
103400*    A CREDIT, AS GLPOST POSTS THEM.                            *
103500*****************************************************************
103600 7000-ADD-ENTRY.
103700     IF YCL-ENTRY-COUNT < 20000
103800         ADD 1 TO YCL-ENTRY-COUNT
103900         SET YCL-BAL-IDX TO YCL-ENTRY-COUNT
104000         MOVE YCL-NEW-ACCOUNT TO YCL-BAL-ACCOUNT (YCL-BAL-IDX)
104100         MOVE YCL-NEW-PERIOD  TO YCL-BAL-PERIOD (YCL-BAL-IDX)
104150         MOVE YCL-NEW-DEPT    TO YCL-BAL-DEPT (YCL-BAL-IDX)
104200         MOVE ZEROS TO YCL-BAL-DEBITS (YCL-BAL-IDX)
104300         MOVE ZEROS TO YCL-BAL-CREDITS (YCL-BAL-IDX)
104400         IF YCL-NEW-NET > ZEROS
104500             MOVE YCL-NEW-NET TO YCL-BAL-DEBITS (YCL-BAL-IDX)
104600         ELSE
104700             MOVE YCL-NEW-NET TO YCL-BAL-CREDITS (YCL-BAL-IDX)
104800         END-IF
104900         MOVE YCL-NEW-NET TO YCL-BAL-NET (YCL-BAL-IDX)
105000         MOVE YCL-NEW-JRNL-NET TO YCL-BAL-JRNL-NET (YCL-BAL-IDX)
105100     ELSE
105200         DISPLAY "YECLOSE - BALANCE TABLE FULL, ABORTING RUN"
105300         MOVE 16 TO RETURN-CODE
105400         MOVE "Y" TO YCL-ABORT-SW
105500     END-IF.
105600 7000-EXIT.
105700     EXIT.

105800*****************************************************************
105900*    8000-PRINT-HEADINGS                                        *
106000*****************************************************************
106100 8000-PRINT-HEADINGS.
106200     ADD 1 TO YCL-PAGE-COUNT.
106300     MOVE YCL-RUN-DATE    TO YCH1-RUN-DATE.
106400     MOVE YCL-PAGE-COUNT  TO YCH1-PAGE.
106500     MOVE YCL-FISCAL-YEAR TO YCH2-YEAR.
106600     MOVE YCL-RE-ACCOUNT  TO YCH2-RE-ACCOUNT.
106700     MOVE YCL-OPERATOR-ID TO YCH2-OPERATOR.
106800     MOVE YCL-LAST-PERIOD TO YCH2-LAST-PERIOD.
106900     WRITE RPT-RECORD FROM YCL-HEADING-1.
107000     WRITE RPT-RECORD FROM YCL-HEADING-2.
107100     WRITE RPT-RECORD FROM YCL-HEADING-3.
107200     MOVE SPACES TO RPT-RECORD.
107300     WRITE RPT-RECORD.
107400     MOVE 4 TO YCL-LINE-COUNT.
107500 8000-EXIT.
107600     EXIT.

107700*****************************************************************
107800*    8100-PRINT-DETAIL                                          *
107900*****************************************************************
108000 8100-PRINT-DETAIL.
108100     IF YCL-RPT-OK
108200         IF YCL-LINE-COUNT >= YCL-LINES-PER-PAGE
108300             PERFORM 8000-PRINT-HEADINGS THRU 8000-EXIT
108400         END-IF
108500         WRITE RPT-RECORD FROM YCL-DETAIL-LINE
108600         ADD 1 TO YCL-LINE-COUNT
108700     END-IF.
108800 8100-EXIT.
108900     EXIT.

109000*****************************************************************
109100*    8200-PRINT-MESSAGE                                         *
109200*****************************************************************
109300 8200-PRINT-MESSAGE.
109400     IF YCL-RPT-OK
109500         IF YCL-LINE-COUNT >= YCL-LINES-PER-PAGE
109600             PERFORM 8000-PRINT-HEADINGS THRU 8000-EXIT
109700         END-IF
109800         WRITE RPT-RECORD FROM YCL-MESSAGE-LINE
109900         ADD 1 TO YCL-LINE-COUNT
110000     END-IF.
110100 8200-EXIT.
110200     EXIT.

110300*****************************************************************
110400*    8300-PRINT-AMOUNT                                          *
110500*****************************************************************
110600 8300-PRINT-AMOUNT.
110700     IF YCL-RPT-OK
110800         IF YCL-LINE-COUNT >= YCL-LINES-PER-PAGE
110900             PERFORM 8000-PRINT-HEADINGS THRU 8000-EXIT
111000         END-IF
111100         WRITE RPT-RECORD FROM YCL-AMOUNT-LINE
111200         ADD 1 TO YCL-LINE-COUNT
111300     END-IF.
111400 8300-EXIT.
111500     EXIT.

111600*****************************************************************
111700*    8400-PRINT-BLANK                                           *
111800*****************************************************************
111900 8400-PRINT-BLANK.
112000     IF YCL-RPT-OK
112100         IF YCL-LINE-COUNT >= YCL-LINES-PER-PAGE
112200             PERFORM 8000-PRINT-HEADINGS THRU 8000-EXIT
112300         END-IF
112400         MOVE SPACES TO RPT-RECORD
112500         WRITE RPT-RECORD
112600         ADD 1 TO YCL-LINE-COUNT
112700     END-IF.
112800 8400-EXIT.
112900     EXIT.

113000*****************************************************************
113100*    8500-FIND-YEAR-ACCOUNT                                     *
113200*    LEAVES YCL-YR-IDX ON THE FISCAL-YEAR ENTRY FOR THE ACCOUNT *
113300*    AND DEPARTMENT IN YCL-LOOKUP-ACCOUNT AND YCL-LOOKUP-DEPT,  *
113350*    ADDING A ZERO ENTRY WHEN IT IS NEW.                        *
113400*    A FULL TABLE ABORTS RATHER THAN CLOSING PART OF THE YEAR.  *
113500*****************************************************************
113600 8500-FIND-YEAR-ACCOUNT.
113700     MOVE "N" TO YCL-YEAR-FOUND-SW.
113800     PERFORM 8510-MATCH-YEAR-ACCOUNT THRU 8510-EXIT
113900         VARYING YCL-YR-IDX FROM 1 BY 1
114000         UNTIL YCL-YR-IDX > YCL-YEAR-COUNT
114100             OR YCL-YEAR-FOUND.
114200     IF NOT YCL-YEAR-FOUND
114300         IF YCL-YEAR-COUNT < 1000
114400             ADD 1 TO YCL-YEAR-COUNT
114500             SET YCL-YR-IDX TO YCL-YEAR-COUNT
114600             MOVE YCL-LOOKUP-ACCOUNT
114700                 TO YCL-YR-ACCOUNT (YCL-YR-IDX)
114750             MOVE YCL-LOOKUP-DEPT
114760                 TO YCL-YR-DEPT (YCL-YR-IDX)
114800             MOVE ZEROS TO YCL-YR-NET (YCL-YR-IDX)
114900             MOVE ZEROS TO YCL-YR-JRNL-NET (YCL-YR-IDX)
115000             MOVE ZEROS TO YCL-YR-CLOSE-NET (YCL-YR-IDX)
115100             MOVE ZEROS TO YCL-YR-CLOSE-JRNL (YCL-YR-IDX)
115200         ELSE
115300             DISPLAY "YECLOSE - FISCAL-YEAR ACCOUNTS EXCEED "
115400                 "TABLE, ABORTING RUN"
115500             MOVE 16 TO RETURN-CODE
115600             MOVE "Y" TO YCL-ABORT-SW
115700         END-IF
115800     END-IF.
115900 8500-EXIT.
116000     EXIT.

116100*****************************************************************
116200*    8510-MATCH-YEAR-ACCOUNT                                    *
116300*****************************************************************
116400 8510-MATCH-YEAR-ACCOUNT.
116500     IF YCL-YR-ACCOUNT (YCL-YR-IDX) = YCL-LOOKUP-ACCOUNT
116550         AND YCL-YR-DEPT (YCL-YR-IDX) = YCL-LOOKUP-DEPT
116600         MOVE "Y" TO YCL-YEAR-FOUND-SW
116700         SET YCL-YR-IDX DOWN BY 1
116800     END-IF.
116900 8510-EXIT.
117000     EXIT.

117100*****************************************************************
117200*    8600-FIND-DESC                                             *
117300*    DIRECT KEYED READ OF THE ACCOUNT ON THE CHART MASTER.      *
117400*****************************************************************
117500 8600-FIND-DESC.
117600     MOVE "N" TO YCL-ACCT-FOUND-SW.
117700     IF YCL-COA-OPEN
117800         MOVE YCL-YR-ACCOUNT (YCL-YR-IDX) TO CA-ACCOUNT
117900         READ COA-FILE
118000             INVALID KEY
118100                 CONTINUE
118200             NOT INVALID KEY
118300                 MOVE "Y" TO YCL-ACCT-FOUND-SW
118400         END-READ
118500     END-IF.
118600 8600-EXIT.
118700     EXIT.

118800*****************************************************************
118900*    9000-TERMINATE                                             *
119000*****************************************************************
119100 9000-TERMINATE.
119200     PERFORM 9100-PRINT-TOTALS THRU 9100-EXIT.
119300     IF YCL-COA-OPEN
119400         CLOSE COA-FILE
119500     END-IF.
119600     IF YCL-RPT-OK
119700         CLOSE REPORT-FILE
119800     END-IF.
119900     IF RETURN-CODE = 0
120000         DISPLAY "YECLOSE - FISCAL YEAR " YCL-FISCAL-YEAR
120100             " CLOSED, " YCL-CLOSED-COUNT " ACCOUNTS CLOSED TO "
120200             YCL-RE-ACCOUNT ", " YCL-OPENED-COUNT
120300             " OPENING BALANCES FOR PERIOD " YCL-OPEN-PERIOD
120400     ELSE
120500         DISPLAY "YECLOSE - FISCAL YEAR " YCL-FISCAL-YEAR
120600             " NOT CLOSED - DO NOT REPLACE THE MASTER"
120700     END-IF.
120800     PERFORM 9300-WRITE-RUN-STATUS THRU 9300-EXIT.
120900 9000-EXIT.
121000     EXIT.

121100*****************************************************************
121200*    9100-PRINT-TOTALS                                          *
121300*****************************************************************
121400 9100-PRINT-TOTALS.
121500     IF YCL-RPT-OK
121600         IF YCL-PAGE-COUNT = 0
121700             PERFORM 8000-PRINT-HEADINGS THRU 8000-EXIT
121800         END-IF
121900         MOVE SPACES TO RPT-RECORD
122000         WRITE RPT-RECORD
122100         MOVE SPACES TO YCL-COUNT-LINE
122200         MOVE "CALENDAR DATES IN FISCAL YEAR ........"
122300             TO YTL-LABEL
122400         MOVE YCL-CAL-DATE-COUNT TO YTL-COUNT
122500         WRITE RPT-RECORD FROM YCL-COUNT-LINE
122600         MOVE SPACES TO YCL-COUNT-LINE
122700         MOVE "MASTER RECORDS READ ..................."
122800             TO YTL-LABEL
122900         MOVE YCL-GLM-READ-COUNT TO YTL-COUNT
123000         WRITE RPT-RECORD FROM YCL-COUNT-LINE
123100         MOVE SPACES TO YCL-COUNT-LINE
123200         MOVE "MASTER RECORDS IN FISCAL YEAR ........"
123300             TO YTL-LABEL
123400         MOVE YCL-YEAR-RECORD-COUNT TO YTL-COUNT
123500         WRITE RPT-RECORD FROM YCL-COUNT-LINE
123600         MOVE SPACES TO YCL-COUNT-LINE
123700         MOVE "ACCOUNTS CLOSED TO RETAINED EARNINGS .."
123800             TO YTL-LABEL
123900         MOVE YCL-CLOSED-COUNT TO YTL-COUNT
124000         WRITE RPT-RECORD FROM YCL-COUNT-LINE
124100         MOVE SPACES TO YCL-COUNT-LINE
124200         MOVE "OPENING BALANCES FOR THE NEW YEAR ....."
124300             TO YTL-LABEL
124400         MOVE YCL-OPENED-COUNT TO YTL-COUNT
124500         WRITE RPT-RECORD FROM YCL-COUNT-LINE
124600         MOVE SPACES TO YCL-COUNT-LINE
124700         MOVE "ACCOUNTS NOT ON CHART ................."
124800             TO YTL-LABEL
124900         MOVE YCL-NOCHART-COUNT TO YTL-COUNT
125000         WRITE RPT-RECORD FROM YCL-COUNT-LINE
125100         MOVE SPACES TO YCL-COUNT-LINE
125200         MOVE "MASTER RECORDS WRITTEN ................"
125300             TO YTL-LABEL
125400         MOVE YCL-GLM-WRITE-COUNT TO YTL-COUNT
125500         WRITE RPT-RECORD FROM YCL-COUNT-LINE
125600         MOVE SPACES TO YCL-MESSAGE-LINE
125700         IF RETURN-CODE = 0
125800             MOVE "YEAR CLOSED AND PROVEN - NEW MASTER WRITTEN"
125900                 TO YML-TEXT
126000         ELSE
126100             MOVE "CLOSE REFUSED - MASTER NOT REPLACED"
126200                 TO YML-TEXT
126300         END-IF
126400         PERFORM 8200-PRINT-MESSAGE THRU 8200-EXIT
126500     END-IF.
126600 9100-EXIT.
126700     EXIT.

126800*****************************************************************
126900*    9300-WRITE-RUN-STATUS                                      *
127000*    APPENDS THIS STEP'S COMPLETION RECORD TO THE COMMON        *
127100*    RUN-STATUS LOG THE DAY-END OPERATIONS SUMMARY READS.  A    *
127200*    LOG THAT CANNOT BE WRITTEN ONLY WARNS -- THE STEP'S OWN    *
127300*    WORK STANDS.                                               *
127400*****************************************************************
127500 9300-WRITE-RUN-STATUS.
127600     OPEN EXTEND RUNSTAT-FILE.
127700     IF YCL-RUNSTAT-OK
127800         ACCEPT YCL-STAMP-DATE FROM DATE YYYYMMDD
127900         ACCEPT YCL-STAMP-TIME FROM TIME
128000         MOVE "YECLOSE" TO RS-PROGRAM
128100         MOVE ZEROS TO RS-BATCH-NUMBER
128200         MOVE YCL-STAMP-DATE TO RS-BUSINESS-DATE
128300         MOVE YCL-GLM-READ-COUNT TO RS-READ-COUNT
128400         MOVE YCL-GLM-WRITE-COUNT TO RS-ACCEPT-COUNT
128500         MOVE ZEROS TO RS-REJECT-COUNT
128600         MOVE YCL-RE-CLOSE-NET TO RS-CONTROL-TOTAL
128700         MOVE RETURN-CODE TO RS-RETURN-CODE
128800         MOVE YCL-STAMP-DATE TO RS-RUN-DATE
128900         MOVE YCL-STAMP-TIME TO RS-RUN-TIME
129000         WRITE RS-RECORD
129100         CLOSE RUNSTAT-FILE
129200     ELSE
129300         DISPLAY "YECLOSE - UNABLE TO OPEN RUNSTAT, STATUS "
129400             YCL-RUNSTAT-STATUS
129500             ", RUN-STATUS RECORD NOT WRITTEN"
129600     END-IF.
129700 9300-EXIT.
129800     EXIT.
