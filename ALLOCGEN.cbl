000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ALLOCGEN.
000300 AUTHOR.        J H MERCER.
000400 INSTALLATION.  GENERAL ACCOUNTING - BATCH SYSTEMS.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*    ALLOCGEN                                                   *
001000*                                                               *
001100*    COST ALLOCATION ENGINE.  RENT, IT AND INSURANCE LAND IN A  *
001200*    HANDFUL OF SHARED ACCOUNTS AND USED TO BE SPREAD ACROSS    *
001300*    THE DEPARTMENTS BY HAND EVERY MONTH.  THIS PROGRAM READS   *
001400*    THE ALLOCATION RULES MASTER (ALOCREC) AND THE PERIOD'S     *
001500*    ACTUAL BALANCES FROM THE GL BALANCE MASTER, WORKS OUT      *
001600*    EACH TARGET'S SHARE OF EACH SOURCE BALANCE -- BY FIXED     *
001700*    PERCENTAGE OR IN PROPORTION TO A BASIS ACCOUNT -- WITH     *
001800*    THE ROUNDING DIFFERENCE PUSHED TO THE RULE'S DESIGNATED    *
001900*    TARGET, AND WRITES THE RESULT AS BALANCED J ENTRIES IN     *
002000*    PROPER TRANFIL BATCHES (HEADER, DETAILS, TRAILER) FOR      *
002100*    ADDNUMBERS.                                                *
002200*                                                               *
002300*    THE GL DEPARTMENT COMES FROM THE BATCH HEADER, SO ONE      *
002400*    BATCH IS WRITTEN PER DEPARTMENT TOUCHED, NUMBERED UP FROM  *
002500*    THE CONTROL CARD'S BATCH NUMBER.  A SHARE GOING TO         *
002600*    ANOTHER DEPARTMENT IS CARRIED THROUGH THE CARD'S           *
002700*    INTERDEPARTMENT CLEARING ACCOUNT -- DEBIT TARGET, CREDIT   *
002800*    CLEARING IN THE TARGET DEPARTMENT'S BATCH; DEBIT           *
002900*    CLEARING, CREDIT SOURCE IN THE SOURCE DEPARTMENT'S -- SO   *
003000*    EVERY ENTRY BALANCES AND CLEARING NETS TO ZERO OVERALL.    *
003100*                                                               *
003200*    A PERIOD ALREADY ON THE ALLOCATION HISTORY (ALOCHIST) IS   *
003300*    REFUSED UNLESS THE CARD CARRIES THE REALLOCATION           *
003400*    OVERRIDE.  ANY RULE REJECTED FAILS THE RUN (RC=16) AND NO  *
003500*    BATCH IS WRITTEN, SO A PARTIAL ALLOCATION NEVER SHIPS.     *
003600*    THE ALLOCATION REPORT SHOWS EACH RULE'S SOURCE BALANCE     *
003700*    AND, PER TARGET, THE BASIS, PERCENTAGE AND AMOUNT.         *
003800*                                                               *
003900*    MODIFICATION HISTORY                                      *
004000*    DATE       INIT  DESCRIPTION                               *
004100*    10/15/26   JHM   ORIGINAL PROGRAM.                         *
004200*                                                               *
004300*****************************************************************
004400 ENVIRONMENT DIVISION.
004500 CONFIGURATION SECTION.
004600 SOURCE-COMPUTER.   IBM-370.
004700 OBJECT-COMPUTER.   IBM-370.
004800 INPUT-OUTPUT SECTION.
004900 FILE-CONTROL.
005000     SELECT RULE-FILE ASSIGN TO ALOCRULE
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS ALG-RULE-STATUS.
005300     SELECT CTL-FILE ASSIGN TO ALCTL
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS ALG-CTL-STATUS.
005600     SELECT GLM-FILE ASSIGN TO GLMASTER
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS ALG-GLM-STATUS.
005900     SELECT COA-FILE ASSIGN TO COAFILE
006000         ORGANIZATION IS INDEXED
006100         ACCESS MODE IS RANDOM
006200         RECORD KEY IS CA-ACCOUNT
006300         FILE STATUS IS ALG-COA-STATUS.
006400     SELECT CAL-FILE ASSIGN TO CALFILE
006500         ORGANIZATION IS INDEXED
006600         ACCESS MODE IS RANDOM
006700         RECORD KEY IS CAL-BUSINESS-DATE
006800         FILE STATUS IS ALG-CAL-STATUS.
006900     SELECT HIST-FILE ASSIGN TO ALOCHIST
007000         ORGANIZATION IS INDEXED
007100         ACCESS MODE IS RANDOM
007200         RECORD KEY IS AH-ACCTG-PERIOD
007300         FILE STATUS IS ALG-HIST-STATUS.
007400     SELECT ALTRAN-FILE ASSIGN TO ALOCTRAN
007500         ORGANIZATION IS SEQUENTIAL
007600         FILE STATUS IS ALG-TRAN-STATUS.
007700     SELECT REPORT-FILE ASSIGN TO RPTFILE
007800         ORGANIZATION IS SEQUENTIAL
007900         FILE STATUS IS ALG-RPT-STATUS.
008000     SELECT RUNSTAT-FILE ASSIGN TO RUNSTAT
008100         ORGANIZATION IS SEQUENTIAL
008200         FILE STATUS IS ALG-RUNSTAT-STATUS.

008300 DATA DIVISION.
008400 FILE SECTION.
008500 FD  RULE-FILE
008600     RECORDING MODE IS F
008700     RECORD CONTAINS 320 CHARACTERS
008800     LABEL RECORDS ARE STANDARD.
008900 COPY ALOCREC.

009000 FD  CTL-FILE
009100     RECORDING MODE IS F
009200     RECORD CONTAINS 80 CHARACTERS
009300     LABEL RECORDS ARE STANDARD.
009400 COPY ALCTLREC.

009500 FD  GLM-FILE
009600     RECORDING MODE IS F
009700     RECORD CONTAINS 84 CHARACTERS
009800     LABEL RECORDS ARE STANDARD.
009900 COPY GLMSTREC.

010000 FD  COA-FILE
010100     RECORDING MODE IS F
010200     RECORD CONTAINS 80 CHARACTERS
010300     LABEL RECORDS ARE STANDARD.
010400 COPY COAREC.

010500 FD  CAL-FILE
010600     RECORDING MODE IS F
010700     RECORD CONTAINS 80 CHARACTERS
010800     LABEL RECORDS ARE STANDARD.
010900 COPY CALREC.

011000 FD  HIST-FILE
011100     RECORDING MODE IS F
011200     RECORD CONTAINS 80 CHARACTERS
011300     LABEL RECORDS ARE STANDARD.
011400 COPY ALHSTREC.

011500 FD  ALTRAN-FILE
011600     RECORDING MODE IS F
011700     RECORD CONTAINS 210 CHARACTERS
011800     LABEL RECORDS ARE STANDARD.
011900 COPY TRANREC.

012000 FD  REPORT-FILE
012100     RECORDING MODE IS F
012200     RECORD CONTAINS 133 CHARACTERS
012300     LABEL RECORDS ARE STANDARD.
012400 01  RPT-RECORD                      PIC X(133).

012500 FD  RUNSTAT-FILE
012600     RECORDING MODE IS F
012700     RECORD CONTAINS 80 CHARACTERS
012800     LABEL RECORDS ARE STANDARD.
012900 COPY RUNSTREC.

013000 WORKING-STORAGE SECTION.
013100*****************************************************************
013200*    WORKING STORAGE                                            *
013300*****************************************************************
013400 01  ALG-SWITCHES.
013500     05  ALG-RUNSTAT-STATUS      PIC X(02) VALUE ZEROS.
013600         88  ALG-RUNSTAT-OK      VALUE "00".
013700     05  ALG-RULE-STATUS         PIC X(02) VALUE ZEROS.
013800         88  ALG-RULE-OK         VALUE "00".
013900         88  ALG-RULE-ENDED      VALUE "10".
014000     05  ALG-CTL-STATUS          PIC X(02) VALUE ZEROS.
014100         88  ALG-CTL-OK          VALUE "00".
014200     05  ALG-GLM-STATUS          PIC X(02) VALUE ZEROS.
014300         88  ALG-GLM-OK          VALUE "00".
014400         88  ALG-GLM-ENDED       VALUE "10".
014500     05  ALG-COA-STATUS          PIC X(02) VALUE ZEROS.
014600         88  ALG-COA-OK          VALUE "00".
014700     05  ALG-CAL-STATUS          PIC X(02) VALUE ZEROS.
014800         88  ALG-CAL-OK          VALUE "00".
014900     05  ALG-HIST-STATUS         PIC X(02) VALUE ZEROS.
015000         88  ALG-HIST-OK         VALUE "00".
015100     05  ALG-TRAN-STATUS         PIC X(02) VALUE ZEROS.
015200         88  ALG-TRAN-OK         VALUE "00".
015300     05  ALG-RPT-STATUS          PIC X(02) VALUE ZEROS.
015400         88  ALG-RPT-OK          VALUE "00".
015500     05  ALG-ABORT-SW            PIC X(01) VALUE "N".
015600         88  ALG-ABORT           VALUE "Y".
015700     05  ALG-EOF-SW              PIC X(01) VALUE "N".
015800         88  ALG-EOF             VALUE "Y".
015900     05  ALG-GLM-EOF-SW          PIC X(01) VALUE "N".
016000         88  ALG-GLM-EOF         VALUE "Y".
016500*        THE CHART STAYS OPEN FOR THE RULE CHECKS; A KEYED READ
016600*        THAT MISSES LEAVES A NON-ZERO STATUS, SO WHETHER IT IS
016700*        OPEN IS KEPT HERE RATHER THAN READ OFF THE STATUS.
016800     05  ALG-COA-OPEN-SW         PIC X(01) VALUE "N".
016900         88  ALG-COA-OPEN        VALUE "Y".
017000     05  ALG-ACCT-FOUND-SW       PIC X(01) VALUE "N".
017100         88  ALG-ACCT-FOUND      VALUE "Y".
017200     05  ALG-HIST-FOUND-SW       PIC X(01) VALUE "N".
017300         88  ALG-HIST-FOUND      VALUE "Y".
017400     05  ALG-BAL-FOUND-SW        PIC X(01) VALUE "N".
017500         88  ALG-BAL-FOUND       VALUE "Y".
017600     05  ALG-DEPT-FOUND-SW       PIC X(01) VALUE "N".
017700         88  ALG-DEPT-FOUND      VALUE "Y".
017800     05  ALG-OVERRIDE-SW         PIC X(01) VALUE "N".
017900         88  ALG-OVERRIDE        VALUE "Y".

018000 01  ALG-CONTROLS.
018100     05  ALG-ACCTG-PERIOD        PIC 9(06) VALUE ZEROS.
018200     05  ALG-BUSINESS-DATE       PIC 9(08) VALUE ZEROS.
018300     05  ALG-BUS-PERIOD          PIC 9(06) VALUE ZEROS.
018400     05  ALG-BATCH-NUMBER        PIC 9(06) VALUE ZEROS.
018500     05  ALG-NEXT-BATCH          PIC 9(06) VALUE ZEROS.
018600     05  ALG-LAST-BATCH          PIC 9(06) VALUE ZEROS.
018700     05  ALG-CLEARING-ACCOUNT    PIC 9(08) VALUE ZEROS.

018800 01  ALG-COUNTERS.
018900     05  ALG-GLM-READ-COUNT      PIC 9(07) VALUE ZEROS.
019000     05  ALG-READ-COUNT          PIC 9(05) VALUE ZEROS.
019100     05  ALG-ALLOC-COUNT         PIC 9(05) VALUE ZEROS.
019200     05  ALG-SKIP-COUNT          PIC 9(05) VALUE ZEROS.
019300     05  ALG-REJECT-COUNT        PIC 9(05) VALUE ZEROS.
019400     05  ALG-BATCH-COUNT         PIC 9(05) VALUE ZEROS.
019500     05  ALG-DETAIL-COUNT        PIC 9(07) VALUE ZEROS.
019600     05  ALG-ROUNDING-COUNT      PIC 9(02) VALUE ZEROS.
019700     05  ALG-BATCH-DETAILS       PIC 9(07) VALUE ZEROS.
019800     05  ALG-BATCH-HASH          PIC S9(11)V99 VALUE ZEROS.

019900*****************************************************************
020000*    RULE WORK FIELDS.  ALG-REJECT-REASON STAYS SPACES WHILE    *
020100*    THE RULE IS GOOD; THE FIRST CHECK THAT FAILS FILLS IT AND  *
020200*    THE LATER CHECKS STAND ASIDE.  ALG-PRODUCT HOLDS THE       *
020300*    SOURCE BALANCE TIMES A PERCENTAGE OR BASIS BEFORE THE      *
020400*    ROUNDED DIVIDE.                                            *
020500*****************************************************************
020600 01  ALG-RULE-WORK.
020700     05  ALG-REJECT-REASON       PIC X(50) VALUE SPACES.
020800     05  ALG-SOURCE-BAL          PIC S9(13)V99 VALUE ZEROS.
020900     05  ALG-BASIS-TOTAL         PIC S9(13)V99 VALUE ZEROS.
021000     05  ALG-PCT-TOTAL           PIC 9(05)V99 VALUE ZEROS.
021100     05  ALG-SHARE-TOTAL         PIC S9(13)V99 VALUE ZEROS.
021200     05  ALG-ROUND-DIFF          PIC S9(13)V99 VALUE ZEROS.
021300     05  ALG-PRODUCT             PIC S9(14)V9(04) VALUE ZEROS.
021400     05  ALG-TOTAL-ALLOCATED     PIC S9(13)V99 VALUE ZEROS.
021500     05  ALG-EFFECTIVE-DEPT      PIC X(04) VALUE SPACES.

021600*        ALG-LOOKUP-ACCOUNT / -DEPT NAME THE BALANCE 8500 FINDS;
021700*        ALG-LOOKUP-NET COMES BACK ZERO WHEN IT IS NOT THERE.
021800 01  ALG-LOOKUP-FIELDS.
021900     05  ALG-LOOKUP-ACCOUNT      PIC 9(08) VALUE ZEROS.
022000     05  ALG-LOOKUP-DEPT         PIC X(04) VALUE SPACES.
022100     05  ALG-LOOKUP-NET          PIC S9(13)V99 VALUE ZEROS.

022200*        ALG-NEW-ENTRY IS THE ONE J ENTRY 2410 ADDS TO THE TABLE.
022300 01  ALG-NEW-ENTRY.
022400     05  ALG-NEW-DEPT            PIC X(04) VALUE SPACES.
022500     05  ALG-NEW-DR-ACCOUNT      PIC 9(08) VALUE ZEROS.
022600     05  ALG-NEW-CR-ACCOUNT      PIC 9(08) VALUE ZEROS.
022700     05  ALG-NEW-AMOUNT          PIC S9(09)V99 VALUE ZEROS.

022800*****************************************************************
022900*    ALG-BAL-TABLE HOLDS THE PERIOD'S BALANCE MASTER RECORDS    *
023000*    -- ONE PER ACCOUNT AND DEPARTMENT.  2000 SLOTS IS TWICE    *
023100*    YECLOSE'S LIMIT OF 1000 ACCOUNT/DEPARTMENT PAIRS A YEAR; A *
023200*    PERIOD THAT WILL NOT FIT ABORTS THE RUN.                   *
023300*****************************************************************
023400 01  ALG-BAL-TABLE.
023500     05  ALG-BAL-COUNT           PIC 9(05) VALUE ZEROS.
023600     05  ALG-BAL-ENTRY
023700             OCCURS 2000 TIMES
023800             INDEXED BY ALG-BAL-IDX.
023900         10  ALG-BAL-ACCOUNT     PIC 9(08).
024000         10  ALG-BAL-DEPT        PIC X(04).
024100         10  ALG-BAL-NET         PIC S9(13)V99.

024200*****************************************************************
024300*    ALG-SHARE-TABLE HOLDS THE CURRENT RULE'S TARGETS, SLOT     *
024400*    FOR SLOT WITH AR-TARGET-TABLE: THE TARGET'S EFFECTIVE      *
024500*    DEPARTMENT, ITS BASIS BALANCE, PERCENTAGE AND SHARE.       *
024600*****************************************************************
024700 01  ALG-SHARE-TABLE.
024800     05  ALG-ROUND-SUB           PIC 9(02) VALUE ZEROS.
024900     05  ALG-SHARE-ENTRY
025000             OCCURS 10 TIMES
025100             INDEXED BY ALG-SH-IDX.
025200         10  ALG-SH-DEPT         PIC X(04).
025300         10  ALG-SH-BASIS        PIC S9(13)V99.
025400         10  ALG-SH-PERCENT      PIC 9(03)V99.
025500         10  ALG-SH-AMOUNT       PIC S9(13)V99.

025600*****************************************************************
025700*    ALG-ENTRY-TABLE COLLECTS EVERY GENERATED J ENTRY SO THE    *
025800*    BATCHES CAN BE WRITTEN ONE DEPARTMENT AT A TIME AFTER ALL  *
025900*    THE RULES HAVE BEEN WORKED.  ALG-DEPT-TABLE LISTS THE      *
026000*    DEPARTMENTS TOUCHED, IN ORDER OF FIRST USE, WITH THE       *
026100*    BATCH NUMBER EACH ONE IS GIVEN.  EITHER TABLE FILLING      *
026200*    ABORTS THE RUN.                                            *
026300*****************************************************************
026400 01  ALG-ENTRY-TABLE.
026500     05  ALG-ENTRY-COUNT         PIC 9(05) VALUE ZEROS.
026600     05  ALG-ENTRY
026700             OCCURS 1000 TIMES
026800             INDEXED BY ALG-EN-IDX.
026900         10  ALG-EN-DEPT         PIC X(04).
027000         10  ALG-EN-DR-ACCOUNT   PIC 9(08).
027100         10  ALG-EN-CR-ACCOUNT   PIC 9(08).
027200         10  ALG-EN-AMOUNT       PIC S9(09)V99.

027300 01  ALG-DEPT-TABLE.
027400     05  ALG-DEPT-COUNT          PIC 9(03) VALUE ZEROS.
027500     05  ALG-DEPT-ENTRY
027600             OCCURS 100 TIMES
027700             INDEXED BY ALG-DP-IDX.
027800         10  ALG-DP-DEPT         PIC X(04).
027900         10  ALG-DP-BATCH        PIC 9(06).
028000         10  ALG-DP-DETAILS      PIC 9(07).
028100         10  ALG-DP-AMOUNT       PIC S9(13)V99.

028200 01  ALG-PRINT-CONTROL.
028300     05  ALG-LINE-COUNT          PIC 9(03) VALUE 99.
028400     05  ALG-PAGE-COUNT          PIC 9(05) VALUE ZEROS.
028500     05  ALG-LINES-PER-PAGE      PIC 9(03) VALUE 55.
028600     05  ALG-RUN-DATE            PIC 9(08) VALUE ZEROS.
028700     05  ALG-PRINT-LINE          PIC X(133) VALUE SPACES.

028800*****************************************************************
028900*    PRINT LINES.  COLUMN 1 IS ASA CARRIAGE CONTROL.            *
029000*****************************************************************
029100 01  ALG-HEADING-1.
029200     05  FILLER                  PIC X(01) VALUE "1".
029300     05  FILLER                  PIC X(09) VALUE "ALLOCGEN".
029400     05  FILLER                  PIC X(18) VALUE SPACES.
029500     05  FILLER                  PIC X(36)
029600         VALUE "COST ALLOCATION REPORT".
029700     05  FILLER                  PIC X(09) VALUE "RUN DATE ".
029800     05  ALH1-RUN-DATE           PIC 9(08).
029900     05  FILLER                  PIC X(02) VALUE SPACES.
030000     05  FILLER                  PIC X(05) VALUE "PAGE ".
030100     05  ALH1-PAGE               PIC ZZZZ9.
030200     05  FILLER                  PIC X(40) VALUE SPACES.

030300 01  ALG-HEADING-2.
030400     05  FILLER                  PIC X(01) VALUE SPACE.
030500     05  FILLER                  PIC X(18)
030600         VALUE "ACCOUNTING PERIOD ".
030700     05  ALH2-PERIOD             PIC 9(06).
030800     05  FILLER                  PIC X(16)
030900         VALUE "  BUSINESS DATE ".
031000     05  ALH2-BUSINESS-DATE      PIC 9(08).
031100     05  FILLER                  PIC X(19)
031200         VALUE "  CLEARING ACCOUNT ".
031300     05  ALH2-CLEARING           PIC 9(08).
031400     05  FILLER                  PIC X(57) VALUE SPACES.

031500 01  ALG-HEADING-3.
031600     05  FILLER                  PIC X(07) VALUE SPACES.
031700     05  FILLER                  PIC X(09) VALUE "TARGET".
031800     05  FILLER                  PIC X(07) VALUE "DEPT".
031900     05  FILLER                  PIC X(09) VALUE "BASIS".
032000     05  FILLER                  PIC X(19)
032100         VALUE "      BASIS BALANCE".
032200     05  FILLER                  PIC X(02) VALUE SPACES.
032300     05  FILLER                  PIC X(06) VALUE "   PCT".
032400     05  FILLER                  PIC X(02) VALUE SPACES.
032500     05  FILLER                  PIC X(19)
032600         VALUE "   ALLOCATED AMOUNT".
032700     05  FILLER                  PIC X(53) VALUE SPACES.

032800 01  ALG-RULE-LINE.
032900     05  FILLER                  PIC X(01) VALUE "0".
033000     05  FILLER                  PIC X(05) VALUE "RULE ".
033100     05  ARL-RULE-ID             PIC 9(04).
033200     05  FILLER                  PIC X(02) VALUE SPACES.
033300     05  ARL-DESC                PIC X(20).
033400     05  FILLER                  PIC X(02) VALUE SPACES.
033500     05  FILLER                  PIC X(07) VALUE "SOURCE ".
033600     05  ARL-SOURCE-ACCOUNT      PIC 9(08).
033700     05  FILLER                  PIC X(01) VALUE SPACES.
033800     05  ARL-SOURCE-DEPT         PIC X(04).
033900     05  FILLER                  PIC X(02) VALUE SPACES.
034000     05  FILLER                  PIC X(08) VALUE "BALANCE ".
034100     05  ARL-SOURCE-BAL          PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
034200     05  FILLER                  PIC X(02) VALUE SPACES.
034300     05  FILLER                  PIC X(07) VALUE "METHOD ".
034400     05  ARL-METHOD              PIC X(10).
034500     05  FILLER                  PIC X(31) VALUE SPACES.

034600 01  ALG-TARGET-LINE.
034700     05  FILLER                  PIC X(07) VALUE SPACES.
034800     05  ATL-ACCOUNT             PIC 9(08).
034900     05  FILLER                  PIC X(01) VALUE SPACES.
035000     05  ATL-DEPT                PIC X(04).
035100     05  FILLER                  PIC X(03) VALUE SPACES.
035200     05  ATL-BASIS-ACCOUNT       PIC X(08).
035300     05  FILLER                  PIC X(01) VALUE SPACES.
035400     05  ATL-BASIS               PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
035500     05  FILLER                  PIC X(02) VALUE SPACES.
035600     05  ATL-PERCENT             PIC ZZ9.99.
035700     05  FILLER                  PIC X(02) VALUE SPACES.
035800     05  ATL-AMOUNT              PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
035900     05  FILLER                  PIC X(02) VALUE SPACES.
036000     05  ATL-ROUNDING            PIC X(08).
036100     05  FILLER                  PIC X(43) VALUE SPACES.

036200 01  ALG-BATCH-LINE.
036300     05  FILLER                  PIC X(01) VALUE SPACE.
036400     05  FILLER                  PIC X(06) VALUE "BATCH ".
036500     05  ABL-BATCH               PIC 9(06).
036600     05  FILLER                  PIC X(13)
036700         VALUE "  DEPARTMENT ".
036800     05  ABL-DEPT                PIC X(04).
036900     05  FILLER                  PIC X(10) VALUE "  ENTRIES ".
037000     05  ABL-DETAILS             PIC Z,ZZZ,ZZ9.
037100     05  FILLER                  PIC X(09) VALUE "  AMOUNT ".
037200     05  ABL-AMOUNT              PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
037300     05  FILLER                  PIC X(56) VALUE SPACES.

037400 01  ALG-AMOUNT-LINE.
037500     05  FILLER                  PIC X(01) VALUE SPACE.
037600     05  AAL-LABEL               PIC X(41).
037700     05  AAL-AMOUNT              PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
037800     05  FILLER                  PIC X(72) VALUE SPACES.

037900 01  ALG-COUNT-LINE.
038000     05  FILLER                  PIC X(01) VALUE SPACE.
038100     05  ACL-LABEL               PIC X(41).
038200     05  ACL-COUNT               PIC Z,ZZZ,ZZ9.
038300     05  FILLER                  PIC X(82) VALUE SPACES.

038400 01  ALG-MESSAGE-LINE.
038500     05  FILLER                  PIC X(07) VALUE SPACES.
038600     05  AML-TEXT                PIC X(70).
038700     05  FILLER                  PIC X(56) VALUE SPACES.

038800 01  ALG-REJECT-LINE.
038900     05  FILLER                  PIC X(07) VALUE SPACES.
039000     05  FILLER                  PIC X(11) VALUE "REJECTED - ".
039100     05  ARJ-REASON              PIC X(50).
039200     05  FILLER                  PIC X(65) VALUE SPACES.

039300 01  ALG-STAMP-FIELDS.
039400     05  ALG-STAMP-DATE          PIC 9(08) VALUE ZEROS.
039500     05  ALG-STAMP-TIME          PIC 9(08) VALUE ZEROS.

039600 PROCEDURE DIVISION.
039700*****************************************************************
039800*    0000-MAINLINE                                              *
039900*****************************************************************
040000 0000-MAINLINE.
040100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
040200     PERFORM 2000-PROCESS-RULE THRU 2000-EXIT
040300         UNTIL ALG-EOF OR ALG-ABORT.
040400     PERFORM 3000-WRITE-BATCHES THRU 3000-EXIT.
040500     PERFORM 4000-RECORD-HISTORY THRU 4000-EXIT.
040600     PERFORM 5000-PRINT-SUMMARY THRU 5000-EXIT.
040700     PERFORM 9000-TERMINATE THRU 9000-EXIT.
040800     GOBACK.

040900*****************************************************************
041000*    1000-INITIALIZE                                            *
041100*****************************************************************
041200 1000-INITIALIZE.
041300     ACCEPT ALG-RUN-DATE FROM DATE YYYYMMDD.
041400     PERFORM 1100-READ-CONTROL THRU 1100-EXIT.
041500     PERFORM 1200-CHECK-CALENDAR THRU 1200-EXIT.
041600     PERFORM 1300-CHECK-HISTORY THRU 1300-EXIT.
041700     PERFORM 1400-OPEN-COA THRU 1400-EXIT.
041800     PERFORM 1500-LOAD-BALANCES THRU 1500-EXIT.
041900     IF NOT ALG-ABORT
042000         OPEN INPUT RULE-FILE
042100         IF NOT ALG-RULE-OK
042200             DISPLAY "ALLOCGEN - UNABLE TO OPEN ALOCRULE, STATUS "
042300                 ALG-RULE-STATUS
042400             MOVE 16 TO RETURN-CODE
042500             MOVE "Y" TO ALG-ABORT-SW
042600         END-IF
042700     END-IF.
042800     IF NOT ALG-ABORT
042900         OPEN OUTPUT ALTRAN-FILE
043000         IF NOT ALG-TRAN-OK
043100             DISPLAY "ALLOCGEN - UNABLE TO OPEN ALOCTRAN, STATUS "
043200                 ALG-TRAN-STATUS
043300             MOVE 16 TO RETURN-CODE
043400             MOVE "Y" TO ALG-ABORT-SW
043500         END-IF
043600     END-IF.
043700     IF NOT ALG-ABORT
043800         OPEN OUTPUT REPORT-FILE
043900         IF NOT ALG-RPT-OK
044000             DISPLAY "ALLOCGEN - UNABLE TO OPEN RPTFILE, STATUS "
044100                 ALG-RPT-STATUS
044200             MOVE 16 TO RETURN-CODE
044300             MOVE "Y" TO ALG-ABORT-SW
044400         END-IF
044500     END-IF.
044600     IF NOT ALG-ABORT
044700         PERFORM 2900-READ-RULE THRU 2900-EXIT
044800     END-IF.
044900 1000-EXIT.
045000     EXIT.

045100*****************************************************************
045200*    1100-READ-CONTROL                                          *
045300*****************************************************************
045400 1100-READ-CONTROL.
045500     OPEN INPUT CTL-FILE.
045600     IF ALG-CTL-OK
045700         READ CTL-FILE
045800             AT END
045900                 MOVE ZEROS  TO ALC-ACCTG-PERIOD
046000                 MOVE ZEROS  TO ALC-BUSINESS-DATE
046100                 MOVE ZEROS  TO ALC-BATCH-NUMBER
046200                 MOVE ZEROS  TO ALC-CLEARING-ACCOUNT
046300                 MOVE SPACES TO ALC-REALLOC-OVERRIDE
046400         END-READ
046500         IF ALC-ACCTG-PERIOD NUMERIC
046600             AND ALC-ACCTG-PERIOD > 0
046700             AND ALC-BUSINESS-DATE NUMERIC
046800             AND ALC-BUSINESS-DATE > 0
046900             AND ALC-BATCH-NUMBER NUMERIC
047000             AND ALC-BATCH-NUMBER > 0
047100             AND ALC-CLEARING-ACCOUNT NUMERIC
047200             AND ALC-CLEARING-ACCOUNT > 0
047300             MOVE ALC-ACCTG-PERIOD     TO ALG-ACCTG-PERIOD
047400             MOVE ALC-BUSINESS-DATE    TO ALG-BUSINESS-DATE
047500             MOVE ALC-BATCH-NUMBER     TO ALG-BATCH-NUMBER
047600             MOVE ALC-CLEARING-ACCOUNT TO ALG-CLEARING-ACCOUNT
047700             IF ALC-REALLOC-ALLOWED
047800                 MOVE "Y" TO ALG-OVERRIDE-SW
047900             END-IF
048000             DISPLAY "ALLOCGEN - ALLOCATING PERIOD "
048100                 ALG-ACCTG-PERIOD " FOR BUSINESS DATE "
048200                 ALG-BUSINESS-DATE " FROM BATCH " ALG-BATCH-NUMBER
048300         ELSE
048400             DISPLAY "ALLOCGEN - PERIOD, BUSINESS DATE, BATCH "
048500                 "NUMBER OR CLEARING ACCOUNT MISSING FROM ALCTL, "
048600                 "ABORTING RUN"
048700             MOVE 16 TO RETURN-CODE
048800             MOVE "Y" TO ALG-ABORT-SW
048900         END-IF
049000         CLOSE CTL-FILE
049100     ELSE
049200         DISPLAY "ALLOCGEN - UNABLE TO OPEN ALCTL, STATUS "
049300             ALG-CTL-STATUS
049400         MOVE 16 TO RETURN-CODE
049500         MOVE "Y" TO ALG-ABORT-SW
049600     END-IF.
049700 1100-EXIT.
049800     EXIT.

049900*****************************************************************
050000*    1200-CHECK-CALENDAR                                        *
050100*    THE BATCHES POST TO THE CARD'S BUSINESS DATE, SO IT MUST   *
050200*    BE ON THE POSTING CALENDAR IN AN OPEN PERIOD -- ADDNUMBERS *
050300*    WOULD REFUSE IT OTHERWISE.  THE PERIOD BEING ALLOCATED     *
050400*    CANNOT LIE AFTER THE PERIOD THE BATCHES POST TO.           *
050500*****************************************************************
050600 1200-CHECK-CALENDAR.
050700     IF NOT ALG-ABORT
050800         OPEN INPUT CAL-FILE
050900         IF ALG-CAL-OK
051000             MOVE ALG-BUSINESS-DATE TO CAL-BUSINESS-DATE
051100             READ CAL-FILE
051200                 INVALID KEY
051300                     DISPLAY "ALLOCGEN - BUSINESS DATE "
051400                         ALG-BUSINESS-DATE " NOT ON POSTING "
051500                         "CALENDAR, ABORTING RUN"
051600                     MOVE 16 TO RETURN-CODE
051700                     MOVE "Y" TO ALG-ABORT-SW
051800                 NOT INVALID KEY
051900                     MOVE CAL-ACCTG-PERIOD TO ALG-BUS-PERIOD
052000                     EVALUATE TRUE
052100                         WHEN NOT CAL-PERIOD-OPEN
052200                             DISPLAY "ALLOCGEN - BUSINESS DATE "
052300                                 ALG-BUSINESS-DATE
052400                                 " IS IN CLOSED PERIOD "
052500                                 ALG-BUS-PERIOD ", ABORTING RUN"
052600                             MOVE 16 TO RETURN-CODE
052700                             MOVE "Y" TO ALG-ABORT-SW
052800                         WHEN ALG-ACCTG-PERIOD > ALG-BUS-PERIOD
052900                             DISPLAY "ALLOCGEN - PERIOD "
053000                                 ALG-ACCTG-PERIOD " IS AFTER THE "
053100                                 "BUSINESS DATE'S PERIOD "
053200                                 ALG-BUS-PERIOD ", ABORTING RUN"
053300                             MOVE 16 TO RETURN-CODE
053400                             MOVE "Y" TO ALG-ABORT-SW
053500                     END-EVALUATE
053600             END-READ
053700             CLOSE CAL-FILE
053800         ELSE
053900             DISPLAY "ALLOCGEN - UNABLE TO OPEN CALFILE, STATUS "
054000                 ALG-CAL-STATUS
054100             MOVE 16 TO RETURN-CODE
054200             MOVE "Y" TO ALG-ABORT-SW
054300         END-IF
054400     END-IF.
054500 1200-EXIT.
054600     EXIT.

055700*****************************************************************
055800*    1300-CHECK-HISTORY                                         *
055900*    DIRECT KEYED READ OF THE ALLOCATION HISTORY.  A PERIOD     *
056000*    ALREADY ALLOCATED IS REFUSED UNLESS THE CARD CARRIES THE   *
056100*    REALLOCATION OVERRIDE.                                     *
056200*****************************************************************
056300 1300-CHECK-HISTORY.
056400     IF NOT ALG-ABORT
056500         OPEN INPUT HIST-FILE
056600         IF ALG-HIST-OK
056700             MOVE ALG-ACCTG-PERIOD TO AH-ACCTG-PERIOD
056800             READ HIST-FILE
056900                 INVALID KEY
057000                     CONTINUE
057100                 NOT INVALID KEY
057200                     MOVE "Y" TO ALG-HIST-FOUND-SW
057300             END-READ
057400             CLOSE HIST-FILE
057500             IF ALG-HIST-FOUND
057600                 IF ALG-OVERRIDE
057700                     DISPLAY "ALLOCGEN - PERIOD " ALG-ACCTG-PERIOD
057800                         " ALREADY ALLOCATED " AH-RUN-DATE
057900                         " (BATCHES " AH-FIRST-BATCH "-"
058000                         AH-LAST-BATCH "), REALLOCATION OVERRIDE "
058100                         "IN EFFECT"
058200                 ELSE
058300                     DISPLAY "ALLOCGEN - PERIOD " ALG-ACCTG-PERIOD
058400                         " ALREADY ALLOCATED " AH-RUN-DATE
058500                         " (BATCHES " AH-FIRST-BATCH "-"
058600                         AH-LAST-BATCH "), ABORTING RUN (SET "
058700                         "REALLOCATION OVERRIDE ON THE CONTROL "
058800                         "CARD FOR A DELIBERATE RERUN)"
058900                     MOVE 16 TO RETURN-CODE
059000                     MOVE "Y" TO ALG-ABORT-SW
059100                 END-IF
059200             END-IF
059300         ELSE
059400             DISPLAY "ALLOCGEN - UNABLE TO OPEN ALOCHIST, STATUS "
059500                 ALG-HIST-STATUS ", CANNOT VERIFY PERIOD NOT "
059600                 "ALREADY ALLOCATED, ABORTING RUN"
059700             MOVE 16 TO RETURN-CODE
059800             MOVE "Y" TO ALG-ABORT-SW
059900         END-IF
060000     END-IF.
060100 1300-EXIT.
060200     EXIT.

060300*****************************************************************
060400*    1400-OPEN-COA                                              *
060500*    OPENS THE CHART FOR THE RULE CHECKS AND CONFIRMS THE       *
060600*    CLEARING ACCOUNT IS ACTIVE ON IT.                          *
060700*****************************************************************
060800 1400-OPEN-COA.
060900     IF NOT ALG-ABORT
061000         OPEN INPUT COA-FILE
061100         IF ALG-COA-OK
061200             MOVE "Y" TO ALG-COA-OPEN-SW
061300             MOVE ALG-CLEARING-ACCOUNT TO CA-ACCOUNT
061400             PERFORM 8600-FIND-ACCOUNT THRU 8600-EXIT
061500             IF NOT ALG-ACCT-FOUND
061600                 DISPLAY "ALLOCGEN - CLEARING ACCOUNT "
061700                     ALG-CLEARING-ACCOUNT " NOT ACTIVE ON CHART, "
061800                     "ABORTING RUN"
061900                 MOVE 16 TO RETURN-CODE
062000                 MOVE "Y" TO ALG-ABORT-SW
062100             END-IF
062200         ELSE
062300             DISPLAY "ALLOCGEN - UNABLE TO OPEN COAFILE, STATUS "
062400                 ALG-COA-STATUS
062500             MOVE 16 TO RETURN-CODE
062600             MOVE "Y" TO ALG-ABORT-SW
062700         END-IF
062800     END-IF.
062900 1400-EXIT.
063000     EXIT.

063100*****************************************************************
063200*    1500-LOAD-BALANCES                                         *
063300*    LOADS THE PERIOD'S BALANCE MASTER RECORDS -- THE ACTUALS   *
063400*    THE SOURCE AND BASIS BALANCES ARE TAKEN FROM.              *
063500*****************************************************************
063600 1500-LOAD-BALANCES.
063700     IF NOT ALG-ABORT
063800         OPEN INPUT GLM-FILE
063900         IF ALG-GLM-OK
064000             PERFORM 1510-LOAD-GLM-RECORD THRU 1510-EXIT
064100                 UNTIL ALG-GLM-EOF OR ALG-ABORT
064200             CLOSE GLM-FILE
064300         ELSE
064400             DISPLAY "ALLOCGEN - UNABLE TO OPEN GLMASTER, STATUS "
064500                 ALG-GLM-STATUS
064600             MOVE 16 TO RETURN-CODE
064700             MOVE "Y" TO ALG-ABORT-SW
064800         END-IF
064900     END-IF.
065000 1500-EXIT.
065100     EXIT.

065200*****************************************************************
065300*    1510-LOAD-GLM-RECORD                                       *
065400*****************************************************************
065500 1510-LOAD-GLM-RECORD.
065600     READ GLM-FILE
065700         AT END
065800             MOVE "Y" TO ALG-GLM-EOF-SW
065900         NOT AT END
066000             ADD 1 TO ALG-GLM-READ-COUNT
066100             IF GLM-ACCTG-PERIOD = ALG-ACCTG-PERIOD
066200                 IF ALG-BAL-COUNT < 2000
066300                     ADD 1 TO ALG-BAL-COUNT
066400                     SET ALG-BAL-IDX TO ALG-BAL-COUNT
066500                     MOVE GLM-ACCOUNT
066600                         TO ALG-BAL-ACCOUNT (ALG-BAL-IDX)
066700                     MOVE GLM-DEPARTMENT
066800                         TO ALG-BAL-DEPT (ALG-BAL-IDX)
066900                     MOVE GLM-PTD-NET
067000                         TO ALG-BAL-NET (ALG-BAL-IDX)
067100                 ELSE
067200                     DISPLAY "ALLOCGEN - PERIOD'S MASTER RECORDS "
067300                         "EXCEED TABLE, ABORTING RUN"
067400                     MOVE 16 TO RETURN-CODE
067500                     MOVE "Y" TO ALG-ABORT-SW
067600                 END-IF
067700             END-IF
067800     END-READ.
067900 1510-EXIT.
068000     EXIT.

068100*****************************************************************
068200*    2000-PROCESS-RULE                                          *
068300*    AN INACTIVE RULE IS PASSED OVER.  AN ACTIVE ONE IS         *
068400*    CHECKED, ITS SOURCE BALANCE LOOKED UP (NOTHING TO          *
068500*    ALLOCATE SKIPS IT), ITS SHARES WORKED OUT AND ITS          *
068600*    ENTRIES ADDED TO THE TABLE.                                *
068700*****************************************************************
068800 2000-PROCESS-RULE.
068900     IF AR-ACTIVE
069000         MOVE SPACES TO ALG-REJECT-REASON
069100         PERFORM 2100-VALIDATE-RULE THRU 2100-EXIT
069200         IF ALG-REJECT-REASON = SPACES
069300             MOVE AR-SOURCE-ACCOUNT TO ALG-LOOKUP-ACCOUNT
069400             MOVE AR-SOURCE-DEPT    TO ALG-LOOKUP-DEPT
069500             PERFORM 8500-FIND-BALANCE THRU 8500-EXIT
069600             MOVE ALG-LOOKUP-NET TO ALG-SOURCE-BAL
069700         ELSE
069800             MOVE ZEROS TO ALG-SOURCE-BAL
069900         END-IF
070000         EVALUATE TRUE
070100             WHEN ALG-REJECT-REASON NOT = SPACES
070200                 PERFORM 2800-REJECT-RULE THRU 2800-EXIT
070300             WHEN ALG-SOURCE-BAL = ZEROS
070400                 PERFORM 4200-PRINT-RULE-LINE THRU 4200-EXIT
070500                 MOVE SPACES TO ALG-MESSAGE-LINE
070600                 MOVE "SKIPPED - NO SOURCE BALANCE FOR THE PERIOD"
070700                     TO AML-TEXT
070800                 MOVE ALG-MESSAGE-LINE TO ALG-PRINT-LINE
070900                 PERFORM 8100-PRINT-LINE THRU 8100-EXIT
071000                 ADD 1 TO ALG-SKIP-COUNT
071100             WHEN OTHER
071200                 PERFORM 2200-COMPUTE-SHARES THRU 2200-EXIT
071300                 IF ALG-REJECT-REASON NOT = SPACES
071400                     PERFORM 2800-REJECT-RULE THRU 2800-EXIT
071500                 ELSE
071600                     PERFORM 2400-BUILD-ENTRIES THRU 2400-EXIT
071700                 END-IF
071800         END-EVALUATE
071900     ELSE
072000         ADD 1 TO ALG-SKIP-COUNT
072100     END-IF.
072200     IF NOT ALG-ABORT
072300         PERFORM 2900-READ-RULE THRU 2900-EXIT
072400     END-IF.
072500 2000-EXIT.
072600     EXIT.

072700*****************************************************************
072800*    2100-VALIDATE-RULE                                         *
072900*    THE FIRST FAILED CHECK SETS ALG-REJECT-REASON.             *
073000*****************************************************************
073100 2100-VALIDATE-RULE.
073200     MOVE ZEROS TO ALG-PCT-TOTAL.
073300     MOVE ZEROS TO ALG-ROUNDING-COUNT.
073400     EVALUATE TRUE
073500         WHEN AR-TARGET-COUNT NOT NUMERIC
073600             MOVE "TARGET COUNT IS NOT NUMERIC"
073700                 TO ALG-REJECT-REASON
073800         WHEN AR-TARGET-COUNT < 1 OR AR-TARGET-COUNT > 10
073900             MOVE "TARGET COUNT IS NOT 1 TO 10"
074000                 TO ALG-REJECT-REASON
074100         WHEN NOT AR-PERCENT-METHOD AND NOT AR-BASIS-METHOD
074200             MOVE "METHOD IS NOT P OR B" TO ALG-REJECT-REASON
074300         WHEN AR-SOURCE-DEPT = SPACES
074400             MOVE "NO SOURCE DEPARTMENT" TO ALG-REJECT-REASON
074500         WHEN AR-SOURCE-ACCOUNT NOT NUMERIC
074600             MOVE "SOURCE ACCOUNT IS NOT NUMERIC"
074700                 TO ALG-REJECT-REASON
074800         WHEN OTHER
074900             MOVE AR-SOURCE-ACCOUNT TO CA-ACCOUNT
075000             PERFORM 8600-FIND-ACCOUNT THRU 8600-EXIT
075100             IF NOT ALG-ACCT-FOUND
075200                 MOVE "SOURCE ACCOUNT IS NOT ACTIVE ON THE CHART"
075300                     TO ALG-REJECT-REASON
075400             END-IF
075500     END-EVALUATE.
075600     IF ALG-REJECT-REASON = SPACES
075700         PERFORM 2110-CHECK-TARGET THRU 2110-EXIT
075800             VARYING AR-TGT-IDX FROM 1 BY 1
075900             UNTIL AR-TGT-IDX > AR-TARGET-COUNT
076000                 OR ALG-REJECT-REASON NOT = SPACES
076100     END-IF.
076200     IF ALG-REJECT-REASON = SPACES
076300         IF ALG-ROUNDING-COUNT NOT = 1
076400             MOVE "RULE NEEDS EXACTLY ONE ROUNDING TARGET"
076500                 TO ALG-REJECT-REASON
076600         END-IF
076700     END-IF.
076800     IF ALG-REJECT-REASON = SPACES
076900         IF AR-PERCENT-METHOD AND ALG-PCT-TOTAL NOT = 100
077000             MOVE "TARGET PERCENTAGES DO NOT TOTAL 100.00"
077100                 TO ALG-REJECT-REASON
077200         END-IF
077300     END-IF.
077400 2100-EXIT.
077500     EXIT.

077600*****************************************************************
077700*    2110-CHECK-TARGET                                          *
077800*    A TARGET WITH NO DEPARTMENT TAKES THE SOURCE DEPARTMENT.   *
077900*    THE TARGET MAY NOT BE THE SOURCE ACCOUNT AND DEPARTMENT    *
078000*    ITSELF.                                                    *
078100*****************************************************************
078200 2110-CHECK-TARGET.
078300     SET ALG-SH-IDX TO AR-TGT-IDX.
078400     IF AR-TGT-DEPT (AR-TGT-IDX) = SPACES
078500         MOVE AR-SOURCE-DEPT TO ALG-SH-DEPT (ALG-SH-IDX)
078600     ELSE
078700         MOVE AR-TGT-DEPT (AR-TGT-IDX) TO ALG-SH-DEPT (ALG-SH-IDX)
078800     END-IF.
078900     IF AR-TGT-ROUNDING (AR-TGT-IDX)
079000         ADD 1 TO ALG-ROUNDING-COUNT
079100         SET ALG-ROUND-SUB TO AR-TGT-IDX
079200     END-IF.
079300     EVALUATE TRUE
079400         WHEN AR-TGT-ACCOUNT (AR-TGT-IDX) NOT NUMERIC
079500             MOVE "A TARGET ACCOUNT IS NOT NUMERIC"
079600                 TO ALG-REJECT-REASON
079700         WHEN AR-TGT-ACCOUNT (AR-TGT-IDX) = AR-SOURCE-ACCOUNT
079800             AND ALG-SH-DEPT (ALG-SH-IDX) = AR-SOURCE-DEPT
079900             MOVE "A TARGET IS THE SOURCE ACCOUNT AND DEPARTMENT"
080000                 TO ALG-REJECT-REASON
080100         WHEN AR-PERCENT-METHOD
080200             AND (AR-TGT-PERCENT (AR-TGT-IDX) NOT NUMERIC
080300                 OR AR-TGT-PERCENT (AR-TGT-IDX) = ZEROS)
080400             MOVE "A TARGET HAS NO PERCENTAGE"
080500                 TO ALG-REJECT-REASON
080600         WHEN AR-BASIS-METHOD
080700             AND (AR-TGT-BASIS-ACCOUNT (AR-TGT-IDX) NOT NUMERIC
080800                 OR AR-TGT-BASIS-ACCOUNT (AR-TGT-IDX) = ZEROS)
080900             MOVE "A TARGET HAS NO BASIS ACCOUNT"
081000                 TO ALG-REJECT-REASON
081100         WHEN OTHER
081200             MOVE AR-TGT-ACCOUNT (AR-TGT-IDX) TO CA-ACCOUNT
081300             PERFORM 8600-FIND-ACCOUNT THRU 8600-EXIT
081400             IF NOT ALG-ACCT-FOUND
081500                 MOVE "A TARGET ACCOUNT IS NOT ACTIVE ON CHART"
081600                     TO ALG-REJECT-REASON
081700             END-IF
081800             IF AR-PERCENT-METHOD
081900                 ADD AR-TGT-PERCENT (AR-TGT-IDX) TO ALG-PCT-TOTAL
082000             END-IF
082100     END-EVALUATE.
082200 2110-EXIT.
082300     EXIT.

082400*****************************************************************
082500*    2200-COMPUTE-SHARES                                        *
082600*    EACH SHARE IS THE SOURCE BALANCE TIMES THE TARGET'S        *
082700*    PERCENTAGE OVER 100, OR TIMES ITS BASIS BALANCE OVER THE   *
082800*    TOTAL OF THE BASIS BALANCES, ROUNDED TO THE CENT.  WHAT    *
082900*    THE ROUNDED SHARES MISS THE SOURCE BALANCE BY GOES TO      *
083000*    THE ROUNDING TARGET, SO THE SHARES ALWAYS ADD BACK TO IT.  *
083100*****************************************************************
083200 2200-COMPUTE-SHARES.
083300     MOVE ZEROS TO ALG-BASIS-TOTAL.
083400     MOVE ZEROS TO ALG-SHARE-TOTAL.
083500     IF AR-BASIS-METHOD
083600         PERFORM 2210-GET-BASIS THRU 2210-EXIT
083700             VARYING AR-TGT-IDX FROM 1 BY 1
083800             UNTIL AR-TGT-IDX > AR-TARGET-COUNT
083900                 OR ALG-REJECT-REASON NOT = SPACES
084000         IF ALG-REJECT-REASON = SPACES
084100             AND ALG-BASIS-TOTAL = ZEROS
084200             MOVE "BASIS ACCOUNTS HAVE NO BALANCE FOR THE PERIOD"
084300                 TO ALG-REJECT-REASON
084400         END-IF
084500     END-IF.
084600     IF ALG-REJECT-REASON = SPACES
084700         PERFORM 2220-CALC-SHARE THRU 2220-EXIT
084800             VARYING AR-TGT-IDX FROM 1 BY 1
084900             UNTIL AR-TGT-IDX > AR-TARGET-COUNT
085000                 OR ALG-REJECT-REASON NOT = SPACES
085100     END-IF.
085200     IF ALG-REJECT-REASON = SPACES
085300         SUBTRACT ALG-SHARE-TOTAL FROM ALG-SOURCE-BAL
085400             GIVING ALG-ROUND-DIFF
085500         SET ALG-SH-IDX TO ALG-ROUND-SUB
085600         ADD ALG-ROUND-DIFF TO ALG-SH-AMOUNT (ALG-SH-IDX)
085700         PERFORM 2230-CHECK-SIZE THRU 2230-EXIT
085800             VARYING ALG-SH-IDX FROM 1 BY 1
085900             UNTIL ALG-SH-IDX > AR-TARGET-COUNT
086000                 OR ALG-REJECT-REASON NOT = SPACES
086100     END-IF.
086200 2200-EXIT.
086300     EXIT.

086400*****************************************************************
086500*    2210-GET-BASIS                                             *
086600*    THE BASIS IS THE PERIOD BALANCE OF THE TARGET'S BASIS      *
086700*    ACCOUNT IN THE TARGET'S DEPARTMENT.  A NEGATIVE BASIS      *
086800*    WOULD PUSH A SHARE THE WRONG WAY AND IS REFUSED.           *
086900*****************************************************************
087000 2210-GET-BASIS.
087100     SET ALG-SH-IDX TO AR-TGT-IDX.
087200     MOVE AR-TGT-BASIS-ACCOUNT (AR-TGT-IDX) TO ALG-LOOKUP-ACCOUNT.
087300     MOVE ALG-SH-DEPT (ALG-SH-IDX)          TO ALG-LOOKUP-DEPT.
087400     PERFORM 8500-FIND-BALANCE THRU 8500-EXIT.
087500     MOVE ALG-LOOKUP-NET TO ALG-SH-BASIS (ALG-SH-IDX).
087600     IF ALG-LOOKUP-NET < ZEROS
087700         MOVE "A BASIS ACCOUNT HAS A NEGATIVE BALANCE"
087800             TO ALG-REJECT-REASON
087900     ELSE
088000         ADD ALG-LOOKUP-NET TO ALG-BASIS-TOTAL
088100             ON SIZE ERROR
088200                 MOVE "BASIS TOTAL TOO LARGE" TO ALG-REJECT-REASON
088300         END-ADD
088400     END-IF.
088500 2210-EXIT.
088600     EXIT.

088700*****************************************************************
088800*    2220-CALC-SHARE                                            *
088900*****************************************************************
089000 2220-CALC-SHARE.
089100     SET ALG-SH-IDX TO AR-TGT-IDX.
089200     IF AR-PERCENT-METHOD
089300         MOVE ZEROS TO ALG-SH-BASIS (ALG-SH-IDX)
089400         MOVE AR-TGT-PERCENT (AR-TGT-IDX)
089500             TO ALG-SH-PERCENT (ALG-SH-IDX)
089600         MULTIPLY ALG-SOURCE-BAL BY AR-TGT-PERCENT (AR-TGT-IDX)
089700             GIVING ALG-PRODUCT
089800             ON SIZE ERROR
089900                 MOVE "SOURCE BALANCE TOO LARGE TO ALLOCATE"
090000                     TO ALG-REJECT-REASON
090100         END-MULTIPLY
090200         DIVIDE ALG-PRODUCT BY 100
090300             GIVING ALG-SH-AMOUNT (ALG-SH-IDX) ROUNDED
090400     ELSE
090500         MULTIPLY ALG-SH-BASIS (ALG-SH-IDX) BY 100
090600             GIVING ALG-PRODUCT
090700             ON SIZE ERROR
090800                 MOVE "BASIS BALANCE TOO LARGE TO ALLOCATE"
090900                     TO ALG-REJECT-REASON
091000         END-MULTIPLY
091100         DIVIDE ALG-PRODUCT BY ALG-BASIS-TOTAL
091200             GIVING ALG-SH-PERCENT (ALG-SH-IDX) ROUNDED
091300         MULTIPLY ALG-SOURCE-BAL BY ALG-SH-BASIS (ALG-SH-IDX)
091400             GIVING ALG-PRODUCT
091500             ON SIZE ERROR
091600                 MOVE "SOURCE TIMES BASIS TOO LARGE TO ALLOCATE"
091700                     TO ALG-REJECT-REASON
091800         END-MULTIPLY
091900         DIVIDE ALG-PRODUCT BY ALG-BASIS-TOTAL
092000             GIVING ALG-SH-AMOUNT (ALG-SH-IDX) ROUNDED
092100     END-IF.
092200     ADD ALG-SH-AMOUNT (ALG-SH-IDX) TO ALG-SHARE-TOTAL.
092300 2220-EXIT.
092400     EXIT.

092500*****************************************************************
092600*    2230-CHECK-SIZE                                            *
092700*    EVERY SHARE MUST FIT A TRANFIL OPERAND.                    *
092800*****************************************************************
092900 2230-CHECK-SIZE.
093000     IF ALG-SH-AMOUNT (ALG-SH-IDX) > 999999999.99
093100         OR ALG-SH-AMOUNT (ALG-SH-IDX) < -999999999.99
093200         MOVE "A SHARE IS TOO LARGE FOR A TRANFIL OPERAND"
093300             TO ALG-REJECT-REASON
093400     END-IF.
093500 2230-EXIT.
093600     EXIT.

093700*****************************************************************
093800*    2400-BUILD-ENTRIES                                         *
093900*    PRINTS THE RULE AND ITS TARGETS AND ADDS ONE J ENTRY PER   *
094000*    TARGET SHARE -- TWO WHEN THE SHARE CROSSES DEPARTMENTS.    *
094100*****************************************************************
094200 2400-BUILD-ENTRIES.
094300     ADD 1 TO ALG-ALLOC-COUNT.
094400     PERFORM 4200-PRINT-RULE-LINE THRU 4200-EXIT.
094500     PERFORM 2410-BUILD-TARGET THRU 2410-EXIT
094600         VARYING AR-TGT-IDX FROM 1 BY 1
094700         UNTIL AR-TGT-IDX > AR-TARGET-COUNT
094800             OR ALG-ABORT.
094900     ADD ALG-SOURCE-BAL TO ALG-TOTAL-ALLOCATED
095000         ON SIZE ERROR
095100             DISPLAY "ALLOCGEN - ALLOCATED TOTAL OVERFLOWED, "
095200                 "ABORTING RUN"
095300             MOVE 16 TO RETURN-CODE
095400             MOVE "Y" TO ALG-ABORT-SW
095500     END-ADD.
095600 2400-EXIT.
095700     EXIT.

095800*****************************************************************
095900*    2410-BUILD-TARGET                                          *
096000*****************************************************************
096100 2410-BUILD-TARGET.
096200     SET ALG-SH-IDX TO AR-TGT-IDX.
096300     PERFORM 4300-PRINT-TARGET-LINE THRU 4300-EXIT.
096400     IF ALG-SH-AMOUNT (ALG-SH-IDX) NOT = ZEROS
096500         MOVE ALG-SH-AMOUNT (ALG-SH-IDX) TO ALG-NEW-AMOUNT
096600         MOVE AR-TGT-ACCOUNT (AR-TGT-IDX) TO ALG-NEW-DR-ACCOUNT
096700         MOVE ALG-SH-DEPT (ALG-SH-IDX)    TO ALG-NEW-DEPT
096800         IF ALG-SH-DEPT (ALG-SH-IDX) = AR-SOURCE-DEPT
096900             MOVE AR-SOURCE-ACCOUNT TO ALG-NEW-CR-ACCOUNT
097000             PERFORM 2420-ADD-ENTRY THRU 2420-EXIT
097100         ELSE
097200             MOVE ALG-CLEARING-ACCOUNT TO ALG-NEW-CR-ACCOUNT
097300             PERFORM 2420-ADD-ENTRY THRU 2420-EXIT
097400             MOVE AR-SOURCE-DEPT       TO ALG-NEW-DEPT
097500             MOVE ALG-CLEARING-ACCOUNT TO ALG-NEW-DR-ACCOUNT
097600             MOVE AR-SOURCE-ACCOUNT    TO ALG-NEW-CR-ACCOUNT
097700             PERFORM 2420-ADD-ENTRY THRU 2420-EXIT
097800         END-IF
097900     END-IF.
098000 2410-EXIT.
098100     EXIT.

098200*****************************************************************
098300*    2420-ADD-ENTRY                                             *
098400*    ADDS ALG-NEW-ENTRY TO THE ENTRY TABLE AND ITS DEPARTMENT   *
098500*    TO THE DEPARTMENT TABLE IF IT IS NOT THERE YET.            *
098600*****************************************************************
098700 2420-ADD-ENTRY.
098800     IF NOT ALG-ABORT
098900         IF ALG-ENTRY-COUNT < 1000
099000             ADD 1 TO ALG-ENTRY-COUNT
099100             SET ALG-EN-IDX TO ALG-ENTRY-COUNT
099200             MOVE ALG-NEW-DEPT       TO ALG-EN-DEPT (ALG-EN-IDX)
099300             MOVE ALG-NEW-DR-ACCOUNT
099400                 TO ALG-EN-DR-ACCOUNT (ALG-EN-IDX)
099500             MOVE ALG-NEW-CR-ACCOUNT
099600                 TO ALG-EN-CR-ACCOUNT (ALG-EN-IDX)
099700             MOVE ALG-NEW-AMOUNT     TO ALG-EN-AMOUNT (ALG-EN-IDX)
099800             PERFORM 2430-FIND-DEPT THRU 2430-EXIT
099900         ELSE
100000             DISPLAY "ALLOCGEN - ALLOCATION ENTRIES EXCEED "
100100                 "TABLE, ABORTING RUN"
100200             MOVE 16 TO RETURN-CODE
100300             MOVE "Y" TO ALG-ABORT-SW
100400         END-IF
100500     END-IF.
100600 2420-EXIT.
100700     EXIT.

100800*****************************************************************
100900*    2430-FIND-DEPT                                             *
101000*****************************************************************
101100 2430-FIND-DEPT.
101200     MOVE "N" TO ALG-DEPT-FOUND-SW.
101300     PERFORM 2440-MATCH-DEPT THRU 2440-EXIT
101400         VARYING ALG-DP-IDX FROM 1 BY 1
101500         UNTIL ALG-DP-IDX > ALG-DEPT-COUNT
101600             OR ALG-DEPT-FOUND.
101700     IF NOT ALG-DEPT-FOUND
101800         IF ALG-DEPT-COUNT < 100
101900             ADD 1 TO ALG-DEPT-COUNT
102000             SET ALG-DP-IDX TO ALG-DEPT-COUNT
102100             MOVE ALG-NEW-DEPT TO ALG-DP-DEPT (ALG-DP-IDX)
102200             MOVE ZEROS        TO ALG-DP-BATCH (ALG-DP-IDX)
102300             MOVE ZEROS        TO ALG-DP-DETAILS (ALG-DP-IDX)
102400             MOVE ZEROS        TO ALG-DP-AMOUNT (ALG-DP-IDX)
102500         ELSE
102600             DISPLAY "ALLOCGEN - DEPARTMENTS EXCEED TABLE, "
102700                 "ABORTING RUN"
102800             MOVE 16 TO RETURN-CODE
102900             MOVE "Y" TO ALG-ABORT-SW
103000         END-IF
103100     END-IF.
103200 2430-EXIT.
103300     EXIT.

103400*****************************************************************
103500*    2440-MATCH-DEPT                                            *
103600*****************************************************************
103700 2440-MATCH-DEPT.
103800     IF ALG-DP-DEPT (ALG-DP-IDX) = ALG-NEW-DEPT
103900         MOVE "Y" TO ALG-DEPT-FOUND-SW
104000     END-IF.
104100 2440-EXIT.
104200     EXIT.

104300*****************************************************************
104400*    2800-REJECT-RULE                                           *
104500*****************************************************************
104600 2800-REJECT-RULE.
104700     ADD 1 TO ALG-REJECT-COUNT.
104800     DISPLAY "ALLOCGEN - RULE " AR-RULE-ID " REJECTED - "
104900         ALG-REJECT-REASON.
105000     PERFORM 4200-PRINT-RULE-LINE THRU 4200-EXIT.
105100     MOVE ALG-REJECT-REASON TO ARJ-REASON.
105200     MOVE ALG-REJECT-LINE TO ALG-PRINT-LINE.
105300     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
105400 2800-EXIT.
105500     EXIT.

105600*****************************************************************
105700*    2900-READ-RULE                                             *
105800*****************************************************************
105900 2900-READ-RULE.
106000     READ RULE-FILE
106100         AT END
106200             MOVE "Y" TO ALG-EOF-SW
106300         NOT AT END
106400             ADD 1 TO ALG-READ-COUNT
106500     END-READ.
106600 2900-EXIT.
106700     EXIT.

106800*****************************************************************
106900*    3000-WRITE-BATCHES                                         *
107000*    ONE BATCH PER DEPARTMENT TOUCHED, EACH WITH ITS OWN        *
107100*    HEADER AND TRAILER.  NOTHING IS WRITTEN WHEN A RULE WAS    *
107200*    REJECTED -- THE ALLOCATION GOES OUT WHOLE OR NOT AT ALL.   *
107300*****************************************************************
107400 3000-WRITE-BATCHES.
107500     IF NOT ALG-ABORT
107600         EVALUATE TRUE
107700             WHEN ALG-REJECT-COUNT > 0
107800                 DISPLAY "ALLOCGEN - " ALG-REJECT-COUNT " RULES "
107900                     "REJECTED - FIX THE MASTER AND RERUN, NO "
108000                     "BATCH WRITTEN"
108100                 MOVE 16 TO RETURN-CODE
108200             WHEN ALG-ENTRY-COUNT = 0
108300                 DISPLAY "ALLOCGEN - NOTHING TO ALLOCATE FOR "
108400                     "PERIOD " ALG-ACCTG-PERIOD ", NO BATCH BUILT"
108500             WHEN OTHER
108600                 MOVE ALG-BATCH-NUMBER TO ALG-NEXT-BATCH
108700                 PERFORM 3100-WRITE-DEPT-BATCH THRU 3100-EXIT
108800                     VARYING ALG-DP-IDX FROM 1 BY 1
108900                     UNTIL ALG-DP-IDX > ALG-DEPT-COUNT
109000                         OR ALG-ABORT
109100         END-EVALUATE
109200     END-IF.
109300 3000-EXIT.
109400     EXIT.

109500*****************************************************************
109600*    3100-WRITE-DEPT-BATCH                                      *
109700*****************************************************************
109800 3100-WRITE-DEPT-BATCH.
109900     MOVE ALG-NEXT-BATCH TO ALG-DP-BATCH (ALG-DP-IDX).
110000     MOVE ALG-NEXT-BATCH TO ALG-LAST-BATCH.
110100     ADD 1 TO ALG-NEXT-BATCH.
110200     MOVE ZEROS TO ALG-BATCH-DETAILS.
110300     MOVE ZEROS TO ALG-BATCH-HASH.
110400     MOVE SPACES TO TF-BATCH-HEADER.
110500     MOVE "H"                      TO TF-BH-RECORD-TYPE.
110600     MOVE ALG-DP-BATCH (ALG-DP-IDX) TO TF-BH-BATCH-NUMBER.
110700     MOVE ALG-BUSINESS-DATE        TO TF-BH-BUSINESS-DATE.
110800     MOVE ALG-DP-DEPT (ALG-DP-IDX) TO TF-BH-DEPARTMENT.
110900     WRITE TF-BATCH-HEADER.
111000     IF NOT ALG-TRAN-OK
111100         PERFORM 3900-WRITE-FAILED THRU 3900-EXIT
111200     ELSE
111300         PERFORM 3110-WRITE-ENTRY THRU 3110-EXIT
111400             VARYING ALG-EN-IDX FROM 1 BY 1
111500             UNTIL ALG-EN-IDX > ALG-ENTRY-COUNT
111600                 OR ALG-ABORT
111700     END-IF.
111800     IF NOT ALG-ABORT
111900         MOVE SPACES TO TF-BATCH-TRAILER
112000         MOVE "T"               TO TF-BT-RECORD-TYPE
112100         MOVE ALG-BATCH-DETAILS TO TF-BT-RECORD-COUNT
112200         MOVE ALG-BATCH-HASH    TO TF-BT-HASH-TOTAL
112300         WRITE TF-BATCH-TRAILER
112400         IF NOT ALG-TRAN-OK
112500             PERFORM 3900-WRITE-FAILED THRU 3900-EXIT
112600         ELSE
112700             ADD 1 TO ALG-BATCH-COUNT
112800             MOVE ALG-BATCH-DETAILS TO ALG-DP-DETAILS (ALG-DP-IDX)
112900             DISPLAY "ALLOCGEN - BATCH " ALG-DP-BATCH (ALG-DP-IDX)
113000                 " WRITTEN FOR DEPARTMENT "
113100                 ALG-DP-DEPT (ALG-DP-IDX) ", " ALG-BATCH-DETAILS
113200                 " DETAIL RECORDS"
113300         END-IF
113400     END-IF.
113500 3100-EXIT.
113600     EXIT.

113700*****************************************************************
113800*    3110-WRITE-ENTRY                                           *
113900*    ONE TWO-OPERAND J ENTRY: THE DEBIT ACCOUNT TAKES THE       *
114000*    AMOUNT, THE CREDIT ACCOUNT ITS NEGATIVE.                   *
114100*****************************************************************
114200 3110-WRITE-ENTRY.
114300     IF ALG-EN-DEPT (ALG-EN-IDX) = ALG-DP-DEPT (ALG-DP-IDX)
114400         MOVE SPACES TO TF-TRAN-RECORD
114500         MOVE "J" TO TF-OP-CODE
114600         MOVE 2   TO TF-OPERAND-COUNT
114700         MOVE ALG-EN-DR-ACCOUNT (ALG-EN-IDX) TO TF-GL-ACCOUNT (1)
114800         MOVE ALG-EN-AMOUNT (ALG-EN-IDX)     TO TF-OPERAND (1)
114900         MOVE ALG-EN-CR-ACCOUNT (ALG-EN-IDX) TO TF-GL-ACCOUNT (2)
115000         SUBTRACT ALG-EN-AMOUNT (ALG-EN-IDX) FROM ZERO
115100             GIVING TF-OPERAND (2)
115200         WRITE TF-TRAN-RECORD
115300         IF NOT ALG-TRAN-OK
115400             PERFORM 3900-WRITE-FAILED THRU 3900-EXIT
115500         ELSE
115600             ADD 1 TO ALG-BATCH-DETAILS
115700             ADD 1 TO ALG-DETAIL-COUNT
115800             ADD TF-OPERAND (1) TO ALG-BATCH-HASH
115900             ADD TF-OPERAND (2) TO ALG-BATCH-HASH
116000             ADD ALG-EN-AMOUNT (ALG-EN-IDX)
116100                 TO ALG-DP-AMOUNT (ALG-DP-IDX)
116200         END-IF
116300     END-IF.
116400 3110-EXIT.
116500     EXIT.

116600*****************************************************************
116700*    3900-WRITE-FAILED                                          *
116800*****************************************************************
116900 3900-WRITE-FAILED.
117000     DISPLAY "ALLOCGEN - WRITE FAILED ON ALOCTRAN, STATUS "
117100         ALG-TRAN-STATUS ", ABORTING RUN".
117200     MOVE 16 TO RETURN-CODE.
117300     MOVE "Y" TO ALG-ABORT-SW.
117400 3900-EXIT.
117500     EXIT.

117600*****************************************************************
117700*    4000-RECORD-HISTORY                                        *
117800*    A CLEAN RUN THAT BUILT BATCHES RECORDS THE PERIOD ON THE   *
117900*    ALLOCATION HISTORY SO IT CANNOT BE ALLOCATED AGAIN.  A     *
118000*    DUPLICATE KEY IS A DELIBERATE RERUN (THE STARTUP CHECK     *
118100*    ALREADY PASSED THE OVERRIDE) -- THE RECORD IS REWRITTEN    *
118200*    WITH THE NEW RUN'S FIGURES.                                *
118300*****************************************************************
118400 4000-RECORD-HISTORY.
118500     IF RETURN-CODE = 0 AND ALG-BATCH-COUNT > 0
118600         OPEN I-O HIST-FILE
118700         IF ALG-HIST-OK
118800             ACCEPT ALG-STAMP-DATE FROM DATE YYYYMMDD
118900             ACCEPT ALG-STAMP-TIME FROM TIME
119000             MOVE SPACES              TO AH-RECORD
119100             MOVE ALG-ACCTG-PERIOD    TO AH-ACCTG-PERIOD
119200             MOVE ALG-BUSINESS-DATE   TO AH-BUSINESS-DATE
119300             MOVE ALG-BATCH-NUMBER    TO AH-FIRST-BATCH
119400             MOVE ALG-LAST-BATCH      TO AH-LAST-BATCH
119500             MOVE ALG-ENTRY-COUNT     TO AH-ENTRY-COUNT
119600             MOVE ALG-TOTAL-ALLOCATED TO AH-TOTAL-ALLOCATED
119700             MOVE ALG-STAMP-DATE      TO AH-RUN-DATE
119800             MOVE ALG-STAMP-TIME      TO AH-RUN-TIME
119900             MOVE ALG-OVERRIDE-SW     TO AH-OVERRIDE-SW
120000             WRITE AH-RECORD
120100                 INVALID KEY
120200                     REWRITE AH-RECORD
120300                         INVALID KEY
120400                             DISPLAY "ALLOCGEN - UNABLE TO "
120500                                 "REWRITE ALOCHIST, STATUS "
120600                                 ALG-HIST-STATUS
120700                             MOVE 16 TO RETURN-CODE
120800                     END-REWRITE
120900             END-WRITE
121000             CLOSE HIST-FILE
121100             IF RETURN-CODE = 0
121200                 DISPLAY "ALLOCGEN - PERIOD " ALG-ACCTG-PERIOD
121300                     " RECORDED ON ALLOCATION HISTORY"
121400             END-IF
121500         ELSE
121600             DISPLAY "ALLOCGEN - UNABLE TO RECORD PERIOD ON "
121700                 "ALOCHIST, STATUS " ALG-HIST-STATUS
121800             MOVE 16 TO RETURN-CODE
121900         END-IF
122000     END-IF.
122100 4000-EXIT.
122200     EXIT.

122300*****************************************************************
122400*    4200-PRINT-RULE-LINE                                       *
122500*****************************************************************
122600 4200-PRINT-RULE-LINE.
122700     MOVE AR-RULE-ID        TO ARL-RULE-ID.
122800     MOVE AR-DESCRIPTION    TO ARL-DESC.
122900     MOVE AR-SOURCE-ACCOUNT TO ARL-SOURCE-ACCOUNT.
123000     MOVE AR-SOURCE-DEPT    TO ARL-SOURCE-DEPT.
123100     MOVE ALG-SOURCE-BAL    TO ARL-SOURCE-BAL.
123200     EVALUATE TRUE
123300         WHEN AR-PERCENT-METHOD
123400             MOVE "PERCENT" TO ARL-METHOD
123500         WHEN AR-BASIS-METHOD
123600             MOVE "BASIS"   TO ARL-METHOD
123700         WHEN OTHER
123800             MOVE AR-METHOD TO ARL-METHOD
123900     END-EVALUATE.
124000     MOVE ALG-RULE-LINE TO ALG-PRINT-LINE.
124100     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
124200 4200-EXIT.
124300     EXIT.

124400*****************************************************************
124500*    4300-PRINT-TARGET-LINE                                     *
124600*****************************************************************
124700 4300-PRINT-TARGET-LINE.
124800     MOVE AR-TGT-ACCOUNT (AR-TGT-IDX) TO ATL-ACCOUNT.
124900     MOVE ALG-SH-DEPT (ALG-SH-IDX)    TO ATL-DEPT.
125000     IF AR-BASIS-METHOD
125100         MOVE AR-TGT-BASIS-ACCOUNT (AR-TGT-IDX)
125200             TO ATL-BASIS-ACCOUNT
125300     ELSE
125400         MOVE SPACES TO ATL-BASIS-ACCOUNT
125500     END-IF.
125600     MOVE ALG-SH-BASIS (ALG-SH-IDX)   TO ATL-BASIS.
125700     MOVE ALG-SH-PERCENT (ALG-SH-IDX) TO ATL-PERCENT.
125800     MOVE ALG-SH-AMOUNT (ALG-SH-IDX)  TO ATL-AMOUNT.
125900     IF AR-TGT-ROUNDING (AR-TGT-IDX)
126000         MOVE "ROUNDING" TO ATL-ROUNDING
126100     ELSE
126200         MOVE SPACES TO ATL-ROUNDING
126300     END-IF.
126400     MOVE ALG-TARGET-LINE TO ALG-PRINT-LINE.
126500     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
126600 4300-EXIT.
126700     EXIT.

126800*****************************************************************
126900*    5000-PRINT-SUMMARY                                         *
127000*    THE BATCHES BUILT, THE RULE COUNTS AND THE TOTAL           *
127100*    ALLOCATED.                                                 *
127200*****************************************************************
127300 5000-PRINT-SUMMARY.
127400     IF ALG-RPT-OK
127500         MOVE 99 TO ALG-LINE-COUNT
127600         PERFORM 5100-PRINT-BATCH-LINE THRU 5100-EXIT
127700             VARYING ALG-DP-IDX FROM 1 BY 1
127800             UNTIL ALG-DP-IDX > ALG-DEPT-COUNT
127900         PERFORM 8400-PRINT-BLANK THRU 8400-EXIT
128000         MOVE "RULES READ ............................"
128100             TO ACL-LABEL
128200         MOVE ALG-READ-COUNT TO ACL-COUNT
128300         MOVE ALG-COUNT-LINE TO ALG-PRINT-LINE
128400         PERFORM 8100-PRINT-LINE THRU 8100-EXIT
128500         MOVE "RULES ALLOCATED ......................."
128600             TO ACL-LABEL
128700         MOVE ALG-ALLOC-COUNT TO ACL-COUNT
128800         MOVE ALG-COUNT-LINE TO ALG-PRINT-LINE
128900         PERFORM 8100-PRINT-LINE THRU 8100-EXIT
129000         MOVE "RULES INACTIVE OR NOTHING TO ALLOCATE .."
129100             TO ACL-LABEL
129200         MOVE ALG-SKIP-COUNT TO ACL-COUNT
129300         MOVE ALG-COUNT-LINE TO ALG-PRINT-LINE
129400         PERFORM 8100-PRINT-LINE THRU 8100-EXIT
129500         MOVE "RULES REJECTED ........................"
129600             TO ACL-LABEL
129700         MOVE ALG-REJECT-COUNT TO ACL-COUNT
129800         MOVE ALG-COUNT-LINE TO ALG-PRINT-LINE
129900         PERFORM 8100-PRINT-LINE THRU 8100-EXIT
130000         MOVE "BATCHES WRITTEN ......................."
130100             TO ACL-LABEL
130200         MOVE ALG-BATCH-COUNT TO ACL-COUNT
130300         MOVE ALG-COUNT-LINE TO ALG-PRINT-LINE
130400         PERFORM 8100-PRINT-LINE THRU 8100-EXIT
130500         MOVE "TOTAL ALLOCATED ......................."
130600             TO AAL-LABEL
130700         MOVE ALG-TOTAL-ALLOCATED TO AAL-AMOUNT
130800         MOVE ALG-AMOUNT-LINE TO ALG-PRINT-LINE
130900         PERFORM 8100-PRINT-LINE THRU 8100-EXIT
131000         IF ALG-REJECT-COUNT > 0
131100             MOVE SPACES TO ALG-MESSAGE-LINE
131200             MOVE "RULES REJECTED - NO BATCH WRITTEN"
131300                 TO AML-TEXT
131400             MOVE ALG-MESSAGE-LINE TO ALG-PRINT-LINE
131500             PERFORM 8100-PRINT-LINE THRU 8100-EXIT
131600         END-IF
131700     END-IF.
131800 5000-EXIT.
131900     EXIT.

132000*****************************************************************
132100*    5100-PRINT-BATCH-LINE                                      *
132200*****************************************************************
132300 5100-PRINT-BATCH-LINE.
132400     MOVE ALG-DP-BATCH (ALG-DP-IDX)   TO ABL-BATCH.
132500     MOVE ALG-DP-DEPT (ALG-DP-IDX)    TO ABL-DEPT.
132600     MOVE ALG-DP-DETAILS (ALG-DP-IDX) TO ABL-DETAILS.
132700     MOVE ALG-DP-AMOUNT (ALG-DP-IDX)  TO ABL-AMOUNT.
132800     MOVE ALG-BATCH-LINE TO ALG-PRINT-LINE.
132900     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
133000 5100-EXIT.
133100     EXIT.

133200*****************************************************************
133300*    8000-PRINT-HEADINGS                                        *
133400*****************************************************************
133500 8000-PRINT-HEADINGS.
133600     ADD 1 TO ALG-PAGE-COUNT.
133700     MOVE ALG-RUN-DATE         TO ALH1-RUN-DATE.
133800     MOVE ALG-PAGE-COUNT       TO ALH1-PAGE.
133900     MOVE ALG-ACCTG-PERIOD     TO ALH2-PERIOD.
134000     MOVE ALG-BUSINESS-DATE    TO ALH2-BUSINESS-DATE.
134100     MOVE ALG-CLEARING-ACCOUNT TO ALH2-CLEARING.
134200     WRITE RPT-RECORD FROM ALG-HEADING-1.
134300     WRITE RPT-RECORD FROM ALG-HEADING-2.
134400     WRITE RPT-RECORD FROM ALG-HEADING-3.
134500     MOVE SPACES TO RPT-RECORD.
134600     WRITE RPT-RECORD.
134700     MOVE 4 TO ALG-LINE-COUNT.
134800 8000-EXIT.
134900     EXIT.

135000*****************************************************************
135100*    8100-PRINT-LINE                                            *
135200*    WRITES THE LINE BUILT IN ALG-PRINT-LINE, STARTING A NEW    *
135300*    PAGE FIRST WHEN THIS ONE IS FULL.                          *
135400*****************************************************************
135500 8100-PRINT-LINE.
135600     IF ALG-RPT-OK
135700         IF ALG-LINE-COUNT >= ALG-LINES-PER-PAGE
135800             PERFORM 8000-PRINT-HEADINGS THRU 8000-EXIT
135900         END-IF
136000         WRITE RPT-RECORD FROM ALG-PRINT-LINE
136100         ADD 1 TO ALG-LINE-COUNT
136200     END-IF.
136300 8100-EXIT.
136400     EXIT.

136500*****************************************************************
136600*    8400-PRINT-BLANK                                           *
136700*****************************************************************
136800 8400-PRINT-BLANK.
136900     MOVE SPACES TO ALG-PRINT-LINE.
137000     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
137100 8400-EXIT.
137200     EXIT.

137300*****************************************************************
137400*    8500-FIND-BALANCE                                          *
137500*    LOOKS UP THE PERIOD BALANCE OF ALG-LOOKUP-ACCOUNT IN       *
137600*    ALG-LOOKUP-DEPT.  NO RECORD MEANS NO ACTIVITY -- ZERO.     *
137700*****************************************************************
137800 8500-FIND-BALANCE.
137900     MOVE "N" TO ALG-BAL-FOUND-SW.
138000     MOVE ZEROS TO ALG-LOOKUP-NET.
138100     PERFORM 8510-MATCH-BALANCE THRU 8510-EXIT
138200         VARYING ALG-BAL-IDX FROM 1 BY 1
138300         UNTIL ALG-BAL-IDX > ALG-BAL-COUNT
138400             OR ALG-BAL-FOUND.
138500 8500-EXIT.
138600     EXIT.

138700*****************************************************************
138800*    8510-MATCH-BALANCE                                         *
138900*****************************************************************
139000 8510-MATCH-BALANCE.
139100     IF ALG-BAL-ACCOUNT (ALG-BAL-IDX) = ALG-LOOKUP-ACCOUNT
139200         AND ALG-BAL-DEPT (ALG-BAL-IDX) = ALG-LOOKUP-DEPT
139300         MOVE "Y" TO ALG-BAL-FOUND-SW
139400         MOVE ALG-BAL-NET (ALG-BAL-IDX) TO ALG-LOOKUP-NET
139500     END-IF.
139600 8510-EXIT.
139700     EXIT.

139800*****************************************************************
139900*    8600-FIND-ACCOUNT                                          *
140000*    DIRECT KEYED READ OF THE ACCOUNT IN CA-ACCOUNT ON THE      *
140100*    CHART MASTER.  FOUND MEANS ON THE CHART AND ACTIVE.        *
140200*****************************************************************
140300 8600-FIND-ACCOUNT.
140400     MOVE "N" TO ALG-ACCT-FOUND-SW.
140500     IF ALG-COA-OPEN
140600         READ COA-FILE
140700             INVALID KEY
140800                 CONTINUE
140900             NOT INVALID KEY
141000                 IF CA-ACTIVE
141100                     MOVE "Y" TO ALG-ACCT-FOUND-SW
141200                 END-IF
141300         END-READ
141400     END-IF.
141500 8600-EXIT.
141600     EXIT.

141700*****************************************************************
141800*    9000-TERMINATE                                             *
141900*****************************************************************
142000 9000-TERMINATE.
142100     IF ALG-RULE-OK OR ALG-RULE-ENDED
142200         CLOSE RULE-FILE
142300     END-IF.
142400     IF ALG-COA-OPEN
142500         CLOSE COA-FILE
142600     END-IF.
142700     IF ALG-TRAN-OK
142800         CLOSE ALTRAN-FILE
142900     END-IF.
143000     IF ALG-RPT-OK
143100         CLOSE REPORT-FILE
143200     END-IF.
143300     DISPLAY "*************************************************".
143400     DISPLAY "*          ALLOCGEN ALLOCATION REPORT           *".
143500     DISPLAY "*************************************************".
143600     DISPLAY "ACCOUNTING PERIOD ..... " ALG-ACCTG-PERIOD.
143700     DISPLAY "RULES READ ............ " ALG-READ-COUNT.
143800     DISPLAY "RULES ALLOCATED ....... " ALG-ALLOC-COUNT.
143900     DISPLAY "RULES SKIPPED ......... " ALG-SKIP-COUNT.
144000     DISPLAY "RULES REJECTED ........ " ALG-REJECT-COUNT.
144100     DISPLAY "BATCHES WRITTEN ....... " ALG-BATCH-COUNT.
144200     DISPLAY "ENTRIES WRITTEN ....... " ALG-DETAIL-COUNT.
144300     DISPLAY "TOTAL ALLOCATED ....... " ALG-TOTAL-ALLOCATED.
144400     DISPLAY "*************************************************".
144500     PERFORM 9300-WRITE-RUN-STATUS THRU 9300-EXIT.
144600 9000-EXIT.
144700     EXIT.

144800*****************************************************************
144900*    9300-WRITE-RUN-STATUS                                      *
145000*    APPENDS THIS STEP'S COMPLETION RECORD TO THE COMMON        *
145100*    RUN-STATUS LOG THE DAY-END OPERATIONS SUMMARY READS.  A    *
145200*    LOG THAT CANNOT BE WRITTEN ONLY WARNS -- THE STEP'S OWN    *
145300*    WORK STANDS.                                               *
145400*****************************************************************
145500 9300-WRITE-RUN-STATUS.
145600     OPEN EXTEND RUNSTAT-FILE.
145700     IF ALG-RUNSTAT-OK
145800         ACCEPT ALG-STAMP-DATE FROM DATE YYYYMMDD
145900         ACCEPT ALG-STAMP-TIME FROM TIME
146000         MOVE "ALLOCGEN" TO RS-PROGRAM
146100         MOVE ALG-BATCH-NUMBER TO RS-BATCH-NUMBER
146200         MOVE ALG-BUSINESS-DATE TO RS-BUSINESS-DATE
146300         MOVE ALG-READ-COUNT TO RS-READ-COUNT
146400         MOVE ALG-ALLOC-COUNT TO RS-ACCEPT-COUNT
146500         MOVE ALG-REJECT-COUNT TO RS-REJECT-COUNT
146600         MOVE ALG-TOTAL-ALLOCATED TO RS-CONTROL-TOTAL
146700         MOVE RETURN-CODE TO RS-RETURN-CODE
146800         MOVE ALG-STAMP-DATE TO RS-RUN-DATE
146900         MOVE ALG-STAMP-TIME TO RS-RUN-TIME
147000         WRITE RS-RECORD
147100         CLOSE RUNSTAT-FILE
147200     ELSE
147300         DISPLAY "ALLOCGEN - UNABLE TO OPEN RUNSTAT, STATUS "
147400             ALG-RUNSTAT-STATUS
147500             ", RUN-STATUS RECORD NOT WRITTEN"
147600     END-IF.
147700 9300-EXIT.
147800     EXIT.
