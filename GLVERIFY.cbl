000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GLVERIFY.
000300 AUTHOR.        J H MERCER.
000400 INSTALLATION.  GENERAL ACCOUNTING - BATCH SYSTEMS.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*    GLVERIFY                                                   *
001000*                                                               *
001100*    GL BALANCE MASTER REBUILD AND VERIFY.  GLPOST PROVES EACH  *
001200*    NIGHT'S OPENING PLUS POSTINGS EQUALS CLOSING, BUT NOTHING  *
001300*    CHECKED THE MASTER AGAINST THE HISTORY THAT BUILT IT -- A  *
001400*    MASTER RESTORED FROM THE WRONG BACKUP, OR A NIGHT'S        *
001500*    SUMMARY APPLIED TWICE, PROVES CLEANLY EVERY NIGHT AFTER.   *
001600*    THIS PROGRAM REPLAYS EVERY GL EXTRACT POSTING DATED IN THE *
001700*    CONTROL CARD'S RANGE OF ACCOUNTING PERIODS THE WAY THE     *
001800*    NIGHT BUILT IT: EACH BUSINESS DATE'S OPERANDS ARE NETTED   *
001900*    BY OP CODE, ACCOUNT AND DEPARTMENT AS GLSUMM NETS THEM,    *
002000*    THE DATE IS MAPPED TO ITS PERIOD ON THE POSTING CALENDAR,  *
002100*    AND EACH NETTED FIGURE IS APPLIED AS GLPOST APPLIES IT.    *
002200*    BCHREVRS CONTRA BATCHES POST THROUGH ADDNUMBERS, SO A      *
002300*    REVERSED BATCH AND ITS REVERSAL BOTH REPLAY FROM THE       *
002400*    EXTRACT; THE REPORT COUNTS THE REVERSED BATCHES MET.  THE  *
002500*    RECOMPUTED PTD DEBITS, CREDITS, NET AND JOURNAL NET ARE    *
002600*    COMPARED WITH GLMASTER BY ACCOUNT, DEPARTMENT AND PERIOD   *
002700*    AND EVERY DIFFERENCE IS PRINTED.  PERIODS 00 AND 13 ARE    *
002800*    WRITTEN BY YECLOSE, NOT POSTED FROM THE EXTRACT, SO MASTER *
002900*    RECORDS IN A PERIOD WITH NO CALENDAR DATES ARE CARRIED     *
003000*    UNCHECKED.  A VERIFY RUN WITH ANY DIFFERENCE ENDS RC=16.   *
003100*    IN REPAIR MODE THE REBUILT MASTER IS WRITTEN -- RECORDS    *
003200*    OUTSIDE THE RANGE CARRIED AS THEY STAND, RECORDS IN IT     *
003300*    REPLACED BY THE REPLAY -- AND PROVED, CARRIED NET PLUS     *
003400*    REBUILT NET EQUALS WRITTEN NET, FOR THE COPY-BACK STEP.    *
003500*                                                               *
003600*    MODIFICATION HISTORY                                      *
003700*    DATE       INIT  DESCRIPTION                               *
003800*    10/15/26   JHM   ORIGINAL PROGRAM.                         *
003900*                                                               *
004000*****************************************************************
004100 ENVIRONMENT DIVISION.
004200 CONFIGURATION SECTION.
004300 SOURCE-COMPUTER.   IBM-370.
004400 OBJECT-COMPUTER.   IBM-370.
004500 INPUT-OUTPUT SECTION.
004600 FILE-CONTROL.
004700     SELECT GL-FILE ASSIGN TO GLEXTRCT
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS GLV-GL-STATUS.
005000     SELECT GLM-FILE ASSIGN TO GLMASTER
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS GLV-GLM-STATUS.
005300     SELECT CAL-FILE ASSIGN TO CALFILE
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS SEQUENTIAL
005600         RECORD KEY IS CAL-BUSINESS-DATE
005700         FILE STATUS IS GLV-CAL-STATUS.
005800     SELECT BREG-FILE ASSIGN TO BREGFILE
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS RANDOM
006100         RECORD KEY IS BRG-BATCH-NUMBER
006200         FILE STATUS IS GLV-BREG-STATUS.
006300     SELECT CTL-FILE ASSIGN TO GVCTL
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS GLV-CTL-STATUS.
006600     SELECT NEWGLM-FILE ASSIGN TO NEWGLM
006700         ORGANIZATION IS SEQUENTIAL
006800         FILE STATUS IS GLV-NEWGLM-STATUS.
006900     SELECT REPORT-FILE ASSIGN TO RPTFILE
007000         ORGANIZATION IS SEQUENTIAL
007100         FILE STATUS IS GLV-RPT-STATUS.
007200     SELECT RUNSTAT-FILE ASSIGN TO RUNSTAT
007300         ORGANIZATION IS SEQUENTIAL
007400         FILE STATUS IS GLV-RUNSTAT-STATUS.

007500 DATA DIVISION.
007600 FILE SECTION.
007700 FD  GL-FILE
007800     RECORDING MODE IS F
007900     RECORD CONTAINS 243 CHARACTERS
008000     LABEL RECORDS ARE STANDARD.
008100 COPY GLEXTRCT.

008200 FD  GLM-FILE
008300     RECORDING MODE IS F
008400     RECORD CONTAINS 84 CHARACTERS
008500     LABEL RECORDS ARE STANDARD.
008600 COPY GLMSTREC.

008700 FD  CAL-FILE
008800     RECORDING MODE IS F
008900     RECORD CONTAINS 80 CHARACTERS
009000     LABEL RECORDS ARE STANDARD.
009100 COPY CALREC.

009200 FD  BREG-FILE
009300     RECORDING MODE IS F
009400     RECORD CONTAINS 80 CHARACTERS
009500     LABEL RECORDS ARE STANDARD.
009600 COPY BREGREC.

009700 FD  CTL-FILE
009800     RECORDING MODE IS F
009900     RECORD CONTAINS 80 CHARACTERS
010000     LABEL RECORDS ARE STANDARD.
010100 COPY GVCTLREC.

010200 FD  NEWGLM-FILE
010300     RECORDING MODE IS F
010400     RECORD CONTAINS 84 CHARACTERS
010500     LABEL RECORDS ARE STANDARD.
010600 01  NEWGLM-RECORD                   PIC X(84).

010700 FD  REPORT-FILE
010800     RECORDING MODE IS F
010900     RECORD CONTAINS 133 CHARACTERS
011000     LABEL RECORDS ARE STANDARD.
011100 01  RPT-RECORD                      PIC X(133).

011200 FD  RUNSTAT-FILE
011300     RECORDING MODE IS F
011400     RECORD CONTAINS 80 CHARACTERS
011500     LABEL RECORDS ARE STANDARD.
011600 COPY RUNSTREC.

011700 WORKING-STORAGE SECTION.
011800*****************************************************************
011900*    WORKING STORAGE                                            *
012000*****************************************************************
012100 01  GLV-SWITCHES.
012200     05  GLV-RUNSTAT-STATUS      PIC X(02) VALUE ZEROS.
012300         88  GLV-RUNSTAT-OK      VALUE "00".
012400     05  GLV-GL-STATUS           PIC X(02) VALUE ZEROS.
012500         88  GLV-GL-OK           VALUE "00".
012600     05  GLV-GLM-STATUS          PIC X(02) VALUE ZEROS.
012700         88  GLV-GLM-OK          VALUE "00".
012800*            A MASTER THAT DOES NOT EXIST READS AS FILE NOT FOUND
012900*            -- AN EMPTY MASTER, AS GLPOST TREATS IT.
013000         88  GLV-GLM-NOT-FOUND   VALUE "35".
013100     05  GLV-CAL-STATUS          PIC X(02) VALUE ZEROS.
013200         88  GLV-CAL-OK          VALUE "00".
013300     05  GLV-BREG-STATUS         PIC X(02) VALUE ZEROS.
013400         88  GLV-BREG-OK         VALUE "00".
013500     05  GLV-CTL-STATUS          PIC X(02) VALUE ZEROS.
013600         88  GLV-CTL-OK          VALUE "00".
013700     05  GLV-NEWGLM-STATUS       PIC X(02) VALUE ZEROS.
013800         88  GLV-NEWGLM-OK       VALUE "00".
013900     05  GLV-RPT-STATUS          PIC X(02) VALUE ZEROS.
014000         88  GLV-RPT-OK          VALUE "00".
014100     05  GLV-ABORT-SW            PIC X(01) VALUE "N".
014200         88  GLV-ABORT           VALUE "Y".
014300     05  GLV-EOF-SW              PIC X(01) VALUE "N".
014400         88  GLV-EOF             VALUE "Y".
014500     05  GLV-REPAIR-SW           PIC X(01) VALUE "N".
014600         88  GLV-REPAIR-MODE     VALUE "Y".
014700*        THE REGISTER STAYS OPEN FOR KEYED READS AND THE REBUILT
014800*        MASTER IS OPENED IN REPAIR MODE ONLY, SO WHETHER EACH IS
014900*        OPEN IS KEPT HERE RATHER THAN READ OFF THE STATUS.
015000     05  GLV-BREG-OPEN-SW        PIC X(01) VALUE "N".
015100         88  GLV-BREG-OPEN       VALUE "Y".
015200     05  GLV-NEWGLM-OPEN-SW      PIC X(01) VALUE "N".
015300         88  GLV-NEWGLM-OPEN     VALUE "Y".
015400     05  GLV-CAL-FOUND-SW        PIC X(01) VALUE "N".
015500         88  GLV-CAL-FOUND       VALUE "Y".
015600     05  GLV-KEY-FOUND-SW        PIC X(01) VALUE "N".
015700         88  GLV-KEY-FOUND       VALUE "Y".
015800     05  GLV-DATE-SELECTED-SW    PIC X(01) VALUE "N".
015900         88  GLV-DATE-SELECTED   VALUE "Y".
016000     05  GLV-DATE-OFF-CAL-SW     PIC X(01) VALUE "N".
016100         88  GLV-DATE-OFF-CAL    VALUE "Y".
016200     05  GLV-BATCH-REVERSED-SW   PIC X(01) VALUE "N".
016300         88  GLV-BATCH-REVERSED  VALUE "Y".
016400     05  GLV-DIFFER-SW           PIC X(01) VALUE "N".
016500         88  GLV-DIFFERS         VALUE "Y".

016600 01  GLV-SELECTION.
016700     05  GLV-FROM-PERIOD         PIC 9(06) VALUE ZEROS.
016800     05  GLV-THRU-PERIOD         PIC 9(06) VALUE ZEROS.
016900*        GLV-CURRENT-DATE / GLV-CURRENT-PERIOD ARE THE BUSINESS
017000*        DATE BEING NETTED AND THE PERIOD THE CALENDAR GIVES IT.
017100     05  GLV-CURRENT-DATE        PIC 9(08) VALUE ZEROS.
017200     05  GLV-CURRENT-PERIOD      PIC 9(06) VALUE ZEROS.
017300*        GLV-LAST-BATCH HOLDS THE BATCH LAST LOOKED UP ON THE
017400*        REGISTER, SO CONSECUTIVE RECORDS FROM ONE BATCH COST ONE
017500*        KEYED READ BETWEEN THEM.
017600     05  GLV-LAST-BATCH          PIC X(06) VALUE SPACES.
017700     05  GLV-RUN-DATE            PIC 9(08) VALUE ZEROS.

017800 01  GLV-COUNTERS.
017900     05  GLV-GL-READ-COUNT       PIC 9(07) VALUE ZEROS.
018000     05  GLV-GL-SELECT-COUNT     PIC 9(07) VALUE ZEROS.
018100     05  GLV-OFF-CAL-COUNT       PIC 9(07) VALUE ZEROS.
018200     05  GLV-OPERAND-COUNT       PIC 9(07) VALUE ZEROS.
018300     05  GLV-NETTED-COUNT        PIC 9(07) VALUE ZEROS.
018400     05  GLV-DATE-COUNT          PIC 9(05) VALUE ZEROS.
018500     05  GLV-BATCH-COUNT         PIC 9(05) VALUE ZEROS.
018600     05  GLV-REV-BATCH-COUNT     PIC 9(05) VALUE ZEROS.
018700     05  GLV-REV-OPERAND-COUNT   PIC 9(07) VALUE ZEROS.
018800     05  GLV-GLM-READ-COUNT      PIC 9(05) VALUE ZEROS.
018900     05  GLV-OUT-RANGE-COUNT     PIC 9(05) VALUE ZEROS.
019000     05  GLV-NO-CAL-COUNT        PIC 9(05) VALUE ZEROS.
019100     05  GLV-VERIFIED-COUNT      PIC 9(05) VALUE ZEROS.
019200     05  GLV-AGREE-COUNT         PIC 9(05) VALUE ZEROS.
019300     05  GLV-DIFFER-COUNT        PIC 9(05) VALUE ZEROS.
019400     05  GLV-EXTRA-COUNT         PIC 9(05) VALUE ZEROS.
019500     05  GLV-MISSING-COUNT       PIC 9(05) VALUE ZEROS.
019600     05  GLV-BAD-KEY-COUNT       PIC 9(05) VALUE ZEROS.
019700     05  GLV-DIFF-LINE-COUNT     PIC 9(05) VALUE ZEROS.
019800     05  GLV-GLM-WRITE-COUNT     PIC 9(05) VALUE ZEROS.
019900     05  GLV-WORK-SUB            PIC 9(05) VALUE ZEROS.

020000*****************************************************************
020100*    PROOF TOTALS.  THE MASTER NET IS GLM-PTD-NET OVER THE      *
020200*    RECORDS CHECKED, THE REBUILT NET THE SAME FIGURE FROM THE  *
020300*    REPLAY.  IN REPAIR MODE THE CARRIED NET (RECORDS WRITTEN   *
020400*    AS THEY STAND) PLUS THE REBUILT NET MUST EQUAL THE NET     *
020500*    RE-ADDED AS THE NEW MASTER IS WRITTEN.                     *
020600*****************************************************************
020700 01  GLV-TOTALS.
020800     05  GLV-MASTER-NET          PIC S9(15)V99 VALUE ZEROS.
020900     05  GLV-REBUILT-NET         PIC S9(15)V99 VALUE ZEROS.
021000     05  GLV-NET-DIFFERENCE      PIC S9(15)V99 VALUE ZEROS.
021100     05  GLV-REVERSED-NET        PIC S9(15)V99 VALUE ZEROS.
021200     05  GLV-CARRIED-NET         PIC S9(15)V99 VALUE ZEROS.
021300     05  GLV-WRITTEN-NET         PIC S9(15)V99 VALUE ZEROS.
021400     05  GLV-EXPECTED-NET        PIC S9(15)V99 VALUE ZEROS.

021500*****************************************************************
021600*    GLV-CAL-TABLE MAPS EVERY BUSINESS DATE ON THE POSTING      *
021700*    CALENDAR TO ITS ACCOUNTING PERIOD, AS GLPOST LOADS IT.     *
021800*    GLV-RANGE-TABLE HOLDS EACH PERIOD IN THE CARD'S RANGE THAT *
021900*    HAS CALENDAR DATES -- THE PERIODS THE REPLAY CAN REBUILD.  *
022000*****************************************************************
022100 01  GLV-CAL-TABLE.
022200     05  GLV-CAL-COUNT           PIC 9(04) VALUE ZEROS.
022300     05  GLV-CAL-ENTRY
022400             OCCURS 500 TIMES
022500             INDEXED BY GLV-CAL-IDX.
022600         10  GLV-CAL-DATE        PIC 9(08).
022700         10  GLV-CAL-PERIOD      PIC 9(06).

022800 01  GLV-RANGE-TABLE.
022900     05  GLV-RANGE-COUNT         PIC 9(03) VALUE ZEROS.
023000     05  GLV-RANGE-ENTRY
023100             OCCURS 100 TIMES
023200             INDEXED BY GLV-RANGE-IDX.
023300         10  GLV-RANGE-PERIOD    PIC 9(06).

023400*****************************************************************
023500*    GLV-DAY-TABLE NETS ONE BUSINESS DATE'S OPERANDS BY OP      *
023600*    CODE, ACCOUNT AND DEPARTMENT, THE SAME KEY AND THE SAME    *
023700*    2000 SLOTS AS GLSUMM'S SUMMARY TABLE, SO EACH NETTED       *
023800*    FIGURE IS THE GS-NET-AMOUNT GLPOST APPLIED THAT NIGHT.     *
023900*****************************************************************
024000 01  GLV-DAY-TABLE.
024100     05  GLV-DAY-COUNT           PIC 9(05) VALUE ZEROS.
024200     05  GLV-DAY-ENTRY
024300             OCCURS 2000 TIMES
024400             INDEXED BY GLV-DAY-IDX.
024500         10  GLV-DAY-OP-CODE     PIC X(01).
024600         10  GLV-DAY-ACCOUNT     PIC 9(08).
024700         10  GLV-DAY-DEPT        PIC X(04).
024800         10  GLV-DAY-NET         PIC S9(11)V99.

024900*****************************************************************
025000*    GLV-MASTER-TABLE HOLDS THE LIVE MASTER IN FILE ORDER, THE  *
025100*    SAME 20000 SLOTS AS GLPOST.  GLV-MS-CLASS SAYS WHAT THE    *
025200*    RUN DOES WITH EACH RECORD; GLV-MS-MATCH IS THE REPLAY      *
025300*    ENTRY FOR THE SAME KEY, ZERO WHEN THE REPLAY HAS NONE.     *
025400*****************************************************************
025500 01  GLV-MASTER-TABLE.
025600     05  GLV-MS-COUNT            PIC 9(05) VALUE ZEROS.
025700     05  GLV-MS-ENTRY
025800             OCCURS 20000 TIMES
025900             INDEXED BY GLV-MS-IDX.
026000         10  GLV-MS-ACCOUNT      PIC 9(08).
026100         10  GLV-MS-PERIOD       PIC 9(06).
026200         10  GLV-MS-DEPT         PIC X(04).
026300         10  GLV-MS-DEBITS       PIC S9(13)V99.
026400         10  GLV-MS-CREDITS      PIC S9(13)V99.
026500         10  GLV-MS-NET          PIC S9(13)V99.
026600         10  GLV-MS-JRNL-NET     PIC S9(13)V99.
026700         10  GLV-MS-CLASS        PIC X(01).
026800             88  GLV-MS-OUT-RANGE    VALUE "O".
026900             88  GLV-MS-NO-CAL       VALUE "N".
027000             88  GLV-MS-CHECKED      VALUE "V".
027100         10  GLV-MS-MATCH        PIC 9(05).

027200*****************************************************************
027300*    GLV-REPLAY-TABLE IS THE REBUILT MASTER FOR THE RANGE --    *
027400*    ONE ENTRY PER ACCOUNT, PERIOD AND DEPARTMENT, BUILT IN     *
027500*    20000 SLOTS EXACTLY AS GLPOST BUILDS ITS BALANCE TABLE.  A *
027600*    TABLE THAT FILLS ABORTS RATHER THAN COMPARING A PARTIAL    *
027700*    REBUILD.                                                   *
027800*****************************************************************
027900 01  GLV-REPLAY-TABLE.
028000     05  GLV-RP-COUNT            PIC 9(05) VALUE ZEROS.
028100     05  GLV-RP-ENTRY
028200             OCCURS 20000 TIMES
028300             INDEXED BY GLV-RP-IDX.
028400         10  GLV-RP-ACCOUNT      PIC 9(08).
028500         10  GLV-RP-PERIOD       PIC 9(06).
028600         10  GLV-RP-DEPT         PIC X(04).
028700         10  GLV-RP-DEBITS       PIC S9(13)V99.
028800         10  GLV-RP-CREDITS      PIC S9(13)V99.
028900         10  GLV-RP-NET          PIC S9(13)V99.
029000         10  GLV-RP-JRNL-NET     PIC S9(13)V99.
029100         10  GLV-RP-MATCHED-SW   PIC X(01).
029200             88  GLV-RP-MATCHED  VALUE "Y".

029300*****************************************************************
029400*    GLV-COMPARE-AREA HOLDS ONE KEY'S FIGURES FROM EACH SIDE    *
029500*    FOR 3200-COMPARE-FIGURES.  A SIDE WITH NO RECORD IS ZEROS. *
029600*****************************************************************
029700 01  GLV-COMPARE-AREA.
029800     05  GLV-CMP-ACCOUNT         PIC 9(08).
029900     05  GLV-CMP-PERIOD          PIC 9(06).
030000     05  GLV-CMP-DEPT            PIC X(04).
030100     05  GLV-CMP-NOTE            PIC X(24).
030200     05  GLV-CMP-MASTER.
030300         10  GLV-CMM-DEBITS      PIC S9(13)V99.
030400         10  GLV-CMM-CREDITS     PIC S9(13)V99.
030500         10  GLV-CMM-NET         PIC S9(13)V99.
030600         10  GLV-CMM-JRNL-NET    PIC S9(13)V99.
030700     05  GLV-CMP-REBUILT.
030800         10  GLV-CMR-DEBITS      PIC S9(13)V99.
030900         10  GLV-CMR-CREDITS     PIC S9(13)V99.
031000         10  GLV-CMR-NET         PIC S9(13)V99.
031100         10  GLV-CMR-JRNL-NET    PIC S9(13)V99.
031200     05  GLV-CMP-FIELD           PIC X(12).
031300     05  GLV-CMP-MASTER-AMT      PIC S9(13)V99.
031400     05  GLV-CMP-REBUILT-AMT     PIC S9(13)V99.
031500     05  GLV-CMP-DIFFERENCE      PIC S9(13)V99.

031600*****************************************************************
031700*    GLM-WORK-RECORD MIRRORS GLMSTREC FOR BUILDING THE REBUILT  *
031800*    MASTER AFTER GLM-FILE IS CLOSED, AS IN GLPOST.             *
031900*****************************************************************
032000 01  GLM-WORK-RECORD.
032100     05  GLW-ACCOUNT             PIC 9(08).
032200     05  GLW-ACCTG-PERIOD        PIC 9(06).
032300     05  GLW-PTD-DEBITS          PIC S9(13)V99
032400                                  SIGN IS TRAILING SEPARATE.
032500     05  GLW-PTD-CREDITS         PIC S9(13)V99
032600                                  SIGN IS TRAILING SEPARATE.
032700     05  GLW-PTD-NET             PIC S9(13)V99
032800                                  SIGN IS TRAILING SEPARATE.
032900     05  GLW-JRNL-NET            PIC S9(13)V99
033000                                  SIGN IS TRAILING SEPARATE.
033100     05  GLW-DEPARTMENT          PIC X(04).
033200     05  FILLER                  PIC X(02).

033300 01  GLV-PRINT-CONTROL.
033400     05  GLV-LINE-COUNT          PIC 9(03) VALUE 99.
033500     05  GLV-PAGE-COUNT          PIC 9(05) VALUE ZEROS.
033600     05  GLV-LINES-PER-PAGE      PIC 9(03) VALUE 55.
033700     05  GLV-PRINT-LINE          PIC X(133) VALUE SPACES.

033800*****************************************************************
033900*    PRINT LINES.  COLUMN 1 IS ASA CARRIAGE CONTROL.            *
034000*****************************************************************
034100 01  GLV-HEADING-1.
034200     05  FILLER                  PIC X(01) VALUE "1".
034300     05  FILLER                  PIC X(09) VALUE "GLVERIFY".
034400     05  FILLER                  PIC X(18) VALUE SPACES.
034500     05  FILLER                  PIC X(36)
034600         VALUE "GL BALANCE MASTER REBUILD / VERIFY".
034700     05  FILLER                  PIC X(09) VALUE "RUN DATE ".
034800     05  GVH1-RUN-DATE           PIC 9(08).
034900     05  FILLER                  PIC X(02) VALUE SPACES.
035000     05  FILLER                  PIC X(05) VALUE "PAGE ".
035100     05  GVH1-PAGE               PIC ZZZZ9.
035200     05  FILLER                  PIC X(40) VALUE SPACES.

035300 01  GLV-HEADING-2.
035400     05  FILLER                  PIC X(01) VALUE SPACE.
035500     05  FILLER                  PIC X(21)
035600         VALUE "ACCOUNTING PERIODS ".
035700     05  GVH2-FROM-PERIOD        PIC 9(06).
035800     05  FILLER                  PIC X(06) VALUE " THRU ".
035900     05  GVH2-THRU-PERIOD        PIC 9(06).
036000     05  FILLER                  PIC X(08) VALUE "  MODE ".
036100     05  GVH2-MODE               PIC X(30).
036200     05  FILLER                  PIC X(55) VALUE SPACES.

036300 01  GLV-HEADING-3.
036400     05  FILLER                  PIC X(01) VALUE SPACE.
036500     05  FILLER                  PIC X(10) VALUE "ACCOUNT".
036600     05  FILLER                  PIC X(06) VALUE "DEPT".
036700     05  FILLER                  PIC X(08) VALUE "PERIOD".
036800     05  FILLER                  PIC X(14) VALUE "FIGURE".
036900     05  FILLER                  PIC X(21)
037000         VALUE "       GLMASTER".
037100     05  FILLER                  PIC X(21)
037200         VALUE "        REBUILT".
037300     05  FILLER                  PIC X(21)
037400         VALUE "     DIFFERENCE".
037500     05  FILLER                  PIC X(31) VALUE "NOTE".

037600 01  GLV-DIFF-LINE.
037700     05  FILLER                  PIC X(01) VALUE SPACE.
037800     05  GDF-ACCOUNT             PIC 9(08).
037900     05  FILLER                  PIC X(02) VALUE SPACES.
038000     05  GDF-DEPT                PIC X(04).
038100     05  FILLER                  PIC X(02) VALUE SPACES.
038200     05  GDF-PERIOD              PIC 9(06).
038300     05  FILLER                  PIC X(02) VALUE SPACES.
038400     05  GDF-FIELD               PIC X(12).
038500     05  FILLER                  PIC X(02) VALUE SPACES.
038600     05  GDF-MASTER              PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
038700     05  FILLER                  PIC X(02) VALUE SPACES.
038800     05  GDF-REBUILT             PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
038900     05  FILLER                  PIC X(02) VALUE SPACES.
039000     05  GDF-DIFFERENCE          PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
039100     05  FILLER                  PIC X(02) VALUE SPACES.
039200     05  GDF-NOTE                PIC X(24).
039300     05  FILLER                  PIC X(07) VALUE SPACES.

039400 01  GLV-AMOUNT-LINE.
039500     05  FILLER                  PIC X(01) VALUE SPACE.
039600     05  GAL-LABEL               PIC X(41).
039700     05  GAL-AMOUNT              PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
039800     05  FILLER                  PIC X(72) VALUE SPACES.

039900 01  GLV-COUNT-LINE.
040000     05  FILLER                  PIC X(01) VALUE SPACE.
040100     05  GCL-LABEL               PIC X(41).
040200     05  GCL-COUNT               PIC Z,ZZZ,ZZ9.
040300     05  FILLER                  PIC X(82) VALUE SPACES.

040400 01  GLV-MESSAGE-LINE.
040500     05  FILLER                  PIC X(01) VALUE SPACE.
040600     05  GML-TEXT                PIC X(70).
040700     05  FILLER                  PIC X(62) VALUE SPACES.

040800 01  GLV-STAMP-FIELDS.
040900     05  GLV-STAMP-DATE          PIC 9(08) VALUE ZEROS.
041000     05  GLV-STAMP-TIME          PIC 9(08) VALUE ZEROS.

041100 PROCEDURE DIVISION.
041200*****************************************************************
041300*    0000-MAINLINE                                              *
041400*****************************************************************
041500 0000-MAINLINE.
041600     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
041700     PERFORM 2000-REPLAY-EXTRACT THRU 2000-EXIT.
041800     PERFORM 3000-COMPARE-MASTER THRU 3000-EXIT.
041900     PERFORM 4000-WRITE-REBUILT THRU 4000-EXIT.
042000     PERFORM 7000-PRINT-TOTALS THRU 7000-EXIT.
042100     PERFORM 9000-TERMINATE THRU 9000-EXIT.
042200     GOBACK.

042300*****************************************************************
042400*    1000-INITIALIZE                                            *
042500*****************************************************************
042600 1000-INITIALIZE.
042700     ACCEPT GLV-RUN-DATE FROM DATE YYYYMMDD.
042800     PERFORM 1100-READ-CONTROL THRU 1100-EXIT.
042900     IF NOT GLV-ABORT
043000         PERFORM 1200-LOAD-CALENDAR THRU 1200-EXIT
043100     END-IF.
043200     IF NOT GLV-ABORT
043300         PERFORM 1300-LOAD-MASTER THRU 1300-EXIT
043400     END-IF.
043500     IF NOT GLV-ABORT
043600         OPEN INPUT BREG-FILE
043700         IF GLV-BREG-OK
043800             MOVE "Y" TO GLV-BREG-OPEN-SW
043900         ELSE
044000             DISPLAY "GLVERIFY - UNABLE TO OPEN BREGFILE, STATUS "
044100                 GLV-BREG-STATUS
044200             MOVE 16 TO RETURN-CODE
044300             MOVE "Y" TO GLV-ABORT-SW
044400         END-IF
044500     END-IF.
044600     IF NOT GLV-ABORT
044700         OPEN OUTPUT REPORT-FILE
044800         IF NOT GLV-RPT-OK
044900             DISPLAY "GLVERIFY - UNABLE TO OPEN RPTFILE, STATUS "
045000                 GLV-RPT-STATUS
045100             MOVE 16 TO RETURN-CODE
045200             MOVE "Y" TO GLV-ABORT-SW
045300         END-IF
045400     END-IF.
045500     IF NOT GLV-ABORT AND GLV-REPAIR-MODE
045600         OPEN OUTPUT NEWGLM-FILE
045700         IF GLV-NEWGLM-OK
045800             MOVE "Y" TO GLV-NEWGLM-OPEN-SW
045900         ELSE
046000             DISPLAY "GLVERIFY - UNABLE TO OPEN NEWGLM, STATUS "
046100                 GLV-NEWGLM-STATUS
046200             MOVE 16 TO RETURN-CODE
046300             MOVE "Y" TO GLV-ABORT-SW
046400         END-IF
046500     END-IF.
046600 1000-EXIT.
046700     EXIT.

046800*****************************************************************
046900*    1100-READ-CONTROL                                          *
047000*    BOTH PERIODS ARE REQUIRED AND MUST BE IN ORDER; THE MODE   *
047100*    MUST BE VERIFY OR REPAIR.                                  *
047200*****************************************************************
047300 1100-READ-CONTROL.
047400     OPEN INPUT CTL-FILE.
047500     IF GLV-CTL-OK
047600         READ CTL-FILE
047700             AT END
047800                 MOVE SPACES TO GVC-RECORD
047900         END-READ
048000         IF GVC-FROM-PERIOD NUMERIC
048100             AND GVC-FROM-PERIOD > 0
048200             AND GVC-THRU-PERIOD NUMERIC
048300             AND GVC-THRU-PERIOD >= GVC-FROM-PERIOD
048400             AND (GVC-VERIFY-ONLY OR GVC-REPAIR)
048500             MOVE GVC-FROM-PERIOD TO GLV-FROM-PERIOD
048600             MOVE GVC-THRU-PERIOD TO GLV-THRU-PERIOD
048700             IF GVC-REPAIR
048800                 MOVE "Y" TO GLV-REPAIR-SW
048900             END-IF
049000             DISPLAY "GLVERIFY - REPLAYING ACCOUNTING PERIODS "
049100                 GLV-FROM-PERIOD " THRU " GLV-THRU-PERIOD
049200         ELSE
049300             DISPLAY "GLVERIFY - PERIOD RANGE OR MODE ON GVCTL "
049400                 "NOT VALID, ABORTING RUN"
049500             MOVE 16 TO RETURN-CODE
049600             MOVE "Y" TO GLV-ABORT-SW
049700         END-IF
049800         CLOSE CTL-FILE
049900     ELSE
050000         DISPLAY "GLVERIFY - UNABLE TO OPEN GVCTL, STATUS "
050100             GLV-CTL-STATUS
050200         MOVE 16 TO RETURN-CODE
050300         MOVE "Y" TO GLV-ABORT-SW
050400     END-IF.
050500 1100-EXIT.
050600     EXIT.

050700*****************************************************************
050800*    1200-LOAD-CALENDAR                                         *
050900*    LOADS THE WHOLE CALENDAR, AS GLPOST DOES, AND LISTS THE    *
051000*    PERIODS IN RANGE THAT HAVE DATES.  A RANGE WITH NO         *
051100*    CALENDAR DATES CANNOT HAVE BEEN POSTED AND ABORTS.         *
051200*****************************************************************
051300 1200-LOAD-CALENDAR.
051400     OPEN INPUT CAL-FILE.
051500     IF GLV-CAL-OK
051600         MOVE "N" TO GLV-EOF-SW
051700         PERFORM 1210-LOAD-CAL-RECORD THRU 1210-EXIT
051800             UNTIL GLV-EOF OR GLV-ABORT
051900         CLOSE CAL-FILE
052000         IF GLV-RANGE-COUNT = 0 AND NOT GLV-ABORT
052100             DISPLAY "GLVERIFY - NO CALFILE DATES IN PERIODS "
052200                 GLV-FROM-PERIOD " THRU " GLV-THRU-PERIOD
052300                 ", ABORTING RUN"
052400             MOVE 16 TO RETURN-CODE
052500             MOVE "Y" TO GLV-ABORT-SW
052600         END-IF
052700     ELSE
052800         DISPLAY "GLVERIFY - UNABLE TO OPEN CALFILE, STATUS "
052900             GLV-CAL-STATUS
053000         MOVE 16 TO RETURN-CODE
053100         MOVE "Y" TO GLV-ABORT-SW
053200     END-IF.
053300 1200-EXIT.
053400     EXIT.

053500*****************************************************************
053600*    1210-LOAD-CAL-RECORD                                       *
053700*    THE CALENDAR READS IN DATE ORDER, SO A PERIOD IN RANGE IS  *
053800*    NEW WHENEVER IT DIFFERS FROM THE LAST ONE LISTED.          *
053900*****************************************************************
054000 1210-LOAD-CAL-RECORD.
054100     READ CAL-FILE
054200         AT END
054300             MOVE "Y" TO GLV-EOF-SW
054400         NOT AT END
054500             IF GLV-CAL-COUNT < 500
054600                 ADD 1 TO GLV-CAL-COUNT
054700                 SET GLV-CAL-IDX TO GLV-CAL-COUNT
054800                 MOVE CAL-BUSINESS-DATE TO
054900                     GLV-CAL-DATE (GLV-CAL-IDX)
055000                 MOVE CAL-ACCTG-PERIOD TO
055100                     GLV-CAL-PERIOD (GLV-CAL-IDX)
055200                 IF CAL-ACCTG-PERIOD >= GLV-FROM-PERIOD
055300                     AND CAL-ACCTG-PERIOD <= GLV-THRU-PERIOD
055400                     PERFORM 1220-LIST-PERIOD THRU 1220-EXIT
055500                 END-IF
055600             ELSE
055700                 DISPLAY "GLVERIFY - POSTING CALENDAR EXCEEDS "
055800                     "TABLE, ABORTING RUN"
055900                 MOVE 16 TO RETURN-CODE
056000                 MOVE "Y" TO GLV-ABORT-SW
056100             END-IF
056200     END-READ.
056300 1210-EXIT.
056400     EXIT.

056500*****************************************************************
056600*    1220-LIST-PERIOD                                           *
056700*****************************************************************
056800 1220-LIST-PERIOD.
056900     IF GLV-RANGE-COUNT > 0
057000         SET GLV-RANGE-IDX TO GLV-RANGE-COUNT
057100     END-IF.
057200     IF GLV-RANGE-COUNT = 0
057300         OR GLV-RANGE-PERIOD (GLV-RANGE-IDX)
057400             NOT = CAL-ACCTG-PERIOD
057500         IF GLV-RANGE-COUNT < 100
057600             ADD 1 TO GLV-RANGE-COUNT
057700             SET GLV-RANGE-IDX TO GLV-RANGE-COUNT
057800             MOVE CAL-ACCTG-PERIOD
057900                 TO GLV-RANGE-PERIOD (GLV-RANGE-IDX)
058000         ELSE
058100             DISPLAY "GLVERIFY - PERIOD RANGE EXCEEDS TABLE, "
058200                 "ABORTING RUN"
058300             MOVE 16 TO RETURN-CODE
058400             MOVE "Y" TO GLV-ABORT-SW
058500         END-IF
058600     END-IF.
058700 1220-EXIT.
058800     EXIT.

058900*****************************************************************
059000*    1300-LOAD-MASTER                                           *
059100*    LOADS THE LIVE MASTER IN FILE ORDER AND CLASSES EACH       *
059200*    RECORD: OUTSIDE THE RANGE, IN A PERIOD OF THE RANGE WITH   *
059300*    NO CALENDAR DATES (YECLOSE'S PERIODS 00 AND 13), OR        *
059400*    CHECKED AGAINST THE REPLAY.  A MASTER THAT DOES NOT EXIST  *
059500*    IS EMPTY -- EVERY REPLAYED KEY THEN SHOWS AS MISSING.      *
059600*****************************************************************
059700 1300-LOAD-MASTER.
059800     OPEN INPUT GLM-FILE.
059900     EVALUATE TRUE
060000         WHEN GLV-GLM-OK
060100             MOVE "N" TO GLV-EOF-SW
060200             PERFORM 1310-LOAD-GLM-RECORD THRU 1310-EXIT
060300                 UNTIL GLV-EOF OR GLV-ABORT
060400             CLOSE GLM-FILE
060500             DISPLAY "GLVERIFY - BALANCE MASTER LOADED, "
060600                 GLV-MS-COUNT " ACCOUNT-PERIODS"
060700         WHEN GLV-GLM-NOT-FOUND
060800             DISPLAY "GLVERIFY - NO BALANCE MASTER ON FILE, "
060900                 "COMPARING AGAINST AN EMPTY LEDGER"
061000         WHEN OTHER
061100             DISPLAY "GLVERIFY - UNABLE TO OPEN GLMASTER, "
061200                 "STATUS " GLV-GLM-STATUS
061300             MOVE 16 TO RETURN-CODE
061400             MOVE "Y" TO GLV-ABORT-SW
061500     END-EVALUATE.
061600 1300-EXIT.
061700     EXIT.

061800*****************************************************************
061900*    1310-LOAD-GLM-RECORD                                       *
062000*****************************************************************
062100 1310-LOAD-GLM-RECORD.
062200     READ GLM-FILE
062300         AT END
062400             MOVE "Y" TO GLV-EOF-SW
062500         NOT AT END
062600             ADD 1 TO GLV-GLM-READ-COUNT
062700             IF GLV-MS-COUNT < 20000
062800                 ADD 1 TO GLV-MS-COUNT
062900                 SET GLV-MS-IDX TO GLV-MS-COUNT
063000                 MOVE GLM-ACCOUNT TO GLV-MS-ACCOUNT (GLV-MS-IDX)
063100                 MOVE GLM-ACCTG-PERIOD TO
063200                     GLV-MS-PERIOD (GLV-MS-IDX)
063300                 MOVE GLM-DEPARTMENT TO GLV-MS-DEPT (GLV-MS-IDX)
063400                 MOVE GLM-PTD-DEBITS TO
063500                     GLV-MS-DEBITS (GLV-MS-IDX)
063600                 MOVE GLM-PTD-CREDITS TO
063700                     GLV-MS-CREDITS (GLV-MS-IDX)
063800                 MOVE GLM-PTD-NET TO GLV-MS-NET (GLV-MS-IDX)
063900                 MOVE GLM-JRNL-NET TO
064000                     GLV-MS-JRNL-NET (GLV-MS-IDX)
064100                 MOVE ZEROS TO GLV-MS-MATCH (GLV-MS-IDX)
064200                 PERFORM 1320-CLASS-RECORD THRU 1320-EXIT
064300             ELSE
064400                 DISPLAY "GLVERIFY - BALANCE MASTER EXCEEDS "
064500                     "TABLE, ABORTING RUN"
064600                 MOVE 16 TO RETURN-CODE
064700                 MOVE "Y" TO GLV-ABORT-SW
064800             END-IF
064900     END-READ.
065000 1310-EXIT.
065100     EXIT.

065200*****************************************************************
065300*    1320-CLASS-RECORD                                          *
065400*****************************************************************
065500 1320-CLASS-RECORD.
065600     IF GLM-ACCTG-PERIOD < GLV-FROM-PERIOD
065700         OR GLM-ACCTG-PERIOD > GLV-THRU-PERIOD
065800         MOVE "O" TO GLV-MS-CLASS (GLV-MS-IDX)
065900         ADD 1 TO GLV-OUT-RANGE-COUNT
066000     ELSE
066100         MOVE "N" TO GLV-KEY-FOUND-SW
066200         PERFORM 1330-MATCH-PERIOD THRU 1330-EXIT
066300             VARYING GLV-RANGE-IDX FROM 1 BY 1
066400             UNTIL GLV-RANGE-IDX > GLV-RANGE-COUNT
066500                 OR GLV-KEY-FOUND
066600         IF GLV-KEY-FOUND
066700             MOVE "V" TO GLV-MS-CLASS (GLV-MS-IDX)
066800         ELSE
066900             MOVE "N" TO GLV-MS-CLASS (GLV-MS-IDX)
067000             ADD 1 TO GLV-NO-CAL-COUNT
067100         END-IF
067200     END-IF.
067300 1320-EXIT.
067400     EXIT.

067500*****************************************************************
067600*    1330-MATCH-PERIOD                                          *
067700*****************************************************************
067800 1330-MATCH-PERIOD.
067900     IF GLV-RANGE-PERIOD (GLV-RANGE-IDX) = GLM-ACCTG-PERIOD
068000         MOVE "Y" TO GLV-KEY-FOUND-SW
068100     END-IF.
068200 1330-EXIT.
068300     EXIT.

068400*****************************************************************
068500*    2000-REPLAY-EXTRACT                                        *
068600*    ONE PASS OF THE CUMULATIVE GL EXTRACT.  THE EXTRACT IS     *
068700*    APPENDED NIGHT BY NIGHT, SO EACH BUSINESS DATE'S RECORDS   *
068800*    ARE TOGETHER; EACH DATE IS NETTED WHOLE AND APPLIED WHEN   *
068900*    THE NEXT DATE STARTS, AND THE LAST DATE AT END OF FILE.    *
069000*****************************************************************
069100 2000-REPLAY-EXTRACT.
069200     IF NOT GLV-ABORT
069300         OPEN INPUT GL-FILE
069400         IF GLV-GL-OK
069500             MOVE "N" TO GLV-EOF-SW
069600             PERFORM 2100-READ-GL-RECORD THRU 2100-EXIT
069700                 UNTIL GLV-EOF OR GLV-ABORT
069800             CLOSE GL-FILE
069900             IF GLV-DAY-COUNT > 0 AND NOT GLV-ABORT
070000                 PERFORM 2600-POST-DAY THRU 2600-EXIT
070100             END-IF
070200         ELSE
070300             DISPLAY "GLVERIFY - UNABLE TO OPEN GLEXTRCT, STATUS "
070400                 GLV-GL-STATUS
070500             MOVE 16 TO RETURN-CODE
070600             MOVE "Y" TO GLV-ABORT-SW
070700         END-IF
070800     END-IF.
070900 2000-EXIT.
071000     EXIT.

071100*****************************************************************
071200*    2100-READ-GL-RECORD                                        *
071300*****************************************************************
071400 2100-READ-GL-RECORD.
071500     READ GL-FILE
071600         AT END
071700             MOVE "Y" TO GLV-EOF-SW
071800         NOT AT END
071900             ADD 1 TO GLV-GL-READ-COUNT
072000             PERFORM 2200-TAKE-RECORD THRU 2200-EXIT
072100     END-READ.
072200 2100-EXIT.
072300     EXIT.

072400*****************************************************************
072500*    2200-TAKE-RECORD                                           *
072600*    A RECORD DATED IN THE RANGE EXPLODES INTO ONE POSTING PER  *
072700*    OPERAND SLOT IN USE, AS IN GLSUMM.  A BAD OPERAND COUNT    *
072800*    ABORTS, AS IT WOULD HAVE ABORTED GLSUMM THAT NIGHT.        *
072900*****************************************************************
073000 2200-TAKE-RECORD.
073100     IF GL-POSTING-DATE NOT = GLV-CURRENT-DATE
073200         PERFORM 2300-START-DATE THRU 2300-EXIT
073300     END-IF.
073400     IF GLV-DATE-OFF-CAL
073500         ADD 1 TO GLV-OFF-CAL-COUNT
073600     END-IF.
073700     IF GLV-DATE-SELECTED AND NOT GLV-ABORT
073800         IF GL-OPERAND-COUNT NUMERIC
073900             AND GL-OPERAND-COUNT >= 1
074000             AND GL-OPERAND-COUNT <= 10
074100             ADD 1 TO GLV-GL-SELECT-COUNT
074200             PERFORM 2400-CHECK-BATCH THRU 2400-EXIT
074300             PERFORM 2500-NET-OPERAND THRU 2500-EXIT
074400                 VARYING GL-OP-IDX FROM 1 BY 1
074500                 UNTIL GL-OP-IDX > GL-OPERAND-COUNT OR GLV-ABORT
074600         ELSE
074700             DISPLAY "GLVERIFY - BAD OPERAND COUNT ON GL RECORD "
074800                 GLV-GL-READ-COUNT ", ABORTING RUN"
074900             MOVE 16 TO RETURN-CODE
075000             MOVE "Y" TO GLV-ABORT-SW
075100         END-IF
075200     END-IF.
075300 2200-EXIT.
075400     EXIT.

075500*****************************************************************
075600*    2300-START-DATE                                            *
075700*    APPLIES THE DATE JUST NETTED, THEN MAPS THE NEW DATE TO    *
075800*    ITS PERIOD.  A DATE EARLIER THAN THE ONE BEFORE IT WOULD   *
075900*    SPLIT A NIGHT'S NETTING, SO IT ABORTS.  A DATE OFF THE     *
076000*    CALENDAR IS COUNTED AND SKIPPED -- GLPOST COULD NOT HAVE   *
076100*    POSTED IT.                                                 *
076200*****************************************************************
076300 2300-START-DATE.
076400     IF GLV-DAY-COUNT > 0
076500         PERFORM 2600-POST-DAY THRU 2600-EXIT
076600     END-IF.
076700     IF GL-POSTING-DATE < GLV-CURRENT-DATE AND NOT GLV-ABORT
076800         DISPLAY "GLVERIFY - GLEXTRCT RECORD " GLV-GL-READ-COUNT
076900             " DATED " GL-POSTING-DATE " FOLLOWS "
077000             GLV-CURRENT-DATE ", ABORTING RUN"
077100         MOVE 16 TO RETURN-CODE
077200         MOVE "Y" TO GLV-ABORT-SW
077300     END-IF.
077400     MOVE GL-POSTING-DATE TO GLV-CURRENT-DATE.
077500     MOVE "N" TO GLV-DATE-SELECTED-SW.
077600     MOVE "N" TO GLV-DATE-OFF-CAL-SW.
077700     MOVE "N" TO GLV-CAL-FOUND-SW.
077800     PERFORM 2310-MATCH-CAL THRU 2310-EXIT
077900         VARYING GLV-CAL-IDX FROM 1 BY 1
078000         UNTIL GLV-CAL-IDX > GLV-CAL-COUNT
078100             OR GLV-CAL-FOUND.
078200     IF GLV-CAL-FOUND
078300         MOVE GLV-CAL-PERIOD (GLV-CAL-IDX) TO GLV-CURRENT-PERIOD
078400         IF GLV-CURRENT-PERIOD >= GLV-FROM-PERIOD
078500             AND GLV-CURRENT-PERIOD <= GLV-THRU-PERIOD
078600             MOVE "Y" TO GLV-DATE-SELECTED-SW
078700             ADD 1 TO GLV-DATE-COUNT
078800         END-IF
078900     ELSE
079000         MOVE "Y" TO GLV-DATE-OFF-CAL-SW
079100         DISPLAY "GLVERIFY - POSTING DATE " GL-POSTING-DATE
079200             " NOT ON POSTING CALENDAR, NOT REPLAYED"
079300     END-IF.
079400 2300-EXIT.
079500     EXIT.

079600*****************************************************************
079700*    2310-MATCH-CAL                                             *
079800*****************************************************************
079900 2310-MATCH-CAL.
080000     IF GLV-CAL-DATE (GLV-CAL-IDX) = GL-POSTING-DATE
080100         MOVE "Y" TO GLV-CAL-FOUND-SW
080200         SET GLV-CAL-IDX DOWN BY 1
080300     END-IF.
080400 2310-EXIT.
080500     EXIT.

080600*****************************************************************
080700*    2400-CHECK-BATCH                                           *
080800*    LOOKS EACH NEW BATCH UP ON THE PROCESSED-BATCH REGISTER SO *
080900*    THE REPORT CAN SHOW HOW MUCH OF THE REPLAY CAME FROM       *
081000*    BATCHES BCHREVRS HAS SINCE REVERSED.  THEIR POSTINGS STILL *
081100*    REPLAY -- THE CONTRA BATCH BACKS THEM OUT ON ITS OWN DATE. *
081200*****************************************************************
081300 2400-CHECK-BATCH.
081400     IF GL-BATCH-NUMBER NOT = GLV-LAST-BATCH
081500         MOVE GL-BATCH-NUMBER TO GLV-LAST-BATCH
081600         ADD 1 TO GLV-BATCH-COUNT
081700         MOVE "N" TO GLV-BATCH-REVERSED-SW
081800         IF GL-BATCH-NUMBER NUMERIC
081900             MOVE GL-BATCH-NUMBER TO BRG-BATCH-NUMBER
082000             READ BREG-FILE
082100                 INVALID KEY
082200                     MOVE "N" TO GLV-BATCH-REVERSED-SW
082300                 NOT INVALID KEY
082400                     IF BRG-REVERSED
082500                         MOVE "Y" TO GLV-BATCH-REVERSED-SW
082600                         ADD 1 TO GLV-REV-BATCH-COUNT
082700                     END-IF
082800             END-READ
082900         END-IF
083000     END-IF.
083100 2400-EXIT.
083200     EXIT.

083300*****************************************************************
083400*    2500-NET-OPERAND                                           *
083500*****************************************************************
083600 2500-NET-OPERAND.
083700     ADD 1 TO GLV-OPERAND-COUNT.
083800     IF GLV-BATCH-REVERSED
083900         ADD 1 TO GLV-REV-OPERAND-COUNT
084000         ADD GL-OPERAND (GL-OP-IDX) TO GLV-REVERSED-NET
084100             ON SIZE ERROR
084200                 PERFORM 2900-TOTAL-OVERFLOW THRU 2900-EXIT
084300         END-ADD
084400     END-IF.
084500     PERFORM 2510-FIND-DAY-ENTRY THRU 2510-EXIT.
084600     IF NOT GLV-ABORT
084700         ADD GL-OPERAND (GL-OP-IDX) TO GLV-DAY-NET (GLV-DAY-IDX)
084800             ON SIZE ERROR
084900                 DISPLAY "GLVERIFY - NET AMOUNT OVERFLOWED FOR "
085000                     "ACCOUNT " GL-OPERAND-ACCOUNT (GL-OP-IDX)
085100                     ", ABORTING RUN"
085200                 MOVE 16 TO RETURN-CODE
085300                 MOVE "Y" TO GLV-ABORT-SW
085400         END-ADD
085500     END-IF.
085600 2500-EXIT.
085700     EXIT.

085800*****************************************************************
085900*    2510-FIND-DAY-ENTRY                                        *
086000*    LEAVES GLV-DAY-IDX ON THE DAY'S ENTRY FOR THE OPERAND'S OP *
086100*    CODE, ACCOUNT AND DEPARTMENT, ADDING ONE WHEN THE KEY IS   *
086200*    NEW.  A FULL TABLE ABORTS -- THE SAME NIGHT WOULD HAVE     *
086300*    ABORTED GLSUMM.                                            *
086400*****************************************************************
086500 2510-FIND-DAY-ENTRY.
086600     MOVE "N" TO GLV-KEY-FOUND-SW.
086700     PERFORM 2520-MATCH-DAY-ENTRY THRU 2520-EXIT
086800         VARYING GLV-DAY-IDX FROM 1 BY 1
086900         UNTIL GLV-DAY-IDX > GLV-DAY-COUNT
087000             OR GLV-KEY-FOUND.
087100     IF NOT GLV-KEY-FOUND
087200         IF GLV-DAY-COUNT < 2000
087300             ADD 1 TO GLV-DAY-COUNT
087400             SET GLV-DAY-IDX TO GLV-DAY-COUNT
087500             MOVE GL-OP-CODE TO GLV-DAY-OP-CODE (GLV-DAY-IDX)
087600             MOVE GL-OPERAND-ACCOUNT (GL-OP-IDX)
087700                 TO GLV-DAY-ACCOUNT (GLV-DAY-IDX)
087800             MOVE GL-DEPARTMENT TO GLV-DAY-DEPT (GLV-DAY-IDX)
087900             MOVE ZEROS TO GLV-DAY-NET (GLV-DAY-IDX)
088000         ELSE
088100             DISPLAY "GLVERIFY - NETTING TABLE FULL FOR "
088200                 GLV-CURRENT-DATE ", ABORTING RUN"
088300             MOVE 16 TO RETURN-CODE
088400             MOVE "Y" TO GLV-ABORT-SW
088500         END-IF
088600     END-IF.
088700 2510-EXIT.
088800     EXIT.

088900*****************************************************************
089000*    2520-MATCH-DAY-ENTRY                                       *
089100*****************************************************************
089200 2520-MATCH-DAY-ENTRY.
089300     IF GLV-DAY-OP-CODE (GLV-DAY-IDX) = GL-OP-CODE
089400         AND GLV-DAY-ACCOUNT (GLV-DAY-IDX)
089500             = GL-OPERAND-ACCOUNT (GL-OP-IDX)
089600         AND GLV-DAY-DEPT (GLV-DAY-IDX) = GL-DEPARTMENT
089700         MOVE "Y" TO GLV-KEY-FOUND-SW
089800         SET GLV-DAY-IDX DOWN BY 1
089900     END-IF.
090000 2520-EXIT.
090100     EXIT.

090200*****************************************************************
090300*    2600-POST-DAY                                              *
090400*    APPLIES THE NETTED DATE TO THE REPLAY TABLE IN THE PERIOD  *
090500*    THE CALENDAR GAVE IT, THEN EMPTIES THE DAY TABLE.          *
090600*****************************************************************
090700 2600-POST-DAY.
090800     PERFORM 2700-POST-NETTED THRU 2700-EXIT
090900         VARYING GLV-WORK-SUB FROM 1 BY 1
091000         UNTIL GLV-WORK-SUB > GLV-DAY-COUNT OR GLV-ABORT.
091100     MOVE ZEROS TO GLV-DAY-COUNT.
091200 2600-EXIT.
091300     EXIT.

091400*****************************************************************
091500*    2700-POST-NETTED                                           *
091600*    APPLIES ONE NETTED FIGURE EXACTLY AS GLPOST APPLIES A      *
091700*    SUMMARY RECORD: A POSITIVE NET TO DEBITS, ANY OTHER TO     *
091800*    CREDITS, THE NET ALWAYS, AND AN OP CODE J FIGURE TO THE    *
091900*    JOURNAL NET AS WELL.                                       *
092000*****************************************************************
092100 2700-POST-NETTED.
092200     SET GLV-DAY-IDX TO GLV-WORK-SUB.
092300     ADD 1 TO GLV-NETTED-COUNT.
092400     PERFORM 2800-FIND-REPLAY THRU 2800-EXIT.
092500     IF NOT GLV-ABORT
092600         IF GLV-DAY-NET (GLV-DAY-IDX) > ZEROS
092700             ADD GLV-DAY-NET (GLV-DAY-IDX)
092800                 TO GLV-RP-DEBITS (GLV-RP-IDX)
092900                 ON SIZE ERROR
093000                     PERFORM 2900-TOTAL-OVERFLOW THRU 2900-EXIT
093100             END-ADD
093200         ELSE
093300             ADD GLV-DAY-NET (GLV-DAY-IDX)
093400                 TO GLV-RP-CREDITS (GLV-RP-IDX)
093500                 ON SIZE ERROR
093600                     PERFORM 2900-TOTAL-OVERFLOW THRU 2900-EXIT
093700             END-ADD
093800         END-IF
093900         ADD GLV-DAY-NET (GLV-DAY-IDX) TO GLV-RP-NET (GLV-RP-IDX)
094000             ON SIZE ERROR
094100                 PERFORM 2900-TOTAL-OVERFLOW THRU 2900-EXIT
094200         END-ADD
094300         IF GLV-DAY-OP-CODE (GLV-DAY-IDX) = "J"
094400             ADD GLV-DAY-NET (GLV-DAY-IDX)
094500                 TO GLV-RP-JRNL-NET (GLV-RP-IDX)
094600                 ON SIZE ERROR
094700                     PERFORM 2900-TOTAL-OVERFLOW THRU 2900-EXIT
094800             END-ADD
094900         END-IF
095000         ADD GLV-DAY-NET (GLV-DAY-IDX) TO GLV-REBUILT-NET
095100             ON SIZE ERROR
095200                 PERFORM 2900-TOTAL-OVERFLOW THRU 2900-EXIT
095300         END-ADD
095400     END-IF.
095500 2700-EXIT.
095600     EXIT.

095700*****************************************************************
095800*    2800-FIND-REPLAY                                           *
095900*    LEAVES GLV-RP-IDX ON THE REPLAY ENTRY FOR THE NETTED       *
096000*    FIGURE'S ACCOUNT, THE CURRENT PERIOD AND THE DEPARTMENT,   *
096100*    ADDING A ZERO ENTRY WHEN THE KEY IS NEW.                   *
096200*****************************************************************
096300 2800-FIND-REPLAY.
096400     MOVE "N" TO GLV-KEY-FOUND-SW.
096500     PERFORM 2810-MATCH-REPLAY THRU 2810-EXIT
096600         VARYING GLV-RP-IDX FROM 1 BY 1
096700         UNTIL GLV-RP-IDX > GLV-RP-COUNT
096800             OR GLV-KEY-FOUND.
096900     IF NOT GLV-KEY-FOUND
097000         IF GLV-RP-COUNT < 20000
097100             ADD 1 TO GLV-RP-COUNT
097200             SET GLV-RP-IDX TO GLV-RP-COUNT
097300             MOVE GLV-DAY-ACCOUNT (GLV-DAY-IDX)
097400                 TO GLV-RP-ACCOUNT (GLV-RP-IDX)
097500             MOVE GLV-CURRENT-PERIOD TO GLV-RP-PERIOD (GLV-RP-IDX)
097600             MOVE GLV-DAY-DEPT (GLV-DAY-IDX)
097700                 TO GLV-RP-DEPT (GLV-RP-IDX)
097800             MOVE ZEROS TO GLV-RP-DEBITS (GLV-RP-IDX)
097900             MOVE ZEROS TO GLV-RP-CREDITS (GLV-RP-IDX)
098000             MOVE ZEROS TO GLV-RP-NET (GLV-RP-IDX)
098100             MOVE ZEROS TO GLV-RP-JRNL-NET (GLV-RP-IDX)
098200             MOVE "N" TO GLV-RP-MATCHED-SW (GLV-RP-IDX)
098300         ELSE
098400             DISPLAY "GLVERIFY - REPLAY TABLE FULL, ABORTING RUN"
098500             MOVE 16 TO RETURN-CODE
098600             MOVE "Y" TO GLV-ABORT-SW
098700         END-IF
098800     END-IF.
098900 2800-EXIT.
099000     EXIT.

099100*****************************************************************
099200*    2810-MATCH-REPLAY                                          *
099300*****************************************************************
099400 2810-MATCH-REPLAY.
099500     IF GLV-RP-ACCOUNT (GLV-RP-IDX)
099600         = GLV-DAY-ACCOUNT (GLV-DAY-IDX)
099700         AND GLV-RP-PERIOD (GLV-RP-IDX) = GLV-CURRENT-PERIOD
099800         AND GLV-RP-DEPT (GLV-RP-IDX) = GLV-DAY-DEPT (GLV-DAY-IDX)
099900         MOVE "Y" TO GLV-KEY-FOUND-SW
100000         SET GLV-RP-IDX DOWN BY 1
100100     END-IF.
100200 2810-EXIT.
100300     EXIT.

100400*****************************************************************
100500*    2900-TOTAL-OVERFLOW                                        *
100600*****************************************************************
100700 2900-TOTAL-OVERFLOW.
100800     DISPLAY "GLVERIFY - A REBUILT TOTAL OVERFLOWED, "
100900         "ABORTING RUN".
101000     MOVE 16 TO RETURN-CODE.
101100     MOVE "Y" TO GLV-ABORT-SW.
101200 2900-EXIT.
101300     EXIT.

101400*****************************************************************
101500*    3000-COMPARE-MASTER                                        *
101600*    EVERY CHECKED MASTER RECORD AGAINST ITS REPLAY ENTRY, THEN *
101700*    EVERY REPLAY ENTRY NO MASTER RECORD CLAIMED.               *
101800*****************************************************************
101900 3000-COMPARE-MASTER.
102000     IF NOT GLV-ABORT
102100         PERFORM 3100-CHECK-MASTER THRU 3100-EXIT
102200             VARYING GLV-WORK-SUB FROM 1 BY 1
102300             UNTIL GLV-WORK-SUB > GLV-MS-COUNT OR GLV-ABORT
102400         PERFORM 3500-CHECK-REPLAY THRU 3500-EXIT
102500             VARYING GLV-WORK-SUB FROM 1 BY 1
102600             UNTIL GLV-WORK-SUB > GLV-RP-COUNT OR GLV-ABORT
102700     END-IF.
102800 3000-EXIT.
102900     EXIT.

103000*****************************************************************
103100*    3100-CHECK-MASTER                                          *
103200*    A MASTER KEY WITH NO REPLAY ENTRY -- OR A SECOND MASTER    *
103300*    RECORD FOR A KEY ALREADY CLAIMED -- COMPARES AGAINST ZEROS.*
103400*****************************************************************
103500 3100-CHECK-MASTER.
103600     SET GLV-MS-IDX TO GLV-WORK-SUB.
103700     IF GLV-MS-CHECKED (GLV-MS-IDX)
103800         ADD 1 TO GLV-VERIFIED-COUNT
103900         ADD GLV-MS-NET (GLV-MS-IDX) TO GLV-MASTER-NET
104000             ON SIZE ERROR
104100                 PERFORM 2900-TOTAL-OVERFLOW THRU 2900-EXIT
104200         END-ADD
104300         MOVE GLV-MS-ACCOUNT (GLV-MS-IDX)  TO GLV-CMP-ACCOUNT
104400         MOVE GLV-MS-PERIOD (GLV-MS-IDX)   TO GLV-CMP-PERIOD
104500         MOVE GLV-MS-DEPT (GLV-MS-IDX)     TO GLV-CMP-DEPT
104600         MOVE GLV-MS-DEBITS (GLV-MS-IDX)   TO GLV-CMM-DEBITS
104700         MOVE GLV-MS-CREDITS (GLV-MS-IDX)  TO GLV-CMM-CREDITS
104800         MOVE GLV-MS-NET (GLV-MS-IDX)      TO GLV-CMM-NET
104900         MOVE GLV-MS-JRNL-NET (GLV-MS-IDX) TO GLV-CMM-JRNL-NET
105000         MOVE "N" TO GLV-KEY-FOUND-SW
105100         PERFORM 3110-MATCH-MASTER THRU 3110-EXIT
105200             VARYING GLV-RP-IDX FROM 1 BY 1
105300             UNTIL GLV-RP-IDX > GLV-RP-COUNT
105400                 OR GLV-KEY-FOUND
105500         IF GLV-KEY-FOUND
105600             MOVE "Y" TO GLV-RP-MATCHED-SW (GLV-RP-IDX)
105700             SET GLV-MS-MATCH (GLV-MS-IDX) TO GLV-RP-IDX
105800             MOVE GLV-RP-DEBITS (GLV-RP-IDX)   TO GLV-CMR-DEBITS
105900             MOVE GLV-RP-CREDITS (GLV-RP-IDX)  TO GLV-CMR-CREDITS
106000             MOVE GLV-RP-NET (GLV-RP-IDX)      TO GLV-CMR-NET
106100             MOVE GLV-RP-JRNL-NET (GLV-RP-IDX) TO GLV-CMR-JRNL-NET
106200             MOVE SPACES TO GLV-CMP-NOTE
106300             PERFORM 3200-COMPARE-FIGURES THRU 3200-EXIT
106400             IF GLV-DIFFERS
106500                 ADD 1 TO GLV-DIFFER-COUNT
106600             ELSE
106700                 ADD 1 TO GLV-AGREE-COUNT
106800             END-IF
106900         ELSE
107000             MOVE ZEROS TO GLV-CMP-REBUILT
107100             MOVE "NOT IN EXTRACT HISTORY" TO GLV-CMP-NOTE
107200             PERFORM 3200-COMPARE-FIGURES THRU 3200-EXIT
107300             ADD 1 TO GLV-EXTRA-COUNT
107400         END-IF
107500     END-IF.
107600 3100-EXIT.
107700     EXIT.

107800*****************************************************************
107900*    3110-MATCH-MASTER                                          *
108000*****************************************************************
108100 3110-MATCH-MASTER.
108200     IF GLV-RP-ACCOUNT (GLV-RP-IDX) = GLV-CMP-ACCOUNT
108300         AND GLV-RP-PERIOD (GLV-RP-IDX) = GLV-CMP-PERIOD
108400         AND GLV-RP-DEPT (GLV-RP-IDX) = GLV-CMP-DEPT
108500         AND NOT GLV-RP-MATCHED (GLV-RP-IDX)
108600         MOVE "Y" TO GLV-KEY-FOUND-SW
108700         SET GLV-RP-IDX DOWN BY 1
108800     END-IF.
108900 3110-EXIT.
109000     EXIT.

109100*****************************************************************
109200*    3200-COMPARE-FIGURES                                       *
109300*    PRINTS ONE LINE FOR EACH OF THE FOUR FIGURES THAT DIFFERS. *
109400*    A KEY ON ONE SIDE ONLY WHOSE FIGURES ARE ALL ZERO STILL    *
109500*    PRINTS, AS A RECORD LINE, SO NO DIFFERENCE GOES UNSHOWN.   *
109600*****************************************************************
109700 3200-COMPARE-FIGURES.
109800     MOVE "N" TO GLV-DIFFER-SW.
109900     IF GLV-CMM-DEBITS NOT = GLV-CMR-DEBITS
110000         MOVE "PTD DEBITS"   TO GLV-CMP-FIELD
110100         MOVE GLV-CMM-DEBITS TO GLV-CMP-MASTER-AMT
110200         MOVE GLV-CMR-DEBITS TO GLV-CMP-REBUILT-AMT
110300         PERFORM 3300-PRINT-DIFFERENCE THRU 3300-EXIT
110400     END-IF.
110500     IF GLV-CMM-CREDITS NOT = GLV-CMR-CREDITS
110600         MOVE "PTD CREDITS"   TO GLV-CMP-FIELD
110700         MOVE GLV-CMM-CREDITS TO GLV-CMP-MASTER-AMT
110800         MOVE GLV-CMR-CREDITS TO GLV-CMP-REBUILT-AMT
110900         PERFORM 3300-PRINT-DIFFERENCE THRU 3300-EXIT
111000     END-IF.
111100     IF GLV-CMM-NET NOT = GLV-CMR-NET
111200         MOVE "PTD NET"   TO GLV-CMP-FIELD
111300         MOVE GLV-CMM-NET TO GLV-CMP-MASTER-AMT
111400         MOVE GLV-CMR-NET TO GLV-CMP-REBUILT-AMT
111500         PERFORM 3300-PRINT-DIFFERENCE THRU 3300-EXIT
111600     END-IF.
111700     IF GLV-CMM-JRNL-NET NOT = GLV-CMR-JRNL-NET
111800         MOVE "JOURNAL NET"    TO GLV-CMP-FIELD
111900         MOVE GLV-CMM-JRNL-NET TO GLV-CMP-MASTER-AMT
112000         MOVE GLV-CMR-JRNL-NET TO GLV-CMP-REBUILT-AMT
112100         PERFORM 3300-PRINT-DIFFERENCE THRU 3300-EXIT
112200     END-IF.
112300     IF NOT GLV-DIFFERS AND GLV-CMP-NOTE NOT = SPACES
112400         MOVE "RECORD" TO GLV-CMP-FIELD
112500         MOVE ZEROS TO GLV-CMP-MASTER-AMT
112600         MOVE ZEROS TO GLV-CMP-REBUILT-AMT
112700         PERFORM 3300-PRINT-DIFFERENCE THRU 3300-EXIT
112800     END-IF.
112900 3200-EXIT.
113000     EXIT.

113100*****************************************************************
113200*    3300-PRINT-DIFFERENCE                                      *
113300*    THE DIFFERENCE IS REBUILT LESS MASTER -- WHAT A REPAIR RUN *
113400*    WOULD CHANGE THE MASTER BY.                                *
113500*****************************************************************
113600 3300-PRINT-DIFFERENCE.
113700     MOVE "Y" TO GLV-DIFFER-SW.
113800     ADD 1 TO GLV-DIFF-LINE-COUNT.
113900     SUBTRACT GLV-CMP-MASTER-AMT FROM GLV-CMP-REBUILT-AMT
114000         GIVING GLV-CMP-DIFFERENCE
114100         ON SIZE ERROR
114200             PERFORM 2900-TOTAL-OVERFLOW THRU 2900-EXIT
114300     END-SUBTRACT.
114400     MOVE GLV-CMP-ACCOUNT     TO GDF-ACCOUNT.
114500     MOVE GLV-CMP-DEPT        TO GDF-DEPT.
114600     MOVE GLV-CMP-PERIOD      TO GDF-PERIOD.
114700     MOVE GLV-CMP-FIELD       TO GDF-FIELD.
114800     MOVE GLV-CMP-MASTER-AMT  TO GDF-MASTER.
114900     MOVE GLV-CMP-REBUILT-AMT TO GDF-REBUILT.
115000     MOVE GLV-CMP-DIFFERENCE  TO GDF-DIFFERENCE.
115100     MOVE GLV-CMP-NOTE        TO GDF-NOTE.
115200     MOVE GLV-DIFF-LINE TO GLV-PRINT-LINE.
115300     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
115400 3300-EXIT.
115500     EXIT.

115600*****************************************************************
115700*    3500-CHECK-REPLAY                                          *
115800*****************************************************************
115900 3500-CHECK-REPLAY.
116000     SET GLV-RP-IDX TO GLV-WORK-SUB.
116100     IF NOT GLV-RP-MATCHED (GLV-RP-IDX)
116200         MOVE GLV-RP-ACCOUNT (GLV-RP-IDX)  TO GLV-CMP-ACCOUNT
116300         MOVE GLV-RP-PERIOD (GLV-RP-IDX)   TO GLV-CMP-PERIOD
116400         MOVE GLV-RP-DEPT (GLV-RP-IDX)     TO GLV-CMP-DEPT
116500         MOVE ZEROS TO GLV-CMP-MASTER
116600         MOVE GLV-RP-DEBITS (GLV-RP-IDX)   TO GLV-CMR-DEBITS
116700         MOVE GLV-RP-CREDITS (GLV-RP-IDX)  TO GLV-CMR-CREDITS
116800         MOVE GLV-RP-NET (GLV-RP-IDX)      TO GLV-CMR-NET
116900         MOVE GLV-RP-JRNL-NET (GLV-RP-IDX) TO GLV-CMR-JRNL-NET
117000         MOVE "NOT ON GLMASTER" TO GLV-CMP-NOTE
117100         PERFORM 3200-COMPARE-FIGURES THRU 3200-EXIT
117200         ADD 1 TO GLV-MISSING-COUNT
117300     END-IF.
117400 3500-EXIT.
117500     EXIT.

117600*****************************************************************
117700*    4000-WRITE-REBUILT                                         *
117800*    REPAIR MODE ONLY.  THE MASTER IS WRITTEN IN ITS OWN ORDER: *
117900*    A RECORD OUTSIDE THE RANGE OR WITHOUT CALENDAR DATES AS IT *
118000*    STANDS, A CHECKED RECORD WITH ITS REPLAY FIGURES (DROPPED  *
118100*    WHEN THE REPLAY HAS NONE), THEN THE REPLAYED KEYS THE      *
118200*    MASTER LACKED.  CARRIED NET PLUS REBUILT NET MUST EQUAL    *
118300*    THE NET WRITTEN, AND THE RESULT MUST STILL FIT GLPOST'S    *
118400*    TABLE, OR THE RUN FAILS AND THE COPY-BACK DOES NOT RUN.    *
118500*****************************************************************
118600 4000-WRITE-REBUILT.
118700     IF GLV-REPAIR-MODE AND NOT GLV-ABORT
118800         PERFORM 4100-WRITE-FROM-MASTER THRU 4100-EXIT
118900             VARYING GLV-WORK-SUB FROM 1 BY 1
119000             UNTIL GLV-WORK-SUB > GLV-MS-COUNT OR GLV-ABORT
119100         PERFORM 4200-WRITE-NEW-KEY THRU 4200-EXIT
119200             VARYING GLV-WORK-SUB FROM 1 BY 1
119300             UNTIL GLV-WORK-SUB > GLV-RP-COUNT OR GLV-ABORT
119400     END-IF.
119500     IF GLV-REPAIR-MODE AND NOT GLV-ABORT
119600         MOVE GLV-CARRIED-NET TO GLV-EXPECTED-NET
119700         ADD GLV-REBUILT-NET TO GLV-EXPECTED-NET
119800             ON SIZE ERROR
119900                 PERFORM 2900-TOTAL-OVERFLOW THRU 2900-EXIT
120000         END-ADD
120100         IF GLV-EXPECTED-NET NOT = GLV-WRITTEN-NET
120200             DISPLAY "GLVERIFY - REBUILT MASTER OUT OF PROOF, "
120300                 "CARRIED " GLV-CARRIED-NET " PLUS REBUILT "
120400                 GLV-REBUILT-NET " DOES NOT EQUAL WRITTEN "
120500                 GLV-WRITTEN-NET
120600             MOVE 16 TO RETURN-CODE
120700             MOVE "Y" TO GLV-ABORT-SW
120800         END-IF
120900         IF GLV-GLM-WRITE-COUNT > 20000
121000             DISPLAY "GLVERIFY - REBUILT MASTER HAS "
121100                 GLV-GLM-WRITE-COUNT " RECORDS, MORE THAN GLPOST "
121200                 "CAN LOAD, ABORTING RUN"
121300             MOVE 16 TO RETURN-CODE
121400             MOVE "Y" TO GLV-ABORT-SW
121500         END-IF
121600     END-IF.
121700 4000-EXIT.
121800     EXIT.

121900*****************************************************************
122000*    4100-WRITE-FROM-MASTER                                     *
122100*****************************************************************
122200 4100-WRITE-FROM-MASTER.
122300     SET GLV-MS-IDX TO GLV-WORK-SUB.
122400     IF GLV-MS-CHECKED (GLV-MS-IDX)
122500         IF GLV-MS-MATCH (GLV-MS-IDX) > 0
122600             SET GLV-RP-IDX TO GLV-MS-MATCH (GLV-MS-IDX)
122700             PERFORM 4300-BUILD-FROM-REPLAY THRU 4300-EXIT
122800             PERFORM 4500-WRITE-RECORD THRU 4500-EXIT
122900         END-IF
123000     ELSE
123100         MOVE SPACES TO GLM-WORK-RECORD
123200         MOVE GLV-MS-ACCOUNT (GLV-MS-IDX)   TO GLW-ACCOUNT
123300         MOVE GLV-MS-PERIOD (GLV-MS-IDX)    TO GLW-ACCTG-PERIOD
123400         MOVE GLV-MS-DEBITS (GLV-MS-IDX)    TO GLW-PTD-DEBITS
123500         MOVE GLV-MS-CREDITS (GLV-MS-IDX)   TO GLW-PTD-CREDITS
123600         MOVE GLV-MS-NET (GLV-MS-IDX)       TO GLW-PTD-NET
123700         MOVE GLV-MS-JRNL-NET (GLV-MS-IDX)  TO GLW-JRNL-NET
123800         MOVE GLV-MS-DEPT (GLV-MS-IDX)      TO GLW-DEPARTMENT
123900         ADD GLV-MS-NET (GLV-MS-IDX) TO GLV-CARRIED-NET
124000             ON SIZE ERROR
124100                 PERFORM 2900-TOTAL-OVERFLOW THRU 2900-EXIT
124200         END-ADD
124300         PERFORM 4500-WRITE-RECORD THRU 4500-EXIT
124400     END-IF.
124500 4100-EXIT.
124600     EXIT.

124700*****************************************************************
124800*    4200-WRITE-NEW-KEY                                         *
124900*****************************************************************
125000 4200-WRITE-NEW-KEY.
125100     SET GLV-RP-IDX TO GLV-WORK-SUB.
125200     IF NOT GLV-RP-MATCHED (GLV-RP-IDX)
125300         PERFORM 4300-BUILD-FROM-REPLAY THRU 4300-EXIT
125400         PERFORM 4500-WRITE-RECORD THRU 4500-EXIT
125500     END-IF.
125600 4200-EXIT.
125700     EXIT.

125800*****************************************************************
125900*    4300-BUILD-FROM-REPLAY                                     *
126000*****************************************************************
126100 4300-BUILD-FROM-REPLAY.
126200     MOVE SPACES TO GLM-WORK-RECORD.
126300     MOVE GLV-RP-ACCOUNT (GLV-RP-IDX)   TO GLW-ACCOUNT.
126400     MOVE GLV-RP-PERIOD (GLV-RP-IDX)    TO GLW-ACCTG-PERIOD.
126500     MOVE GLV-RP-DEBITS (GLV-RP-IDX)    TO GLW-PTD-DEBITS.
126600     MOVE GLV-RP-CREDITS (GLV-RP-IDX)   TO GLW-PTD-CREDITS.
126700     MOVE GLV-RP-NET (GLV-RP-IDX)       TO GLW-PTD-NET.
126800     MOVE GLV-RP-JRNL-NET (GLV-RP-IDX)  TO GLW-JRNL-NET.
126900     MOVE GLV-RP-DEPT (GLV-RP-IDX)      TO GLW-DEPARTMENT.
127000 4300-EXIT.
127100     EXIT.

127200*****************************************************************
127300*    4500-WRITE-RECORD                                          *
127400*****************************************************************
127500 4500-WRITE-RECORD.
127600     MOVE GLM-WORK-RECORD TO NEWGLM-RECORD.
127700     WRITE NEWGLM-RECORD.
127800     IF GLV-NEWGLM-OK
127900         ADD 1 TO GLV-GLM-WRITE-COUNT
128000         ADD GLW-PTD-NET TO GLV-WRITTEN-NET
128100             ON SIZE ERROR
128200                 PERFORM 2900-TOTAL-OVERFLOW THRU 2900-EXIT
128300         END-ADD
128400     ELSE
128500         DISPLAY "GLVERIFY - WRITE FAILED ON NEWGLM, STATUS "
128600             GLV-NEWGLM-STATUS ", ABORTING RUN"
128700         MOVE 16 TO RETURN-CODE
128800         MOVE "Y" TO GLV-ABORT-SW
128900     END-IF.
129000 4500-EXIT.
129100     EXIT.

129200*****************************************************************
129300*    7000-PRINT-TOTALS                                          *
129400*    A VERIFY RUN WITH ANY DIFFERENCE FAILS (RC=16) SO IT IS    *
129500*    SEEN BEFORE PERCLOSE; A REPAIR RUN THAT WROTE AND PROVED   *
129600*    ITS REBUILT MASTER ENDS CLEAN FOR THE COPY-BACK STEP.      *
129700*****************************************************************
129800 7000-PRINT-TOTALS.
129900     IF GLV-RPT-OK AND NOT GLV-ABORT
130000         PERFORM 8400-PRINT-BLANK THRU 8400-EXIT
130100         MOVE "EXTRACT RECORDS READ .................."
130200             TO GCL-LABEL
130300         MOVE GLV-GL-READ-COUNT TO GCL-COUNT
130400         PERFORM 8200-PRINT-COUNT THRU 8200-EXIT
130500         MOVE "EXTRACT RECORDS REPLAYED .............."
130600             TO GCL-LABEL
130700         MOVE GLV-GL-SELECT-COUNT TO GCL-COUNT
130800         PERFORM 8200-PRINT-COUNT THRU 8200-EXIT
130900         MOVE "RECORDS DATED OFF THE CALENDAR ........"
131000             TO GCL-LABEL
131100         MOVE GLV-OFF-CAL-COUNT TO GCL-COUNT
131200         PERFORM 8200-PRINT-COUNT THRU 8200-EXIT
131300         MOVE "BUSINESS DATES REPLAYED ..............."
131400             TO GCL-LABEL
131500         MOVE GLV-DATE-COUNT TO GCL-COUNT
131600         PERFORM 8200-PRINT-COUNT THRU 8200-EXIT
131700         MOVE "ACCOUNTING PERIODS REPLAYED ..........."
131800             TO GCL-LABEL
131900         MOVE GLV-RANGE-COUNT TO GCL-COUNT
132000         PERFORM 8200-PRINT-COUNT THRU 8200-EXIT
132100         MOVE "OPERAND POSTINGS REPLAYED ............."
132200             TO GCL-LABEL
132300         MOVE GLV-OPERAND-COUNT TO GCL-COUNT
132400         PERFORM 8200-PRINT-COUNT THRU 8200-EXIT
132500         MOVE "NETTED SUMMARY FIGURES APPLIED ........"
132600             TO GCL-LABEL
132700         MOVE GLV-NETTED-COUNT TO GCL-COUNT
132800         PERFORM 8200-PRINT-COUNT THRU 8200-EXIT
132900         MOVE "BATCHES REPLAYED ......................"
133000             TO GCL-LABEL
133100         MOVE GLV-BATCH-COUNT TO GCL-COUNT
133200         PERFORM 8200-PRINT-COUNT THRU 8200-EXIT
133300         MOVE "  OF WHICH SINCE REVERSED BY BCHREVRS .."
133400             TO GCL-LABEL
133500         MOVE GLV-REV-BATCH-COUNT TO GCL-COUNT
133600         PERFORM 8200-PRINT-COUNT THRU 8200-EXIT
133700         MOVE "OPERANDS FROM REVERSED BATCHES ........"
133800             TO GCL-LABEL
133900         MOVE GLV-REV-OPERAND-COUNT TO GCL-COUNT
134000         PERFORM 8200-PRINT-COUNT THRU 8200-EXIT
134100         PERFORM 8400-PRINT-BLANK THRU 8400-EXIT
134200         MOVE "MASTER RECORDS READ ..................."
134300             TO GCL-LABEL
134400         MOVE GLV-GLM-READ-COUNT TO GCL-COUNT
134500         PERFORM 8200-PRINT-COUNT THRU 8200-EXIT
134600         MOVE "  OUTSIDE THE PERIOD RANGE ............"
134700             TO GCL-LABEL
134800         MOVE GLV-OUT-RANGE-COUNT TO GCL-COUNT
134900         PERFORM 8200-PRINT-COUNT THRU 8200-EXIT
135000         MOVE "  IN RANGE, PERIOD NOT ON CALENDAR ...."
135100             TO GCL-LABEL
135200         MOVE GLV-NO-CAL-COUNT TO GCL-COUNT
135300         PERFORM 8200-PRINT-COUNT THRU 8200-EXIT
135400         MOVE "  CHECKED AGAINST THE REPLAY .........."
135500             TO GCL-LABEL
135600         MOVE GLV-VERIFIED-COUNT TO GCL-COUNT
135700         PERFORM 8200-PRINT-COUNT THRU 8200-EXIT
135800         MOVE "    AGREEING ..........................."
135900             TO GCL-LABEL
136000         MOVE GLV-AGREE-COUNT TO GCL-COUNT
136100         PERFORM 8200-PRINT-COUNT THRU 8200-EXIT
136200         MOVE "    DIFFERING ........................."
136300             TO GCL-LABEL
136400         MOVE GLV-DIFFER-COUNT TO GCL-COUNT
136500         PERFORM 8200-PRINT-COUNT THRU 8200-EXIT
136600         MOVE "    NOT IN EXTRACT HISTORY ............"
136700             TO GCL-LABEL
136800         MOVE GLV-EXTRA-COUNT TO GCL-COUNT
136900         PERFORM 8200-PRINT-COUNT THRU 8200-EXIT
137000         MOVE "REPLAYED KEYS NOT ON GLMASTER ........."
137100             TO GCL-LABEL
137200         MOVE GLV-MISSING-COUNT TO GCL-COUNT
137300         PERFORM 8200-PRINT-COUNT THRU 8200-EXIT
137400         MOVE "DIFFERENCE LINES PRINTED .............."
137500             TO GCL-LABEL
137600         MOVE GLV-DIFF-LINE-COUNT TO GCL-COUNT
137700         PERFORM 8200-PRINT-COUNT THRU 8200-EXIT
137800         PERFORM 8400-PRINT-BLANK THRU 8400-EXIT
137900         MOVE "GLMASTER NET, RECORDS CHECKED ........."
138000             TO GAL-LABEL
138100         MOVE GLV-MASTER-NET TO GAL-AMOUNT
138200         PERFORM 8300-PRINT-AMOUNT THRU 8300-EXIT
138300         MOVE "REBUILT NET FROM EXTRACT HISTORY ......"
138400             TO GAL-LABEL
138500         MOVE GLV-REBUILT-NET TO GAL-AMOUNT
138600         PERFORM 8300-PRINT-AMOUNT THRU 8300-EXIT
138700         SUBTRACT GLV-MASTER-NET FROM GLV-REBUILT-NET
138800             GIVING GLV-NET-DIFFERENCE
138900             ON SIZE ERROR
139000                 PERFORM 2900-TOTAL-OVERFLOW THRU 2900-EXIT
139100         END-SUBTRACT
139200         MOVE "NET DIFFERENCE ........................"
139300             TO GAL-LABEL
139400         MOVE GLV-NET-DIFFERENCE TO GAL-AMOUNT
139500         PERFORM 8300-PRINT-AMOUNT THRU 8300-EXIT
139600         MOVE "NET OF REVERSED-BATCH OPERANDS ........"
139700             TO GAL-LABEL
139800         MOVE GLV-REVERSED-NET TO GAL-AMOUNT
139900         PERFORM 8300-PRINT-AMOUNT THRU 8300-EXIT
140000         IF GLV-REPAIR-MODE
140100             PERFORM 7100-PRINT-REPAIR THRU 7100-EXIT
140200         END-IF
140300         PERFORM 7200-PRINT-VERDICT THRU 7200-EXIT
140400     END-IF.
140500 7000-EXIT.
140600     EXIT.

140700*****************************************************************
140800*    7100-PRINT-REPAIR                                          *
140900*****************************************************************
141000 7100-PRINT-REPAIR.
141100     PERFORM 8400-PRINT-BLANK THRU 8400-EXIT.
141200     MOVE "CARRIED NET (WRITTEN AS IT STOOD) ....."
141300         TO GAL-LABEL.
141400     MOVE GLV-CARRIED-NET TO GAL-AMOUNT.
141500     PERFORM 8300-PRINT-AMOUNT THRU 8300-EXIT.
141600     MOVE "PLUS REBUILT NET ......................"
141700         TO GAL-LABEL.
141800     MOVE GLV-REBUILT-NET TO GAL-AMOUNT.
141900     PERFORM 8300-PRINT-AMOUNT THRU 8300-EXIT.
142000     MOVE "NET WRITTEN TO THE REBUILT MASTER ....."
142100         TO GAL-LABEL.
142200     MOVE GLV-WRITTEN-NET TO GAL-AMOUNT.
142300     PERFORM 8300-PRINT-AMOUNT THRU 8300-EXIT.
142400     MOVE "REBUILT MASTER RECORDS WRITTEN ........"
142500         TO GCL-LABEL.
142600     MOVE GLV-GLM-WRITE-COUNT TO GCL-COUNT.
142700     PERFORM 8200-PRINT-COUNT THRU 8200-EXIT.
142800 7100-EXIT.
142900     EXIT.

143000*****************************************************************
143100*    7200-PRINT-VERDICT                                         *
143200*****************************************************************
143300 7200-PRINT-VERDICT.
143400     PERFORM 8400-PRINT-BLANK THRU 8400-EXIT.
143500     IF GLV-OFF-CAL-COUNT > 0
143600         MOVE SPACES TO GLV-MESSAGE-LINE
143700         MOVE "*** RECORDS DATED OFF THE CALENDAR WERE NOT"
143800             TO GML-TEXT
143900         MOVE GLV-MESSAGE-LINE TO GLV-PRINT-LINE
144000         PERFORM 8100-PRINT-LINE THRU 8100-EXIT
144100         MOVE "    REPLAYED -- SEE THE JOB LOG FOR THEIR DATES"
144200             TO GML-TEXT
144300         MOVE GLV-MESSAGE-LINE TO GLV-PRINT-LINE
144400         PERFORM 8100-PRINT-LINE THRU 8100-EXIT
144500     END-IF.
144600     MOVE SPACES TO GLV-MESSAGE-LINE.
144700     EVALUATE TRUE
144800         WHEN GLV-DIFF-LINE-COUNT = 0
144900             MOVE "GLMASTER AGREES WITH THE EXTRACT HISTORY"
145000                 TO GML-TEXT
145100         WHEN GLV-REPAIR-MODE
145200             MOVE "REBUILT MASTER WRITTEN AND PROVED"
145300                 TO GML-TEXT
145400         WHEN OTHER
145500             MOVE "*** GLMASTER DOES NOT AGREE WITH GLEXTRCT"
145600                 TO GML-TEXT
145700             DISPLAY "GLVERIFY - GLMASTER DOES NOT AGREE WITH "
145800                 "GLEXTRCT FOR PERIODS " GLV-FROM-PERIOD " THRU "
145900                 GLV-THRU-PERIOD
146000             MOVE 16 TO RETURN-CODE
146100     END-EVALUATE.
146200     MOVE GLV-MESSAGE-LINE TO GLV-PRINT-LINE.
146300     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
146400 7200-EXIT.
146500     EXIT.

146600*****************************************************************
146700*    8000-PRINT-HEADINGS                                        *
146800*****************************************************************
146900 8000-PRINT-HEADINGS.
147000     ADD 1 TO GLV-PAGE-COUNT.
147100     MOVE GLV-RUN-DATE    TO GVH1-RUN-DATE.
147200     MOVE GLV-PAGE-COUNT  TO GVH1-PAGE.
147300     MOVE GLV-FROM-PERIOD TO GVH2-FROM-PERIOD.
147400     MOVE GLV-THRU-PERIOD TO GVH2-THRU-PERIOD.
147500     IF GLV-REPAIR-MODE
147600         MOVE "REPAIR - REBUILT MASTER" TO GVH2-MODE
147700     ELSE
147800         MOVE "VERIFY ONLY" TO GVH2-MODE
147900     END-IF.
148000     WRITE RPT-RECORD FROM GLV-HEADING-1.
148100     WRITE RPT-RECORD FROM GLV-HEADING-2.
148200     WRITE RPT-RECORD FROM GLV-HEADING-3.
148300     MOVE SPACES TO RPT-RECORD.
148400     WRITE RPT-RECORD.
148500     MOVE 4 TO GLV-LINE-COUNT.
148600 8000-EXIT.
148700     EXIT.

148800*****************************************************************
148900*    8100-PRINT-LINE                                            *
149000*    WRITES THE LINE BUILT IN GLV-PRINT-LINE, STARTING A NEW    *
149100*    PAGE FIRST WHEN THIS ONE IS FULL.                          *
149200*****************************************************************
149300 8100-PRINT-LINE.
149400     IF GLV-RPT-OK
149500         IF GLV-LINE-COUNT >= GLV-LINES-PER-PAGE
149600             PERFORM 8000-PRINT-HEADINGS THRU 8000-EXIT
149700         END-IF
149800         WRITE RPT-RECORD FROM GLV-PRINT-LINE
149900         ADD 1 TO GLV-LINE-COUNT
150000     END-IF.
150100 8100-EXIT.
150200     EXIT.

150300*****************************************************************
150400*    8200-PRINT-COUNT                                           *
150500*****************************************************************
150600 8200-PRINT-COUNT.
150700     MOVE GLV-COUNT-LINE TO GLV-PRINT-LINE.
150800     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
150900 8200-EXIT.
151000     EXIT.

151100*****************************************************************
151200*    8300-PRINT-AMOUNT                                          *
151300*****************************************************************
151400 8300-PRINT-AMOUNT.
151500     MOVE GLV-AMOUNT-LINE TO GLV-PRINT-LINE.
151600     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
151700 8300-EXIT.
151800     EXIT.

151900*****************************************************************
152000*    8400-PRINT-BLANK                                           *
152100*****************************************************************
152200 8400-PRINT-BLANK.
152300     MOVE SPACES TO GLV-PRINT-LINE.
152400     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
152500 8400-EXIT.
152600     EXIT.

152700*****************************************************************
152800*    9000-TERMINATE                                             *
152900*****************************************************************
153000 9000-TERMINATE.
153100     IF GLV-RPT-OK
153200         CLOSE REPORT-FILE
153300     END-IF.
153400     IF GLV-BREG-OPEN
153500         CLOSE BREG-FILE
153600     END-IF.
153700     IF GLV-NEWGLM-OPEN
153800         CLOSE NEWGLM-FILE
153900     END-IF.
154000     PERFORM 9300-WRITE-RUN-STATUS THRU 9300-EXIT.
154100 9000-EXIT.
154200     EXIT.

154300*****************************************************************
154400*    9300-WRITE-RUN-STATUS                                      *
154500*    APPENDS THIS STEP'S COMPLETION RECORD TO THE COMMON        *
154600*    RUN-STATUS LOG.  ACCEPTED IS MASTER RECORDS THAT AGREED,   *
154700*    REJECTED IS KEYS THAT DID NOT; THE CONTROL TOTAL IS THE    *
154800*    REBUILT NET.  A LOG THAT CANNOT BE WRITTEN ONLY WARNS.     *
154900*****************************************************************
155000 9300-WRITE-RUN-STATUS.
155100     OPEN EXTEND RUNSTAT-FILE.
155200     IF GLV-RUNSTAT-OK
155300         ACCEPT GLV-STAMP-DATE FROM DATE YYYYMMDD
155400         ACCEPT GLV-STAMP-TIME FROM TIME
155500         MOVE "GLVERIFY" TO RS-PROGRAM
155600         MOVE ZEROS TO RS-BATCH-NUMBER
155700         MOVE GLV-STAMP-DATE TO RS-BUSINESS-DATE
155800         MOVE GLV-GL-READ-COUNT TO RS-READ-COUNT
155900         MOVE GLV-AGREE-COUNT TO RS-ACCEPT-COUNT
156000         MOVE GLV-DIFFER-COUNT TO RS-REJECT-COUNT
156100         ADD GLV-EXTRA-COUNT TO RS-REJECT-COUNT
156200         ADD GLV-MISSING-COUNT TO RS-REJECT-COUNT
156300         MOVE GLV-REBUILT-NET TO RS-CONTROL-TOTAL
156400         MOVE RETURN-CODE TO RS-RETURN-CODE
156500         MOVE GLV-STAMP-DATE TO RS-RUN-DATE
156600         MOVE GLV-STAMP-TIME TO RS-RUN-TIME
156700         WRITE RS-RECORD
156800         CLOSE RUNSTAT-FILE
156900     ELSE
157000         DISPLAY "GLVERIFY - UNABLE TO OPEN RUNSTAT, STATUS "
157100             GLV-RUNSTAT-STATUS
157200             ", RUN-STATUS RECORD NOT WRITTEN"
157300     END-IF.
157400 9300-EXIT.
157500     EXIT.
