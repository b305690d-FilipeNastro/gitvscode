000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GLDRILL.
000300 AUTHOR.        J H MERCER.
000400 INSTALLATION.  GENERAL ACCOUNTING - BATCH SYSTEMS.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*    GLDRILL                                                    *
001000*                                                               *
001100*    ACCOUNT DRILL-DOWN INQUIRY.  TRACES ONE ACCOUNT'S BALANCE  *
001200*    FOR ONE ACCOUNTING PERIOD BACK TO THE GL EXTRACT POSTINGS  *
001300*    THAT MADE IT.  THE CONTROL CARD NAMES THE ACCOUNT AND THE  *
001400*    PERIOD.  THE PERIOD'S BUSINESS DATES COME FROM THE POSTING *
001500*    CALENDAR, THE SAME DATE-TO-PERIOD MAPPING GLPOST USES, AND *
001600*    EVERY EXTRACT OPERAND POSTED TO THE ACCOUNT ON ONE OF THOSE*
001700*    DATES IS LISTED -- POSTING DATE, BATCH NUMBER AND THE      *
001800*    BATCH'S STATUS ON THE PROCESSED-BATCH REGISTER (INCLUDING  *
001900*    A LATER REVERSAL BY BCHREVRS), DEPARTMENT, OP CODE, OPERAND*
002000*    AMOUNT, AND THE OPERATOR AND RUN DATE/TIME FROM THE        *
002100*    MATCHING AUDIT LOG RECORD.  THE POSTING AND ITS AUDIT      *
002200*    RECORD ARE TIED BY BATCH NUMBER AND TRANFIL POSITION;      *
002300*    POSTINGS MADE BEFORE THOSE WERE CARRIED, OR WHOSE AUDIT    *
002400*    RECORDS HAVE BEEN ARCHIVED, PRINT WITHOUT AN OPERATOR.     *
002500*    THE DETAIL IS SUBTOTALLED BY BUSINESS DATE AND PROVED      *
002600*    AGAINST THE PERIOD-TO-DATE NET ON THE BALANCE MASTER,      *
002700*    SUMMED ACROSS DEPARTMENTS.  A DETAIL TOTAL THAT DOES NOT   *
002800*    TIE TO THE MASTER IS REPORTED AS SUCH AND FAILS THE RUN    *
002900*    (RC=16).                                                   *
003000*                                                               *
003100*    MODIFICATION HISTORY                                      *
003200*    DATE       INIT  DESCRIPTION                               *
003300*    10/15/26   JHM   ORIGINAL PROGRAM.                         *
003400*                                                               *
003500*****************************************************************
003600 ENVIRONMENT DIVISION.
003700 CONFIGURATION SECTION.
003800 SOURCE-COMPUTER.   IBM-370.
003900 OBJECT-COMPUTER.   IBM-370.
004000 INPUT-OUTPUT SECTION.
004100 FILE-CONTROL.
004200     SELECT GL-FILE ASSIGN TO GLEXTRCT
004300         ORGANIZATION IS SEQUENTIAL
004400         FILE STATUS IS GLD-GL-STATUS.
004500     SELECT AUDIT-FILE ASSIGN TO AUDITLOG
004600         ORGANIZATION IS SEQUENTIAL
004700         FILE STATUS IS GLD-AUDIT-STATUS.
004800     SELECT GLM-FILE ASSIGN TO GLMASTER
004900         ORGANIZATION IS SEQUENTIAL
005000         FILE STATUS IS GLD-GLM-STATUS.
005100     SELECT CAL-FILE ASSIGN TO CALFILE
005200         ORGANIZATION IS INDEXED
005300         ACCESS MODE IS SEQUENTIAL
005400         RECORD KEY IS CAL-BUSINESS-DATE
005500         FILE STATUS IS GLD-CAL-STATUS.
005600     SELECT BREG-FILE ASSIGN TO BREGFILE
005700         ORGANIZATION IS INDEXED
005800         ACCESS MODE IS RANDOM
005900         RECORD KEY IS BRG-BATCH-NUMBER
006000         FILE STATUS IS GLD-BREG-STATUS.
006100     SELECT COA-FILE ASSIGN TO COAFILE
006200         ORGANIZATION IS INDEXED
006300         ACCESS MODE IS RANDOM
006400         RECORD KEY IS CA-ACCOUNT
006500         FILE STATUS IS GLD-COA-STATUS.
006600     SELECT CTL-FILE ASSIGN TO DRCTL
006700         ORGANIZATION IS SEQUENTIAL
006800         FILE STATUS IS GLD-CTL-STATUS.
006900     SELECT REPORT-FILE ASSIGN TO RPTFILE
007000         ORGANIZATION IS SEQUENTIAL
007100         FILE STATUS IS GLD-RPT-STATUS.
007200     SELECT RUNSTAT-FILE ASSIGN TO RUNSTAT
007300         ORGANIZATION IS SEQUENTIAL
007400         FILE STATUS IS GLD-RUNSTAT-STATUS.

007500 DATA DIVISION.
007600 FILE SECTION.
007700 FD  GL-FILE
007800     RECORDING MODE IS F
007900     RECORD CONTAINS 243 CHARACTERS
008000     LABEL RECORDS ARE STANDARD.
008100 COPY GLEXTRCT.

008200 FD  AUDIT-FILE
008300     RECORDING MODE IS F
008400     RECORD CONTAINS 179 CHARACTERS
008500     LABEL RECORDS ARE STANDARD.
008600 COPY AUDITREC.

008700 FD  GLM-FILE
008800     RECORDING MODE IS F
008900     RECORD CONTAINS 84 CHARACTERS
009000     LABEL RECORDS ARE STANDARD.
009100 COPY GLMSTREC.

009200 FD  CAL-FILE
009300     RECORDING MODE IS F
009400     RECORD CONTAINS 80 CHARACTERS
009500     LABEL RECORDS ARE STANDARD.
009600 COPY CALREC.

009700 FD  BREG-FILE
009800     RECORDING MODE IS F
009900     RECORD CONTAINS 80 CHARACTERS
010000     LABEL RECORDS ARE STANDARD.
010100 COPY BREGREC.

010200 FD  COA-FILE
010300     RECORDING MODE IS F
010400     RECORD CONTAINS 80 CHARACTERS
010500     LABEL RECORDS ARE STANDARD.
010600 COPY COAREC.

010700 FD  CTL-FILE
010800     RECORDING MODE IS F
010900     RECORD CONTAINS 80 CHARACTERS
011000     LABEL RECORDS ARE STANDARD.
011100 COPY DRCTLREC.

011200 FD  REPORT-FILE
011300     RECORDING MODE IS F
011400     RECORD CONTAINS 133 CHARACTERS
011500     LABEL RECORDS ARE STANDARD.
011600 01  RPT-RECORD                      PIC X(133).

011700 FD  RUNSTAT-FILE
011800     RECORDING MODE IS F
011900     RECORD CONTAINS 80 CHARACTERS
012000     LABEL RECORDS ARE STANDARD.
012100 COPY RUNSTREC.

012200 WORKING-STORAGE SECTION.
012300*****************************************************************
012400*    WORKING STORAGE                                            *
012500*****************************************************************
012600 01  GLD-SWITCHES.
012700     05  GLD-RUNSTAT-STATUS      PIC X(02) VALUE ZEROS.
012800         88  GLD-RUNSTAT-OK      VALUE "00".
012900     05  GLD-GL-STATUS           PIC X(02) VALUE ZEROS.
013000         88  GLD-GL-OK           VALUE "00".
013100     05  GLD-AUDIT-STATUS        PIC X(02) VALUE ZEROS.
013200         88  GLD-AUDIT-OK        VALUE "00".
013300     05  GLD-GLM-STATUS          PIC X(02) VALUE ZEROS.
013400         88  GLD-GLM-OK          VALUE "00".
013500     05  GLD-CAL-STATUS          PIC X(02) VALUE ZEROS.
013600         88  GLD-CAL-OK          VALUE "00".
013700     05  GLD-BREG-STATUS         PIC X(02) VALUE ZEROS.
013800         88  GLD-BREG-OK         VALUE "00".
013900     05  GLD-COA-STATUS          PIC X(02) VALUE ZEROS.
014000         88  GLD-COA-OK          VALUE "00".
014100     05  GLD-CTL-STATUS          PIC X(02) VALUE ZEROS.
014200         88  GLD-CTL-OK          VALUE "00".
014300     05  GLD-RPT-STATUS          PIC X(02) VALUE ZEROS.
014400         88  GLD-RPT-OK          VALUE "00".
014500     05  GLD-ABORT-SW            PIC X(01) VALUE "N".
014600         88  GLD-ABORT           VALUE "Y".
014700     05  GLD-EOF-SW              PIC X(01) VALUE "N".
014800         88  GLD-EOF             VALUE "Y".
014900*        THE REGISTER AND CHART STAY OPEN FOR KEYED READS; A READ
015000*        THAT MISSES LEAVES A NON-ZERO STATUS, SO WHETHER EACH IS
015100*        OPEN IS KEPT HERE RATHER THAN READ OFF THE STATUS.
015200     05  GLD-BREG-OPEN-SW        PIC X(01) VALUE "N".
015300         88  GLD-BREG-OPEN       VALUE "Y".
015400     05  GLD-COA-OPEN-SW         PIC X(01) VALUE "N".
015500         88  GLD-COA-OPEN        VALUE "Y".
015600     05  GLD-ACCT-FOUND-SW       PIC X(01) VALUE "N".
015700         88  GLD-ACCT-FOUND      VALUE "Y".
015800     05  GLD-DATE-FOUND-SW       PIC X(01) VALUE "N".
015900         88  GLD-DATE-FOUND      VALUE "Y".
016000     05  GLD-POSTING-FOUND-SW    PIC X(01) VALUE "N".
016100         88  GLD-POSTING-FOUND   VALUE "Y".
016200     05  GLD-SLOT-FOUND-SW       PIC X(01) VALUE "N".
016300         88  GLD-SLOT-FOUND      VALUE "Y".

016400 01  GLD-SELECTION.
016500     05  GLD-ACCOUNT             PIC 9(08) VALUE ZEROS.
016600     05  GLD-ACCTG-PERIOD        PIC 9(06) VALUE ZEROS.
016700     05  GLD-ACCOUNT-DESC        PIC X(30) VALUE SPACES.
016800     05  GLD-CURRENT-DATE        PIC 9(08) VALUE ZEROS.
016900*        GLD-LAST-BATCH / GLD-LAST-STATUS HOLD THE REGISTER STATUS
017000*        OF THE BATCH LAST LOOKED UP, SO CONSECUTIVE POSTINGS FROM
017100*        ONE BATCH COST ONE KEYED READ BETWEEN THEM.
017200     05  GLD-LAST-BATCH          PIC X(06) VALUE SPACES.
017300     05  GLD-LAST-STATUS         PIC X(15) VALUE SPACES.

017400 01  GLD-COUNTERS.
017500     05  GLD-GL-READ-COUNT       PIC 9(07) VALUE ZEROS.
017600     05  GLD-AUDIT-READ-COUNT    PIC 9(07) VALUE ZEROS.
017700     05  GLD-GLM-READ-COUNT      PIC 9(07) VALUE ZEROS.
017800     05  GLD-GLM-SELECT-COUNT    PIC 9(05) VALUE ZEROS.
017900     05  GLD-NOAUDIT-COUNT       PIC 9(05) VALUE ZEROS.
018000     05  GLD-REVERSED-COUNT      PIC 9(05) VALUE ZEROS.
018100     05  GLD-NOREG-COUNT         PIC 9(05) VALUE ZEROS.
018200     05  GLD-DATE-COUNT          PIC 9(05) VALUE ZEROS.
018300     05  GLD-WORK-SUB            PIC 9(05) VALUE ZEROS.
018400     05  GLD-MARK-SUB            PIC 9(05) VALUE ZEROS.
018500     05  GLD-SORT-SUB            PIC 9(05) VALUE ZEROS.
018600     05  GLD-SORT-POS            PIC 9(05) VALUE ZEROS.
018700     05  GLD-MATCH-GLREC         PIC 9(07) VALUE ZEROS.

018800*****************************************************************
018900*    PROOF TOTALS.  THE DETAIL TOTAL IS THE SUM OF EVERY        *
019000*    OPERAND LISTED; THE MASTER NET IS GLM-PTD-NET FOR THE      *
019100*    ACCOUNT AND PERIOD SUMMED OVER ITS DEPARTMENT RECORDS.     *
019200*****************************************************************
019300 01  GLD-TOTALS.
019400     05  GLD-DATE-TOTAL          PIC S9(13)V99 VALUE ZEROS.
019500     05  GLD-DETAIL-TOTAL        PIC S9(13)V99 VALUE ZEROS.
019600     05  GLD-DETAIL-DEBITS       PIC S9(13)V99 VALUE ZEROS.
019700     05  GLD-DETAIL-CREDITS      PIC S9(13)V99 VALUE ZEROS.
019800     05  GLD-MASTER-NET          PIC S9(13)V99 VALUE ZEROS.
019900     05  GLD-DIFFERENCE          PIC S9(13)V99 VALUE ZEROS.

020000*****************************************************************
020100*    GLD-PERIOD-DATES HOLDS THE BUSINESS DATES THE POSTING      *
020200*    CALENDAR ASSIGNS TO THE CARD'S PERIOD.  AN EXTRACT RECORD  *
020300*    DATED ON ONE OF THEM IS A POSTING TO THAT PERIOD, EXACTLY  *
020400*    AS GLPOST ASSIGNS IT.                                      *
020500*****************************************************************
020600 01  GLD-PERIOD-DATES.
020700     05  GLD-PD-COUNT            PIC 9(03) VALUE ZEROS.
020800     05  GLD-PD-ENTRY
020900             OCCURS 60 TIMES
021000             INDEXED BY GLD-PD-IDX.
021100         10  GLD-PD-DATE         PIC 9(08).

021200*****************************************************************
021300*    GLD-POSTING-TABLE HOLDS ONE ENTRY PER EXTRACT OPERAND      *
021400*    POSTED TO THE ACCOUNT IN THE PERIOD, IN EXTRACT ORDER UNTIL*
021500*    THE AUDIT LOG HAS BEEN MATCHED, THEN SORTED BY POSTING     *
021600*    DATE.  GLD-PT-GL-RECNO IS THE EXTRACT RECORD THE OPERAND   *
021700*    CAME FROM; IT KEEPS THE SORT STABLE AND LETS ONE AUDIT     *
021800*    RECORD SERVE EVERY OPERAND OF ITS TRANSACTION THAT HIT THE *
021900*    ACCOUNT.  A TABLE THAT FILLS ABORTS RATHER THAN PROVING A  *
022000*    PARTIAL LIST.  GLD-SORT-HOLD HAS THE SAME LAYOUT AS ONE    *
022100*    ENTRY.                                                     *
022200*****************************************************************
022300 01  GLD-POSTING-TABLE.
022400     05  GLD-PT-COUNT            PIC 9(05) VALUE ZEROS.
022500     05  GLD-PT-ENTRY
022600             OCCURS 5000 TIMES
022700             INDEXED BY GLD-PT-IDX.
022800         10  GLD-PT-KEY.
022900             15  GLD-PT-DATE     PIC 9(08).
023000             15  GLD-PT-GL-RECNO PIC 9(07).
023100         10  GLD-PT-BATCH        PIC X(06).
023200         10  GLD-PT-TRAN-SEQ     PIC X(07).
023300         10  GLD-PT-DEPT         PIC X(04).
023400         10  GLD-PT-OP-CODE      PIC X(01).
023500         10  GLD-PT-AMOUNT       PIC S9(9)V99.
023600         10  GLD-PT-OPERATOR     PIC X(08).
023700         10  GLD-PT-RUN-DATE     PIC 9(08).
023800         10  GLD-PT-RUN-TIME     PIC 9(08).
023900         10  GLD-PT-AUDIT-SW     PIC X(01).
024000             88  GLD-PT-AUDITED  VALUE "Y".

024100 01  GLD-SORT-HOLD.
024200     05  GLD-SH-KEY.
024300         10  GLD-SH-DATE         PIC 9(08).
024400         10  GLD-SH-GL-RECNO     PIC 9(07).
024500     05  GLD-SH-BATCH            PIC X(06).
024600     05  GLD-SH-TRAN-SEQ         PIC X(07).
024700     05  GLD-SH-DEPT             PIC X(04).
024800     05  GLD-SH-OP-CODE          PIC X(01).
024900     05  GLD-SH-AMOUNT           PIC S9(9)V99.
025000     05  GLD-SH-OPERATOR         PIC X(08).
025100     05  GLD-SH-RUN-DATE         PIC 9(08).
025200     05  GLD-SH-RUN-TIME         PIC 9(08).
025300     05  GLD-SH-AUDIT-SW         PIC X(01).

025400*****************************************************************
025500*    GLD-AUDIT-KEY IS THE BATCH NUMBER AND TRANFIL POSITION OFF *
025600*    THE AUDIT RECORD, IN THE SAME FORM AS THE TABLE CARRIES    *
025700*    THEM FROM THE EXTRACT.                                     *
025800*****************************************************************
025900 01  GLD-AUDIT-KEY.
026000     05  GLD-AK-BATCH            PIC X(06) VALUE SPACES.
026100     05  GLD-AK-TRAN-SEQ         PIC X(07) VALUE SPACES.

026200 01  GLD-PRINT-CONTROL.
026300     05  GLD-LINE-COUNT          PIC 9(03) VALUE 99.
026400     05  GLD-PAGE-COUNT          PIC 9(05) VALUE ZEROS.
026500     05  GLD-LINES-PER-PAGE      PIC 9(03) VALUE 55.
026600     05  GLD-RUN-DATE            PIC 9(08) VALUE ZEROS.
026700     05  GLD-PRINT-LINE          PIC X(133) VALUE SPACES.

026800*****************************************************************
026900*    PRINT LINES.  COLUMN 1 IS ASA CARRIAGE CONTROL.            *
027000*****************************************************************
027100 01  GLD-HEADING-1.
027200     05  FILLER                  PIC X(01) VALUE "1".
027300     05  FILLER                  PIC X(09) VALUE "GLDRILL".
027400     05  FILLER                  PIC X(18) VALUE SPACES.
027500     05  FILLER                  PIC X(36)
027600         VALUE "ACCOUNT DRILL-DOWN INQUIRY".
027700     05  FILLER                  PIC X(09) VALUE "RUN DATE ".
027800     05  GDH1-RUN-DATE           PIC 9(08).
027900     05  FILLER                  PIC X(02) VALUE SPACES.
028000     05  FILLER                  PIC X(05) VALUE "PAGE ".
028100     05  GDH1-PAGE               PIC ZZZZ9.
028200     05  FILLER                  PIC X(40) VALUE SPACES.

028300 01  GLD-HEADING-2.
028400     05  FILLER                  PIC X(01) VALUE SPACE.
028500     05  FILLER                  PIC X(08) VALUE "ACCOUNT ".
028600     05  GDH2-ACCOUNT            PIC 9(08).
028700     05  FILLER                  PIC X(02) VALUE SPACES.
028800     05  GDH2-DESC               PIC X(30).
028900     05  FILLER                  PIC X(20)
029000         VALUE "  ACCOUNTING PERIOD ".
029100     05  GDH2-PERIOD             PIC 9(06).
029200     05  FILLER                  PIC X(58) VALUE SPACES.

029300 01  GLD-HEADING-3.
029400     05  FILLER                  PIC X(01) VALUE SPACE.
029500     05  FILLER                  PIC X(10) VALUE "POST DATE".
029600     05  FILLER                  PIC X(08) VALUE "BATCH".
029700     05  FILLER                  PIC X(06) VALUE "DEPT".
029800     05  FILLER                  PIC X(17)
029900         VALUE "REGISTER STATUS".
030000     05  FILLER                  PIC X(04) VALUE "OP".
030100     05  FILLER                  PIC X(17)
030200         VALUE "         AMOUNT  ".
030300     05  FILLER                  PIC X(10) VALUE "OPERATOR".
030400     05  FILLER                  PIC X(19)
030500         VALUE "RUN DATE / TIME".
030600     05  FILLER                  PIC X(07) VALUE "TRAN NO".
030700     05  FILLER                  PIC X(34) VALUE SPACES.

030800 01  GLD-DETAIL-LINE.
030900     05  FILLER                  PIC X(01) VALUE SPACE.
031000     05  GDL-DATE                PIC 9(08).
031100     05  FILLER                  PIC X(02) VALUE SPACES.
031200     05  GDL-BATCH               PIC X(06).
031300     05  FILLER                  PIC X(02) VALUE SPACES.
031400     05  GDL-DEPT                PIC X(04).
031500     05  FILLER                  PIC X(02) VALUE SPACES.
031600     05  GDL-STATUS              PIC X(15).
031700     05  FILLER                  PIC X(02) VALUE SPACES.
031800     05  GDL-OP-CODE             PIC X(01).
031900     05  FILLER                  PIC X(03) VALUE SPACES.
032000     05  GDL-AMOUNT              PIC ZZZ,ZZZ,ZZ9.99-.
032100     05  FILLER                  PIC X(02) VALUE SPACES.
032200     05  GDL-OPERATOR            PIC X(08).
032300     05  FILLER                  PIC X(02) VALUE SPACES.
032400     05  GDL-AUDIT-STAMP.
032500         10  GDL-RUN-DATE        PIC 9(08).
032600         10  FILLER              PIC X(01) VALUE SPACE.
032700         10  GDL-RUN-TIME        PIC 9(08).
032800     05  GDL-NO-AUDIT REDEFINES GDL-AUDIT-STAMP
032900                                 PIC X(17).
033000     05  FILLER                  PIC X(02) VALUE SPACES.
033100     05  GDL-TRAN-SEQ            PIC X(07).
033200     05  FILLER                  PIC X(34) VALUE SPACES.

033300 01  GLD-DATE-TOTAL-LINE.
033400     05  FILLER                  PIC X(01) VALUE SPACE.
033500     05  FILLER                  PIC X(24)
033600         VALUE "TOTAL FOR BUSINESS DATE ".
033700     05  GDT-DATE                PIC 9(08).
033800     05  FILLER                  PIC X(09) VALUE SPACES.
033900     05  GDT-AMOUNT              PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
034000     05  FILLER                  PIC X(72) VALUE SPACES.

034100 01  GLD-AMOUNT-LINE.
034200     05  FILLER                  PIC X(01) VALUE SPACE.
034300     05  GAL-LABEL               PIC X(41).
034400     05  GAL-AMOUNT              PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
034500     05  FILLER                  PIC X(72) VALUE SPACES.

034600 01  GLD-COUNT-LINE.
034700     05  FILLER                  PIC X(01) VALUE SPACE.
034800     05  GCL-LABEL               PIC X(41).
034900     05  GCL-COUNT               PIC Z,ZZZ,ZZ9.
035000     05  FILLER                  PIC X(82) VALUE SPACES.

035100 01  GLD-MESSAGE-LINE.
035200     05  FILLER                  PIC X(01) VALUE SPACE.
035300     05  GML-TEXT                PIC X(70).
035400     05  FILLER                  PIC X(62) VALUE SPACES.

035500 01  GLD-STAMP-FIELDS.
035600     05  GLD-STAMP-DATE          PIC 9(08) VALUE ZEROS.
035700     05  GLD-STAMP-TIME          PIC 9(08) VALUE ZEROS.

035800 PROCEDURE DIVISION.
035900*****************************************************************
036000*    0000-MAINLINE                                              *
036100*****************************************************************
036200 0000-MAINLINE.
036300     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
036400     PERFORM 2000-LOAD-POSTINGS THRU 2000-EXIT.
036500     PERFORM 3000-MATCH-AUDIT THRU 3000-EXIT.
036600     PERFORM 4000-SORT-POSTINGS THRU 4000-EXIT.
036700     PERFORM 5000-SUM-MASTER THRU 5000-EXIT.
036800     PERFORM 6000-PRINT-DETAIL THRU 6000-EXIT.
036900     PERFORM 7000-PRINT-PROOF THRU 7000-EXIT.
037000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
037100     GOBACK.

037200*****************************************************************
037300*    1000-INITIALIZE                                            *
037400*****************************************************************
037500 1000-INITIALIZE.
037600     ACCEPT GLD-RUN-DATE FROM DATE YYYYMMDD.
037700     PERFORM 1100-READ-CONTROL THRU 1100-EXIT.
037800     IF NOT GLD-ABORT
037900         PERFORM 1200-LOAD-CALENDAR THRU 1200-EXIT
038000     END-IF.
038100     IF NOT GLD-ABORT
038200         OPEN INPUT COA-FILE
038300         IF GLD-COA-OK
038400             MOVE "Y" TO GLD-COA-OPEN-SW
038500         ELSE
038600             DISPLAY "GLDRILL - UNABLE TO OPEN COAFILE, STATUS "
038700                 GLD-COA-STATUS
038800             MOVE 16 TO RETURN-CODE
038900             MOVE "Y" TO GLD-ABORT-SW
039000         END-IF
039100     END-IF.
039200     IF NOT GLD-ABORT
039300         OPEN INPUT BREG-FILE
039400         IF GLD-BREG-OK
039500             MOVE "Y" TO GLD-BREG-OPEN-SW
039600         ELSE
039700             DISPLAY "GLDRILL - UNABLE TO OPEN BREGFILE, STATUS "
039800                 GLD-BREG-STATUS
039900             MOVE 16 TO RETURN-CODE
040000             MOVE "Y" TO GLD-ABORT-SW
040100         END-IF
040200     END-IF.
040300     IF NOT GLD-ABORT
040400         MOVE GLD-ACCOUNT TO CA-ACCOUNT
040500         PERFORM 8600-FIND-DESC THRU 8600-EXIT
040600         IF GLD-ACCT-FOUND
040700             MOVE CA-DESCRIPTION TO GLD-ACCOUNT-DESC
040800         ELSE
040900             MOVE "*** ACCOUNT NOT ON CHART ***"
041000                 TO GLD-ACCOUNT-DESC
041100             DISPLAY "GLDRILL - ACCOUNT " GLD-ACCOUNT
041200                 " IS NOT ON COAFILE, HISTORY LISTED REGARDLESS"
041300         END-IF
041400     END-IF.
041500     IF NOT GLD-ABORT
041600         OPEN OUTPUT REPORT-FILE
041700         IF NOT GLD-RPT-OK
041800             DISPLAY "GLDRILL - UNABLE TO OPEN RPTFILE, STATUS "
041900                 GLD-RPT-STATUS
042000             MOVE 16 TO RETURN-CODE
042100             MOVE "Y" TO GLD-ABORT-SW
042200         END-IF
042300     END-IF.
042400 1000-EXIT.
042500     EXIT.

042600*****************************************************************
042700*    1100-READ-CONTROL                                          *
042800*    THE ACCOUNT AND THE PERIOD ARE BOTH REQUIRED.              *
042900*****************************************************************
043000 1100-READ-CONTROL.
043100     OPEN INPUT CTL-FILE.
043200     IF GLD-CTL-OK
043300         READ CTL-FILE
043400             AT END
043500                 MOVE ZEROS TO DRC-ACCOUNT
043600                 MOVE ZEROS TO DRC-ACCTG-PERIOD
043700         END-READ
043800         IF DRC-ACCOUNT NUMERIC
043900             AND DRC-ACCOUNT > 0
044000             AND DRC-ACCTG-PERIOD NUMERIC
044100             AND DRC-ACCTG-PERIOD > 0
044200             MOVE DRC-ACCOUNT      TO GLD-ACCOUNT
044300             MOVE DRC-ACCTG-PERIOD TO GLD-ACCTG-PERIOD
044400             DISPLAY "GLDRILL - DRILLING ACCOUNT " GLD-ACCOUNT
044500                 " FOR ACCOUNTING PERIOD " GLD-ACCTG-PERIOD
044600         ELSE
044700             DISPLAY "GLDRILL - NO ACCOUNT OR ACCOUNTING PERIOD "
044800                 "ON DRCTL, ABORTING RUN"
044900             MOVE 16 TO RETURN-CODE
045000             MOVE "Y" TO GLD-ABORT-SW
045100         END-IF
045200         CLOSE CTL-FILE
045300     ELSE
045400         DISPLAY "GLDRILL - UNABLE TO OPEN DRCTL, STATUS "
045500             GLD-CTL-STATUS
045600         MOVE 16 TO RETURN-CODE
045700         MOVE "Y" TO GLD-ABORT-SW
045800     END-IF.
045900 1100-EXIT.
046000     EXIT.

046100*****************************************************************
046200*    1200-LOAD-CALENDAR                                         *
046300*    KEEPS THE BUSINESS DATES OF THE CARD'S PERIOD.  A PERIOD   *
046400*    WITH NO DATES ON THE CALENDAR CANNOT HAVE BEEN POSTED.     *
046500*****************************************************************
046600 1200-LOAD-CALENDAR.
046700     OPEN INPUT CAL-FILE.
046800     IF GLD-CAL-OK
046900         MOVE "N" TO GLD-EOF-SW
047000         PERFORM 1210-LOAD-CAL-RECORD THRU 1210-EXIT
047100             UNTIL GLD-EOF OR GLD-ABORT
047200         CLOSE CAL-FILE
047300         IF GLD-PD-COUNT = 0 AND NOT GLD-ABORT
047400             DISPLAY "GLDRILL - PERIOD " GLD-ACCTG-PERIOD
047500                 " HAS NO DATES ON CALFILE, ABORTING RUN"
047600             MOVE 16 TO RETURN-CODE
047700             MOVE "Y" TO GLD-ABORT-SW
047800         END-IF
047900     ELSE
048000         DISPLAY "GLDRILL - UNABLE TO OPEN CALFILE, STATUS "
048100             GLD-CAL-STATUS
048200         MOVE 16 TO RETURN-CODE
048300         MOVE "Y" TO GLD-ABORT-SW
048400     END-IF.
048500 1200-EXIT.
048600     EXIT.

048700*****************************************************************
048800*    1210-LOAD-CAL-RECORD                                       *
048900*****************************************************************
049000 1210-LOAD-CAL-RECORD.
049100     READ CAL-FILE
049200         AT END
049300             MOVE "Y" TO GLD-EOF-SW
049400         NOT AT END
049500             IF CAL-ACCTG-PERIOD = GLD-ACCTG-PERIOD
049600                 IF GLD-PD-COUNT < 60
049700                     ADD 1 TO GLD-PD-COUNT
049800                     SET GLD-PD-IDX TO GLD-PD-COUNT
049900                     MOVE CAL-BUSINESS-DATE
050000                         TO GLD-PD-DATE (GLD-PD-IDX)
050100                 ELSE
050200                     DISPLAY "GLDRILL - PERIOD'S CALENDAR DATES "
050300                         "EXCEED TABLE, ABORTING RUN"
050400                     MOVE 16 TO RETURN-CODE
050500                     MOVE "Y" TO GLD-ABORT-SW
050600                 END-IF
050700             END-IF
050800     END-READ.
050900 1210-EXIT.
051000     EXIT.

051100*****************************************************************
051200*    2000-LOAD-POSTINGS                                         *
051300*    ONE PASS OF THE CUMULATIVE GL EXTRACT.  EVERY RECORD DATED *
051400*    IN THE PERIOD IS SEARCHED FOR OPERANDS POSTED TO THE       *
051500*    ACCOUNT.                                                   *
051600*****************************************************************
051700 2000-LOAD-POSTINGS.
051800     IF NOT GLD-ABORT
051900         OPEN INPUT GL-FILE
052000         IF GLD-GL-OK
052100             MOVE "N" TO GLD-EOF-SW
052200             PERFORM 2100-READ-GL-RECORD THRU 2100-EXIT
052300                 UNTIL GLD-EOF OR GLD-ABORT
052400             CLOSE GL-FILE
052500         ELSE
052600             DISPLAY "GLDRILL - UNABLE TO OPEN GLEXTRCT, STATUS "
052700                 GLD-GL-STATUS
052800             MOVE 16 TO RETURN-CODE
052900             MOVE "Y" TO GLD-ABORT-SW
053000         END-IF
053100     END-IF.
053200 2000-EXIT.
053300     EXIT.

053400*****************************************************************
053500*    2100-READ-GL-RECORD                                        *
053600*****************************************************************
053700 2100-READ-GL-RECORD.
053800     READ GL-FILE
053900         AT END
054000             MOVE "Y" TO GLD-EOF-SW
054100         NOT AT END
054200             ADD 1 TO GLD-GL-READ-COUNT
054300             PERFORM 2200-CHECK-DATE THRU 2200-EXIT
054400             IF GLD-DATE-FOUND
054500                 AND GL-OPERAND-COUNT NUMERIC
054600                 PERFORM 2300-CHECK-OPERAND THRU 2300-EXIT
054700                     VARYING GL-OP-IDX FROM 1 BY 1
054800                     UNTIL GL-OP-IDX > GL-OPERAND-COUNT
054900                         OR GL-OP-IDX > 10
055000                         OR GLD-ABORT
055100             END-IF
055200     END-READ.
055300 2100-EXIT.
055400     EXIT.

055500*****************************************************************
055600*    2200-CHECK-DATE                                            *
055700*    IS THE RECORD'S POSTING DATE ONE OF THE PERIOD'S DATES.    *
055800*****************************************************************
055900 2200-CHECK-DATE.
056000     MOVE "N" TO GLD-DATE-FOUND-SW.
056100     PERFORM 2210-TEST-DATE THRU 2210-EXIT
056200         VARYING GLD-PD-IDX FROM 1 BY 1
056300         UNTIL GLD-PD-IDX > GLD-PD-COUNT
056400             OR GLD-DATE-FOUND.
056500 2200-EXIT.
056600     EXIT.

056700*****************************************************************
056800*    2210-TEST-DATE                                             *
056900*****************************************************************
057000 2210-TEST-DATE.
057100     IF GLD-PD-DATE (GLD-PD-IDX) = GL-POSTING-DATE
057200         MOVE "Y" TO GLD-DATE-FOUND-SW
057300     END-IF.
057400 2210-EXIT.
057500     EXIT.

057600*****************************************************************
057700*    2300-CHECK-OPERAND                                         *
057800*    AN OPERAND POSTED TO THE ACCOUNT BECOMES ONE TABLE ENTRY.  *
057900*    THE BATCH AND TRANFIL POSITION ARE KEPT AS CHARACTERS --   *
058000*    EXTRACT RECORDS WRITTEN BEFORE THEY WERE CARRIED HOLD      *
058100*    SPACES THERE.                                              *
058200*****************************************************************
058300 2300-CHECK-OPERAND.
058400     IF GL-OPERAND-ACCOUNT (GL-OP-IDX) = GLD-ACCOUNT
058500         IF GLD-PT-COUNT < 5000
058600             ADD 1 TO GLD-PT-COUNT
058700             SET GLD-PT-IDX TO GLD-PT-COUNT
058800             MOVE GL-POSTING-DATE   TO GLD-PT-DATE (GLD-PT-IDX)
058900             MOVE GLD-GL-READ-COUNT
059000                 TO GLD-PT-GL-RECNO (GLD-PT-IDX)
059100             MOVE GL-BATCH-NUMBER   TO GLD-PT-BATCH (GLD-PT-IDX)
059200             MOVE GL-TRAN-SEQ
059300                 TO GLD-PT-TRAN-SEQ (GLD-PT-IDX)
059400             MOVE GL-DEPARTMENT     TO GLD-PT-DEPT (GLD-PT-IDX)
059500             MOVE GL-OP-CODE        TO GLD-PT-OP-CODE (GLD-PT-IDX)
059600             MOVE GL-OPERAND (GL-OP-IDX)
059700                 TO GLD-PT-AMOUNT (GLD-PT-IDX)
059800             MOVE SPACES TO GLD-PT-OPERATOR (GLD-PT-IDX)
059900             MOVE ZEROS  TO GLD-PT-RUN-DATE (GLD-PT-IDX)
060000             MOVE ZEROS  TO GLD-PT-RUN-TIME (GLD-PT-IDX)
060100             MOVE "N"    TO GLD-PT-AUDIT-SW (GLD-PT-IDX)
060200         ELSE
060300             DISPLAY "GLDRILL - ACCOUNT'S POSTINGS EXCEED TABLE, "
060400                 "ABORTING RUN"
060500             MOVE 16 TO RETURN-CODE
060600             MOVE "Y" TO GLD-ABORT-SW
060700         END-IF
060800     END-IF.
060900 2300-EXIT.
061000     EXIT.

061100*****************************************************************
061200*    2900-TOTAL-OVERFLOW                                        *
061300*****************************************************************
061400 2900-TOTAL-OVERFLOW.
061500     DISPLAY "GLDRILL - REPORT TOTAL OVERFLOWED, ABORTING RUN".
061600     MOVE 16 TO RETURN-CODE.
061700     MOVE "Y" TO GLD-ABORT-SW.
061800 2900-EXIT.
061900     EXIT.

062000*****************************************************************
062100*    3000-MATCH-AUDIT                                           *
062200*    ONE PASS OF THE AUDIT LOG.  THE LOG AND THE EXTRACT ARE    *
062300*    WRITTEN TOGETHER, ONE RECORD EACH PER TRANSACTION, SO AN   *
062400*    AUDIT RECORD BELONGS TO THE FIRST EXTRACT RECORD WITH THE  *
062500*    SAME BATCH AND TRANFIL POSITION NOT YET MATCHED -- A       *
062600*    REPOSTED BATCH REPEATS THE KEY, AND ITS SECOND AUDIT       *
062700*    RECORD THEN FINDS THE SECOND POSTING.  NOTHING TO MATCH    *
062800*    SKIPS THE PASS.                                            *
062900*****************************************************************
063000 3000-MATCH-AUDIT.
063100     IF NOT GLD-ABORT AND GLD-PT-COUNT > 0
063200         OPEN INPUT AUDIT-FILE
063300         IF GLD-AUDIT-OK
063400             MOVE "N" TO GLD-EOF-SW
063500             PERFORM 3100-READ-AUDIT THRU 3100-EXIT
063600                 UNTIL GLD-EOF
063700             CLOSE AUDIT-FILE
063800         ELSE
063900             DISPLAY "GLDRILL - UNABLE TO OPEN AUDITLOG, STATUS "
064000                 GLD-AUDIT-STATUS
064100             MOVE 16 TO RETURN-CODE
064200             MOVE "Y" TO GLD-ABORT-SW
064300         END-IF
064400     END-IF.
064500 3000-EXIT.
064600     EXIT.

064700*****************************************************************
064800*    3100-READ-AUDIT                                            *
064900*****************************************************************
065000 3100-READ-AUDIT.
065100     READ AUDIT-FILE
065200         AT END
065300             MOVE "Y" TO GLD-EOF-SW
065400         NOT AT END
065500             ADD 1 TO GLD-AUDIT-READ-COUNT
065600             IF AU-BATCH-NUMBER NUMERIC
065700                 AND AU-TRAN-SEQ NUMERIC
065800                 MOVE AU-BATCH-NUMBER TO GLD-AK-BATCH
065900                 MOVE AU-TRAN-SEQ     TO GLD-AK-TRAN-SEQ
066000                 PERFORM 3200-FIND-POSTING THRU 3200-EXIT
066100             END-IF
066200     END-READ.
066300 3100-EXIT.
066400     EXIT.

066500*****************************************************************
066600*    3200-FIND-POSTING                                          *
066700*    FINDS THE FIRST UNMATCHED ENTRY CARRYING THE AUDIT KEY,    *
066800*    THEN STAMPS EVERY ENTRY FROM THE SAME EXTRACT RECORD.      *
066900*****************************************************************
067000 3200-FIND-POSTING.
067100     MOVE "N" TO GLD-POSTING-FOUND-SW.
067200     PERFORM 3210-TEST-POSTING THRU 3210-EXIT
067300         VARYING GLD-WORK-SUB FROM 1 BY 1
067400         UNTIL GLD-WORK-SUB > GLD-PT-COUNT
067500             OR GLD-POSTING-FOUND.
067600     IF GLD-POSTING-FOUND
067700         PERFORM 3300-STAMP-POSTING THRU 3300-EXIT
067800             VARYING GLD-MARK-SUB FROM 1 BY 1
067900             UNTIL GLD-MARK-SUB > GLD-PT-COUNT
068000     END-IF.
068100 3200-EXIT.
068200     EXIT.

068300*****************************************************************
068400*    3210-TEST-POSTING                                          *
068500*****************************************************************
068600 3210-TEST-POSTING.
068700     SET GLD-PT-IDX TO GLD-WORK-SUB.
068800     IF NOT GLD-PT-AUDITED (GLD-PT-IDX)
068900         AND GLD-PT-BATCH (GLD-PT-IDX) = GLD-AK-BATCH
069000         AND GLD-PT-TRAN-SEQ (GLD-PT-IDX) = GLD-AK-TRAN-SEQ
069100         MOVE "Y" TO GLD-POSTING-FOUND-SW
069200         MOVE GLD-PT-GL-RECNO (GLD-PT-IDX) TO GLD-MATCH-GLREC
069300     END-IF.
069400 3210-EXIT.
069500     EXIT.

069600*****************************************************************
069700*    3300-STAMP-POSTING                                         *
069800*****************************************************************
069900 3300-STAMP-POSTING.
070000     SET GLD-PT-IDX TO GLD-MARK-SUB.
070100     IF GLD-PT-GL-RECNO (GLD-PT-IDX) = GLD-MATCH-GLREC
070200         MOVE AU-OPERATOR-ID TO GLD-PT-OPERATOR (GLD-PT-IDX)
070300         MOVE AU-RUN-DATE    TO GLD-PT-RUN-DATE (GLD-PT-IDX)
070400         MOVE AU-RUN-TIME    TO GLD-PT-RUN-TIME (GLD-PT-IDX)
070500         MOVE "Y"            TO GLD-PT-AUDIT-SW (GLD-PT-IDX)
070600     END-IF.
070700 3300-EXIT.
070800     EXIT.

070900*****************************************************************
071000*    4000-SORT-POSTINGS                                         *
071100*    STRAIGHT INSERTION SORT ON POSTING DATE AND EXTRACT        *
071200*    RECORD NUMBER, SO EACH DATE'S POSTINGS STAY IN THE ORDER   *
071300*    THEY WERE POSTED.                                          *
071400*****************************************************************
071500 4000-SORT-POSTINGS.
071600     IF NOT GLD-ABORT
071700         PERFORM 4100-INSERT-ENTRY THRU 4100-EXIT
071800             VARYING GLD-SORT-SUB FROM 2 BY 1
071900             UNTIL GLD-SORT-SUB > GLD-PT-COUNT
072000     END-IF.
072100 4000-EXIT.
072200     EXIT.

072300*****************************************************************
072400*    4100-INSERT-ENTRY                                          *
072500*    LIFTS THE ENTRY OUT, SHIFTS EVERY HIGHER KEY ABOVE IT UP   *
072600*    ONE SLOT, AND DROPS IT INTO THE GAP.                       *
072700*****************************************************************
072800 4100-INSERT-ENTRY.
072900     MOVE GLD-PT-ENTRY (GLD-SORT-SUB) TO GLD-SORT-HOLD.
073000     MOVE GLD-SORT-SUB TO GLD-SORT-POS.
073100     MOVE "N" TO GLD-SLOT-FOUND-SW.
073200     PERFORM 4200-SHIFT-ENTRY THRU 4200-EXIT
073300         UNTIL GLD-SLOT-FOUND.
073400     MOVE GLD-SORT-HOLD TO GLD-PT-ENTRY (GLD-SORT-POS).
073500 4100-EXIT.
073600     EXIT.

073700*****************************************************************
073800*    4200-SHIFT-ENTRY                                           *
073900*****************************************************************
074000 4200-SHIFT-ENTRY.
074100     IF GLD-SORT-POS = 1
074200         MOVE "Y" TO GLD-SLOT-FOUND-SW
074300     ELSE
074400         IF GLD-PT-KEY (GLD-SORT-POS - 1) > GLD-SH-KEY
074500             MOVE GLD-PT-ENTRY (GLD-SORT-POS - 1)
074600                 TO GLD-PT-ENTRY (GLD-SORT-POS)
074700             SUBTRACT 1 FROM GLD-SORT-POS
074800         ELSE
074900             MOVE "Y" TO GLD-SLOT-FOUND-SW
075000         END-IF
075100     END-IF.
075200 4200-EXIT.
075300     EXIT.

075400*****************************************************************
075500*    5000-SUM-MASTER                                            *
075600*    THE ACCOUNT'S PERIOD-TO-DATE NET ON THE BALANCE MASTER,    *
075700*    ADDED UP OVER EVERY DEPARTMENT RECORD FOR THE PERIOD.  NO  *
075800*    MASTER RECORD AT ALL IS A NET OF ZERO.                     *
075900*****************************************************************
076000 5000-SUM-MASTER.
076100     IF NOT GLD-ABORT
076200         OPEN INPUT GLM-FILE
076300         IF GLD-GLM-OK
076400             MOVE "N" TO GLD-EOF-SW
076500             PERFORM 5100-READ-GLM-RECORD THRU 5100-EXIT
076600                 UNTIL GLD-EOF OR GLD-ABORT
076700             CLOSE GLM-FILE
076800         ELSE
076900             DISPLAY "GLDRILL - UNABLE TO OPEN GLMASTER, STATUS "
077000                 GLD-GLM-STATUS
077100             MOVE 16 TO RETURN-CODE
077200             MOVE "Y" TO GLD-ABORT-SW
077300         END-IF
077400     END-IF.
077500 5000-EXIT.
077600     EXIT.

077700*****************************************************************
077800*    5100-READ-GLM-RECORD                                       *
077900*****************************************************************
078000 5100-READ-GLM-RECORD.
078100     READ GLM-FILE
078200         AT END
078300             MOVE "Y" TO GLD-EOF-SW
078400         NOT AT END
078500             ADD 1 TO GLD-GLM-READ-COUNT
078600             IF GLM-ACCOUNT = GLD-ACCOUNT
078700                 AND GLM-ACCTG-PERIOD = GLD-ACCTG-PERIOD
078800                 ADD 1 TO GLD-GLM-SELECT-COUNT
078900                 PERFORM 5200-ADD-MASTER THRU 5200-EXIT
079000             END-IF
079100     END-READ.
079200 5100-EXIT.
079300     EXIT.

079400*****************************************************************
079500*    5200-ADD-MASTER                                            *
079600*****************************************************************
079700 5200-ADD-MASTER.
079800     ADD GLM-PTD-NET TO GLD-MASTER-NET
079900         ON SIZE ERROR
080000             PERFORM 2900-TOTAL-OVERFLOW THRU 2900-EXIT
080100     END-ADD.
080200 5200-EXIT.
080300     EXIT.

080400*****************************************************************
080500*    6000-PRINT-DETAIL                                          *
080600*    LISTS THE SORTED POSTINGS WITH A SUBTOTAL AT EACH CHANGE   *
080700*    OF BUSINESS DATE.                                          *
080800*****************************************************************
080900 6000-PRINT-DETAIL.
081000     IF NOT GLD-ABORT
081100         IF GLD-PT-COUNT > 0
081200             PERFORM 6100-PRINT-POSTING THRU 6100-EXIT
081300                 VARYING GLD-WORK-SUB FROM 1 BY 1
081400                 UNTIL GLD-WORK-SUB > GLD-PT-COUNT
081500                     OR GLD-ABORT
081600             PERFORM 6300-END-DATE THRU 6300-EXIT
081700         ELSE
081800             MOVE SPACES TO GLD-MESSAGE-LINE
081900             MOVE "NO EXTRACT POSTINGS TO THIS ACCOUNT IN PERIOD"
082000                 TO GML-TEXT
082100             MOVE GLD-MESSAGE-LINE TO GLD-PRINT-LINE
082200             PERFORM 8100-PRINT-LINE THRU 8100-EXIT
082300         END-IF
082400     END-IF.
082500 6000-EXIT.
082600     EXIT.

082700*****************************************************************
082800*    6100-PRINT-POSTING                                         *
082900*****************************************************************
083000 6100-PRINT-POSTING.
083100     SET GLD-PT-IDX TO GLD-WORK-SUB.
083200     IF GLD-WORK-SUB = 1
083300         MOVE GLD-PT-DATE (GLD-PT-IDX) TO GLD-CURRENT-DATE
083400         MOVE ZEROS TO GLD-DATE-TOTAL
083500         ADD 1 TO GLD-DATE-COUNT
083600     ELSE
083700         IF GLD-PT-DATE (GLD-PT-IDX) NOT = GLD-CURRENT-DATE
083800             PERFORM 6300-END-DATE THRU 6300-EXIT
083900             MOVE GLD-PT-DATE (GLD-PT-IDX) TO GLD-CURRENT-DATE
084000             MOVE ZEROS TO GLD-DATE-TOTAL
084100             ADD 1 TO GLD-DATE-COUNT
084200         END-IF
084300     END-IF.
084400     SET GLD-PT-IDX TO GLD-WORK-SUB.
084500     PERFORM 6200-REGISTER-STATUS THRU 6200-EXIT.
084600     MOVE GLD-PT-DATE (GLD-PT-IDX)    TO GDL-DATE.
084700     MOVE GLD-PT-BATCH (GLD-PT-IDX)   TO GDL-BATCH.
084800     MOVE GLD-PT-DEPT (GLD-PT-IDX)    TO GDL-DEPT.
084900     MOVE GLD-LAST-STATUS             TO GDL-STATUS.
085000     MOVE GLD-PT-OP-CODE (GLD-PT-IDX) TO GDL-OP-CODE.
085100     MOVE GLD-PT-AMOUNT (GLD-PT-IDX)  TO GDL-AMOUNT.
085200     MOVE GLD-PT-TRAN-SEQ (GLD-PT-IDX) TO GDL-TRAN-SEQ.
085300     IF GLD-PT-AUDITED (GLD-PT-IDX)
085400         MOVE GLD-PT-OPERATOR (GLD-PT-IDX) TO GDL-OPERATOR
085500         MOVE GLD-PT-RUN-DATE (GLD-PT-IDX) TO GDL-RUN-DATE
085600         MOVE GLD-PT-RUN-TIME (GLD-PT-IDX) TO GDL-RUN-TIME
085700     ELSE
085800         MOVE SPACES TO GDL-OPERATOR
085900         MOVE "NOT ON AUDITLOG" TO GDL-NO-AUDIT
086000         ADD 1 TO GLD-NOAUDIT-COUNT
086100     END-IF.
086200     MOVE GLD-DETAIL-LINE TO GLD-PRINT-LINE.
086300     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
086400     ADD GLD-PT-AMOUNT (GLD-PT-IDX) TO GLD-DATE-TOTAL
086500         ON SIZE ERROR
086600             PERFORM 2900-TOTAL-OVERFLOW THRU 2900-EXIT
086700     END-ADD.
086800     ADD GLD-PT-AMOUNT (GLD-PT-IDX) TO GLD-DETAIL-TOTAL
086900         ON SIZE ERROR
087000             PERFORM 2900-TOTAL-OVERFLOW THRU 2900-EXIT
087100     END-ADD.
087200     IF GLD-PT-AMOUNT (GLD-PT-IDX) < 0
087300         ADD GLD-PT-AMOUNT (GLD-PT-IDX) TO GLD-DETAIL-CREDITS
087400             ON SIZE ERROR
087500                 PERFORM 2900-TOTAL-OVERFLOW THRU 2900-EXIT
087600         END-ADD
087700     ELSE
087800         ADD GLD-PT-AMOUNT (GLD-PT-IDX) TO GLD-DETAIL-DEBITS
087900             ON SIZE ERROR
088000                 PERFORM 2900-TOTAL-OVERFLOW THRU 2900-EXIT
088100         END-ADD
088200     END-IF.
088300 6100-EXIT.
088400     EXIT.

088500*****************************************************************
088600*    6200-REGISTER-STATUS                                       *
088700*    THE POSTING BATCH'S STATUS ON THE PROCESSED-BATCH          *
088800*    REGISTER.  A BATCH BCHREVRS HAS SINCE REVERSED STILL       *
088900*    COUNTS HERE -- ITS REVERSING BATCH POSTS SEPARATELY AND    *
089000*    LISTS ON ITS OWN DATE.                                     *
089100*****************************************************************
089200 6200-REGISTER-STATUS.
089300     IF GLD-PT-BATCH (GLD-PT-IDX) NOT = GLD-LAST-BATCH
089400         MOVE GLD-PT-BATCH (GLD-PT-IDX) TO GLD-LAST-BATCH
089500         EVALUATE TRUE
089600             WHEN GLD-PT-BATCH (GLD-PT-IDX) NOT NUMERIC
089700                 MOVE "NO BATCH NUMBER" TO GLD-LAST-STATUS
089800             WHEN OTHER
089900                 MOVE GLD-PT-BATCH (GLD-PT-IDX)
090000                     TO BRG-BATCH-NUMBER
090100                 READ BREG-FILE
090200                     INVALID KEY
090300                         MOVE "NOT ON REGISTER" TO GLD-LAST-STATUS
090400                     NOT INVALID KEY
090500                         IF BRG-REVERSED
090600                             MOVE "REVERSED" TO GLD-LAST-STATUS
090700                         ELSE
090800                             MOVE "POSTED" TO GLD-LAST-STATUS
090900                         END-IF
091000                 END-READ
091100         END-EVALUATE
091200     END-IF.
091300     IF GLD-LAST-STATUS = "REVERSED"
091400         ADD 1 TO GLD-REVERSED-COUNT
091500     END-IF.
091600     IF GLD-LAST-STATUS = "NOT ON REGISTER"
091700         ADD 1 TO GLD-NOREG-COUNT
091800     END-IF.
091900 6200-EXIT.
092000     EXIT.

092100*****************************************************************
092200*    6300-END-DATE                                              *
092300*****************************************************************
092400 6300-END-DATE.
092500     MOVE GLD-CURRENT-DATE TO GDT-DATE.
092600     MOVE GLD-DATE-TOTAL TO GDT-AMOUNT.
092700     MOVE GLD-DATE-TOTAL-LINE TO GLD-PRINT-LINE.
092800     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
092900     PERFORM 8400-PRINT-BLANK THRU 8400-EXIT.
093000 6300-EXIT.
093100     EXIT.

093200*****************************************************************
093300*    7000-PRINT-PROOF                                           *
093400*    THE DETAIL TOTAL AGAINST THE MASTER'S PERIOD-TO-DATE NET.  *
093500*    ANY DIFFERENCE FAILS THE RUN.                              *
093600*****************************************************************
093700 7000-PRINT-PROOF.
093800     IF GLD-RPT-OK AND NOT GLD-ABORT
093900         PERFORM 8400-PRINT-BLANK THRU 8400-EXIT
094000         MOVE "EXTRACT POSTINGS LISTED ..............."
094100             TO GCL-LABEL
094200         MOVE GLD-PT-COUNT TO GCL-COUNT
094300         MOVE GLD-COUNT-LINE TO GLD-PRINT-LINE
094400         PERFORM 8100-PRINT-LINE THRU 8100-EXIT
094500         MOVE "BUSINESS DATES WITH POSTINGS .........."
094600             TO GCL-LABEL
094700         MOVE GLD-DATE-COUNT TO GCL-COUNT
094800         MOVE GLD-COUNT-LINE TO GLD-PRINT-LINE
094900         PERFORM 8100-PRINT-LINE THRU 8100-EXIT
095000         MOVE "POSTINGS FROM REVERSED BATCHES ........"
095100             TO GCL-LABEL
095200         MOVE GLD-REVERSED-COUNT TO GCL-COUNT
095300         MOVE GLD-COUNT-LINE TO GLD-PRINT-LINE
095400         PERFORM 8100-PRINT-LINE THRU 8100-EXIT
095500         MOVE "POSTINGS NOT ON BATCH REGISTER ........"
095600             TO GCL-LABEL
095700         MOVE GLD-NOREG-COUNT TO GCL-COUNT
095800         MOVE GLD-COUNT-LINE TO GLD-PRINT-LINE
095900         PERFORM 8100-PRINT-LINE THRU 8100-EXIT
096000         MOVE "POSTINGS NOT ON AUDIT LOG ............."
096100             TO GCL-LABEL
096200         MOVE GLD-NOAUDIT-COUNT TO GCL-COUNT
096300         MOVE GLD-COUNT-LINE TO GLD-PRINT-LINE
096400         PERFORM 8100-PRINT-LINE THRU 8100-EXIT
096500         MOVE "MASTER RECORDS (DEPARTMENTS) .........."
096600             TO GCL-LABEL
096700         MOVE GLD-GLM-SELECT-COUNT TO GCL-COUNT
096800         MOVE GLD-COUNT-LINE TO GLD-PRINT-LINE
096900         PERFORM 8100-PRINT-LINE THRU 8100-EXIT
097000         PERFORM 8400-PRINT-BLANK THRU 8400-EXIT
097100         MOVE "DETAIL DEBITS ........................."
097200             TO GAL-LABEL
097300         MOVE GLD-DETAIL-DEBITS TO GAL-AMOUNT
097400         MOVE GLD-AMOUNT-LINE TO GLD-PRINT-LINE
097500         PERFORM 8100-PRINT-LINE THRU 8100-EXIT
097600         MOVE "DETAIL CREDITS ........................"
097700             TO GAL-LABEL
097800         MOVE GLD-DETAIL-CREDITS TO GAL-AMOUNT
097900         MOVE GLD-AMOUNT-LINE TO GLD-PRINT-LINE
098000         PERFORM 8100-PRINT-LINE THRU 8100-EXIT
098100         MOVE "DETAIL NET ............................"
098200             TO GAL-LABEL
098300         MOVE GLD-DETAIL-TOTAL TO GAL-AMOUNT
098400         MOVE GLD-AMOUNT-LINE TO GLD-PRINT-LINE
098500         PERFORM 8100-PRINT-LINE THRU 8100-EXIT
098600         MOVE "GLMASTER PERIOD-TO-DATE NET ..........."
098700             TO GAL-LABEL
098800         MOVE GLD-MASTER-NET TO GAL-AMOUNT
098900         MOVE GLD-AMOUNT-LINE TO GLD-PRINT-LINE
099000         PERFORM 8100-PRINT-LINE THRU 8100-EXIT
099100         SUBTRACT GLD-MASTER-NET FROM GLD-DETAIL-TOTAL
099200             GIVING GLD-DIFFERENCE
099300             ON SIZE ERROR
099400                 PERFORM 2900-TOTAL-OVERFLOW THRU 2900-EXIT
099500         END-SUBTRACT
099600         MOVE "DIFFERENCE ............................"
099700             TO GAL-LABEL
099800         MOVE GLD-DIFFERENCE TO GAL-AMOUNT
099900         MOVE GLD-AMOUNT-LINE TO GLD-PRINT-LINE
100000         PERFORM 8100-PRINT-LINE THRU 8100-EXIT
100100         PERFORM 8400-PRINT-BLANK THRU 8400-EXIT
100200         MOVE SPACES TO GLD-MESSAGE-LINE
100300         IF GLD-DIFFERENCE = ZEROS
100400             MOVE "DETAIL TIES TO THE BALANCE MASTER"
100500                 TO GML-TEXT
100600         ELSE
100700             MOVE "*** DETAIL DOES NOT TIE TO THE BALANCE MASTER"
100800                 TO GML-TEXT
100900             DISPLAY "GLDRILL - DETAIL DOES NOT TIE TO GLMASTER "
101000                 "FOR ACCOUNT " GLD-ACCOUNT ", PERIOD "
101100                 GLD-ACCTG-PERIOD
101200             MOVE 16 TO RETURN-CODE
101300         END-IF
101400         MOVE GLD-MESSAGE-LINE TO GLD-PRINT-LINE
101500         PERFORM 8100-PRINT-LINE THRU 8100-EXIT
101600     END-IF.
101700 7000-EXIT.
101800     EXIT.

101900*****************************************************************
102000*    8000-PRINT-HEADINGS                                        *
102100*****************************************************************
102200 8000-PRINT-HEADINGS.
102300     ADD 1 TO GLD-PAGE-COUNT.
102400     MOVE GLD-RUN-DATE     TO GDH1-RUN-DATE.
102500     MOVE GLD-PAGE-COUNT   TO GDH1-PAGE.
102600     MOVE GLD-ACCOUNT      TO GDH2-ACCOUNT.
102700     MOVE GLD-ACCOUNT-DESC TO GDH2-DESC.
102800     MOVE GLD-ACCTG-PERIOD TO GDH2-PERIOD.
102900     WRITE RPT-RECORD FROM GLD-HEADING-1.
103000     WRITE RPT-RECORD FROM GLD-HEADING-2.
103100     WRITE RPT-RECORD FROM GLD-HEADING-3.
103200     MOVE SPACES TO RPT-RECORD.
103300     WRITE RPT-RECORD.
103400     MOVE 4 TO GLD-LINE-COUNT.
103500 8000-EXIT.
103600     EXIT.

103700*****************************************************************
103800*    8100-PRINT-LINE                                            *
103900*    WRITES THE LINE BUILT IN GLD-PRINT-LINE, STARTING A NEW    *
104000*    PAGE FIRST WHEN THIS ONE IS FULL.                          *
104100*****************************************************************
104200 8100-PRINT-LINE.
104300     IF GLD-RPT-OK
104400         IF GLD-LINE-COUNT >= GLD-LINES-PER-PAGE
104500             PERFORM 8000-PRINT-HEADINGS THRU 8000-EXIT
104600         END-IF
104700         WRITE RPT-RECORD FROM GLD-PRINT-LINE
104800         ADD 1 TO GLD-LINE-COUNT
104900     END-IF.
105000 8100-EXIT.
105100     EXIT.

105200*****************************************************************
105300*    8400-PRINT-BLANK                                           *
105400*****************************************************************
105500 8400-PRINT-BLANK.
105600     MOVE SPACES TO GLD-PRINT-LINE.
105700     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
105800 8400-EXIT.
105900     EXIT.

106000*****************************************************************
106100*    8600-FIND-DESC                                             *
106200*    DIRECT KEYED READ OF THE ACCOUNT IN CA-ACCOUNT ON THE      *
106300*    CHART MASTER.                                              *
106400*****************************************************************
106500 8600-FIND-DESC.
106600     MOVE "N" TO GLD-ACCT-FOUND-SW.
106700     IF GLD-COA-OPEN
106800         READ COA-FILE
106900             INVALID KEY
107000                 CONTINUE
107100             NOT INVALID KEY
107200                 MOVE "Y" TO GLD-ACCT-FOUND-SW
107300         END-READ
107400     END-IF.
107500 8600-EXIT.
107600     EXIT.

107700*****************************************************************
107800*    9000-TERMINATE                                             *
107900*****************************************************************
108000 9000-TERMINATE.
108100     IF GLD-COA-OPEN
108200         CLOSE COA-FILE
108300     END-IF.
108400     IF GLD-BREG-OPEN
108500         CLOSE BREG-FILE
108600     END-IF.
108700     IF GLD-RPT-OK
108800         CLOSE REPORT-FILE
108900     END-IF.
109000     DISPLAY "GLDRILL - " GLD-GL-READ-COUNT
109100         " EXTRACT RECORDS READ, " GLD-PT-COUNT
109200         " POSTINGS LISTED, " GLD-NOAUDIT-COUNT
109300         " NOT ON AUDIT LOG".
109400     PERFORM 9300-WRITE-RUN-STATUS THRU 9300-EXIT.
109500 9000-EXIT.
109600     EXIT.

109700*****************************************************************
109800*    9300-WRITE-RUN-STATUS                                      *
109900*    APPENDS THIS STEP'S COMPLETION RECORD TO THE COMMON        *
110000*    RUN-STATUS LOG THE DAY-END OPERATIONS SUMMARY READS.  A    *
110100*    LOG THAT CANNOT BE WRITTEN ONLY WARNS -- THE STEP'S OWN    *
110200*    WORK STANDS.                                               *
110300*****************************************************************
110400 9300-WRITE-RUN-STATUS.
110500     OPEN EXTEND RUNSTAT-FILE.
110600     IF GLD-RUNSTAT-OK
110700         ACCEPT GLD-STAMP-DATE FROM DATE YYYYMMDD
110800         ACCEPT GLD-STAMP-TIME FROM TIME
110900         MOVE "GLDRILL" TO RS-PROGRAM
111000         MOVE ZEROS TO RS-BATCH-NUMBER
111100         MOVE GLD-STAMP-DATE TO RS-BUSINESS-DATE
111200         MOVE GLD-GL-READ-COUNT TO RS-READ-COUNT
111300         MOVE GLD-PT-COUNT TO RS-ACCEPT-COUNT
111400         MOVE ZEROS TO RS-REJECT-COUNT
111500         MOVE GLD-DETAIL-TOTAL TO RS-CONTROL-TOTAL
111600         MOVE RETURN-CODE TO RS-RETURN-CODE
111700         MOVE GLD-STAMP-DATE TO RS-RUN-DATE
111800         MOVE GLD-STAMP-TIME TO RS-RUN-TIME
111900         WRITE RS-RECORD
112000         CLOSE RUNSTAT-FILE
112100     ELSE
112200         DISPLAY "GLDRILL - UNABLE TO OPEN RUNSTAT, STATUS "
112300             GLD-RUNSTAT-STATUS
112400             ", RUN-STATUS RECORD NOT WRITTEN"
112500     END-IF.
112600 9300-EXIT.
112700     EXIT.
