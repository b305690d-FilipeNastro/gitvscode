000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    BANKREC.
000300 AUTHOR.        J H MERCER.
000400 INSTALLATION.  GENERAL ACCOUNTING - BATCH SYSTEMS.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*    BANKREC                                                    *
001000*                                                               *
001100*    BANK STATEMENT RECONCILIATION FOR THE CASH ACCOUNTS.  CASH *
001200*    WAS RECONCILED ON PAPER EVERY DAY BY TICKING THE BANK'S    *
001300*    STATEMENT AGAINST THE POSTINGS TO THE CASH GL ACCOUNTS.    *
001400*    THIS PROGRAM LOADS THE DAY'S STATEMENT FILE AND THE NEW    *
001500*    GLEXTRCT POSTINGS TO THE CASH ACCOUNTS NAMED ON THE        *
001600*    CONTROL CARD, AND MATCHES EACH BANK ITEM TO AN OPEN BOOK   *
001700*    ITEM OF THE SAME AMOUNT WHOSE DATE IS WITHIN THE CARD'S    *
001800*    TOLERANCE (THE CLOSEST DATE WINS).  EVERY ITEM IS KEPT ON  *
001900*    THE RECONCILIATION FILE (BKRCNREC) -- OPEN UNTIL MATCHED,  *
002000*    THEN CARRYING ITS MATCH NUMBER -- SO NOTHING IS MATCHED    *
002100*    TWICE AND THE UNMATCHED ITEMS CARRY FORWARD DAY TO DAY.    *
002200*    THE NEW FILE IS COPIED BACK OVER THE LIVE ONE BY THE NEXT  *
002300*    JOB STEP.  THE REPORT PROVES THE BANK BALANCE, PLUS        *
002400*    DEPOSITS IN TRANSIT AND LESS OUTSTANDING PAYMENTS, AGAINST *
002500*    THE BOOK BALANCE FROM GLMASTER PLUS THE BANK ITEMS NOT YET *
002600*    ON THE BOOKS, AND LISTS EVERY OPEN ITEM WITH ITS AGE IN    *
002700*    DAYS.  ON REQUEST, BANK ITEMS STILL UNMATCHED OUTSIDE THE  *
002800*    TOLERANCE (FEES, INTEREST) ARE WRITTEN AS A BALANCED       *
002900*    TRANFIL BATCH SO THEY ARE BOOKED WITHOUT KEYING; ONCE THAT *
003000*    BATCH POSTS, EACH ITEM MATCHES ITS OWN POSTING BY BATCH    *
003100*    NUMBER.                                                    *
003200*                                                               *
003300*    MODIFICATION HISTORY                                      *
003400*    DATE       INIT  DESCRIPTION                               *
003500*    10/15/26   JHM   ORIGINAL PROGRAM.                         *
003600*                                                               *
003700*****************************************************************
003800 ENVIRONMENT DIVISION.
003900 CONFIGURATION SECTION.
004000 SOURCE-COMPUTER.   IBM-370.
004100 OBJECT-COMPUTER.   IBM-370.
004200 INPUT-OUTPUT SECTION.
004300 FILE-CONTROL.
004400     SELECT CTL-FILE ASSIGN TO BRCTL
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS BKR-CTL-STATUS.
004700     SELECT STMT-FILE ASSIGN TO BANKSTMT
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS BKR-STMT-STATUS.
005000     SELECT RECN-FILE ASSIGN TO BANKRECN
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS BKR-RECN-STATUS.
005300     SELECT NEWRECN-FILE ASSIGN TO NEWRECN
005400         ORGANIZATION IS SEQUENTIAL
005500         FILE STATUS IS BKR-NEWRECN-STATUS.
005600     SELECT GL-FILE ASSIGN TO GLEXTRCT
005700         ORGANIZATION IS SEQUENTIAL
005800         FILE STATUS IS BKR-GL-STATUS.
005900     SELECT GLM-FILE ASSIGN TO GLMASTER
006000         ORGANIZATION IS SEQUENTIAL
006100         FILE STATUS IS BKR-GLM-STATUS.
006200     SELECT CAL-FILE ASSIGN TO CALFILE
006300         ORGANIZATION IS INDEXED
006400         ACCESS MODE IS RANDOM
006500         RECORD KEY IS CAL-BUSINESS-DATE
006600         FILE STATUS IS BKR-CAL-STATUS.
006700     SELECT COA-FILE ASSIGN TO COAFILE
006800         ORGANIZATION IS INDEXED
006900         ACCESS MODE IS RANDOM
007000         RECORD KEY IS CA-ACCOUNT
007100         FILE STATUS IS BKR-COA-STATUS.
007200     SELECT BREG-FILE ASSIGN TO BREGFILE
007300         ORGANIZATION IS INDEXED
007400         ACCESS MODE IS RANDOM
007500         RECORD KEY IS BRG-BATCH-NUMBER
007600         FILE STATUS IS BKR-BREG-STATUS.
007700     SELECT TRAN-FILE ASSIGN TO BANKTRAN
007800         ORGANIZATION IS SEQUENTIAL
007900         FILE STATUS IS BKR-TRAN-STATUS.
008000     SELECT REPORT-FILE ASSIGN TO RPTFILE
008100         ORGANIZATION IS SEQUENTIAL
008200         FILE STATUS IS BKR-RPT-STATUS.
008300     SELECT RUNSTAT-FILE ASSIGN TO RUNSTAT
008400         ORGANIZATION IS SEQUENTIAL
008500         FILE STATUS IS BKR-RUNSTAT-STATUS.

008600 DATA DIVISION.
008700 FILE SECTION.
008800 FD  CTL-FILE
008900     RECORDING MODE IS F
009000     RECORD CONTAINS 80 CHARACTERS
009100     LABEL RECORDS ARE STANDARD.
009200 COPY BRCTLREC.

009300 FD  STMT-FILE
009400     RECORDING MODE IS F
009500     RECORD CONTAINS 80 CHARACTERS
009600     LABEL RECORDS ARE STANDARD.
009700 COPY BKSTMREC.

009800 FD  RECN-FILE
009900     RECORDING MODE IS F
010000     RECORD CONTAINS 120 CHARACTERS
010100     LABEL RECORDS ARE STANDARD.
010200 01  RECN-OLD-RECORD                 PIC X(120).

010300*****************************************************************
010400*    THE NEW RECONCILIATION FILE CARRIES THE RECORD LAYOUT.     *
010500*    OLD RECORDS ARE READ INTO IT, SO A MATCHED ITEM FROM AN    *
010600*    EARLIER RUN IS WRITTEN STRAIGHT BACK OUT.                  *
010700*****************************************************************
010800 FD  NEWRECN-FILE
010900     RECORDING MODE IS F
011000     RECORD CONTAINS 120 CHARACTERS
011100     LABEL RECORDS ARE STANDARD.
011200 COPY BKRCNREC.

011300 FD  GL-FILE
011400     RECORDING MODE IS F
011500     RECORD CONTAINS 243 CHARACTERS
011600     LABEL RECORDS ARE STANDARD.
011700 COPY GLEXTRCT.

011800 FD  GLM-FILE
011900     RECORDING MODE IS F
012000     RECORD CONTAINS 84 CHARACTERS
012100     LABEL RECORDS ARE STANDARD.
012200 COPY GLMSTREC.

012300 FD  CAL-FILE
012400     RECORDING MODE IS F
012500     RECORD CONTAINS 80 CHARACTERS
012600     LABEL RECORDS ARE STANDARD.
012700 COPY CALREC.

012800 FD  COA-FILE
012900     RECORDING MODE IS F
013000     RECORD CONTAINS 80 CHARACTERS
013100     LABEL RECORDS ARE STANDARD.
013200 COPY COAREC.

013300 FD  BREG-FILE
013400     RECORDING MODE IS F
013500     RECORD CONTAINS 80 CHARACTERS
013600     LABEL RECORDS ARE STANDARD.
013700 COPY BREGREC.

013800 FD  TRAN-FILE
013900     RECORDING MODE IS F
014000     RECORD CONTAINS 210 CHARACTERS
014100     LABEL RECORDS ARE STANDARD.
014200 COPY TRANREC.

014300 FD  REPORT-FILE
014400     RECORDING MODE IS F
014500     RECORD CONTAINS 133 CHARACTERS
014600     LABEL RECORDS ARE STANDARD.
014700 01  RPT-RECORD                      PIC X(133).

014800 FD  RUNSTAT-FILE
014900     RECORDING MODE IS F
015000     RECORD CONTAINS 80 CHARACTERS
015100     LABEL RECORDS ARE STANDARD.
015200 COPY RUNSTREC.

015300 WORKING-STORAGE SECTION.
015400*****************************************************************
015500*    WORKING STORAGE                                            *
015600*****************************************************************
015700 01  BKR-SWITCHES.
015800     05  BKR-RUNSTAT-STATUS      PIC X(02) VALUE ZEROS.
015900         88  BKR-RUNSTAT-OK      VALUE "00".
016000     05  BKR-CTL-STATUS          PIC X(02) VALUE ZEROS.
016100         88  BKR-CTL-OK          VALUE "00".
016200     05  BKR-STMT-STATUS         PIC X(02) VALUE ZEROS.
016300         88  BKR-STMT-OK         VALUE "00".
016400         88  BKR-STMT-ENDED      VALUE "10".
016500     05  BKR-RECN-STATUS         PIC X(02) VALUE ZEROS.
016600         88  BKR-RECN-OK         VALUE "00".
016700         88  BKR-RECN-ENDED      VALUE "10".
016800     05  BKR-NEWRECN-STATUS      PIC X(02) VALUE ZEROS.
016900         88  BKR-NEWRECN-OK      VALUE "00".
017000     05  BKR-GL-STATUS           PIC X(02) VALUE ZEROS.
017100         88  BKR-GL-OK           VALUE "00".
017200         88  BKR-GL-ENDED        VALUE "10".
017300     05  BKR-GLM-STATUS          PIC X(02) VALUE ZEROS.
017400         88  BKR-GLM-OK          VALUE "00".
017500         88  BKR-GLM-ENDED       VALUE "10".
017600     05  BKR-CAL-STATUS          PIC X(02) VALUE ZEROS.
017700         88  BKR-CAL-OK          VALUE "00".
017800         88  BKR-CAL-NOTFND      VALUE "23".
017900     05  BKR-COA-STATUS          PIC X(02) VALUE ZEROS.
018000         88  BKR-COA-OK          VALUE "00".
018100         88  BKR-COA-NOTFND      VALUE "23".
018200     05  BKR-BREG-STATUS         PIC X(02) VALUE ZEROS.
018300         88  BKR-BREG-OK         VALUE "00".
018400     05  BKR-TRAN-STATUS         PIC X(02) VALUE ZEROS.
018500         88  BKR-TRAN-OK         VALUE "00".
018600     05  BKR-RPT-STATUS          PIC X(02) VALUE ZEROS.
018700         88  BKR-RPT-OK          VALUE "00".
018800     05  BKR-ABORT-SW            PIC X(01) VALUE "N".
018900         88  BKR-ABORTED         VALUE "Y".
019000     05  BKR-EOF-SW              PIC X(01) VALUE "N".
019100         88  BKR-EOF             VALUE "Y".
019200     05  BKR-BALANCE-SEEN-SW     PIC X(01) VALUE "N".
019300         88  BKR-BALANCE-SEEN    VALUE "Y".
019400     05  BKR-CASH-FOUND-SW       PIC X(01) VALUE "N".
019500         88  BKR-CASH-FOUND      VALUE "Y".
019600     05  BKR-ACCT-OK-SW          PIC X(01) VALUE "N".
019700         88  BKR-ACCT-OK         VALUE "Y".
019800     05  BKR-MATCH-FOUND-SW      PIC X(01) VALUE "N".
019900         88  BKR-MATCH-FOUND     VALUE "Y".
020000     05  BKR-BATCH-FREE-SW       PIC X(01) VALUE "N".
020100         88  BKR-BATCH-FREE      VALUE "Y".
020200     05  BKR-HDR-WRITTEN-SW      PIC X(01) VALUE "N".
020300         88  BKR-HDR-WRITTEN     VALUE "Y".

020400 01  BKR-CONTROLS.
020500     05  BKR-AS-OF-DATE          PIC 9(08) VALUE ZEROS.
020600     05  BKR-AS-OF-DAYS          PIC 9(08) VALUE ZEROS.
020700     05  BKR-TOLERANCE           PIC 9(02) VALUE ZEROS.
020800     05  BKR-ACCTG-PERIOD        PIC 9(06) VALUE ZEROS.
020900     05  BKR-YEAR-START          PIC 9(06) VALUE ZEROS.
021000     05  BKR-FISCAL-YEAR         PIC 9(04) VALUE ZEROS.
021100     05  BKR-POST-DATE           PIC 9(08) VALUE ZEROS.
021200     05  BKR-CARD-BATCH          PIC 9(06) VALUE ZEROS.
021300     05  BKR-BATCH-NUMBER        PIC 9(06) VALUE ZEROS.
021400     05  BKR-DEPARTMENT          PIC X(04) VALUE SPACES.
021500     05  BKR-CHARGE-ACCOUNT      PIC 9(08) VALUE ZEROS.
021600     05  BKR-CREDIT-ACCOUNT      PIC 9(08) VALUE ZEROS.
021700     05  BKR-RUN-DATE            PIC 9(08) VALUE ZEROS.

021800*****************************************************************
021900*    BKR-CASH-TABLE HOLDS THE CARD'S CASH ACCOUNTS (UNUSED      *
022000*    SLOTS ON THE CARD ARE ZERO AND ARE NOT CARRIED).  THE      *
022100*    FIRST ONE IS THE ACCOUNT BANK-ONLY ITEMS ARE BOOKED TO.    *
022200*****************************************************************
022300 01  BKR-CASH-TABLE.
022400     05  BKR-CASH-COUNT          PIC 9(01) VALUE ZEROS.
022500     05  BKR-CASH-ACCOUNT        OCCURS 4 TIMES
022600                                 PIC 9(08).
022700 01  BKR-CASH-SUB                PIC 9(01) VALUE ZEROS.
022800 01  BKR-TEST-ACCOUNT            PIC 9(08) VALUE ZEROS.

022900*****************************************************************
023000*    FIGURES CARRIED ON THE RECONCILIATION FILE'S CONTROL       *
023100*    RECORD.  THE GL THROUGH-DATE IS THE LAST POSTING DATE      *
023200*    ALREADY TAKEN FROM GLEXTRCT; ONLY LATER POSTINGS ARE NEW.  *
023300*    A STATEMENT DATED ON OR BEFORE THE LAST ONE LOADED HAS     *
023400*    BEEN LOADED ALREADY AND IS REFUSED.                        *
023500*****************************************************************
023600 01  BKR-FILE-CONTROLS.
023700     05  BKR-GL-THRU-DATE        PIC 9(08) VALUE ZEROS.
023800     05  BKR-LAST-STMT-DATE      PIC 9(08) VALUE ZEROS.
023900     05  BKR-NEW-STMT-DATE       PIC 9(08) VALUE ZEROS.
024000     05  BKR-LAST-MATCH          PIC 9(07) VALUE ZEROS.
024100     05  BKR-BANK-BALANCE        PIC S9(11)V99 VALUE ZEROS.

024200 01  BKR-COUNTERS.
024300     05  BKR-RECN-READ-COUNT     PIC 9(07) VALUE ZEROS.
024400     05  BKR-HISTORY-COUNT       PIC 9(07) VALUE ZEROS.
024500     05  BKR-STMT-COUNT          PIC 9(07) VALUE ZEROS.
024600     05  BKR-GL-READ-COUNT       PIC 9(07) VALUE ZEROS.
024700     05  BKR-NEW-BOOK-COUNT      PIC 9(07) VALUE ZEROS.
024800     05  BKR-MATCH-COUNT         PIC 9(05) VALUE ZEROS.
024900     05  BKR-BOOKED-COUNT        PIC 9(05) VALUE ZEROS.
025000     05  BKR-TRAN-DETAILS        PIC 9(07) VALUE ZEROS.
025100     05  BKR-TRAN-HASH           PIC S9(11)V99 VALUE ZEROS.
025200     05  BKR-TRANSIT-COUNT       PIC 9(05) VALUE ZEROS.
025300     05  BKR-OUTSTAND-COUNT      PIC 9(05) VALUE ZEROS.
025400     05  BKR-BANK-OPEN-COUNT     PIC 9(05) VALUE ZEROS.
025500     05  BKR-TOO-LARGE-COUNT     PIC 9(05) VALUE ZEROS.

025600*****************************************************************
025700*    RECONCILIATION FIGURES.  BOOK ITEMS AND BANK ITEMS ARE     *
025800*    SIGNED THE BOOK WAY -- POSITIVE RAISES CASH.               *
025900*****************************************************************
026000 01  BKR-TOTALS.
026100     05  BKR-BOOK-BALANCE        PIC S9(13)V99 VALUE ZEROS.
026200     05  BKR-DEP-TRANSIT         PIC S9(13)V99 VALUE ZEROS.
026300     05  BKR-OUTSTANDING         PIC S9(13)V99 VALUE ZEROS.
026400     05  BKR-ADJ-BANK            PIC S9(13)V99 VALUE ZEROS.
026500     05  BKR-BANK-CREDITS        PIC S9(13)V99 VALUE ZEROS.
026600     05  BKR-BANK-DEBITS         PIC S9(13)V99 VALUE ZEROS.
026700     05  BKR-ADJ-BOOK            PIC S9(13)V99 VALUE ZEROS.
026800     05  BKR-DIFFERENCE          PIC S9(13)V99 VALUE ZEROS.

026900*****************************************************************
027000*    MATCHING WORK FIELDS.                                      *
027100*****************************************************************
027200 01  BKR-MATCH-FIELDS.
027300     05  BKR-DAY-DIFF            PIC 9(08) VALUE ZEROS.
027400     05  BKR-BEST-DIFF           PIC 9(08) VALUE ZEROS.
027500     05  BKR-BEST-SUB            PIC 9(04) VALUE ZEROS.
027600     05  BKR-AGE-DAYS            PIC 9(05) VALUE ZEROS.
027700     05  BKR-CONTRA-ACCOUNT      PIC 9(08) VALUE ZEROS.
027800     05  BKR-CONTRA-AMOUNT       PIC S9(11)V99 VALUE ZEROS.
027900     05  BKR-MAX-AMOUNT          PIC S9(9)V99 VALUE 99999999.99.

028000*****************************************************************
028100*    DAY-SERIAL WORK FIELDS FOR 8300-DATE-TO-DAYS.  THE SERIAL  *
028200*    OMITS THE GREGORIAN CENTURY CORRECTION, WHICH IS CONSTANT  *
028300*    WITHIN 1900-2099 AND CANCELS OUT OF THE DAY DIFFERENCES    *
028400*    THIS PROGRAM TAKES.                                        *
028500*****************************************************************
028600 01  BKR-DTD-FIELDS.
028700     05  BKR-DTD-DATE            PIC 9(08).
028800     05  BKR-DTD-SPLIT REDEFINES BKR-DTD-DATE.
028900         10  BKR-DTD-YEAR        PIC 9(04).
029000         10  BKR-DTD-MONTH       PIC 9(02).
029100         10  BKR-DTD-DAY         PIC 9(02).
029200     05  BKR-DTD-WORK-YEAR       PIC 9(04).
029300     05  BKR-DTD-WORK-MONTH      PIC 9(02).
029400     05  BKR-DTD-TERM1           PIC 9(08).
029500     05  BKR-DTD-TERM2           PIC 9(08).
029600     05  BKR-DTD-DAYS            PIC 9(08).

029700*****************************************************************
029800*    BKR-BOOK-TABLE HOLDS THE OPEN BOOK ITEMS CARRIED FORWARD   *
029900*    PLUS THE NEW CASH POSTINGS, IN THE ORDER TAKEN IN.         *
030000*    BKR-BANK-TABLE DOES THE SAME FOR BANK ITEMS.  AN ITEM      *
030100*    MATCHED THIS RUN STAYS IN ITS TABLE, MARKED, UNTIL THE NEW *
030200*    FILE IS WRITTEN.  EITHER TABLE OVERFLOWING ABORTS THE RUN  *
030300*    RATHER THAN DROP ITEMS FROM THE RECONCILIATION.            *
030400*****************************************************************
030500 01  BKR-BOOK-TABLE.
030600     05  BKR-BOOK-COUNT          PIC 9(04) VALUE ZEROS.
030700     05  BKR-BOOK-ENTRY
030800             OCCURS 3000 TIMES
030900             INDEXED BY BKR-BK-IDX.
031000         10  BKR-BK-STATUS       PIC X(01).
031100             88  BKR-BK-OPEN     VALUE "O".
031200             88  BKR-BK-MATCHED  VALUE "M".
031300         10  BKR-BK-DATE         PIC 9(08).
031400         10  BKR-BK-DAYS         PIC 9(08).
031500         10  BKR-BK-AMOUNT       PIC S9(11)V99.
031600         10  BKR-BK-ACCOUNT      PIC 9(08).
031700         10  BKR-BK-BATCH        PIC 9(06).
031800         10  BKR-BK-SEQ          PIC 9(07).
031900         10  BKR-BK-SLOT         PIC 9(02).
032000         10  BKR-BK-MATCH        PIC 9(07).
032100         10  BKR-BK-MATCH-DATE   PIC 9(08).

032200 01  BKR-BANK-TABLE.
032300     05  BKR-BANK-COUNT          PIC 9(04) VALUE ZEROS.
032400     05  BKR-BANK-ENTRY
032500             OCCURS 1000 TIMES
032600             INDEXED BY BKR-BN-IDX.
032700         10  BKR-BN-STATUS       PIC X(01).
032800             88  BKR-BN-OPEN     VALUE "O".
032900             88  BKR-BN-MATCHED  VALUE "M".
033000         10  BKR-BN-DATE         PIC 9(08).
033100         10  BKR-BN-DAYS         PIC 9(08).
033200         10  BKR-BN-AMOUNT       PIC S9(11)V99.
033300         10  BKR-BN-REFERENCE    PIC X(16).
033400         10  BKR-BN-DC           PIC X(01).
033500         10  BKR-BN-DESCRIPTION  PIC X(30).
033600         10  BKR-BN-MATCH        PIC 9(07).
033700         10  BKR-BN-MATCH-DATE   PIC 9(08).
033800         10  BKR-BN-BOOKED       PIC 9(06).
033900         10  BKR-BN-BOOKED-SW    PIC X(01).
034000             88  BKR-BN-BOOKED-NOW VALUE "Y".
034100             88  BKR-BN-TOO-LARGE  VALUE "L".

034200 01  BKR-PRINT-CONTROL.
034300     05  BKR-LINE-COUNT          PIC 9(03) VALUE 99.
034400     05  BKR-PAGE-COUNT          PIC 9(05) VALUE ZEROS.
034500     05  BKR-LINES-PER-PAGE      PIC 9(03) VALUE 55.

034600*****************************************************************
034700*    PRINT LINES.  COLUMN 1 IS ASA CARRIAGE CONTROL.  EACH      *
034800*    LINE IS BUILT IN ITS OWN LAYOUT AND MOVED TO               *
034900*    BKR-PRINT-AREA FOR 8100-PRINT-LINE.                        *
035000*****************************************************************
035100 01  BKR-PRINT-AREA              PIC X(133).

035200 01  BKR-HEADING-1.
035300     05  FILLER                  PIC X(01) VALUE "1".
035400     05  FILLER                  PIC X(09) VALUE "BANKREC".
035500     05  FILLER                  PIC X(14) VALUE SPACES.
035600     05  FILLER                  PIC X(40)
035700         VALUE "BANK RECONCILIATION - CASH ACCOUNTS".
035800     05  FILLER                  PIC X(09) VALUE "RUN DATE ".
035900     05  BH1-RUN-DATE            PIC 9(08).
036000     05  FILLER                  PIC X(02) VALUE SPACES.
036100     05  FILLER                  PIC X(05) VALUE "PAGE ".
036200     05  BH1-PAGE                PIC ZZZZ9.
036300     05  FILLER                  PIC X(40) VALUE SPACES.

036400 01  BKR-HEADING-2.
036500     05  FILLER                  PIC X(01) VALUE SPACE.
036600     05  FILLER                  PIC X(06) VALUE "AS OF ".
036700     05  BH2-AS-OF               PIC 9(08).
036800     05  FILLER                  PIC X(09) VALUE "  PERIOD ".
036900     05  BH2-PERIOD              PIC 9(06).
037000     05  FILLER                  PIC X(17)
037100         VALUE "  CASH ACCOUNTS ".
037200     05  BH2-ACCOUNT             OCCURS 4 TIMES.
037300         10  BH2-ACCT            PIC Z(08).
037400         10  FILLER              PIC X(01).
037500     05  FILLER                  PIC X(10) VALUE "TOLERANCE ".
037600     05  BH2-TOLERANCE           PIC Z9.
037700     05  FILLER                  PIC X(05) VALUE " DAYS".
037800     05  FILLER                  PIC X(33) VALUE SPACES.

037900 01  BKR-SUMMARY-LINE.
038000     05  FILLER                  PIC X(01) VALUE SPACE.
038100     05  BSL-LABEL               PIC X(40).
038200     05  BSL-AMOUNT              PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
038300     05  FILLER                  PIC X(71) VALUE SPACES.

038400 01  BKR-MESSAGE-LINE.
038500     05  FILLER                  PIC X(01) VALUE SPACE.
038600     05  BML-TEXT                PIC X(70).
038700     05  FILLER                  PIC X(62) VALUE SPACES.

038800 01  BKR-BOOK-HEADING.
038900     05  FILLER                  PIC X(01) VALUE SPACE.
039000     05  FILLER                  PIC X(10) VALUE "POSTED".
039100     05  FILLER                  PIC X(08) VALUE "BATCH".
039200     05  FILLER                  PIC X(10) VALUE "POSITION".
039300     05  FILLER                  PIC X(06) VALUE "SLOT".
039400     05  FILLER                  PIC X(10) VALUE "ACCOUNT".
039500     05  FILLER                  PIC X(19)
039600         VALUE "             AMOUNT".
039700     05  FILLER                  PIC X(08) VALUE "    AGE".
039800     05  FILLER                  PIC X(61) VALUE SPACES.

039900 01  BKR-BOOK-LINE.
040000     05  FILLER                  PIC X(01) VALUE SPACE.
040100     05  BBL-DATE                PIC 9(08).
040200     05  FILLER                  PIC X(02) VALUE SPACES.
040300     05  BBL-BATCH               PIC 9(06).
040400     05  FILLER                  PIC X(02) VALUE SPACES.
040500     05  BBL-SEQ                 PIC 9(07).
040600     05  FILLER                  PIC X(03) VALUE SPACES.
040700     05  BBL-SLOT                PIC Z9.
040800     05  FILLER                  PIC X(04) VALUE SPACES.
040900     05  BBL-ACCOUNT             PIC 9(08).
041000     05  FILLER                  PIC X(02) VALUE SPACES.
041100     05  BBL-AMOUNT              PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
041200     05  FILLER                  PIC X(03) VALUE SPACES.
041300     05  BBL-AGE                 PIC ZZZZ9.
041400     05  FILLER                  PIC X(62) VALUE SPACES.

041500 01  BKR-BANK-HEADING.
041600     05  FILLER                  PIC X(01) VALUE SPACE.
041700     05  FILLER                  PIC X(10) VALUE "BANK DATE".
041800     05  FILLER                  PIC X(18) VALUE "REFERENCE".
041900     05  FILLER                  PIC X(03) VALUE "DC".
042000     05  FILLER                  PIC X(19)
042100         VALUE "             AMOUNT".
042200     05  FILLER                  PIC X(08) VALUE "    AGE".
042300     05  FILLER                  PIC X(32) VALUE "DESCRIPTION".
042400     05  FILLER                  PIC X(42) VALUE "STATUS".

042500 01  BKR-BANK-LINE.
042600     05  FILLER                  PIC X(01) VALUE SPACE.
042700     05  BNL-DATE                PIC 9(08).
042800     05  FILLER                  PIC X(02) VALUE SPACES.
042900     05  BNL-REFERENCE           PIC X(16).
043000     05  FILLER                  PIC X(02) VALUE SPACES.
043100     05  BNL-DC                  PIC X(01).
043200     05  FILLER                  PIC X(02) VALUE SPACES.
043300     05  BNL-AMOUNT              PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
043400     05  FILLER                  PIC X(03) VALUE SPACES.
043500     05  BNL-AGE                 PIC ZZZZ9.
043600     05  FILLER                  PIC X(02) VALUE SPACES.
043700     05  BNL-DESCRIPTION         PIC X(30).
043800     05  FILLER                  PIC X(02) VALUE SPACES.
043900     05  BNL-STATUS              PIC X(32).
044000     05  FILLER                  PIC X(09) VALUE SPACES.

044100 01  BKR-BOOKED-TEXT.
044200     05  FILLER                  PIC X(13) VALUE "BOOKED BATCH ".
044300     05  BBT-BATCH               PIC 9(06).
044400     05  FILLER                  PIC X(01) VALUE SPACE.

044500 01  BKR-MATCH-HEADING.
044600     05  FILLER                  PIC X(01) VALUE SPACE.
044700     05  FILLER                  PIC X(09) VALUE "MATCH".
044800     05  FILLER                  PIC X(10) VALUE "BANK DATE".
044900     05  FILLER                  PIC X(18) VALUE "REFERENCE".
045000     05  FILLER                  PIC X(19)
045100         VALUE "             AMOUNT".
045200     05  FILLER                  PIC X(12) VALUE "  POSTED".
045300     05  FILLER                  PIC X(08) VALUE "BATCH".
045400     05  FILLER                  PIC X(10) VALUE "POSITION".
045500     05  FILLER                  PIC X(46) VALUE SPACES.

045600 01  BKR-MATCH-LINE.
045700     05  FILLER                  PIC X(01) VALUE SPACE.
045800     05  BXL-MATCH               PIC 9(07).
045900     05  FILLER                  PIC X(02) VALUE SPACES.
046000     05  BXL-BANK-DATE           PIC 9(08).
046100     05  FILLER                  PIC X(02) VALUE SPACES.
046200     05  BXL-REFERENCE           PIC X(16).
046300     05  FILLER                  PIC X(02) VALUE SPACES.
046400     05  BXL-AMOUNT              PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
046500     05  FILLER                  PIC X(03) VALUE SPACES.
046600     05  BXL-BOOK-DATE           PIC 9(08).
046700     05  FILLER                  PIC X(02) VALUE SPACES.
046800     05  BXL-BATCH               PIC 9(06).
046900     05  FILLER                  PIC X(02) VALUE SPACES.
047000     05  BXL-SEQ                 PIC 9(07).
047100     05  FILLER                  PIC X(49) VALUE SPACES.

047200 01  BKR-TOTAL-LINE.
047300     05  FILLER                  PIC X(01) VALUE SPACE.
047400     05  BTL-LABEL               PIC X(26).
047500     05  BTL-COUNT               PIC Z,ZZZ,ZZ9.
047600     05  FILLER                  PIC X(97) VALUE SPACES.

047700 01  BKR-STAMP-FIELDS.
047800     05  BKR-STAMP-DATE          PIC 9(08) VALUE ZEROS.
047900     05  BKR-STAMP-TIME          PIC 9(08) VALUE ZEROS.

048000 PROCEDURE DIVISION.
048100*****************************************************************
048200*    0000-MAINLINE                                              *
048300*****************************************************************
048400 0000-MAINLINE.
048500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
048600     IF NOT BKR-ABORTED
048700         PERFORM 2000-LOAD-RECON-FILE THRU 2000-EXIT
048800     END-IF.
048900     IF NOT BKR-ABORTED
049000         PERFORM 3000-LOAD-STATEMENT THRU 3000-EXIT
049100     END-IF.
049200     IF NOT BKR-ABORTED
049300         PERFORM 4000-LOAD-BOOK-ITEMS THRU 4000-EXIT
049400     END-IF.
049500     IF NOT BKR-ABORTED
049600         PERFORM 5000-MATCH-ITEMS THRU 5000-EXIT
049700     END-IF.
049800     IF NOT BKR-ABORTED AND BRC-BOOK-BANK-ONLY
049900         PERFORM 6000-BOOK-BANK-ONLY THRU 6000-EXIT
050000     END-IF.
050100     IF NOT BKR-ABORTED
050200         PERFORM 6500-BOOK-BALANCE THRU 6500-EXIT
050300     END-IF.
050400     IF NOT BKR-ABORTED
050500         PERFORM 7000-WRITE-RECON-FILE THRU 7000-EXIT
050600     END-IF.
050700     IF NOT BKR-ABORTED
050800         PERFORM 7500-PRINT-RECONCILIATION THRU 7500-EXIT
050900     END-IF.
051000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
051100     GOBACK.

051200*****************************************************************
051300*    1000-INITIALIZE                                            *
051400*****************************************************************
051500 1000-INITIALIZE.
051600     ACCEPT BKR-RUN-DATE FROM DATE YYYYMMDD.
051700     PERFORM 1100-READ-CONTROL THRU 1100-EXIT.
051800     IF NOT BKR-ABORTED
051900         OPEN INPUT CAL-FILE
052000         IF BKR-CAL-OK
052100             PERFORM 1200-CHECK-DATES THRU 1200-EXIT
052200         ELSE
052300             DISPLAY "BANKREC - UNABLE TO OPEN CALFILE, STATUS "
052400                 BKR-CAL-STATUS
052500             MOVE 16 TO RETURN-CODE
052600             MOVE "Y" TO BKR-ABORT-SW
052700         END-IF
052800     END-IF.
052900     IF NOT BKR-ABORTED AND BRC-BOOK-BANK-ONLY
053000         PERFORM 1300-CHECK-ACCOUNTS THRU 1300-EXIT
053100     END-IF.
053200     IF NOT BKR-ABORTED AND BRC-BOOK-BANK-ONLY
053300         PERFORM 1400-ASSIGN-BATCH THRU 1400-EXIT
053400     END-IF.
053500     IF NOT BKR-ABORTED
053600         OPEN OUTPUT NEWRECN-FILE
053700         IF NOT BKR-NEWRECN-OK
053800             DISPLAY "BANKREC - UNABLE TO OPEN NEWRECN, STATUS "
053900                 BKR-NEWRECN-STATUS
054000             MOVE 16 TO RETURN-CODE
054100             MOVE "Y" TO BKR-ABORT-SW
054200         END-IF
054300     END-IF.
054400     IF NOT BKR-ABORTED
054500         OPEN OUTPUT TRAN-FILE
054600         IF NOT BKR-TRAN-OK
054700             DISPLAY "BANKREC - UNABLE TO OPEN BANKTRAN, STATUS "
054800                 BKR-TRAN-STATUS
054900             MOVE 16 TO RETURN-CODE
055000             MOVE "Y" TO BKR-ABORT-SW
055100         END-IF
055200     END-IF.
055300     IF NOT BKR-ABORTED
055400         OPEN OUTPUT REPORT-FILE
055500         IF NOT BKR-RPT-OK
055600             DISPLAY "BANKREC - UNABLE TO OPEN RPTFILE, STATUS "
055700                 BKR-RPT-STATUS
055800             MOVE 16 TO RETURN-CODE
055900             MOVE "Y" TO BKR-ABORT-SW
056000         END-IF
056100     END-IF.
056200 1000-EXIT.
056300     EXIT.

056400*****************************************************************
056500*    1100-READ-CONTROL                                          *
056600*    THE AS-OF DATE AND AT LEAST ONE CASH ACCOUNT ARE REQUIRED. *
056700*    THE BOOKING FIELDS ARE ONLY REQUIRED WHEN THE CARD ASKS    *
056800*    FOR BANK-ONLY ITEMS TO BE BOOKED.                          *
056900*****************************************************************
057000 1100-READ-CONTROL.
057100     OPEN INPUT CTL-FILE.
057200     IF BKR-CTL-OK
057300         READ CTL-FILE
057400             AT END
057500                 MOVE ZEROS TO BRC-AS-OF-DATE
057600         END-READ
057700         IF BRC-AS-OF-DATE NUMERIC
057800             AND BRC-AS-OF-DATE > 0
057900             AND BRC-TOLERANCE-DAYS NUMERIC
058000             MOVE BRC-AS-OF-DATE     TO BKR-AS-OF-DATE
058100             MOVE BRC-TOLERANCE-DAYS TO BKR-TOLERANCE
058200             PERFORM 1110-LOAD-CASH-ACCOUNT THRU 1110-EXIT
058300                 VARYING BKR-CASH-SUB FROM 1 BY 1
058400                 UNTIL BKR-CASH-SUB > 4
058500             IF BKR-CASH-COUNT = 0
058600                 DISPLAY "BANKREC - NO CASH ACCOUNT ON BRCTL, "
058700                     "ABORTING RUN"
058800                 MOVE 16 TO RETURN-CODE
058900                 MOVE "Y" TO BKR-ABORT-SW
059000             END-IF
059100         ELSE
059200             DISPLAY "BANKREC - AS-OF DATE OR TOLERANCE MISSING "
059300                 "FROM BRCTL, ABORTING RUN"
059400             MOVE 16 TO RETURN-CODE
059500             MOVE "Y" TO BKR-ABORT-SW
059600         END-IF
059700         IF NOT BKR-ABORTED AND BRC-BOOK-BANK-ONLY
059800             IF BRC-BATCH-NUMBER NUMERIC
059900                 AND BRC-BATCH-NUMBER > 0
060000                 AND BRC-POST-DATE NUMERIC
060100                 AND BRC-POST-DATE > 0
060200                 AND BRC-CHARGE-ACCOUNT NUMERIC
060300                 AND BRC-CREDIT-ACCOUNT NUMERIC
060400                 MOVE BRC-BATCH-NUMBER   TO BKR-CARD-BATCH
060500                 MOVE BRC-POST-DATE      TO BKR-POST-DATE
060600                 MOVE BRC-CHARGE-ACCOUNT TO BKR-CHARGE-ACCOUNT
060700                 MOVE BRC-CREDIT-ACCOUNT TO BKR-CREDIT-ACCOUNT
060800                 MOVE BRC-DEPARTMENT     TO BKR-DEPARTMENT
060900                 IF BKR-DEPARTMENT = SPACES
061000                     MOVE "BANK" TO BKR-DEPARTMENT
061100                 END-IF
061200             ELSE
061300                 DISPLAY "BANKREC - BOOKING REQUESTED BUT BATCH, "
061400                     "POST DATE OR CONTRA ACCOUNTS MISSING FROM "
061500                     "BRCTL, ABORTING RUN"
061600                 MOVE 16 TO RETURN-CODE
061700                 MOVE "Y" TO BKR-ABORT-SW
061800             END-IF
061900         END-IF
062000         CLOSE CTL-FILE
062100     ELSE
062200         DISPLAY "BANKREC - UNABLE TO OPEN BRCTL, STATUS "
062300             BKR-CTL-STATUS
062400         MOVE 16 TO RETURN-CODE
062500         MOVE "Y" TO BKR-ABORT-SW
062600     END-IF.
062700     IF NOT BKR-ABORTED
062800         DISPLAY "BANKREC - RECONCILING " BKR-CASH-COUNT
062900             " CASH ACCOUNTS AS OF " BKR-AS-OF-DATE
063000             ", TOLERANCE " BKR-TOLERANCE " DAYS"
063100     END-IF.
063200 1100-EXIT.
063300     EXIT.

063400*****************************************************************
063500*    1110-LOAD-CASH-ACCOUNT                                     *
063600*****************************************************************
063700 1110-LOAD-CASH-ACCOUNT.
063800     IF BRC-CASH-ACCOUNT (BKR-CASH-SUB) NUMERIC
063900         AND BRC-CASH-ACCOUNT (BKR-CASH-SUB) > 0
064000         ADD 1 TO BKR-CASH-COUNT
064100         MOVE BRC-CASH-ACCOUNT (BKR-CASH-SUB)
064200             TO BKR-CASH-ACCOUNT (BKR-CASH-COUNT)
064300     END-IF.
064400 1110-EXIT.
064500     EXIT.

064600*****************************************************************
064700*    1200-CHECK-DATES                                           *
064800*    THE AS-OF DATE'S PERIOD BOUNDS THE GLMASTER BOOK BALANCE:  *
064900*    THE FISCAL YEAR'S OPENING PERIOD 00 THROUGH THE AS-OF      *
065000*    PERIOD.  A BOOKING BATCH MUST POST ON A CALENDAR DATE IN   *
065100*    AN OPEN PERIOD.                                            *
065200*****************************************************************
065300 1200-CHECK-DATES.
065400     MOVE BKR-AS-OF-DATE TO CAL-BUSINESS-DATE.
065500     READ CAL-FILE
065600         INVALID KEY
065700             DISPLAY "BANKREC - AS-OF DATE " BKR-AS-OF-DATE
065800                 " NOT ON POSTING CALENDAR, ABORTING RUN"
065900             MOVE 16 TO RETURN-CODE
066000             MOVE "Y" TO BKR-ABORT-SW
066100         NOT INVALID KEY
066200             MOVE CAL-ACCTG-PERIOD TO BKR-ACCTG-PERIOD
066300             DIVIDE BKR-ACCTG-PERIOD BY 100
066400                 GIVING BKR-FISCAL-YEAR
066500             MULTIPLY BKR-FISCAL-YEAR BY 100
066600                 GIVING BKR-YEAR-START
066700     END-READ.
066800     MOVE BKR-AS-OF-DATE TO BKR-DTD-DATE.
066900     PERFORM 8300-DATE-TO-DAYS THRU 8300-EXIT.
067000     MOVE BKR-DTD-DAYS TO BKR-AS-OF-DAYS.
067100     IF NOT BKR-ABORTED AND BRC-BOOK-BANK-ONLY
067200         MOVE BKR-POST-DATE TO CAL-BUSINESS-DATE
067300         READ CAL-FILE
067400             INVALID KEY
067500                 DISPLAY "BANKREC - POST DATE " BKR-POST-DATE
067600                     " NOT ON POSTING CALENDAR, ABORTING RUN"
067700                 MOVE 16 TO RETURN-CODE
067800                 MOVE "Y" TO BKR-ABORT-SW
067900             NOT INVALID KEY
068000                 IF NOT CAL-PERIOD-OPEN
068100                     DISPLAY "BANKREC - POST DATE " BKR-POST-DATE
068200                         " IS IN CLOSED PERIOD " CAL-ACCTG-PERIOD
068300                         ", ABORTING RUN"
068400                     MOVE 16 TO RETURN-CODE
068500                     MOVE "Y" TO BKR-ABORT-SW
068600                 END-IF
068700         END-READ
068800     END-IF.
068900     IF NOT BKR-ABORTED AND BRC-BOOK-BANK-ONLY
069000         AND BKR-POST-DATE NOT > BKR-AS-OF-DATE
069100         DISPLAY "BANKREC - POST DATE " BKR-POST-DATE
069200             " NOT AFTER AS-OF DATE " BKR-AS-OF-DATE
069300             ", ABORTING RUN"
069400         MOVE 16 TO RETURN-CODE
069500         MOVE "Y" TO BKR-ABORT-SW
069600     END-IF.
069700 1200-EXIT.
069800     EXIT.

069900*****************************************************************
070000*    1300-CHECK-ACCOUNTS                                        *
070100*    A BOOKING POSTS TO THE FIRST CASH ACCOUNT AND ONE OF THE   *
070200*    TWO CONTRA ACCOUNTS.  ALL THREE MUST BE ACTIVE ON THE      *
070300*    CHART OR ADDNUMBERS WOULD SUSPEND THE ENTRIES.             *
070400*****************************************************************
070500 1300-CHECK-ACCOUNTS.
070600     OPEN INPUT COA-FILE.
070700     IF BKR-COA-OK
070800         MOVE BKR-CASH-ACCOUNT (1) TO BKR-TEST-ACCOUNT
070900         PERFORM 1310-CHECK-ONE-ACCOUNT THRU 1310-EXIT
071000         MOVE BKR-CHARGE-ACCOUNT TO BKR-TEST-ACCOUNT
071100         PERFORM 1310-CHECK-ONE-ACCOUNT THRU 1310-EXIT
071200         MOVE BKR-CREDIT-ACCOUNT TO BKR-TEST-ACCOUNT
071300         PERFORM 1310-CHECK-ONE-ACCOUNT THRU 1310-EXIT
071400     ELSE
071500         DISPLAY "BANKREC - UNABLE TO OPEN COAFILE, STATUS "
071600             BKR-COA-STATUS
071700         MOVE 16 TO RETURN-CODE
071800         MOVE "Y" TO BKR-ABORT-SW
071900     END-IF.
072000 1300-EXIT.
072100     EXIT.

072200*****************************************************************
072300*    1310-CHECK-ONE-ACCOUNT                                     *
072400*****************************************************************
072500 1310-CHECK-ONE-ACCOUNT.
072600     MOVE "N" TO BKR-ACCT-OK-SW.
072700     MOVE BKR-TEST-ACCOUNT TO CA-ACCOUNT.
072800     READ COA-FILE
072900         INVALID KEY
073000             CONTINUE
073100         NOT INVALID KEY
073200             IF CA-ACTIVE
073300                 MOVE "Y" TO BKR-ACCT-OK-SW
073400             END-IF
073500     END-READ.
073600     IF NOT BKR-ACCT-OK
073700         DISPLAY "BANKREC - ACCOUNT " BKR-TEST-ACCOUNT
073800             " IS NOT ACTIVE ON COAFILE, CANNOT BOOK BANK "
073900             "ITEMS, ABORTING RUN"
074000         MOVE 16 TO RETURN-CODE
074100         MOVE "Y" TO BKR-ABORT-SW
074200     END-IF.
074300 1310-EXIT.
074400     EXIT.

074500*****************************************************************
074600*    1400-ASSIGN-BATCH                                          *
074700*    STARTS AT THE CARD'S BATCH NUMBER AND STEPS UP PAST ANY    *
074800*    NUMBER ALREADY ON THE PROCESSED-BATCH REGISTER, WHICH      *
074900*    ADDNUMBERS WOULD REFUSE.                                   *
075000*****************************************************************
075100 1400-ASSIGN-BATCH.
075200     OPEN INPUT BREG-FILE.
075300     IF BKR-BREG-OK
075400         MOVE BKR-CARD-BATCH TO BKR-BATCH-NUMBER
075500         PERFORM 1410-PROBE-BATCH THRU 1410-EXIT
075600             UNTIL BKR-BATCH-FREE OR BKR-ABORTED
075700         CLOSE BREG-FILE
075800     ELSE
075900         DISPLAY "BANKREC - UNABLE TO OPEN BREGFILE, STATUS "
076000             BKR-BREG-STATUS
076100         MOVE 16 TO RETURN-CODE
076200         MOVE "Y" TO BKR-ABORT-SW
076300     END-IF.
076400     IF BKR-BATCH-FREE
076500         AND BKR-BATCH-NUMBER NOT = BKR-CARD-BATCH
076600         DISPLAY "BANKREC - CARD BATCH " BKR-CARD-BATCH
076700             " IS ALREADY ON BREGFILE, USING " BKR-BATCH-NUMBER
076800     END-IF.
076900 1400-EXIT.
077000     EXIT.

077100*****************************************************************
077200*    1410-PROBE-BATCH                                           *
077300*****************************************************************
077400 1410-PROBE-BATCH.
077500     MOVE BKR-BATCH-NUMBER TO BRG-BATCH-NUMBER.
077600     READ BREG-FILE
077700         INVALID KEY
077800             MOVE "Y" TO BKR-BATCH-FREE-SW
077900         NOT INVALID KEY
078000             IF BKR-BATCH-NUMBER = 999999
078100                 DISPLAY "BANKREC - NO FREE BATCH NUMBER ABOVE "
078200                     BKR-CARD-BATCH ", ABORTING RUN"
078300                 MOVE 16 TO RETURN-CODE
078400                 MOVE "Y" TO BKR-ABORT-SW
078500             ELSE
078600                 ADD 1 TO BKR-BATCH-NUMBER
078700             END-IF
078800     END-READ.
078900 1410-EXIT.
079000     EXIT.

079100*****************************************************************
079200*    2000-LOAD-RECON-FILE                                       *
079300*    ITEMS MATCHED ON AN EARLIER RUN ARE COPIED STRAIGHT TO THE *
079400*    NEW FILE; OPEN ITEMS ARE LOADED FOR MATCHING.  AN EMPTY    *
079500*    FILE IS A FIRST RUN -- EVERY CASH POSTING ON GLEXTRCT UP   *
079600*    TO THE AS-OF DATE IS THEN NEW.                             *
079700*****************************************************************
079800 2000-LOAD-RECON-FILE.
079900     OPEN INPUT RECN-FILE.
080000     IF BKR-RECN-OK
080100         MOVE "N" TO BKR-EOF-SW
080200         PERFORM 2100-READ-RECON THRU 2100-EXIT
080300             UNTIL BKR-EOF OR BKR-ABORTED
080400         DISPLAY "BANKREC - RECONCILIATION FILE THROUGH GL DATE "
080500             BKR-GL-THRU-DATE ", LAST STATEMENT "
080600             BKR-LAST-STMT-DATE
080700     ELSE
080800         DISPLAY "BANKREC - UNABLE TO OPEN BANKRECN, STATUS "
080900             BKR-RECN-STATUS
081000         MOVE 16 TO RETURN-CODE
081100         MOVE "Y" TO BKR-ABORT-SW
081200     END-IF.
081300 2000-EXIT.
081400     EXIT.

081500*****************************************************************
081600*    2100-READ-RECON                                            *
081700*****************************************************************
081800 2100-READ-RECON.
081900     READ RECN-FILE INTO RCN-RECORD
082000         AT END
082100             MOVE "Y" TO BKR-EOF-SW
082200         NOT AT END
082300             ADD 1 TO BKR-RECN-READ-COUNT
082400             EVALUATE TRUE
082500                 WHEN RCN-CONTROL-REC
082600                     PERFORM 2150-LOAD-CONTROL THRU 2150-EXIT
082700                 WHEN RCN-MATCHED
082800                     PERFORM 2200-COPY-HISTORY THRU 2200-EXIT
082900                 WHEN RCN-BOOK-ITEM AND RCN-OPEN
083000                     PERFORM 2300-LOAD-BOOK-ITEM THRU 2300-EXIT
083100                 WHEN RCN-BANK-ITEM AND RCN-OPEN
083200                     PERFORM 2400-LOAD-BANK-ITEM THRU 2400-EXIT
083300                 WHEN OTHER
083400                     DISPLAY "BANKREC - UNRECOGNIZED RECORD "
083500                         BKR-RECN-READ-COUNT " ON BANKRECN, "
083600                         "ABORTING RUN"
083700                     MOVE 16 TO RETURN-CODE
083800                     MOVE "Y" TO BKR-ABORT-SW
083900             END-EVALUATE
084000     END-READ.
084100 2100-EXIT.
084200     EXIT.

084300*****************************************************************
084400*    2150-LOAD-CONTROL                                          *
084500*    A HAND-SEEDED CONTROL RECORD MAY CARRY ONLY THE THROUGH-   *
084600*    DATE.  ANY FIELD NOT NUMERIC IS TAKEN AS ZERO.             *
084700*****************************************************************
084800 2150-LOAD-CONTROL.
084900     IF RCN-C-GL-THRU-DATE NUMERIC
085000         MOVE RCN-C-GL-THRU-DATE TO BKR-GL-THRU-DATE
085100     ELSE
085200         MOVE ZEROS TO BKR-GL-THRU-DATE
085300     END-IF.
085400     IF RCN-C-STMT-DATE NUMERIC
085500         MOVE RCN-C-STMT-DATE TO BKR-LAST-STMT-DATE
085600     ELSE
085700         MOVE ZEROS TO BKR-LAST-STMT-DATE
085800     END-IF.
085900     IF RCN-C-BANK-BALANCE NUMERIC
086000         MOVE RCN-C-BANK-BALANCE TO BKR-BANK-BALANCE
086100     ELSE
086200         MOVE ZEROS TO BKR-BANK-BALANCE
086300     END-IF.
086400     IF RCN-C-LAST-MATCH NUMERIC
086500         MOVE RCN-C-LAST-MATCH TO BKR-LAST-MATCH
086600     ELSE
086700         MOVE ZEROS TO BKR-LAST-MATCH
086800     END-IF.
086900 2150-EXIT.
087000     EXIT.

087100*****************************************************************
087200*    2200-COPY-HISTORY                                          *
087300*****************************************************************
087400 2200-COPY-HISTORY.
087500     WRITE RCN-RECORD.
087600     IF NOT BKR-NEWRECN-OK
087700         DISPLAY "BANKREC - WRITE FAILED ON NEWRECN, STATUS "
087800             BKR-NEWRECN-STATUS ", ABORTING RUN"
087900         MOVE 16 TO RETURN-CODE
088000         MOVE "Y" TO BKR-ABORT-SW
088100     ELSE
088200         ADD 1 TO BKR-HISTORY-COUNT
088300     END-IF.
088400 2200-EXIT.
088500     EXIT.

088600*****************************************************************
088700*    2300-LOAD-BOOK-ITEM                                        *
088800*    ALSO USED FOR NEW POSTINGS FROM GLEXTRCT, WHICH ARE BUILT  *
088900*    INTO RCN-RECORD FIRST.                                     *
089000*****************************************************************
089100 2300-LOAD-BOOK-ITEM.
089200     IF BKR-BOOK-COUNT < 3000
089300         ADD 1 TO BKR-BOOK-COUNT
089400         SET BKR-BK-IDX TO BKR-BOOK-COUNT
089500         MOVE "O"              TO BKR-BK-STATUS (BKR-BK-IDX)
089600         MOVE RCN-ITEM-DATE    TO BKR-BK-DATE (BKR-BK-IDX)
089700         MOVE RCN-AMOUNT       TO BKR-BK-AMOUNT (BKR-BK-IDX)
089800         MOVE RCN-ACCOUNT      TO BKR-BK-ACCOUNT (BKR-BK-IDX)
089900         MOVE RCN-BATCH-NUMBER TO BKR-BK-BATCH (BKR-BK-IDX)
090000         MOVE RCN-TRAN-SEQ     TO BKR-BK-SEQ (BKR-BK-IDX)
090100         MOVE RCN-SLOT         TO BKR-BK-SLOT (BKR-BK-IDX)
090200         MOVE ZEROS            TO BKR-BK-MATCH (BKR-BK-IDX)
090300         MOVE ZEROS            TO BKR-BK-MATCH-DATE (BKR-BK-IDX)
090400         MOVE RCN-ITEM-DATE    TO BKR-DTD-DATE
090500         PERFORM 8300-DATE-TO-DAYS THRU 8300-EXIT
090600         MOVE BKR-DTD-DAYS     TO BKR-BK-DAYS (BKR-BK-IDX)
090700     ELSE
090800         DISPLAY "BANKREC - MORE THAN 3000 OPEN BOOK ITEMS, "
090900             "ABORTING RUN"
091000         MOVE 16 TO RETURN-CODE
091100         MOVE "Y" TO BKR-ABORT-SW
091200     END-IF.
091300 2300-EXIT.
091400     EXIT.

091500*****************************************************************
091600*    2400-LOAD-BANK-ITEM                                        *
091700*    ALSO USED FOR NEW STATEMENT ITEMS, WHICH ARE BUILT INTO    *
091800*    RCN-RECORD FIRST.                                          *
091900*****************************************************************
092000 2400-LOAD-BANK-ITEM.
092100     IF BKR-BANK-COUNT < 1000
092200         ADD 1 TO BKR-BANK-COUNT
092300         SET BKR-BN-IDX TO BKR-BANK-COUNT
092400         MOVE "O"              TO BKR-BN-STATUS (BKR-BN-IDX)
092500         MOVE RCN-ITEM-DATE    TO BKR-BN-DATE (BKR-BN-IDX)
092600         MOVE RCN-AMOUNT       TO BKR-BN-AMOUNT (BKR-BN-IDX)
092700         MOVE RCN-REFERENCE    TO BKR-BN-REFERENCE (BKR-BN-IDX)
092800         MOVE RCN-DEBIT-CREDIT TO BKR-BN-DC (BKR-BN-IDX)
092900         MOVE RCN-DESCRIPTION  TO BKR-BN-DESCRIPTION (BKR-BN-IDX)
093000         MOVE ZEROS            TO BKR-BN-MATCH (BKR-BN-IDX)
093100         MOVE ZEROS            TO BKR-BN-MATCH-DATE (BKR-BN-IDX)
093200         MOVE RCN-BOOKED-BATCH TO BKR-BN-BOOKED (BKR-BN-IDX)
093300         MOVE "N"              TO BKR-BN-BOOKED-SW (BKR-BN-IDX)
093400         MOVE RCN-ITEM-DATE    TO BKR-DTD-DATE
093500         PERFORM 8300-DATE-TO-DAYS THRU 8300-EXIT
093600         MOVE BKR-DTD-DAYS     TO BKR-BN-DAYS (BKR-BN-IDX)
093700     ELSE
093800         DISPLAY "BANKREC - MORE THAN 1000 OPEN BANK ITEMS, "
093900             "ABORTING RUN"
094000         MOVE 16 TO RETURN-CODE
094100         MOVE "Y" TO BKR-ABORT-SW
094200     END-IF.
094300 2400-EXIT.
094400     EXIT.

094500*****************************************************************
094600*    3000-LOAD-STATEMENT                                        *
094700*    EVERY ITEM BECOMES AN OPEN BANK ITEM, SIGNED THE BOOK WAY  *
094800*    (A BANK CREDIT RAISES OUR CASH).  THE CLOSING-BALANCE      *
094900*    RECORD IS REQUIRED.  A BAD RECORD, OR ONE DATED NO LATER   *
095000*    THAN THE LAST STATEMENT ALREADY LOADED, ABORTS THE RUN --  *
095100*    A PARTIAL OR REPEATED STATEMENT WOULD CORRUPT THE FILE.    *
095200*****************************************************************
095300 3000-LOAD-STATEMENT.
095400     OPEN INPUT STMT-FILE.
095500     IF BKR-STMT-OK
095600         MOVE "N" TO BKR-EOF-SW
095700         PERFORM 3100-READ-STATEMENT THRU 3100-EXIT
095800             UNTIL BKR-EOF OR BKR-ABORTED
095900         IF NOT BKR-ABORTED AND NOT BKR-BALANCE-SEEN
096000             DISPLAY "BANKREC - NO CLOSING BALANCE RECORD ON "
096100                 "BANKSTMT, ABORTING RUN"
096200             MOVE 16 TO RETURN-CODE
096300             MOVE "Y" TO BKR-ABORT-SW
096400         END-IF
096500     ELSE
096600         DISPLAY "BANKREC - UNABLE TO OPEN BANKSTMT, STATUS "
096700             BKR-STMT-STATUS
096800         MOVE 16 TO RETURN-CODE
096900         MOVE "Y" TO BKR-ABORT-SW
097000     END-IF.
097100 3000-EXIT.
097200     EXIT.

097300*****************************************************************
097400*    3100-READ-STATEMENT                                        *
097500*****************************************************************
097600 3100-READ-STATEMENT.
097700     READ STMT-FILE
097800         AT END
097900             MOVE "Y" TO BKR-EOF-SW
098000         NOT AT END
098100             ADD 1 TO BKR-STMT-COUNT
098200             PERFORM 3200-TAKE-STATEMENT THRU 3200-EXIT
098300     END-READ.
098400 3100-EXIT.
098500     EXIT.

098600*****************************************************************
098700*    3200-TAKE-STATEMENT                                        *
098800*****************************************************************
098900 3200-TAKE-STATEMENT.
099000     EVALUATE TRUE
099100         WHEN NOT (STM-ITEM-REC OR STM-BALANCE-REC)
099200             OR STM-DATE NOT NUMERIC
099300             OR STM-AMOUNT NOT NUMERIC
099400             OR NOT (STM-DEBIT OR STM-CREDIT)
099500             DISPLAY "BANKREC - STATEMENT RECORD " BKR-STMT-COUNT
099600                 " IS NOT VALID, ABORTING RUN"
099700             MOVE 16 TO RETURN-CODE
099800             MOVE "Y" TO BKR-ABORT-SW
099900         WHEN STM-DATE NOT > BKR-LAST-STMT-DATE
100000             DISPLAY "BANKREC - STATEMENT DATE " STM-DATE
100100                 " ALREADY LOADED (LAST " BKR-LAST-STMT-DATE
100200                 "), ABORTING RUN"
100300             MOVE 16 TO RETURN-CODE
100400             MOVE "Y" TO BKR-ABORT-SW
100500         WHEN STM-BALANCE-REC
100600             MOVE "Y" TO BKR-BALANCE-SEEN-SW
100700             MOVE STM-AMOUNT TO BKR-BANK-BALANCE
100800             IF STM-DEBIT
100900                 SUBTRACT BKR-BANK-BALANCE FROM ZERO
101000                     GIVING BKR-BANK-BALANCE
101100             END-IF
101200             IF STM-DATE > BKR-NEW-STMT-DATE
101300                 MOVE STM-DATE TO BKR-NEW-STMT-DATE
101400             END-IF
101500         WHEN OTHER
101600             MOVE SPACES TO RCN-RECORD
101700             MOVE "B"             TO RCN-RECORD-TYPE
101800             MOVE "O"             TO RCN-STATUS
101900             MOVE STM-DATE        TO RCN-ITEM-DATE
102000             MOVE STM-AMOUNT      TO RCN-AMOUNT
102100             IF STM-DEBIT
102200                 SUBTRACT RCN-AMOUNT FROM ZERO GIVING RCN-AMOUNT
102300             END-IF
102400             MOVE STM-REFERENCE    TO RCN-REFERENCE
102500             MOVE STM-DEBIT-CREDIT TO RCN-DEBIT-CREDIT
102600             MOVE STM-DESCRIPTION  TO RCN-DESCRIPTION
102700             MOVE ZEROS            TO RCN-BOOKED-BATCH
102800             PERFORM 2400-LOAD-BANK-ITEM THRU 2400-EXIT
102900             IF STM-DATE > BKR-NEW-STMT-DATE
103000                 MOVE STM-DATE TO BKR-NEW-STMT-DATE
103100             END-IF
103200     END-EVALUATE.
103300 3200-EXIT.
103400     EXIT.

103500*****************************************************************
103600*    4000-LOAD-BOOK-ITEMS                                       *
103700*    GLEXTRCT ACCUMULATES EVERY NIGHT'S POSTINGS.  ONLY THOSE   *
103800*    DATED AFTER THE RECONCILIATION FILE'S GL THROUGH-DATE AND  *
103900*    NO LATER THAN THE AS-OF DATE ARE NEW; EACH OPERAND THAT    *
104000*    POSTS TO A CARD CASH ACCOUNT BECOMES AN OPEN BOOK ITEM.    *
104100*****************************************************************
104200 4000-LOAD-BOOK-ITEMS.
104300     OPEN INPUT GL-FILE.
104400     IF BKR-GL-OK
104500         MOVE "N" TO BKR-EOF-SW
104600         PERFORM 4100-READ-EXTRACT THRU 4100-EXIT
104700             UNTIL BKR-EOF OR BKR-ABORTED
104800         IF BKR-AS-OF-DATE > BKR-GL-THRU-DATE
104900             MOVE BKR-AS-OF-DATE TO BKR-GL-THRU-DATE
105000         END-IF
105100     ELSE
105200         DISPLAY "BANKREC - UNABLE TO OPEN GLEXTRCT, STATUS "
105300             BKR-GL-STATUS
105400         MOVE 16 TO RETURN-CODE
105500         MOVE "Y" TO BKR-ABORT-SW
105600     END-IF.
105700 4000-EXIT.
105800     EXIT.

105900*****************************************************************
106000*    4100-READ-EXTRACT                                          *
106100*****************************************************************
106200 4100-READ-EXTRACT.
106300     READ GL-FILE
106400         AT END
106500             MOVE "Y" TO BKR-EOF-SW
106600         NOT AT END
106700             ADD 1 TO BKR-GL-READ-COUNT
106800             IF GL-POSTING-DATE > BKR-GL-THRU-DATE
106900                 AND GL-POSTING-DATE NOT > BKR-AS-OF-DATE
107000                 AND GL-OPERAND-COUNT NUMERIC
107100                 AND GL-OPERAND-COUNT NOT > 10
107200                 PERFORM 4200-TAKE-OPERAND THRU 4200-EXIT
107300                     VARYING GL-OP-IDX FROM 1 BY 1
107400                     UNTIL GL-OP-IDX > GL-OPERAND-COUNT
107500                         OR BKR-ABORTED
107600             END-IF
107700     END-READ.
107800 4100-EXIT.
107900     EXIT.

108000*****************************************************************
108100*    4200-TAKE-OPERAND                                          *
108200*    POSTINGS WRITTEN BEFORE THE EXTRACT CARRIED A BATCH        *
108300*    NUMBER AND TRANFIL POSITION ARE KEPT WITH ZEROS THERE.     *
108400*****************************************************************
108500 4200-TAKE-OPERAND.
108600     MOVE GL-OPERAND-ACCOUNT (GL-OP-IDX) TO BKR-TEST-ACCOUNT.
108700     PERFORM 8400-CHECK-CASH-ACCOUNT THRU 8400-EXIT.
108800     IF BKR-CASH-FOUND
108900         AND GL-OPERAND (GL-OP-IDX) NOT = ZEROS
109000         MOVE SPACES TO RCN-RECORD
109100         MOVE "K"                 TO RCN-RECORD-TYPE
109200         MOVE "O"                 TO RCN-STATUS
109300         MOVE GL-POSTING-DATE     TO RCN-ITEM-DATE
109400         MOVE GL-OPERAND (GL-OP-IDX) TO RCN-AMOUNT
109500         MOVE BKR-TEST-ACCOUNT    TO RCN-ACCOUNT
109600         MOVE ZEROS               TO RCN-BATCH-NUMBER
109700         MOVE ZEROS               TO RCN-TRAN-SEQ
109800         IF GL-BATCH-NUMBER NUMERIC
109900             MOVE GL-BATCH-NUMBER TO RCN-BATCH-NUMBER
110000         END-IF
110100         IF GL-TRAN-SEQ NUMERIC
110200             MOVE GL-TRAN-SEQ     TO RCN-TRAN-SEQ
110300         END-IF
110400         SET RCN-SLOT TO GL-OP-IDX
110500         PERFORM 2300-LOAD-BOOK-ITEM THRU 2300-EXIT
110600         ADD 1 TO BKR-NEW-BOOK-COUNT
110700     END-IF.
110800 4200-EXIT.
110900     EXIT.

111000*****************************************************************
111100*    5000-MATCH-ITEMS                                           *
111200*    EACH OPEN BANK ITEM, OLDEST FIRST, TAKES THE OPEN BOOK     *
111300*    ITEM OF THE SAME SIGNED AMOUNT WHOSE DATE IS CLOSEST TO    *
111400*    ITS OWN, IF THAT IS WITHIN THE TOLERANCE.  A BANK ITEM     *
111500*    THIS PROGRAM BOOKED MATCHES ONLY THE POSTING FROM ITS OWN  *
111600*    BOOKING BATCH, WHATEVER ITS DATE.                          *
111700*****************************************************************
111800 5000-MATCH-ITEMS.
111900     PERFORM 5100-MATCH-BANK-ITEM THRU 5100-EXIT
112000         VARYING BKR-BN-IDX FROM 1 BY 1
112100         UNTIL BKR-BN-IDX > BKR-BANK-COUNT.
112200     DISPLAY "BANKREC - " BKR-MATCH-COUNT
112300         " ITEMS MATCHED THIS RUN".
112400 5000-EXIT.
112500     EXIT.

112600*****************************************************************
112700*    5100-MATCH-BANK-ITEM                                       *
112800*****************************************************************
112900 5100-MATCH-BANK-ITEM.
113000     IF BKR-BN-OPEN (BKR-BN-IDX)
113100         MOVE "N" TO BKR-MATCH-FOUND-SW
113200         MOVE 99999999 TO BKR-BEST-DIFF
113300         MOVE ZEROS TO BKR-BEST-SUB
113400         PERFORM 5110-TRY-BOOK-ITEM THRU 5110-EXIT
113500             VARYING BKR-BK-IDX FROM 1 BY 1
113600             UNTIL BKR-BK-IDX > BKR-BOOK-COUNT
113700         IF BKR-MATCH-FOUND
113800             SET BKR-BK-IDX TO BKR-BEST-SUB
113900             ADD 1 TO BKR-LAST-MATCH
114000             ADD 1 TO BKR-MATCH-COUNT
114100             MOVE "M" TO BKR-BN-STATUS (BKR-BN-IDX)
114200             MOVE "M" TO BKR-BK-STATUS (BKR-BK-IDX)
114300             MOVE BKR-LAST-MATCH TO BKR-BN-MATCH (BKR-BN-IDX)
114400             MOVE BKR-LAST-MATCH TO BKR-BK-MATCH (BKR-BK-IDX)
114500             MOVE BKR-AS-OF-DATE
114600                 TO BKR-BN-MATCH-DATE (BKR-BN-IDX)
114700             MOVE BKR-AS-OF-DATE
114800                 TO BKR-BK-MATCH-DATE (BKR-BK-IDX)
114900         END-IF
115000     END-IF.
115100 5100-EXIT.
115200     EXIT.

115300*****************************************************************
115400*    5110-TRY-BOOK-ITEM                                         *
115500*****************************************************************
115600 5110-TRY-BOOK-ITEM.
115700     IF BKR-BK-OPEN (BKR-BK-IDX)
115800         AND BKR-BK-AMOUNT (BKR-BK-IDX)
115900             = BKR-BN-AMOUNT (BKR-BN-IDX)
116000         IF BKR-BN-BOOKED (BKR-BN-IDX) > 0
116100             IF BKR-BK-BATCH (BKR-BK-IDX)
116200                     = BKR-BN-BOOKED (BKR-BN-IDX)
116300                 AND NOT BKR-MATCH-FOUND
116400                 MOVE "Y" TO BKR-MATCH-FOUND-SW
116500                 SET BKR-BEST-SUB TO BKR-BK-IDX
116600             END-IF
116700         ELSE
116800             IF BKR-BK-DAYS (BKR-BK-IDX)
116900                     > BKR-BN-DAYS (BKR-BN-IDX)
117000                 SUBTRACT BKR-BN-DAYS (BKR-BN-IDX)
117100                     FROM BKR-BK-DAYS (BKR-BK-IDX)
117200                     GIVING BKR-DAY-DIFF
117300             ELSE
117400                 SUBTRACT BKR-BK-DAYS (BKR-BK-IDX)
117500                     FROM BKR-BN-DAYS (BKR-BN-IDX)
117600                     GIVING BKR-DAY-DIFF
117700             END-IF
117800             IF BKR-DAY-DIFF NOT > BKR-TOLERANCE
117900                 AND BKR-DAY-DIFF < BKR-BEST-DIFF
118000                 MOVE "Y" TO BKR-MATCH-FOUND-SW
118100                 MOVE BKR-DAY-DIFF TO BKR-BEST-DIFF
118200                 SET BKR-BEST-SUB TO BKR-BK-IDX
118300             END-IF
118400         END-IF
118500     END-IF.
118600 5110-EXIT.
118700     EXIT.

118800*****************************************************************
118900*    6000-BOOK-BANK-ONLY                                        *
119000*    A BANK ITEM STILL OPEN, NOT YET BOOKED, AND OLDER THAN THE *
119100*    TOLERANCE CAN NO LONGER MATCH A BOOK POSTING, SO IT IS     *
119200*    BOOKED: A BALANCED J ENTRY BETWEEN THE FIRST CASH ACCOUNT  *
119300*    AND THE CHARGE ACCOUNT (BANK DEBITS) OR THE CREDIT         *
119400*    ACCOUNT (BANK CREDITS).  THE ITEM STAYS OPEN, MARKED WITH  *
119500*    THE BATCH NUMBER, UNTIL THAT POSTING COMES THROUGH.        *
119600*****************************************************************
119700 6000-BOOK-BANK-ONLY.
119800     PERFORM 6100-BOOK-ONE-ITEM THRU 6100-EXIT
119900         VARYING BKR-BN-IDX FROM 1 BY 1
120000         UNTIL BKR-BN-IDX > BKR-BANK-COUNT
120100             OR BKR-ABORTED.
120200     IF NOT BKR-ABORTED
120300         IF BKR-HDR-WRITTEN
120400             MOVE SPACES TO TF-BATCH-TRAILER
120500             MOVE "T"              TO TF-BT-RECORD-TYPE
120600             MOVE BKR-TRAN-DETAILS TO TF-BT-RECORD-COUNT
120700             MOVE BKR-TRAN-HASH    TO TF-BT-HASH-TOTAL
120800             WRITE TF-BATCH-TRAILER
120900             IF NOT BKR-TRAN-OK
121000                 DISPLAY "BANKREC - WRITE FAILED ON BANKTRAN, "
121100                     "STATUS " BKR-TRAN-STATUS ", ABORTING RUN"
121200                 MOVE 16 TO RETURN-CODE
121300                 MOVE "Y" TO BKR-ABORT-SW
121400             ELSE
121500                 DISPLAY "BANKREC - BATCH " BKR-BATCH-NUMBER
121600                     " WRITTEN FOR " BKR-POST-DATE ", "
121700                     BKR-TRAN-DETAILS " BANK-ONLY ITEMS BOOKED"
121800             END-IF
121900         ELSE
122000             DISPLAY "BANKREC - NO BANK-ONLY ITEMS TO BOOK, NO "
122100                 "BATCH BUILT"
122200         END-IF
122300         IF BKR-TOO-LARGE-COUNT > 0
122400             DISPLAY "BANKREC - " BKR-TOO-LARGE-COUNT
122500                 " BANK-ONLY ITEMS TOO LARGE TO BOOK, KEY "
122600                 "MANUALLY"
122700         END-IF
122800     END-IF.
122900 6000-EXIT.
123000     EXIT.

123100*****************************************************************
123200*    6100-BOOK-ONE-ITEM                                         *
123300*    AN ITEM LARGER THAN A TRANFIL OPERAND CAN CARRY IS LEFT    *
123400*    OUT OF THE BATCH AND LISTED TO BE KEYED BY HAND.  IT STAYS *
123500*    OPEN AND IS TRIED AGAIN ON THE NEXT RUN.                   *
123600*****************************************************************
123700 6100-BOOK-ONE-ITEM.
123800     MOVE ZEROS TO BKR-AGE-DAYS.
123900     IF BKR-AS-OF-DAYS > BKR-BN-DAYS (BKR-BN-IDX)
124000         SUBTRACT BKR-BN-DAYS (BKR-BN-IDX) FROM BKR-AS-OF-DAYS
124100             GIVING BKR-AGE-DAYS
124200     END-IF.
124300     IF BKR-BN-OPEN (BKR-BN-IDX)
124400         AND BKR-BN-BOOKED (BKR-BN-IDX) = 0
124500         AND BKR-AGE-DAYS > BKR-TOLERANCE
124600         SUBTRACT BKR-BN-AMOUNT (BKR-BN-IDX) FROM ZERO
124700             GIVING BKR-CONTRA-AMOUNT
124800         IF BKR-BN-AMOUNT (BKR-BN-IDX) > BKR-MAX-AMOUNT
124900             OR BKR-CONTRA-AMOUNT > BKR-MAX-AMOUNT
125000             MOVE "L" TO BKR-BN-BOOKED-SW (BKR-BN-IDX)
125100             ADD 1 TO BKR-TOO-LARGE-COUNT
125200         ELSE
125300             IF NOT BKR-HDR-WRITTEN
125400                 PERFORM 6110-WRITE-HEADER THRU 6110-EXIT
125500             END-IF
125600             IF NOT BKR-ABORTED
125700                 PERFORM 6120-WRITE-BOOKING THRU 6120-EXIT
125800             END-IF
125900         END-IF
126000     END-IF.
126100 6100-EXIT.
126200     EXIT.

126300*****************************************************************
126400*    6110-WRITE-HEADER                                          *
126500*****************************************************************
126600 6110-WRITE-HEADER.
126700     MOVE SPACES TO TF-BATCH-HEADER.
126800     MOVE "H"              TO TF-BH-RECORD-TYPE.
126900     MOVE BKR-BATCH-NUMBER TO TF-BH-BATCH-NUMBER.
127000     MOVE BKR-POST-DATE    TO TF-BH-BUSINESS-DATE.
127100     MOVE BKR-DEPARTMENT   TO TF-BH-DEPARTMENT.
127200     WRITE TF-BATCH-HEADER.
127300     IF NOT BKR-TRAN-OK
127400         DISPLAY "BANKREC - WRITE FAILED ON BANKTRAN, STATUS "
127500             BKR-TRAN-STATUS ", ABORTING RUN"
127600         MOVE 16 TO RETURN-CODE
127700         MOVE "Y" TO BKR-ABORT-SW
127800     ELSE
127900         MOVE "Y" TO BKR-HDR-WRITTEN-SW
128000     END-IF.
128100 6110-EXIT.
128200     EXIT.

128300*****************************************************************
128400*    6120-WRITE-BOOKING                                         *
128500*    THE CASH SIDE CARRIES THE ITEM'S BOOK-SIGNED AMOUNT, THE   *
128600*    CONTRA SIDE THE SAME AMOUNT REVERSED, SO THE ENTRY NETS    *
128700*    TO ZERO AND ADDS NOTHING TO THE HASH.                      *
128800*****************************************************************
128900 6120-WRITE-BOOKING.
129000     IF BKR-BN-AMOUNT (BKR-BN-IDX) < 0
129100         MOVE BKR-CHARGE-ACCOUNT TO BKR-CONTRA-ACCOUNT
129200     ELSE
129300         MOVE BKR-CREDIT-ACCOUNT TO BKR-CONTRA-ACCOUNT
129400     END-IF.
129500     MOVE SPACES TO TF-TRAN-RECORD.
129600     MOVE "J" TO TF-OP-CODE.
129700     MOVE 2   TO TF-OPERAND-COUNT.
129800     MOVE BKR-CASH-ACCOUNT (1)       TO TF-GL-ACCOUNT (1).
129900     MOVE BKR-BN-AMOUNT (BKR-BN-IDX) TO TF-OPERAND (1).
130000     MOVE BKR-CONTRA-ACCOUNT         TO TF-GL-ACCOUNT (2).
130100     MOVE BKR-CONTRA-AMOUNT          TO TF-OPERAND (2).
130200     WRITE TF-TRAN-RECORD.
130300     IF NOT BKR-TRAN-OK
130400         DISPLAY "BANKREC - WRITE FAILED ON BANKTRAN, STATUS "
130500             BKR-TRAN-STATUS ", ABORTING RUN"
130600         MOVE 16 TO RETURN-CODE
130700         MOVE "Y" TO BKR-ABORT-SW
130800     ELSE
130900         ADD 1 TO BKR-TRAN-DETAILS
131000         ADD 1 TO BKR-BOOKED-COUNT
131100         ADD BKR-BN-AMOUNT (BKR-BN-IDX) TO BKR-TRAN-HASH
131200         ADD BKR-CONTRA-AMOUNT TO BKR-TRAN-HASH
131300         MOVE BKR-BATCH-NUMBER TO BKR-BN-BOOKED (BKR-BN-IDX)
131400         MOVE "Y" TO BKR-BN-BOOKED-SW (BKR-BN-IDX)
131500     END-IF.
131600 6120-EXIT.
131700     EXIT.

131800*****************************************************************
131900*    6500-BOOK-BALANCE                                          *
132000*    THE BOOK BALANCE IS THE CASH ACCOUNTS' NET, ALL            *
132100*    DEPARTMENTS, FROM THE FISCAL YEAR'S OPENING PERIOD 00      *
132200*    THROUGH THE AS-OF PERIOD -- THE YEAR-END CLOSE CARRIES     *
132300*    EARLIER YEARS IN AS THE OPENING BALANCE.                   *
132400*****************************************************************
132500 6500-BOOK-BALANCE.
132600     OPEN INPUT GLM-FILE.
132700     IF BKR-GLM-OK
132800         MOVE "N" TO BKR-EOF-SW
132900         PERFORM 6510-READ-MASTER THRU 6510-EXIT
133000             UNTIL BKR-EOF
133100     ELSE
133200         DISPLAY "BANKREC - UNABLE TO OPEN GLMASTER, STATUS "
133300             BKR-GLM-STATUS
133400         MOVE 16 TO RETURN-CODE
133500         MOVE "Y" TO BKR-ABORT-SW
133600     END-IF.
133700 6500-EXIT.
133800     EXIT.

133900*****************************************************************
134000*    6510-READ-MASTER                                           *
134100*****************************************************************
134200 6510-READ-MASTER.
134300     READ GLM-FILE
134400         AT END
134500             MOVE "Y" TO BKR-EOF-SW
134600         NOT AT END
134700             IF GLM-ACCTG-PERIOD NOT < BKR-YEAR-START
134800                 AND GLM-ACCTG-PERIOD NOT > BKR-ACCTG-PERIOD
134900                 MOVE GLM-ACCOUNT TO BKR-TEST-ACCOUNT
135000                 PERFORM 8400-CHECK-CASH-ACCOUNT THRU 8400-EXIT
135100                 IF BKR-CASH-FOUND
135200                     ADD GLM-PTD-NET TO BKR-BOOK-BALANCE
135300                 END-IF
135400             END-IF
135500     END-READ.
135600 6510-EXIT.
135700     EXIT.

135800*****************************************************************
135900*    7000-WRITE-RECON-FILE                                      *
136000*    EVERY BOOK AND BANK ITEM IN THE TABLES IS WRITTEN -- OPEN  *
136100*    ONES TO CARRY FORWARD, THIS RUN'S MATCHES AS HISTORY --    *
136200*    FOLLOWED BY THE CONTROL RECORD.                            *
136300*****************************************************************
136400 7000-WRITE-RECON-FILE.
136500     PERFORM 7100-WRITE-BOOK-ITEM THRU 7100-EXIT
136600         VARYING BKR-BK-IDX FROM 1 BY 1
136700         UNTIL BKR-BK-IDX > BKR-BOOK-COUNT
136800             OR BKR-ABORTED.
136900     PERFORM 7200-WRITE-BANK-ITEM THRU 7200-EXIT
137000         VARYING BKR-BN-IDX FROM 1 BY 1
137100         UNTIL BKR-BN-IDX > BKR-BANK-COUNT
137200             OR BKR-ABORTED.
137300     IF NOT BKR-ABORTED
137400         MOVE SPACES TO RCN-CONTROL-RECORD
137500         MOVE "C"                TO RCN-C-RECORD-TYPE
137600         MOVE BKR-GL-THRU-DATE   TO RCN-C-GL-THRU-DATE
137700         MOVE BKR-NEW-STMT-DATE  TO RCN-C-STMT-DATE
137800         MOVE BKR-BANK-BALANCE   TO RCN-C-BANK-BALANCE
137900         MOVE BKR-LAST-MATCH     TO RCN-C-LAST-MATCH
138000         MOVE BKR-RUN-DATE       TO RCN-C-RUN-DATE
138100         PERFORM 7300-WRITE-RECON THRU 7300-EXIT
138200     END-IF.
138300 7000-EXIT.
138400     EXIT.

138500*****************************************************************
138600*    7100-WRITE-BOOK-ITEM                                       *
138700*****************************************************************
138800 7100-WRITE-BOOK-ITEM.
138900     MOVE SPACES TO RCN-RECORD.
139000     MOVE "K"                           TO RCN-RECORD-TYPE.
139100     MOVE BKR-BK-STATUS (BKR-BK-IDX)     TO RCN-STATUS.
139200     MOVE BKR-BK-DATE (BKR-BK-IDX)       TO RCN-ITEM-DATE.
139300     MOVE BKR-BK-AMOUNT (BKR-BK-IDX)     TO RCN-AMOUNT.
139400     MOVE BKR-BK-ACCOUNT (BKR-BK-IDX)    TO RCN-ACCOUNT.
139500     MOVE BKR-BK-BATCH (BKR-BK-IDX)      TO RCN-BATCH-NUMBER.
139600     MOVE BKR-BK-SEQ (BKR-BK-IDX)        TO RCN-TRAN-SEQ.
139700     MOVE BKR-BK-SLOT (BKR-BK-IDX)       TO RCN-SLOT.
139800     MOVE BKR-BK-MATCH (BKR-BK-IDX)      TO RCN-MATCH-NUMBER.
139900     MOVE BKR-BK-MATCH-DATE (BKR-BK-IDX) TO RCN-MATCH-DATE.
140000     MOVE ZEROS                         TO RCN-BOOKED-BATCH.
140100     PERFORM 7300-WRITE-RECON THRU 7300-EXIT.
140200 7100-EXIT.
140300     EXIT.

140400*****************************************************************
140500*    7200-WRITE-BANK-ITEM                                       *
140600*****************************************************************
140700 7200-WRITE-BANK-ITEM.
140800     MOVE SPACES TO RCN-RECORD.
140900     MOVE "B"                           TO RCN-RECORD-TYPE.
141000     MOVE BKR-BN-STATUS (BKR-BN-IDX)     TO RCN-STATUS.
141100     MOVE BKR-BN-DATE (BKR-BN-IDX)       TO RCN-ITEM-DATE.
141200     MOVE BKR-BN-AMOUNT (BKR-BN-IDX)     TO RCN-AMOUNT.
141300     MOVE ZEROS                         TO RCN-ACCOUNT.
141400     MOVE ZEROS                         TO RCN-BATCH-NUMBER.
141500     MOVE ZEROS                         TO RCN-TRAN-SEQ.
141600     MOVE ZEROS                         TO RCN-SLOT.
141700     MOVE BKR-BN-REFERENCE (BKR-BN-IDX)  TO RCN-REFERENCE.
141800     MOVE BKR-BN-DC (BKR-BN-IDX)         TO RCN-DEBIT-CREDIT.
141900     MOVE BKR-BN-DESCRIPTION (BKR-BN-IDX) TO RCN-DESCRIPTION.
142000     MOVE BKR-BN-MATCH (BKR-BN-IDX)      TO RCN-MATCH-NUMBER.
142100     MOVE BKR-BN-MATCH-DATE (BKR-BN-IDX) TO RCN-MATCH-DATE.
142200     MOVE BKR-BN-BOOKED (BKR-BN-IDX)     TO RCN-BOOKED-BATCH.
142300     PERFORM 7300-WRITE-RECON THRU 7300-EXIT.
142400 7200-EXIT.
142500     EXIT.

142600*****************************************************************
142700*    7300-WRITE-RECON                                           *
142800*****************************************************************
142900 7300-WRITE-RECON.
143000     WRITE RCN-RECORD.
143100     IF NOT BKR-NEWRECN-OK
143200         DISPLAY "BANKREC - WRITE FAILED ON NEWRECN, STATUS "
143300             BKR-NEWRECN-STATUS ", ABORTING RUN"
143400         MOVE 16 TO RETURN-CODE
143500         MOVE "Y" TO BKR-ABORT-SW
143600     END-IF.
143700 7300-EXIT.
143800     EXIT.

143900*****************************************************************
144000*    7500-PRINT-RECONCILIATION                                  *
144100*    THE PROOF: BANK BALANCE PLUS DEPOSITS IN TRANSIT PLUS      *
144200*    OUTSTANDING PAYMENTS (NEGATIVE) IS THE ADJUSTED BANK       *
144300*    BALANCE; BOOK BALANCE LESS THE OPEN BANK ITEMS THE BOOKS   *
144400*    HAVE NOT YET SEEN IS THE ADJUSTED BOOK BALANCE.  THE TWO   *
144500*    SHOULD AGREE.  A DIFFERENCE IS PRINTED FOR THE CASH DESK   *
144600*    TO INVESTIGATE BUT DOES NOT FAIL THE RUN -- THE MATCHES    *
144700*    MADE ARE STILL GOOD AND ARE KEPT.                          *
144800*****************************************************************
144900 7500-PRINT-RECONCILIATION.
145000     PERFORM 7510-TOTAL-BOOK-ITEM THRU 7510-EXIT
145100         VARYING BKR-BK-IDX FROM 1 BY 1
145200         UNTIL BKR-BK-IDX > BKR-BOOK-COUNT.
145300     PERFORM 7520-TOTAL-BANK-ITEM THRU 7520-EXIT
145400         VARYING BKR-BN-IDX FROM 1 BY 1
145500         UNTIL BKR-BN-IDX > BKR-BANK-COUNT.
145600     MOVE BKR-BANK-BALANCE TO BKR-ADJ-BANK.
145700     ADD BKR-DEP-TRANSIT   TO BKR-ADJ-BANK.
145800     ADD BKR-OUTSTANDING   TO BKR-ADJ-BANK.
145900     MOVE BKR-BOOK-BALANCE TO BKR-ADJ-BOOK.
146000     ADD BKR-BANK-CREDITS  TO BKR-ADJ-BOOK.
146100     ADD BKR-BANK-DEBITS   TO BKR-ADJ-BOOK.
146200     SUBTRACT BKR-ADJ-BOOK FROM BKR-ADJ-BANK
146300         GIVING BKR-DIFFERENCE.
146400     PERFORM 8000-PRINT-HEADINGS THRU 8000-EXIT.
146500     MOVE "BANK BALANCE PER STATEMENT" TO BSL-LABEL.
146600     MOVE BKR-BANK-BALANCE TO BSL-AMOUNT.
146700     PERFORM 8150-PRINT-SUMMARY THRU 8150-EXIT.
146800     MOVE "  DEPOSITS IN TRANSIT" TO BSL-LABEL.
146900     MOVE BKR-DEP-TRANSIT TO BSL-AMOUNT.
147000     PERFORM 8150-PRINT-SUMMARY THRU 8150-EXIT.
147100     MOVE "  OUTSTANDING PAYMENTS" TO BSL-LABEL.
147200     MOVE BKR-OUTSTANDING TO BSL-AMOUNT.
147300     PERFORM 8150-PRINT-SUMMARY THRU 8150-EXIT.
147400     MOVE "ADJUSTED BANK BALANCE" TO BSL-LABEL.
147500     MOVE BKR-ADJ-BANK TO BSL-AMOUNT.
147600     PERFORM 8150-PRINT-SUMMARY THRU 8150-EXIT.
147700     PERFORM 8250-PRINT-BLANK THRU 8250-EXIT.
147800     MOVE "BOOK BALANCE PER GLMASTER" TO BSL-LABEL.
147900     MOVE BKR-BOOK-BALANCE TO BSL-AMOUNT.
148000     PERFORM 8150-PRINT-SUMMARY THRU 8150-EXIT.
148100     MOVE "  BANK CREDITS NOT ON BOOKS" TO BSL-LABEL.
148200     MOVE BKR-BANK-CREDITS TO BSL-AMOUNT.
148300     PERFORM 8150-PRINT-SUMMARY THRU 8150-EXIT.
148400     MOVE "  BANK DEBITS NOT ON BOOKS" TO BSL-LABEL.
148500     MOVE BKR-BANK-DEBITS TO BSL-AMOUNT.
148600     PERFORM 8150-PRINT-SUMMARY THRU 8150-EXIT.
148700     MOVE "ADJUSTED BOOK BALANCE" TO BSL-LABEL.
148800     MOVE BKR-ADJ-BOOK TO BSL-AMOUNT.
148900     PERFORM 8150-PRINT-SUMMARY THRU 8150-EXIT.
149000     PERFORM 8250-PRINT-BLANK THRU 8250-EXIT.
149100     IF BKR-DIFFERENCE = ZEROS
149200         MOVE "RECONCILED -- NO DIFFERENCE" TO BSL-LABEL
149300     ELSE
149400         MOVE "*** UNRECONCILED DIFFERENCE ***" TO BSL-LABEL
149500         DISPLAY "BANKREC - UNRECONCILED DIFFERENCE OF "
149600             BKR-DIFFERENCE ", SEE REPORT"
149700     END-IF.
149800     MOVE BKR-DIFFERENCE TO BSL-AMOUNT.
149900     PERFORM 8150-PRINT-SUMMARY THRU 8150-EXIT.
150000     MOVE "DEPOSITS IN TRANSIT" TO BML-TEXT.
150100     PERFORM 7530-BOOK-SECTION THRU 7530-EXIT.
150200     PERFORM 7540-PRINT-TRANSIT THRU 7540-EXIT
150300         VARYING BKR-BK-IDX FROM 1 BY 1
150400         UNTIL BKR-BK-IDX > BKR-BOOK-COUNT.
150500     MOVE "OUTSTANDING PAYMENTS" TO BML-TEXT.
150600     PERFORM 7530-BOOK-SECTION THRU 7530-EXIT.
150700     PERFORM 7550-PRINT-OUTSTANDING THRU 7550-EXIT
150800         VARYING BKR-BK-IDX FROM 1 BY 1
150900         UNTIL BKR-BK-IDX > BKR-BOOK-COUNT.
151000     MOVE "BANK ITEMS NOT ON THE BOOKS" TO BML-TEXT.
151100     PERFORM 8250-PRINT-BLANK THRU 8250-EXIT.
151200     PERFORM 8200-PRINT-MESSAGE THRU 8200-EXIT.
151300     MOVE BKR-BANK-HEADING TO BKR-PRINT-AREA.
151400     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
151500     PERFORM 7560-PRINT-BANK-ITEM THRU 7560-EXIT
151600         VARYING BKR-BN-IDX FROM 1 BY 1
151700         UNTIL BKR-BN-IDX > BKR-BANK-COUNT.
151800     MOVE "ITEMS MATCHED THIS RUN" TO BML-TEXT.
151900     PERFORM 8250-PRINT-BLANK THRU 8250-EXIT.
152000     PERFORM 8200-PRINT-MESSAGE THRU 8200-EXIT.
152100     MOVE BKR-MATCH-HEADING TO BKR-PRINT-AREA.
152200     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
152300     PERFORM 7570-PRINT-MATCH THRU 7570-EXIT
152400         VARYING BKR-BN-IDX FROM 1 BY 1
152500         UNTIL BKR-BN-IDX > BKR-BANK-COUNT.
152600 7500-EXIT.
152700     EXIT.

152800*****************************************************************
152900*    7510-TOTAL-BOOK-ITEM                                       *
153000*****************************************************************
153100 7510-TOTAL-BOOK-ITEM.
153200     IF BKR-BK-OPEN (BKR-BK-IDX)
153300         IF BKR-BK-AMOUNT (BKR-BK-IDX) > 0
153400             ADD BKR-BK-AMOUNT (BKR-BK-IDX) TO BKR-DEP-TRANSIT
153500             ADD 1 TO BKR-TRANSIT-COUNT
153600         ELSE
153700             ADD BKR-BK-AMOUNT (BKR-BK-IDX) TO BKR-OUTSTANDING
153800             ADD 1 TO BKR-OUTSTAND-COUNT
153900         END-IF
154000     END-IF.
154100 7510-EXIT.
154200     EXIT.

154300*****************************************************************
154400*    7520-TOTAL-BANK-ITEM                                       *
154500*    AN OPEN BANK ITEM IS NOT IN THE BOOK BALANCE YET, EVEN     *
154600*    WHEN IT HAS BEEN BOOKED -- ITS BATCH HAS NOT POSTED.       *
154700*****************************************************************
154800 7520-TOTAL-BANK-ITEM.
154900     IF BKR-BN-OPEN (BKR-BN-IDX)
155000         ADD 1 TO BKR-BANK-OPEN-COUNT
155100         IF BKR-BN-AMOUNT (BKR-BN-IDX) > 0
155200             ADD BKR-BN-AMOUNT (BKR-BN-IDX) TO BKR-BANK-CREDITS
155300         ELSE
155400             ADD BKR-BN-AMOUNT (BKR-BN-IDX) TO BKR-BANK-DEBITS
155500         END-IF
155600     END-IF.
155700 7520-EXIT.
155800     EXIT.

155900*****************************************************************
156000*    7530-BOOK-SECTION                                          *
156100*****************************************************************
156200 7530-BOOK-SECTION.
156300     PERFORM 8250-PRINT-BLANK THRU 8250-EXIT.
156400     PERFORM 8200-PRINT-MESSAGE THRU 8200-EXIT.
156500     MOVE BKR-BOOK-HEADING TO BKR-PRINT-AREA.
156600     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
156700 7530-EXIT.
156800     EXIT.

156900*****************************************************************
157000*    7540-PRINT-TRANSIT                                         *
157100*****************************************************************
157200 7540-PRINT-TRANSIT.
157300     IF BKR-BK-OPEN (BKR-BK-IDX)
157400         AND BKR-BK-AMOUNT (BKR-BK-IDX) > 0
157500         PERFORM 7580-PRINT-BOOK-ITEM THRU 7580-EXIT
157600     END-IF.
157700 7540-EXIT.
157800     EXIT.

157900*****************************************************************
158000*    7550-PRINT-OUTSTANDING                                     *
158100*****************************************************************
158200 7550-PRINT-OUTSTANDING.
158300     IF BKR-BK-OPEN (BKR-BK-IDX)
158400         AND BKR-BK-AMOUNT (BKR-BK-IDX) < 0
158500         PERFORM 7580-PRINT-BOOK-ITEM THRU 7580-EXIT
158600     END-IF.
158700 7550-EXIT.
158800     EXIT.

158900*****************************************************************
159000*    7560-PRINT-BANK-ITEM                                       *
159100*****************************************************************
159200 7560-PRINT-BANK-ITEM.
159300     IF BKR-BN-OPEN (BKR-BN-IDX)
159400         MOVE ZEROS TO BKR-AGE-DAYS
159500         IF BKR-AS-OF-DAYS > BKR-BN-DAYS (BKR-BN-IDX)
159600             SUBTRACT BKR-BN-DAYS (BKR-BN-IDX) FROM BKR-AS-OF-DAYS
159700                 GIVING BKR-AGE-DAYS
159800         END-IF
159900         MOVE BKR-BN-DATE (BKR-BN-IDX)        TO BNL-DATE
160000         MOVE BKR-BN-REFERENCE (BKR-BN-IDX)   TO BNL-REFERENCE
160100         MOVE BKR-BN-DC (BKR-BN-IDX)          TO BNL-DC
160200         MOVE BKR-BN-AMOUNT (BKR-BN-IDX)      TO BNL-AMOUNT
160300         MOVE BKR-AGE-DAYS                    TO BNL-AGE
160400         MOVE BKR-BN-DESCRIPTION (BKR-BN-IDX) TO BNL-DESCRIPTION
160500         IF BKR-BN-BOOKED (BKR-BN-IDX) > 0
160600             MOVE BKR-BN-BOOKED (BKR-BN-IDX) TO BBT-BATCH
160700             MOVE BKR-BOOKED-TEXT TO BNL-STATUS
160800         ELSE
160900             IF BKR-BN-TOO-LARGE (BKR-BN-IDX)
161000                 MOVE "TOO LARGE TO BOOK - KEY MANUALLY"
161100                     TO BNL-STATUS
161200             ELSE
161300                 MOVE "NOT BOOKED" TO BNL-STATUS
161400             END-IF
161500         END-IF
161600         MOVE BKR-BANK-LINE TO BKR-PRINT-AREA
161700         PERFORM 8100-PRINT-LINE THRU 8100-EXIT
161800     END-IF.
161900 7560-EXIT.
162000     EXIT.

162100*****************************************************************
162200*    7570-PRINT-MATCH                                           *
162300*    ONE LINE PER PAIR MATCHED THIS RUN, BANK SIDE FIRST WITH   *
162400*    THE BOOK POSTING IT WAS MATCHED TO.                        *
162500*****************************************************************
162600 7570-PRINT-MATCH.
162700     IF BKR-BN-MATCHED (BKR-BN-IDX)
162800         MOVE BKR-BN-MATCH (BKR-BN-IDX)     TO BXL-MATCH
162900         MOVE BKR-BN-DATE (BKR-BN-IDX)      TO BXL-BANK-DATE
163000         MOVE BKR-BN-REFERENCE (BKR-BN-IDX) TO BXL-REFERENCE
163100         MOVE BKR-BN-AMOUNT (BKR-BN-IDX)    TO BXL-AMOUNT
163200         PERFORM 7575-FIND-BOOK-SIDE THRU 7575-EXIT
163300             VARYING BKR-BK-IDX FROM 1 BY 1
163400             UNTIL BKR-BK-IDX > BKR-BOOK-COUNT
163500         MOVE BKR-MATCH-LINE TO BKR-PRINT-AREA
163600         PERFORM 8100-PRINT-LINE THRU 8100-EXIT
163700     END-IF.
163800 7570-EXIT.
163900     EXIT.

164000*****************************************************************
164100*    7575-FIND-BOOK-SIDE                                        *
164200*****************************************************************
164300 7575-FIND-BOOK-SIDE.
164400     IF BKR-BK-MATCHED (BKR-BK-IDX)
164500         AND BKR-BK-MATCH (BKR-BK-IDX) = BKR-BN-MATCH (BKR-BN-IDX)
164600         MOVE BKR-BK-DATE (BKR-BK-IDX)  TO BXL-BOOK-DATE
164700         MOVE BKR-BK-BATCH (BKR-BK-IDX) TO BXL-BATCH
164800         MOVE BKR-BK-SEQ (BKR-BK-IDX)   TO BXL-SEQ
164900     END-IF.
165000 7575-EXIT.
165100     EXIT.

165200*****************************************************************
165300*    7580-PRINT-BOOK-ITEM                                       *
165400*****************************************************************
165500 7580-PRINT-BOOK-ITEM.
165600     MOVE ZEROS TO BKR-AGE-DAYS.
165700     IF BKR-AS-OF-DAYS > BKR-BK-DAYS (BKR-BK-IDX)
165800         SUBTRACT BKR-BK-DAYS (BKR-BK-IDX) FROM BKR-AS-OF-DAYS
165900             GIVING BKR-AGE-DAYS
166000     END-IF.
166100     MOVE BKR-BK-DATE (BKR-BK-IDX)    TO BBL-DATE.
166200     MOVE BKR-BK-BATCH (BKR-BK-IDX)   TO BBL-BATCH.
166300     MOVE BKR-BK-SEQ (BKR-BK-IDX)     TO BBL-SEQ.
166400     MOVE BKR-BK-SLOT (BKR-BK-IDX)    TO BBL-SLOT.
166500     MOVE BKR-BK-ACCOUNT (BKR-BK-IDX) TO BBL-ACCOUNT.
166600     MOVE BKR-BK-AMOUNT (BKR-BK-IDX)  TO BBL-AMOUNT.
166700     MOVE BKR-AGE-DAYS                TO BBL-AGE.
166800     MOVE BKR-BOOK-LINE TO BKR-PRINT-AREA.
166900     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
167000 7580-EXIT.
167100     EXIT.

167200*****************************************************************
167300*    8000-PRINT-HEADINGS                                        *
167400*****************************************************************
167500 8000-PRINT-HEADINGS.
167600     ADD 1 TO BKR-PAGE-COUNT.
167700     MOVE BKR-RUN-DATE     TO BH1-RUN-DATE.
167800     MOVE BKR-PAGE-COUNT   TO BH1-PAGE.
167900     MOVE BKR-AS-OF-DATE   TO BH2-AS-OF.
168000     MOVE BKR-ACCTG-PERIOD TO BH2-PERIOD.
168100     MOVE BKR-TOLERANCE    TO BH2-TOLERANCE.
168200     PERFORM 8010-HEADING-ACCOUNT THRU 8010-EXIT
168300         VARYING BKR-CASH-SUB FROM 1 BY 1
168400         UNTIL BKR-CASH-SUB > 4.
168500     WRITE RPT-RECORD FROM BKR-HEADING-1.
168600     WRITE RPT-RECORD FROM BKR-HEADING-2.
168700     MOVE SPACES TO RPT-RECORD.
168800     WRITE RPT-RECORD.
168900     MOVE 3 TO BKR-LINE-COUNT.
169000 8000-EXIT.
169100     EXIT.

169200*****************************************************************
169300*    8010-HEADING-ACCOUNT                                       *
169400*****************************************************************
169500 8010-HEADING-ACCOUNT.
169600     IF BKR-CASH-SUB > BKR-CASH-COUNT
169700         MOVE ZEROS TO BH2-ACCT (BKR-CASH-SUB)
169800     ELSE
169900         MOVE BKR-CASH-ACCOUNT (BKR-CASH-SUB)
170000             TO BH2-ACCT (BKR-CASH-SUB)
170100     END-IF.
170200 8010-EXIT.
170300     EXIT.

170400*****************************************************************
170500*    8100-PRINT-LINE                                            *
170600*****************************************************************
170700 8100-PRINT-LINE.
170800     IF BKR-RPT-OK
170900         IF BKR-LINE-COUNT >= BKR-LINES-PER-PAGE
171000             PERFORM 8000-PRINT-HEADINGS THRU 8000-EXIT
171100         END-IF
171200         WRITE RPT-RECORD FROM BKR-PRINT-AREA
171300         ADD 1 TO BKR-LINE-COUNT
171400     END-IF.
171500 8100-EXIT.
171600     EXIT.

171700*****************************************************************
171800*    8150-PRINT-SUMMARY                                         *
171900*****************************************************************
172000 8150-PRINT-SUMMARY.
172100     MOVE BKR-SUMMARY-LINE TO BKR-PRINT-AREA.
172200     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
172300 8150-EXIT.
172400     EXIT.

172500*****************************************************************
172600*    8200-PRINT-MESSAGE                                         *
172700*****************************************************************
172800 8200-PRINT-MESSAGE.
172900     MOVE BKR-MESSAGE-LINE TO BKR-PRINT-AREA.
173000     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
173100 8200-EXIT.
173200     EXIT.

173300*****************************************************************
173400*    8250-PRINT-BLANK                                           *
173500*****************************************************************
173600 8250-PRINT-BLANK.
173700     MOVE SPACES TO BKR-PRINT-AREA.
173800     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
173900 8250-EXIT.
174000     EXIT.

174100*****************************************************************
174200*    8300-DATE-TO-DAYS                                          *
174300*    CONVERTS BKR-DTD-DATE (YYYYMMDD) TO A DAY SERIAL IN        *
174400*    BKR-DTD-DAYS USING THE 1461/306001 CALENDAR FORMULA.       *
174500*****************************************************************
174600 8300-DATE-TO-DAYS.
174700     IF BKR-DTD-MONTH > 2
174800         MOVE BKR-DTD-YEAR TO BKR-DTD-WORK-YEAR
174900         ADD 1 BKR-DTD-MONTH GIVING BKR-DTD-WORK-MONTH
175000     ELSE
175100         SUBTRACT 1 FROM BKR-DTD-YEAR GIVING BKR-DTD-WORK-YEAR
175200         ADD 13 BKR-DTD-MONTH GIVING BKR-DTD-WORK-MONTH
175300     END-IF.
175400     MULTIPLY BKR-DTD-WORK-YEAR BY 1461 GIVING BKR-DTD-TERM1.
175500     DIVIDE BKR-DTD-TERM1 BY 4 GIVING BKR-DTD-TERM1.
175600     MULTIPLY BKR-DTD-WORK-MONTH BY 306001 GIVING BKR-DTD-TERM2.
175700     DIVIDE BKR-DTD-TERM2 BY 10000 GIVING BKR-DTD-TERM2.
175800     MOVE BKR-DTD-TERM1 TO BKR-DTD-DAYS.
175900     ADD BKR-DTD-TERM2  TO BKR-DTD-DAYS.
176000     ADD BKR-DTD-DAY    TO BKR-DTD-DAYS.
176100 8300-EXIT.
176200     EXIT.

176300*****************************************************************
176400*    8400-CHECK-CASH-ACCOUNT                                    *
176500*    SETS BKR-CASH-FOUND WHEN BKR-TEST-ACCOUNT IS ONE OF THE    *
176600*    CARD'S CASH ACCOUNTS.                                      *
176700*****************************************************************
176800 8400-CHECK-CASH-ACCOUNT.
176900     MOVE "N" TO BKR-CASH-FOUND-SW.
177000     PERFORM 8410-COMPARE-CASH THRU 8410-EXIT
177100         VARYING BKR-CASH-SUB FROM 1 BY 1
177200         UNTIL BKR-CASH-SUB > BKR-CASH-COUNT
177300             OR BKR-CASH-FOUND.
177400 8400-EXIT.
177500     EXIT.

177600*****************************************************************
177700*    8410-COMPARE-CASH                                          *
177800*****************************************************************
177900 8410-COMPARE-CASH.
178000     IF BKR-CASH-ACCOUNT (BKR-CASH-SUB) = BKR-TEST-ACCOUNT
178100         MOVE "Y" TO BKR-CASH-FOUND-SW
178200     END-IF.
178300 8410-EXIT.
178400     EXIT.

178500*****************************************************************
178600*    9000-TERMINATE                                             *
178700*****************************************************************
178800 9000-TERMINATE.
178900     IF BKR-RPT-OK
179000         PERFORM 9100-PRINT-TOTALS THRU 9100-EXIT
179100         CLOSE REPORT-FILE
179200     END-IF.
179300     IF BKR-STMT-OK OR BKR-STMT-ENDED
179400         CLOSE STMT-FILE
179500     END-IF.
179600     IF BKR-RECN-OK OR BKR-RECN-ENDED
179700         CLOSE RECN-FILE
179800     END-IF.
179900     IF BKR-NEWRECN-OK
180000         CLOSE NEWRECN-FILE
180100     END-IF.
180200     IF BKR-GL-OK OR BKR-GL-ENDED
180300         CLOSE GL-FILE
180400     END-IF.
180500     IF BKR-GLM-OK OR BKR-GLM-ENDED
180600         CLOSE GLM-FILE
180700     END-IF.
180800     IF BKR-CAL-OK OR BKR-CAL-NOTFND
180900         CLOSE CAL-FILE
181000     END-IF.
181100     IF BKR-COA-OK OR BKR-COA-NOTFND
181200         CLOSE COA-FILE
181300     END-IF.
181400     IF BKR-TRAN-OK
181500         CLOSE TRAN-FILE
181600     END-IF.
181700     IF RETURN-CODE = 0
181800         DISPLAY "BANKREC - " BKR-MATCH-COUNT " MATCHED, "
181900             BKR-TRANSIT-COUNT " IN TRANSIT, " BKR-OUTSTAND-COUNT
182000             " OUTSTANDING, " BKR-BANK-OPEN-COUNT
182100             " BANK ITEMS OPEN"
182200     ELSE
182300         DISPLAY "BANKREC - RUN FAILED, DO NOT SHIP BANKTRAN OR "
182400             "REPLACE BANKRECN"
182500     END-IF.
182600     PERFORM 9300-WRITE-RUN-STATUS THRU 9300-EXIT.
182700 9000-EXIT.
182800     EXIT.

182900*****************************************************************
183000*    9100-PRINT-TOTALS                                          *
183100*****************************************************************
183200 9100-PRINT-TOTALS.
183300     IF BKR-PAGE-COUNT = 0
183400         PERFORM 8000-PRINT-HEADINGS THRU 8000-EXIT
183500     END-IF.
183600     MOVE SPACES TO RPT-RECORD.
183700     WRITE RPT-RECORD.
183800     IF BKR-ABORTED
183900         MOVE SPACES TO BKR-MESSAGE-LINE
184000         MOVE "RUN FAILED - SEE JOB LOG" TO BML-TEXT
184100         WRITE RPT-RECORD FROM BKR-MESSAGE-LINE
184200     END-IF.
184300     MOVE SPACES TO BKR-TOTAL-LINE.
184400     MOVE "STATEMENT RECORDS READ ..." TO BTL-LABEL.
184500     MOVE BKR-STMT-COUNT TO BTL-COUNT.
184600     WRITE RPT-RECORD FROM BKR-TOTAL-LINE.
184700     MOVE SPACES TO BKR-TOTAL-LINE.
184800     MOVE "NEW CASH POSTINGS ........" TO BTL-LABEL.
184900     MOVE BKR-NEW-BOOK-COUNT TO BTL-COUNT.
185000     WRITE RPT-RECORD FROM BKR-TOTAL-LINE.
185100     MOVE SPACES TO BKR-TOTAL-LINE.
185200     MOVE "ITEMS MATCHED THIS RUN ..." TO BTL-LABEL.
185300     MOVE BKR-MATCH-COUNT TO BTL-COUNT.
185400     WRITE RPT-RECORD FROM BKR-TOTAL-LINE.
185500     MOVE SPACES TO BKR-TOTAL-LINE.
185600     MOVE "DEPOSITS IN TRANSIT ......" TO BTL-LABEL.
185700     MOVE BKR-TRANSIT-COUNT TO BTL-COUNT.
185800     WRITE RPT-RECORD FROM BKR-TOTAL-LINE.
185900     MOVE SPACES TO BKR-TOTAL-LINE.
186000     MOVE "OUTSTANDING PAYMENTS ....." TO BTL-LABEL.
186100     MOVE BKR-OUTSTAND-COUNT TO BTL-COUNT.
186200     WRITE RPT-RECORD FROM BKR-TOTAL-LINE.
186300     MOVE SPACES TO BKR-TOTAL-LINE.
186400     MOVE "BANK ITEMS NOT ON BOOKS .." TO BTL-LABEL.
186500     MOVE BKR-BANK-OPEN-COUNT TO BTL-COUNT.
186600     WRITE RPT-RECORD FROM BKR-TOTAL-LINE.
186700     MOVE SPACES TO BKR-TOTAL-LINE.
186800     MOVE "BANK ITEMS BOOKED ........" TO BTL-LABEL.
186900     MOVE BKR-BOOKED-COUNT TO BTL-COUNT.
187000     WRITE RPT-RECORD FROM BKR-TOTAL-LINE.
187100     MOVE SPACES TO BKR-TOTAL-LINE.
187200     MOVE "TOO LARGE TO BOOK ........" TO BTL-LABEL.
187300     MOVE BKR-TOO-LARGE-COUNT TO BTL-COUNT.
187400     WRITE RPT-RECORD FROM BKR-TOTAL-LINE.
187500 9100-EXIT.
187600     EXIT.

187700*****************************************************************
187800*    9300-WRITE-RUN-STATUS                                      *
187900*    APPENDS THIS STEP'S COMPLETION RECORD TO THE COMMON        *
188000*    RUN-STATUS LOG THE DAY-END OPERATIONS SUMMARY READS.  THE  *
188100*    CONTROL TOTAL IS THE UNRECONCILED DIFFERENCE.  A LOG THAT  *
188200*    CANNOT BE WRITTEN ONLY WARNS -- THE STEP'S OWN WORK        *
188300*    STANDS.                                                    *
188400*****************************************************************
188500 9300-WRITE-RUN-STATUS.
188600     OPEN EXTEND RUNSTAT-FILE.
188700     IF BKR-RUNSTAT-OK
188800         ACCEPT BKR-STAMP-DATE FROM DATE YYYYMMDD
188900         ACCEPT BKR-STAMP-TIME FROM TIME
189000         MOVE "BANKREC" TO RS-PROGRAM
189100         MOVE BKR-BATCH-NUMBER TO RS-BATCH-NUMBER
189200         MOVE BKR-AS-OF-DATE TO RS-BUSINESS-DATE
189300         MOVE BKR-STMT-COUNT TO RS-READ-COUNT
189400         MOVE BKR-MATCH-COUNT TO RS-ACCEPT-COUNT
189500         MOVE BKR-BANK-OPEN-COUNT TO RS-REJECT-COUNT
189600         MOVE BKR-DIFFERENCE TO RS-CONTROL-TOTAL
189700         MOVE RETURN-CODE TO RS-RETURN-CODE
189800         MOVE BKR-STAMP-DATE TO RS-RUN-DATE
189900         MOVE BKR-STAMP-TIME TO RS-RUN-TIME
190000         WRITE RS-RECORD
190100         CLOSE RUNSTAT-FILE
190200     ELSE
190300         DISPLAY "BANKREC - UNABLE TO OPEN RUNSTAT, STATUS "
190400             BKR-RUNSTAT-STATUS
190500             ", RUN-STATUS RECORD NOT WRITTEN"
190600     END-IF.
190700 9300-EXIT.
190800     EXIT.
