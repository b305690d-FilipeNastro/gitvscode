000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    FEEDIN.
000300 AUTHOR.        J H MERCER.
000400 INSTALLATION.  GENERAL ACCOUNTING - BATCH SYSTEMS.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*    FEEDIN                                                     *
001000*                                                               *
001100*    DEPARTMENT FEEDER INTAKE.  THE FEEDER DESKS USED TO KEY    *
001200*    TRANFIL BY HAND -- HEADER, DETAILS WITH FIXED-POSITION     *
001300*    TRAILING-SIGN OPERANDS, AND A TRAILER WHOSE COUNT AND      *
001400*    HASH THEY ADDED UP THEMSELVES -- AND ONE BAD HASH FAILED   *
001500*    THE WHOLE BATCH IN ADDNUMBERS.  THIS PROGRAM TAKES A       *
001600*    DEPARTMENT'S COMMA-DELIMITED JOURNAL FILE INSTEAD, ONE     *
001700*    ENTRY PER LINE:                                            *
001800*                                                               *
001900*        DEPT,YYYYMMDD,OP,ACCOUNT,AMOUNT,ACCOUNT,AMOUNT,...     *
002000*                                                               *
002100*    AMOUNTS ARE PLAIN DECIMALS WITH AN OPTIONAL LEADING SIGN   *
002200*    AND UP TO TWO DECIMAL PLACES (-1250.00, 310.5, +75).       *
002300*    QUOTES AROUND A FIELD ARE DROPPED AND BLANK LINES ARE      *
002400*    SKIPPED.  EVERY LINE IS EDITED BEFORE THE NIGHTLY RUN      *
002500*    SEES IT -- DEPARTMENT AND DATE AGAINST THE CONTROL CARD,   *
002600*    THE DATE AGAINST THE POSTING CALENDAR'S OPEN PERIODS,      *
002700*    EACH ACCOUNT AGAINST THE CHART OF ACCOUNTS, AND THE        *
002800*    OP CODE, PAIR COUNT AND AMOUNTS BY THE SAME RULES          *
002900*    ADDNUMBERS APPLIES.  CLEAN LINES ARE WRITTEN AS ONE        *
003000*    COMPLETE TRANFIL BATCH UNDER A BATCH NUMBER NOT YET ON     *
003100*    THE PROCESSED-BATCH REGISTER, WITH THE TRAILER COUNT AND   *
003200*    HASH COMPUTED HERE.  BAD LINES ARE LEFT OUT OF THE BATCH   *
003300*    AND PRINTED ON AN ERROR LISTING -- LINE NUMBER, REASON     *
003400*    AND THE LINE AS RECEIVED -- THAT GOES BACK TO THE          *
003500*    DEPARTMENT TO CORRECT AND RESEND, SO THEY ARE FIXED AT     *
003600*    THE SOURCE RATHER THAN IN SUSPENSE.                        *
003700*                                                               *
003800*    MODIFICATION HISTORY                                      *
003900*    DATE       INIT  DESCRIPTION                               *
004000*    10/15/26   JHM   ORIGINAL PROGRAM.                         *
004100*                                                               *
004200*****************************************************************
004300 ENVIRONMENT DIVISION.
004400 CONFIGURATION SECTION.
004500 SOURCE-COMPUTER.   IBM-370.
004600 OBJECT-COMPUTER.   IBM-370.
004700 INPUT-OUTPUT SECTION.
004800 FILE-CONTROL.
004900     SELECT FEED-FILE ASSIGN TO FEEDFILE
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS FDI-FEED-STATUS.
005200     SELECT CTL-FILE ASSIGN TO FDCTL
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS FDI-CTL-STATUS.
005500     SELECT CAL-FILE ASSIGN TO CALFILE
005600         ORGANIZATION IS INDEXED
005700         ACCESS MODE IS RANDOM
005800         RECORD KEY IS CAL-BUSINESS-DATE
005900         FILE STATUS IS FDI-CAL-STATUS.
006000     SELECT COA-FILE ASSIGN TO COAFILE
006100         ORGANIZATION IS INDEXED
006200         ACCESS MODE IS RANDOM
006300         RECORD KEY IS CA-ACCOUNT
006400         FILE STATUS IS FDI-COA-STATUS.
006500     SELECT BREG-FILE ASSIGN TO BREGFILE
006600         ORGANIZATION IS INDEXED
006700         ACCESS MODE IS RANDOM
006800         RECORD KEY IS BRG-BATCH-NUMBER
006900         FILE STATUS IS FDI-BREG-STATUS.
007000     SELECT TRAN-FILE ASSIGN TO FEEDTRAN
007100         ORGANIZATION IS SEQUENTIAL
007200         FILE STATUS IS FDI-TRAN-STATUS.
007300     SELECT REPORT-FILE ASSIGN TO RPTFILE
007400         ORGANIZATION IS SEQUENTIAL
007500         FILE STATUS IS FDI-RPT-STATUS.
007600     SELECT RUNSTAT-FILE ASSIGN TO RUNSTAT
007700         ORGANIZATION IS SEQUENTIAL
007800         FILE STATUS IS FDI-RUNSTAT-STATUS.

007900 DATA DIVISION.
008000 FILE SECTION.
008100 FD  FEED-FILE
008200     RECORDING MODE IS F
008300     RECORD CONTAINS 256 CHARACTERS
008400     LABEL RECORDS ARE STANDARD.
008500 01  FEED-RECORD                     PIC X(256).

008600 FD  CTL-FILE
008700     RECORDING MODE IS F
008800     RECORD CONTAINS 80 CHARACTERS
008900     LABEL RECORDS ARE STANDARD.
009000 COPY FDCTLREC.

009100 FD  CAL-FILE
009200     RECORDING MODE IS F
009300     RECORD CONTAINS 80 CHARACTERS
009400     LABEL RECORDS ARE STANDARD.
009500 COPY CALREC.

009600 FD  COA-FILE
009700     RECORDING MODE IS F
009800     RECORD CONTAINS 80 CHARACTERS
009900     LABEL RECORDS ARE STANDARD.
010000 COPY COAREC.

010100 FD  BREG-FILE
010200     RECORDING MODE IS F
010300     RECORD CONTAINS 80 CHARACTERS
010400     LABEL RECORDS ARE STANDARD.
010500 COPY BREGREC.

010600 FD  TRAN-FILE
010700     RECORDING MODE IS F
010800     RECORD CONTAINS 210 CHARACTERS
010900     LABEL RECORDS ARE STANDARD.
011000 COPY TRANREC.

011100 FD  REPORT-FILE
011200     RECORDING MODE IS F
011300     RECORD CONTAINS 133 CHARACTERS
011400     LABEL RECORDS ARE STANDARD.
011500 01  RPT-RECORD                      PIC X(133).

011600 FD  RUNSTAT-FILE
011700     RECORDING MODE IS F
011800     RECORD CONTAINS 80 CHARACTERS
011900     LABEL RECORDS ARE STANDARD.
012000 COPY RUNSTREC.

012100 WORKING-STORAGE SECTION.
012200*****************************************************************
012300*    WORKING STORAGE                                            *
012400*****************************************************************
012500 01  FDI-SWITCHES.
012600     05  FDI-RUNSTAT-STATUS      PIC X(02) VALUE ZEROS.
012700         88  FDI-RUNSTAT-OK      VALUE "00".
012800     05  FDI-FEED-STATUS         PIC X(02) VALUE ZEROS.
012900         88  FDI-FEED-OK         VALUE "00".
013000         88  FDI-FEED-ENDED      VALUE "10".
013100     05  FDI-CTL-STATUS          PIC X(02) VALUE ZEROS.
013200         88  FDI-CTL-OK          VALUE "00".
013300     05  FDI-CAL-STATUS          PIC X(02) VALUE ZEROS.
013400         88  FDI-CAL-OK          VALUE "00".
013500         88  FDI-CAL-NOTFND      VALUE "23".
013600     05  FDI-COA-STATUS          PIC X(02) VALUE ZEROS.
013700         88  FDI-COA-OK          VALUE "00".
013800         88  FDI-COA-NOTFND      VALUE "23".
013900     05  FDI-BREG-STATUS         PIC X(02) VALUE ZEROS.
014000         88  FDI-BREG-OK         VALUE "00".
014100         88  FDI-BREG-NOTFND     VALUE "23".
014200     05  FDI-TRAN-STATUS         PIC X(02) VALUE ZEROS.
014300         88  FDI-TRAN-OK         VALUE "00".
014400     05  FDI-RPT-STATUS          PIC X(02) VALUE ZEROS.
014500         88  FDI-RPT-OK          VALUE "00".
014600     05  FDI-EOF-SW              PIC X(01) VALUE "N".
014700         88  FDI-EOF             VALUE "Y".
014800     05  FDI-HDR-WRITTEN-SW      PIC X(01) VALUE "N".
014900         88  FDI-HDR-WRITTEN     VALUE "Y".
015000     05  FDI-BATCH-FREE-SW       PIC X(01) VALUE "N".
015100         88  FDI-BATCH-FREE      VALUE "Y".
015200     05  FDI-LONG-SW             PIC X(01) VALUE "N".
015300         88  FDI-LONG-FIELD      VALUE "Y".
015400     05  FDI-RSN-FOUND-SW        PIC X(01) VALUE "N".
015500         88  FDI-RSN-FOUND       VALUE "Y".

015600 01  FDI-CONTROLS.
015700     05  FDI-BUSINESS-DATE       PIC 9(08) VALUE ZEROS.
015800     05  FDI-CARD-BATCH          PIC 9(06) VALUE ZEROS.
015900     05  FDI-BATCH-NUMBER        PIC 9(06) VALUE ZEROS.
016000     05  FDI-DEPARTMENT          PIC X(04) VALUE SPACES.
016100     05  FDI-ACCTG-PERIOD        PIC 9(06) VALUE ZEROS.
016200     05  FDI-RUN-DATE            PIC 9(08) VALUE ZEROS.

016300 01  FDI-COUNTERS.
016400     05  FDI-LINE-NUMBER         PIC 9(07) VALUE ZEROS.
016500     05  FDI-BLANK-COUNT         PIC 9(07) VALUE ZEROS.
016600     05  FDI-ACCEPT-COUNT        PIC 9(07) VALUE ZEROS.
016700     05  FDI-RETURN-COUNT        PIC 9(07) VALUE ZEROS.
016800     05  FDI-BATCH-HASH          PIC S9(11)V99 VALUE ZEROS.

016900*****************************************************************
017000*    AMOUNT LIMITS -- THE SAME RANGE ADDNUMBERS ENFORCES, SO A  *
017100*    LINE ACCEPTED HERE IS NOT SENT TO SUSPENSE FOR RANGE.      *
017200*****************************************************************
017300 01  FDI-LIMITS.
017400     05  FDI-MAX-AMOUNT          PIC S9(9)V99 VALUE 99999999.99.
017500     05  FDI-MIN-AMOUNT          PIC S9(9)V99 VALUE -99999999.99.

017600*****************************************************************
017700*    FDI-LINE HOLDS THE LINE AS RECEIVED.  THE CHARACTER VIEW   *
017800*    DRIVES THE FIELD SPLIT; THE TWO HALVES ARE PRINTED UNDER   *
017900*    THE REASON ON THE ERROR LISTING.                           *
018000*****************************************************************
018100 01  FDI-LINE                    PIC X(256).
018200 01  FDI-LINE-CHARS REDEFINES FDI-LINE.
018300     05  FDI-LINE-CHAR           OCCURS 256 TIMES
018400                                 PIC X(01).
018500 01  FDI-LINE-PARTS REDEFINES FDI-LINE.
018600     05  FDI-LINE-PART-1         PIC X(128).
018700     05  FDI-LINE-PART-2         PIC X(128).

018800*****************************************************************
018900*    FDI-FIELD-TABLE RECEIVES THE LINE'S COMMA-SEPARATED        *
019000*    FIELDS, LEADING SPACES AND QUOTES DROPPED.  23 FIELDS IS   *
019100*    DEPARTMENT, DATE, OP CODE AND TEN ACCOUNT/AMOUNT PAIRS.    *
019200*    FDI-LAST-FIELD IS THE LAST FIELD WITH ANYTHING IN IT, SO   *
019300*    TRAILING EMPTY COLUMNS FROM A SPREADSHEET DO NOT COUNT.    *
019400*    THE REDEFINITIONS GIVE THE FIXED-WIDTH VIEWS THE EDITS     *
019500*    TEST -- AN 8-DIGIT DATE OR ACCOUNT, A 4-CHARACTER          *
019600*    DEPARTMENT, A 1-CHARACTER OP CODE -- EACH FOLLOWED BY      *
019700*    THE REST OF THE FIELD, WHICH MUST BE BLANK.                *
019800*****************************************************************
019900 01  FDI-SPLIT-FIELDS.
020000     05  FDI-FIELD-COUNT         PIC 9(03) VALUE ZEROS.
020100     05  FDI-FIELD-LEN           PIC 9(03) VALUE ZEROS.
020200     05  FDI-LAST-FIELD          PIC 9(03) VALUE ZEROS.
020300     05  FDI-LONG-FIELD-NO       PIC 9(03) VALUE ZEROS.
020400     05  FDI-LINE-SUB            PIC 9(03) VALUE ZEROS.
020500     05  FDI-SCAN-CHAR           PIC X(01) VALUE SPACE.

020600 01  FDI-FIELD-TABLE.
020700     05  FDI-FIELD               OCCURS 23 TIMES.
020800         10  FDI-FLD-TEXT        PIC X(20).
020900         10  FDI-FLD-CHARS REDEFINES FDI-FLD-TEXT.
021000             15  FDI-FLD-CHAR    OCCURS 20 TIMES
021100                                 PIC X(01).
021200         10  FDI-FLD-EIGHT REDEFINES FDI-FLD-TEXT.
021300             15  FDI-FLD-DIGITS  PIC 9(08).
021400             15  FDI-FLD-EIGHT-REST
021500                                 PIC X(12).
021600         10  FDI-FLD-FOUR REDEFINES FDI-FLD-TEXT.
021700             15  FDI-FLD-CODE    PIC X(04).
021800             15  FDI-FLD-FOUR-REST
021900                                 PIC X(16).
022000         10  FDI-FLD-ONE REDEFINES FDI-FLD-TEXT.
022100             15  FDI-FLD-OP      PIC X(01).
022200                 88  FDI-FLD-OP-VALID
022300                                 VALUE "A" "S" "M" "D" "J".
022400             15  FDI-FLD-ONE-REST
022500                                 PIC X(19).

022600*****************************************************************
022700*    EDIT WORK FIELDS.  FDI-ERROR-PAIR IS THE ACCOUNT/AMOUNT    *
022800*    PAIR THE FIRST ERROR WAS FOUND IN (ZERO WHEN THE ERROR IS  *
022900*    IN THE DEPARTMENT, DATE OR OP CODE, OR IN THE LINE AS A    *
023000*    WHOLE).                                                    *
023100*****************************************************************
023200 01  FDI-EDIT-FIELDS.
023300     05  FDI-REASON-CODE         PIC X(02) VALUE SPACES.
023400     05  FDI-REASON-TEXT         PIC X(40) VALUE SPACES.
023500     05  FDI-ERROR-PAIR          PIC 9(02) VALUE ZEROS.
023600     05  FDI-PAIR-FIELDS         PIC 9(03) VALUE ZEROS.
023700     05  FDI-PAIR-COUNT          PIC 9(03) VALUE ZEROS.
023800     05  FDI-PAIR-REM            PIC 9(01) VALUE ZEROS.
023900     05  FDI-PAIR-SUB            PIC 9(02) VALUE ZEROS.
024000     05  FDI-ACCT-FLD            PIC 9(02) VALUE ZEROS.
024100     05  FDI-AMT-FLD             PIC 9(02) VALUE ZEROS.
024200     05  FDI-JE-NET              PIC S9(11)V99 VALUE ZEROS.
024300     05  FDI-RSN-SUB             PIC 9(02) VALUE ZEROS.

024400*****************************************************************
024500*    AMOUNT CONVERSION.  THE FIELD IS SCANNED ONE CHARACTER AT  *
024600*    A TIME: LEADING SPACES, AN OPTIONAL SIGN, DIGITS, AN       *
024700*    OPTIONAL POINT AND AT MOST TWO MORE DIGITS, THEN ONLY      *
024800*    SPACES.  THE DIGITS ARE GATHERED AS A WHOLE NUMBER OF      *
024900*    CENTS IN FDI-AMT-WORK.  MORE THAN NINE SIGNIFICANT         *
025000*    DIGITS BEFORE THE POINT IS AN OUT-OF-RANGE AMOUNT.         *
025100*****************************************************************
025200 01  FDI-AMOUNT-FIELDS.
025300     05  FDI-AMT-CHAR            PIC X(01) VALUE SPACE.
025400     05  FDI-AMT-DIGIT REDEFINES FDI-AMT-CHAR
025500                                 PIC 9(01).
025600     05  FDI-AMT-PHASE           PIC X(01) VALUE "S".
025700         88  FDI-AMT-START       VALUE "S".
025800         88  FDI-AMT-SIGNED      VALUE "G".
025900         88  FDI-AMT-IN-INTEGER  VALUE "I".
026000         88  FDI-AMT-IN-FRACTION VALUE "F".
026100         88  FDI-AMT-DONE        VALUE "E".
026200     05  FDI-AMT-OK-SW           PIC X(01) VALUE "Y".
026300         88  FDI-AMT-OK          VALUE "Y".
026400     05  FDI-AMT-BIG-SW          PIC X(01) VALUE "N".
026500         88  FDI-AMT-BIG         VALUE "Y".
026600     05  FDI-AMT-NEG-SW          PIC X(01) VALUE "N".
026700         88  FDI-AMT-NEGATIVE    VALUE "Y".
026800     05  FDI-CHR-SUB             PIC 9(02) VALUE ZEROS.
026900     05  FDI-DIGIT-COUNT         PIC 9(02) VALUE ZEROS.
027000     05  FDI-INT-DIGITS          PIC 9(02) VALUE ZEROS.
027100     05  FDI-DEC-DIGITS          PIC 9(02) VALUE ZEROS.
027200     05  FDI-AMT-WORK            PIC 9(11) VALUE ZEROS.
027300     05  FDI-AMT-VALUE           PIC S9(9)V99 VALUE ZEROS.

027400*****************************************************************
027500*    FDI-TRAN-WORK BUILDS EACH CLEAN LINE IN TRANFIL SHAPE AS   *
027600*    ITS PAIRS PASS THE EDITS, BEFORE IT MOVES TO THE OUTPUT    *
027700*    RECORD.                                                    *
027800*****************************************************************
027900 01  FDI-TRAN-WORK.
028000     05  FDI-TW-OP-CODE          PIC X(01).
028100     05  FDI-TW-OPERAND-COUNT    PIC 9(02).
028200     05  FDI-TW-SLOT
028300             OCCURS 10 TIMES.
028400         10  FDI-TW-ACCOUNT      PIC 9(08).
028500         10  FDI-TW-OPERAND      PIC S9(9)V99
028600                                  SIGN IS TRAILING SEPARATE.

028700*****************************************************************
028800*    FDI-REASON-LIST GIVES THE ERROR LISTING'S WORDING FOR EACH *
028900*    REASON CODE.  CODES SHARED WITH ADDNUMBERS' SUSPENSE       *
029000*    REASONS (OP, AC, NN, RG, DZ, JB) MEAN THE SAME THING HERE. *
029100*****************************************************************
029200 01  FDI-REASON-LIST.
029300     05  FILLER                  PIC X(42)
029400         VALUE "TFMORE THAN 10 ACCOUNT/AMOUNT PAIRS".
029500     05  FILLER                  PIC X(42)
029600         VALUE "FLA FIELD IS LONGER THAN 20 CHARACTERS".
029700     05  FILLER                  PIC X(42)
029800         VALUE "DPDEPARTMENT IS NOT THE CARD'S DEPARTMENT".
029900     05  FILLER                  PIC X(42)
030000         VALUE "DTDATE IS NOT 8 DIGITS (YYYYMMDD)".
030100     05  FILLER                  PIC X(42)
030200         VALUE "CDDATE IS NOT ON THE POSTING CALENDAR".
030300     05  FILLER                  PIC X(42)
030400         VALUE "CPDATE IS IN A CLOSED PERIOD".
030500     05  FILLER                  PIC X(42)
030600         VALUE "BDDATE IS NOT THE BATCH'S BUSINESS DATE".
030700     05  FILLER                  PIC X(42)
030800         VALUE "OPOP CODE IS NOT A, S, M, D OR J".
030900     05  FILLER                  PIC X(42)
031000         VALUE "PCNOT 2-10 COMPLETE ACCOUNT/AMOUNT PAIRS".
031100     05  FILLER                  PIC X(42)
031200         VALUE "ANACCOUNT IS NOT 8 DIGITS".
031300     05  FILLER                  PIC X(42)
031400         VALUE "ACACCOUNT IS NOT ON THE CHART OF ACCOUNTS".
031500     05  FILLER                  PIC X(42)
031600         VALUE "AIACCOUNT IS INACTIVE ON THE CHART".
031700     05  FILLER                  PIC X(42)
031800         VALUE "NNAMOUNT IS NOT A VALID NUMBER".
031900     05  FILLER                  PIC X(42)
032000         VALUE "RGAMOUNT IS OUT OF RANGE".
032100     05  FILLER                  PIC X(42)
032200         VALUE "DZDIVIDE BY A ZERO AMOUNT".
032300     05  FILLER                  PIC X(42)
032400         VALUE "JBJ ENTRY DOES NOT NET TO ZERO".
032500 01  FDI-REASON-LIST-R REDEFINES FDI-REASON-LIST.
032600     05  FDI-RSN-ENTRY           OCCURS 16 TIMES.
032700         10  FDI-RSN-CODE        PIC X(02).
032800         10  FDI-RSN-TEXT        PIC X(40).

032900 01  FDI-PRINT-CONTROL.
033000     05  FDI-LINE-COUNT          PIC 9(03) VALUE 99.
033100     05  FDI-PAGE-COUNT          PIC 9(05) VALUE ZEROS.
033200     05  FDI-LINES-PER-PAGE      PIC 9(03) VALUE 55.

033300*****************************************************************
033400*    PRINT LINES.  COLUMN 1 IS ASA CARRIAGE CONTROL.            *
033500*****************************************************************
033600 01  FDI-HEADING-1.
033700     05  FILLER                  PIC X(01) VALUE "1".
033800     05  FILLER                  PIC X(09) VALUE "FEEDIN".
033900     05  FILLER                  PIC X(14) VALUE SPACES.
034000     05  FILLER                  PIC X(40)
034100         VALUE "DEPARTMENT FEEDER INTAKE ERROR LISTING".
034200     05  FILLER                  PIC X(09) VALUE "RUN DATE ".
034300     05  FH1-RUN-DATE            PIC 9(08).
034400     05  FILLER                  PIC X(02) VALUE SPACES.
034500     05  FILLER                  PIC X(05) VALUE "PAGE ".
034600     05  FH1-PAGE                PIC ZZZZ9.
034700     05  FILLER                  PIC X(40) VALUE SPACES.

034800 01  FDI-HEADING-2.
034900     05  FILLER                  PIC X(01) VALUE SPACE.
035000     05  FILLER                  PIC X(11) VALUE "DEPARTMENT ".
035100     05  FH2-DEPT                PIC X(04).
035200     05  FILLER                  PIC X(17)
035300         VALUE "   BUSINESS DATE ".
035400     05  FH2-DATE                PIC 9(08).
035500     05  FILLER                  PIC X(09) VALUE "   BATCH ".
035600     05  FH2-BATCH               PIC 9(06).
035700     05  FILLER                  PIC X(77) VALUE SPACES.

035800 01  FDI-HEADING-3.
035900     05  FILLER                  PIC X(01) VALUE SPACE.
036000     05  FILLER                  PIC X(10) VALUE "    LINE  ".
036100     05  FILLER                  PIC X(04) VALUE "RC".
036200     05  FILLER                  PIC X(06) VALUE "PAIR".
036300     05  FILLER                  PIC X(40) VALUE "REASON".
036400     05  FILLER                  PIC X(72) VALUE SPACES.

036500 01  FDI-ERROR-LINE.
036600     05  FILLER                  PIC X(01) VALUE SPACE.
036700     05  FEL-LINE                PIC ZZZZZZ9.
036800     05  FILLER                  PIC X(03) VALUE SPACES.
036900     05  FEL-REASON              PIC X(02).
037000     05  FILLER                  PIC X(02) VALUE SPACES.
037100     05  FEL-PAIR                PIC ZZ.
037200     05  FILLER                  PIC X(04) VALUE SPACES.
037300     05  FEL-TEXT                PIC X(40).
037400     05  FILLER                  PIC X(72) VALUE SPACES.

037500 01  FDI-IMAGE-LINE.
037600     05  FILLER                  PIC X(01) VALUE SPACE.
037700     05  FILLER                  PIC X(04) VALUE SPACES.
037800     05  FIL-TEXT                PIC X(128).

037900 01  FDI-MESSAGE-LINE.
038000     05  FILLER                  PIC X(01) VALUE SPACE.
038100     05  FML-TEXT                PIC X(70).
038200     05  FILLER                  PIC X(62) VALUE SPACES.

038300 01  FDI-TOTAL-LINE.
038400     05  FILLER                  PIC X(01) VALUE SPACE.
038500     05  FTL-LABEL               PIC X(26).
038600     05  FTL-COUNT               PIC Z,ZZZ,ZZ9.
038700     05  FILLER                  PIC X(97) VALUE SPACES.

038800 01  FDI-HASH-LINE.
038900     05  FILLER                  PIC X(01) VALUE SPACE.
039000     05  FHL-LABEL               PIC X(26).
039100     05  FHL-HASH                PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
039200     05  FILLER                  PIC X(88) VALUE SPACES.

039300 01  FDI-STAMP-FIELDS.
039400     05  FDI-STAMP-DATE          PIC 9(08) VALUE ZEROS.
039500     05  FDI-STAMP-TIME          PIC 9(08) VALUE ZEROS.

039600 PROCEDURE DIVISION.
039700*****************************************************************
039800*    0000-MAINLINE                                              *
039900*****************************************************************
040000 0000-MAINLINE.
040100     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
040200     PERFORM 2000-PROCESS-LINE THRU 2000-EXIT
040300         UNTIL FDI-EOF.
040400     PERFORM 3000-CLOSE-BATCH THRU 3000-EXIT.
040500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
040600     GOBACK.

040700*****************************************************************
040800*    1000-INITIALIZE                                            *
040900*****************************************************************
041000 1000-INITIALIZE.
041100     ACCEPT FDI-RUN-DATE FROM DATE YYYYMMDD.
041200     PERFORM 1100-READ-CONTROL THRU 1100-EXIT.
041300     IF NOT FDI-EOF
041400         OPEN INPUT CAL-FILE
041500         IF FDI-CAL-OK
041600             PERFORM 1150-CHECK-CARD-DATE THRU 1150-EXIT
041700         ELSE
041800             DISPLAY "FEEDIN - UNABLE TO OPEN CALFILE, STATUS "
041900                 FDI-CAL-STATUS
042000             MOVE 16 TO RETURN-CODE
042100             MOVE "Y" TO FDI-EOF-SW
042200         END-IF
042300     END-IF.
042400     IF NOT FDI-EOF
042500         OPEN INPUT COA-FILE
042600         IF NOT FDI-COA-OK
042700             DISPLAY "FEEDIN - UNABLE TO OPEN COAFILE, STATUS "
042800                 FDI-COA-STATUS
042900             MOVE 16 TO RETURN-CODE
043000             MOVE "Y" TO FDI-EOF-SW
043100         END-IF
043200     END-IF.
043300     IF NOT FDI-EOF
043400         PERFORM 1200-ASSIGN-BATCH THRU 1200-EXIT
043500     END-IF.
043600     IF NOT FDI-EOF
043700         OPEN INPUT FEED-FILE
043800         IF NOT FDI-FEED-OK
043900             DISPLAY "FEEDIN - UNABLE TO OPEN FEEDFILE, STATUS "
044000                 FDI-FEED-STATUS
044100             MOVE 16 TO RETURN-CODE
044200             MOVE "Y" TO FDI-EOF-SW
044300         END-IF
044400     END-IF.
044500     IF NOT FDI-EOF
044600         OPEN OUTPUT TRAN-FILE
044700         IF NOT FDI-TRAN-OK
044800             DISPLAY "FEEDIN - UNABLE TO OPEN FEEDTRAN, STATUS "
044900                 FDI-TRAN-STATUS
045000             MOVE 16 TO RETURN-CODE
045100             MOVE "Y" TO FDI-EOF-SW
045200         END-IF
045300     END-IF.
045400     IF NOT FDI-EOF
045500         OPEN OUTPUT REPORT-FILE
045600         IF NOT FDI-RPT-OK
045700             DISPLAY "FEEDIN - UNABLE TO OPEN RPTFILE, STATUS "
045800                 FDI-RPT-STATUS
045900             MOVE 16 TO RETURN-CODE
046000             MOVE "Y" TO FDI-EOF-SW
046100         END-IF
046200     END-IF.
046300     IF NOT FDI-EOF
046400         PERFORM 2100-READ-LINE THRU 2100-EXIT
046500     END-IF.
046600 1000-EXIT.
046700     EXIT.

046800*****************************************************************
046900*    1100-READ-CONTROL                                          *
047000*    THE CARD NAMES THE BUSINESS DATE OF THE ADDNUMBERS RUN THE *
047100*    BATCH WILL POST IN, THE BATCH NUMBER TO START FROM AND THE *
047200*    DEPARTMENT WHOSE FILE THIS IS.  WITHOUT ALL THREE THERE IS *
047300*    NO HEADER TO BUILD, SO A MISSING OR BAD CARD ABORTS.       *
047400*****************************************************************
047500 1100-READ-CONTROL.
047600     OPEN INPUT CTL-FILE.
047700     IF FDI-CTL-OK
047800         READ CTL-FILE
047900             AT END
048000                 MOVE ZEROS  TO FDC-BUSINESS-DATE
048100                 MOVE ZEROS  TO FDC-BATCH-NUMBER
048200                 MOVE SPACES TO FDC-DEPARTMENT
048300         END-READ
048400         IF FDC-BUSINESS-DATE NUMERIC
048500             AND FDC-BUSINESS-DATE > 0
048600             AND FDC-BATCH-NUMBER NUMERIC
048700             AND FDC-BATCH-NUMBER > 0
048800             AND FDC-DEPARTMENT NOT = SPACES
048900             MOVE FDC-BUSINESS-DATE TO FDI-BUSINESS-DATE
049000             MOVE FDC-BATCH-NUMBER  TO FDI-CARD-BATCH
049100             MOVE FDC-DEPARTMENT    TO FDI-DEPARTMENT
049200             DISPLAY "FEEDIN - TAKING IN DEPARTMENT "
049300                 FDI-DEPARTMENT " JOURNAL FOR BUSINESS DATE "
049400                 FDI-BUSINESS-DATE
049500         ELSE
049600             DISPLAY "FEEDIN - BUSINESS DATE, BATCH NUMBER OR "
049700                 "DEPARTMENT MISSING FROM FDCTL, ABORTING RUN"
049800             MOVE 16 TO RETURN-CODE
049900             MOVE "Y" TO FDI-EOF-SW
050000         END-IF
050100         CLOSE CTL-FILE
050200     ELSE
050300         DISPLAY "FEEDIN - UNABLE TO OPEN FDCTL, STATUS "
050400             FDI-CTL-STATUS
050500         MOVE 16 TO RETURN-CODE
050600         MOVE "Y" TO FDI-EOF-SW
050700     END-IF.
050800 1100-EXIT.
050900     EXIT.

051000*****************************************************************
051100*    1150-CHECK-CARD-DATE                                       *
051200*    EVERY LINE MUST CARRY THE CARD'S BUSINESS DATE, SO A CARD  *
051300*    DATE THAT IS OFF THE CALENDAR OR IN A CLOSED PERIOD WOULD  *
051400*    RETURN THE WHOLE FILE.  THAT IS A CARD ERROR, NOT THE      *
051500*    DEPARTMENT'S, AND ABORTS THE RUN INSTEAD.                  *
051600*****************************************************************
051700 1150-CHECK-CARD-DATE.
051800     MOVE FDI-BUSINESS-DATE TO CAL-BUSINESS-DATE.
051900     READ CAL-FILE
052000         INVALID KEY
052100             DISPLAY "FEEDIN - BUSINESS DATE " FDI-BUSINESS-DATE
052200                 " NOT ON POSTING CALENDAR, ABORTING RUN"
052300             MOVE 16 TO RETURN-CODE
052400             MOVE "Y" TO FDI-EOF-SW
052500         NOT INVALID KEY
052600             IF CAL-PERIOD-OPEN
052700                 MOVE CAL-ACCTG-PERIOD TO FDI-ACCTG-PERIOD
052800             ELSE
052900                 DISPLAY "FEEDIN - BUSINESS DATE "
053000                     FDI-BUSINESS-DATE " IS IN CLOSED PERIOD "
053100                     CAL-ACCTG-PERIOD ", ABORTING RUN"
053200                 MOVE 16 TO RETURN-CODE
053300                 MOVE "Y" TO FDI-EOF-SW
053400             END-IF
053500     END-READ.
053600 1150-EXIT.
053700     EXIT.

053800*****************************************************************
053900*    1200-ASSIGN-BATCH                                          *
054000*    STARTS AT THE CARD'S BATCH NUMBER AND STEPS UP PAST ANY    *
054100*    NUMBER ALREADY ON THE PROCESSED-BATCH REGISTER -- A        *
054200*    NUMBER ON THE REGISTER WOULD BE REFUSED BY ADDNUMBERS.     *
054300*    THE REGISTER IS NOT NEEDED AGAIN, SO IT IS CLOSED HERE.    *
054400*****************************************************************
054500 1200-ASSIGN-BATCH.
054600     OPEN INPUT BREG-FILE.
054700     IF FDI-BREG-OK
054800         MOVE FDI-CARD-BATCH TO FDI-BATCH-NUMBER
054900         PERFORM 1210-PROBE-BATCH THRU 1210-EXIT
055000             UNTIL FDI-BATCH-FREE OR FDI-EOF
055100         CLOSE BREG-FILE
055200     ELSE
055300         DISPLAY "FEEDIN - UNABLE TO OPEN BREGFILE, STATUS "
055400             FDI-BREG-STATUS
055500         MOVE 16 TO RETURN-CODE
055600         MOVE "Y" TO FDI-EOF-SW
055700     END-IF.
055800     IF FDI-BATCH-FREE
055900         IF FDI-BATCH-NUMBER NOT = FDI-CARD-BATCH
056000             DISPLAY "FEEDIN - CARD BATCH " FDI-CARD-BATCH
056100                 " IS ALREADY ON BREGFILE, USING FIRST FREE "
056200                 "NUMBER ABOVE IT"
056300         END-IF
056400         DISPLAY "FEEDIN - ASSIGNED BATCH NUMBER "
056500             FDI-BATCH-NUMBER
056600     END-IF.
056700 1200-EXIT.
056800     EXIT.

056900*****************************************************************
057000*    1210-PROBE-BATCH                                           *
057100*****************************************************************
057200 1210-PROBE-BATCH.
057300     MOVE FDI-BATCH-NUMBER TO BRG-BATCH-NUMBER.
057400     READ BREG-FILE
057500         INVALID KEY
057600             MOVE "Y" TO FDI-BATCH-FREE-SW
057700         NOT INVALID KEY
057800             IF FDI-BATCH-NUMBER = 999999
057900                 DISPLAY "FEEDIN - NO FREE BATCH NUMBER ABOVE "
058000                     FDI-CARD-BATCH ", ABORTING RUN"
058100                 MOVE 16 TO RETURN-CODE
058200                 MOVE "Y" TO FDI-EOF-SW
058300             ELSE
058400                 ADD 1 TO FDI-BATCH-NUMBER
058500             END-IF
058600     END-READ.
058700 1210-EXIT.
058800     EXIT.

058900*****************************************************************
059000*    2000-PROCESS-LINE                                          *
059100*****************************************************************
059200 2000-PROCESS-LINE.
059300     IF FDI-LINE = SPACES
059400         ADD 1 TO FDI-BLANK-COUNT
059500     ELSE
059600         PERFORM 2200-SPLIT-LINE THRU 2200-EXIT
059700         PERFORM 2300-VALIDATE-LINE THRU 2300-EXIT
059800         IF FDI-REASON-CODE = SPACES
059900             PERFORM 2500-WRITE-DETAIL THRU 2500-EXIT
060000         ELSE
060100             PERFORM 2600-RETURN-LINE THRU 2600-EXIT
060200         END-IF
060300     END-IF.
060400     IF NOT FDI-EOF
060500         PERFORM 2100-READ-LINE THRU 2100-EXIT
060600     END-IF.
060700 2000-EXIT.
060800     EXIT.

060900*****************************************************************
061000*    2100-READ-LINE                                             *
061100*****************************************************************
061200 2100-READ-LINE.
061300     READ FEED-FILE
061400         AT END
061500             MOVE "Y" TO FDI-EOF-SW
061600         NOT AT END
061700             ADD 1 TO FDI-LINE-NUMBER
061800             MOVE FEED-RECORD TO FDI-LINE
061900     END-READ.
062000 2100-EXIT.
062100     EXIT.

062200*****************************************************************
062300*    2200-SPLIT-LINE                                            *
062400*****************************************************************
062500 2200-SPLIT-LINE.
062600     MOVE SPACES TO FDI-FIELD-TABLE.
062700     MOVE 1 TO FDI-FIELD-COUNT.
062800     MOVE ZEROS TO FDI-FIELD-LEN.
062900     MOVE ZEROS TO FDI-LAST-FIELD.
063000     MOVE ZEROS TO FDI-LONG-FIELD-NO.
063100     MOVE "N" TO FDI-LONG-SW.
063200     PERFORM 2210-SPLIT-CHAR THRU 2210-EXIT
063300         VARYING FDI-LINE-SUB FROM 1 BY 1
063400         UNTIL FDI-LINE-SUB > 256.
063500 2200-EXIT.
063600     EXIT.

063700*****************************************************************
063800*    2210-SPLIT-CHAR                                            *
063900*    A COMMA STARTS THE NEXT FIELD.  QUOTES ARE DROPPED, AND SO *
064000*    ARE SPACES BEFORE A FIELD'S FIRST CHARACTER.  A SPACE      *
064100*    INSIDE A FIELD KEEPS ITS PLACE, SO "12 34" FAILS THE       *
064200*    AMOUNT EDIT RATHER THAN READING AS 1234.  FIELDS PAST THE  *
064300*    23RD ARE NOT STORED, ONLY NOTED IN FDI-LAST-FIELD.         *
064400*****************************************************************
064500 2210-SPLIT-CHAR.
064600     MOVE FDI-LINE-CHAR (FDI-LINE-SUB) TO FDI-SCAN-CHAR.
064700     EVALUATE TRUE
064800         WHEN FDI-SCAN-CHAR = ","
064900             ADD 1 TO FDI-FIELD-COUNT
065000             MOVE ZEROS TO FDI-FIELD-LEN
065100         WHEN FDI-SCAN-CHAR = QUOTE
065200             CONTINUE
065300         WHEN FDI-SCAN-CHAR = SPACE
065400             IF FDI-FIELD-LEN > 0
065500                 ADD 1 TO FDI-FIELD-LEN
065600             END-IF
065700         WHEN OTHER
065800             MOVE FDI-FIELD-COUNT TO FDI-LAST-FIELD
065900             ADD 1 TO FDI-FIELD-LEN
066000             IF FDI-FIELD-COUNT NOT > 23
066100                 IF FDI-FIELD-LEN > 20
066200                     IF NOT FDI-LONG-FIELD
066300                         MOVE "Y" TO FDI-LONG-SW
066400                         MOVE FDI-FIELD-COUNT TO FDI-LONG-FIELD-NO
066500                     END-IF
066600                 ELSE
066700                     MOVE FDI-SCAN-CHAR TO FDI-FLD-CHAR
066800                         (FDI-FIELD-COUNT, FDI-FIELD-LEN)
066900                 END-IF
067000             END-IF
067100     END-EVALUATE.
067200 2210-EXIT.
067300     EXIT.

067400*****************************************************************
067500*    2300-VALIDATE-LINE                                         *
067600*    THE EDITS RUN IN ORDER AND STOP AT THE FIRST ERROR, WHICH  *
067700*    IS THE ONE THE LISTING REPORTS -- AS ADDNUMBERS KEEPS THE  *
067800*    FIRST SUSPENSE REASON.                                     *
067900*****************************************************************
068000 2300-VALIDATE-LINE.
068100     MOVE SPACES TO FDI-REASON-CODE.
068200     MOVE ZEROS TO FDI-ERROR-PAIR.
068300     MOVE SPACES TO FDI-TRAN-WORK.
068400     EVALUATE TRUE
068500         WHEN FDI-LAST-FIELD > 23
068600             MOVE "TF" TO FDI-REASON-CODE
068700         WHEN FDI-LONG-FIELD
068800             MOVE "FL" TO FDI-REASON-CODE
068900             IF FDI-LONG-FIELD-NO > 3
069000                 SUBTRACT 2 FROM FDI-LONG-FIELD-NO
069100                 DIVIDE FDI-LONG-FIELD-NO BY 2
069200                     GIVING FDI-ERROR-PAIR
069300             END-IF
069400         WHEN FDI-FLD-CODE (1) NOT = FDI-DEPARTMENT
069500             OR FDI-FLD-FOUR-REST (1) NOT = SPACES
069600             MOVE "DP" TO FDI-REASON-CODE
069700         WHEN FDI-FLD-DIGITS (2) NOT NUMERIC
069800             OR FDI-FLD-EIGHT-REST (2) NOT = SPACES
069900             MOVE "DT" TO FDI-REASON-CODE
070000         WHEN OTHER
070100             PERFORM 2310-CHECK-DATE THRU 2310-EXIT
070200     END-EVALUATE.
070300     IF FDI-REASON-CODE = SPACES
070400         IF NOT FDI-FLD-OP-VALID (3)
070500             OR FDI-FLD-ONE-REST (3) NOT = SPACES
070600             MOVE "OP" TO FDI-REASON-CODE
070700         END-IF
070800     END-IF.
070900     IF FDI-REASON-CODE = SPACES
071000         PERFORM 2320-COUNT-PAIRS THRU 2320-EXIT
071100     END-IF.
071200     IF FDI-REASON-CODE = SPACES
071300         PERFORM 2400-CHECK-PAIR THRU 2400-EXIT
071400             VARYING FDI-PAIR-SUB FROM 1 BY 1
071500             UNTIL FDI-PAIR-SUB > FDI-PAIR-COUNT
071600                 OR FDI-REASON-CODE NOT = SPACES
071700     END-IF.
071800     IF FDI-REASON-CODE = SPACES
071900         AND FDI-FLD-OP (3) = "J"
072000         PERFORM 2450-CHECK-BALANCE THRU 2450-EXIT
072100     END-IF.
072200 2300-EXIT.
072300     EXIT.

072400*****************************************************************
072500*    2310-CHECK-DATE                                            *
072600*    THE LINE'S DATE MUST BE A POSTING DATE IN AN OPEN PERIOD   *
072700*    AND MUST BE THE BUSINESS DATE THE BATCH IS BUILT FOR --    *
072800*    ADDNUMBERS POSTS A WHOLE BATCH UNDER ITS HEADER DATE.      *
072900*****************************************************************
073000 2310-CHECK-DATE.
073100     MOVE FDI-FLD-DIGITS (2) TO CAL-BUSINESS-DATE.
073200     READ CAL-FILE
073300         INVALID KEY
073400             MOVE "CD" TO FDI-REASON-CODE
073500         NOT INVALID KEY
073600             EVALUATE TRUE
073700                 WHEN NOT CAL-PERIOD-OPEN
073800                     MOVE "CP" TO FDI-REASON-CODE
073900                 WHEN CAL-BUSINESS-DATE NOT = FDI-BUSINESS-DATE
074000                     MOVE "BD" TO FDI-REASON-CODE
074100             END-EVALUATE
074200     END-READ.
074300 2310-EXIT.
074400     EXIT.

074500*****************************************************************
074600*    2320-COUNT-PAIRS                                           *
074700*    AFTER DEPARTMENT, DATE AND OP CODE THE FIELDS MUST COME    *
074800*    IN WHOLE ACCOUNT/AMOUNT PAIRS, 2 TO 10 OF THEM -- THE      *
074900*    TRANFIL OPERAND-COUNT RANGE.                               *
075000*****************************************************************
075100 2320-COUNT-PAIRS.
075200     MOVE ZEROS TO FDI-PAIR-COUNT.
075300     MOVE ZEROS TO FDI-PAIR-REM.
075400     IF FDI-LAST-FIELD > 3
075500         SUBTRACT 3 FROM FDI-LAST-FIELD GIVING FDI-PAIR-FIELDS
075600         DIVIDE FDI-PAIR-FIELDS BY 2 GIVING FDI-PAIR-COUNT
075700             REMAINDER FDI-PAIR-REM
075800     END-IF.
075900     IF FDI-PAIR-REM NOT = 0
076000         OR FDI-PAIR-COUNT < 2
076100         OR FDI-PAIR-COUNT > 10
076200         MOVE "PC" TO FDI-REASON-CODE
076300     END-IF.
076400 2320-EXIT.
076500     EXIT.

076600*****************************************************************
076700*    2400-CHECK-PAIR                                            *
076800*    PAIR N IS FIELDS 2N+2 (ACCOUNT) AND 2N+3 (AMOUNT).  THE    *
076900*    ACCOUNT MUST BE ON THE CHART AND ACTIVE; THE AMOUNT MUST   *
077000*    CONVERT, BE IN RANGE, AND NOT BE A ZERO DIVISOR.  A PAIR   *
077100*    THAT PASSES GOES STRAIGHT INTO ITS TRANFIL SLOT.           *
077200*****************************************************************
077300 2400-CHECK-PAIR.
077400     MULTIPLY FDI-PAIR-SUB BY 2 GIVING FDI-ACCT-FLD.
077500     ADD 2 TO FDI-ACCT-FLD.
077600     ADD 1 FDI-ACCT-FLD GIVING FDI-AMT-FLD.
077700     IF FDI-FLD-DIGITS (FDI-ACCT-FLD) NOT NUMERIC
077800         OR FDI-FLD-EIGHT-REST (FDI-ACCT-FLD) NOT = SPACES
077900         MOVE "AN" TO FDI-REASON-CODE
078000     ELSE
078100         MOVE FDI-FLD-DIGITS (FDI-ACCT-FLD) TO CA-ACCOUNT
078200         READ COA-FILE
078300             INVALID KEY
078400                 MOVE "AC" TO FDI-REASON-CODE
078500             NOT INVALID KEY
078600                 IF NOT CA-ACTIVE
078700                     MOVE "AI" TO FDI-REASON-CODE
078800                 END-IF
078900         END-READ
079000     END-IF.
079100     IF FDI-REASON-CODE = SPACES
079200         PERFORM 2410-CONVERT-AMOUNT THRU 2410-EXIT
079300         EVALUATE TRUE
079400             WHEN NOT FDI-AMT-OK
079500                 MOVE "NN" TO FDI-REASON-CODE
079600             WHEN FDI-AMT-BIG
079700                 OR FDI-AMT-VALUE > FDI-MAX-AMOUNT
079800                 OR FDI-AMT-VALUE < FDI-MIN-AMOUNT
079900                 MOVE "RG" TO FDI-REASON-CODE
080000             WHEN FDI-FLD-OP (3) = "D"
080100                 AND FDI-PAIR-SUB > 1
080200                 AND FDI-AMT-VALUE = ZEROS
080300                 MOVE "DZ" TO FDI-REASON-CODE
080400         END-EVALUATE
080500     END-IF.
080600     IF FDI-REASON-CODE = SPACES
080700         MOVE FDI-FLD-DIGITS (FDI-ACCT-FLD)
080800             TO FDI-TW-ACCOUNT (FDI-PAIR-SUB)
080900         MOVE FDI-AMT-VALUE TO FDI-TW-OPERAND (FDI-PAIR-SUB)
081000     ELSE
081100         MOVE FDI-PAIR-SUB TO FDI-ERROR-PAIR
081200     END-IF.
081300 2400-EXIT.
081400     EXIT.

081500*****************************************************************
081600*    2410-CONVERT-AMOUNT                                        *
081700*    TURNS THE AMOUNT FIELD INTO FDI-AMT-VALUE.  FDI-AMT-OK     *
081800*    COMES BACK FALSE FOR ANYTHING THAT IS NOT A PLAIN SIGNED   *
081900*    DECIMAL WITH AT LEAST ONE DIGIT; FDI-AMT-BIG FOR MORE THAN *
082000*    NINE SIGNIFICANT WHOLE DIGITS.                             *
082100*****************************************************************
082200 2410-CONVERT-AMOUNT.
082300     MOVE "S" TO FDI-AMT-PHASE.
082400     MOVE "Y" TO FDI-AMT-OK-SW.
082500     MOVE "N" TO FDI-AMT-BIG-SW.
082600     MOVE "N" TO FDI-AMT-NEG-SW.
082700     MOVE ZEROS TO FDI-DIGIT-COUNT.
082800     MOVE ZEROS TO FDI-INT-DIGITS.
082900     MOVE ZEROS TO FDI-DEC-DIGITS.
083000     MOVE ZEROS TO FDI-AMT-WORK.
083100     MOVE ZEROS TO FDI-AMT-VALUE.
083200     PERFORM 2420-AMOUNT-CHAR THRU 2420-EXIT
083300         VARYING FDI-CHR-SUB FROM 1 BY 1
083400         UNTIL FDI-CHR-SUB > 20
083500             OR NOT FDI-AMT-OK.
083600     IF FDI-DIGIT-COUNT = 0
083700         MOVE "N" TO FDI-AMT-OK-SW
083800     END-IF.
083900     IF FDI-AMT-OK AND NOT FDI-AMT-BIG
084000         IF FDI-DEC-DIGITS = 0
084100             MULTIPLY 100 BY FDI-AMT-WORK
084200         END-IF
084300         IF FDI-DEC-DIGITS = 1
084400             MULTIPLY 10 BY FDI-AMT-WORK
084500         END-IF
084600         DIVIDE FDI-AMT-WORK BY 100 GIVING FDI-AMT-VALUE
084700         IF FDI-AMT-NEGATIVE
084800             SUBTRACT FDI-AMT-VALUE FROM ZERO
084900                 GIVING FDI-AMT-VALUE
085000         END-IF
085100     END-IF.
085200 2410-EXIT.
085300     EXIT.

085400*****************************************************************
085500*    2420-AMOUNT-CHAR                                           *
085600*****************************************************************
085700 2420-AMOUNT-CHAR.
085800     MOVE FDI-FLD-CHAR (FDI-AMT-FLD, FDI-CHR-SUB)
085900         TO FDI-AMT-CHAR.
086000     EVALUATE TRUE
086100         WHEN FDI-AMT-CHAR = SPACE
086200             EVALUATE TRUE
086300                 WHEN FDI-AMT-IN-INTEGER OR FDI-AMT-IN-FRACTION
086400                     MOVE "E" TO FDI-AMT-PHASE
086500                 WHEN FDI-AMT-SIGNED
086600                     MOVE "N" TO FDI-AMT-OK-SW
086700             END-EVALUATE
086800         WHEN FDI-AMT-DONE
086900             MOVE "N" TO FDI-AMT-OK-SW
087000         WHEN FDI-AMT-CHAR = "-" OR FDI-AMT-CHAR = "+"
087100             IF FDI-AMT-START
087200                 MOVE "G" TO FDI-AMT-PHASE
087300                 IF FDI-AMT-CHAR = "-"
087400                     MOVE "Y" TO FDI-AMT-NEG-SW
087500                 END-IF
087600             ELSE
087700                 MOVE "N" TO FDI-AMT-OK-SW
087800             END-IF
087900         WHEN FDI-AMT-CHAR = "."
088000             IF FDI-AMT-IN-FRACTION
088100                 MOVE "N" TO FDI-AMT-OK-SW
088200             ELSE
088300                 MOVE "F" TO FDI-AMT-PHASE
088400             END-IF
088500         WHEN FDI-AMT-CHAR NUMERIC
088600             ADD 1 TO FDI-DIGIT-COUNT
088700             IF FDI-AMT-IN-FRACTION
088800                 ADD 1 TO FDI-DEC-DIGITS
088900                 IF FDI-DEC-DIGITS > 2
089000                     MOVE "N" TO FDI-AMT-OK-SW
089100                 END-IF
089200             ELSE
089300                 MOVE "I" TO FDI-AMT-PHASE
089400                 IF FDI-AMT-DIGIT > 0 OR FDI-AMT-WORK > 0
089500                     ADD 1 TO FDI-INT-DIGITS
089600                 END-IF
089700                 IF FDI-INT-DIGITS > 9
089800                     MOVE "Y" TO FDI-AMT-BIG-SW
089900                 END-IF
090000             END-IF
090100             IF FDI-AMT-OK AND NOT FDI-AMT-BIG
090200                 MULTIPLY 10 BY FDI-AMT-WORK
090300                 ADD FDI-AMT-DIGIT TO FDI-AMT-WORK
090400             END-IF
090500         WHEN OTHER
090600             MOVE "N" TO FDI-AMT-OK-SW
090700     END-EVALUATE.
090800 2420-EXIT.
090900     EXIT.

091000*****************************************************************
091100*    2450-CHECK-BALANCE                                         *
091200*    A J ENTRY IS A REAL SET OF DEBITS AND CREDITS AND MUST     *
091300*    NET TO ZERO, OR ADDNUMBERS WILL SUSPEND IT.                *
091400*****************************************************************
091500 2450-CHECK-BALANCE.
091600     MOVE ZEROS TO FDI-JE-NET.
091700     PERFORM 2455-NET-ONE-PAIR THRU 2455-EXIT
091800         VARYING FDI-PAIR-SUB FROM 1 BY 1
091900         UNTIL FDI-PAIR-SUB > FDI-PAIR-COUNT.
092000     IF FDI-JE-NET NOT = ZEROS
092100         MOVE "JB" TO FDI-REASON-CODE
092200     END-IF.
092300 2450-EXIT.
092400     EXIT.

092500*****************************************************************
092600*    2455-NET-ONE-PAIR                                          *
092700*****************************************************************
092800 2455-NET-ONE-PAIR.
092900     ADD FDI-TW-OPERAND (FDI-PAIR-SUB) TO FDI-JE-NET.
093000 2455-EXIT.
093100     EXIT.

093200*****************************************************************
093300*    2500-WRITE-DETAIL                                          *
093400*    THE HEADER GOES OUT AHEAD OF THE FIRST CLEAN LINE, SO A    *
093500*    FILE WITH NO CLEAN LINES BUILDS NO BATCH AT ALL.           *
093600*****************************************************************
093700 2500-WRITE-DETAIL.
093800     IF NOT FDI-HDR-WRITTEN
093900         PERFORM 2510-WRITE-HEADER THRU 2510-EXIT
094000     END-IF.
094100     IF NOT FDI-EOF
094200         MOVE FDI-FLD-OP (3)  TO FDI-TW-OP-CODE
094300         MOVE FDI-PAIR-COUNT  TO FDI-TW-OPERAND-COUNT
094400         PERFORM 2520-HASH-OPERAND THRU 2520-EXIT
094500             VARYING FDI-PAIR-SUB FROM 1 BY 1
094600             UNTIL FDI-PAIR-SUB > FDI-PAIR-COUNT
094700                 OR FDI-EOF
094800     END-IF.
094900     IF NOT FDI-EOF
095000         MOVE FDI-TRAN-WORK TO TF-TRAN-RECORD
095100         WRITE TF-TRAN-RECORD
095200         IF NOT FDI-TRAN-OK
095300             DISPLAY "FEEDIN - WRITE FAILED ON FEEDTRAN, STATUS "
095400                 FDI-TRAN-STATUS ", ABORTING RUN"
095500             MOVE 16 TO RETURN-CODE
095600             MOVE "Y" TO FDI-EOF-SW
095700         ELSE
095800             ADD 1 TO FDI-ACCEPT-COUNT
095900         END-IF
096000     END-IF.
096100 2500-EXIT.
096200     EXIT.

096300*****************************************************************
096400*    2510-WRITE-HEADER                                          *
096500*****************************************************************
096600 2510-WRITE-HEADER.
096700     MOVE SPACES TO TF-BATCH-HEADER.
096800     MOVE "H"               TO TF-BH-RECORD-TYPE.
096900     MOVE FDI-BATCH-NUMBER  TO TF-BH-BATCH-NUMBER.
097000     MOVE FDI-BUSINESS-DATE TO TF-BH-BUSINESS-DATE.
097100     MOVE FDI-DEPARTMENT    TO TF-BH-DEPARTMENT.
097200     WRITE TF-BATCH-HEADER.
097300     IF NOT FDI-TRAN-OK
097400         DISPLAY "FEEDIN - WRITE FAILED ON FEEDTRAN, STATUS "
097500             FDI-TRAN-STATUS ", ABORTING RUN"
097600         MOVE 16 TO RETURN-CODE
097700         MOVE "Y" TO FDI-EOF-SW
097800     ELSE
097900         MOVE "Y" TO FDI-HDR-WRITTEN-SW
098000     END-IF.
098100 2510-EXIT.
098200     EXIT.

098300*****************************************************************
098400*    2520-HASH-OPERAND                                          *
098500*****************************************************************
098600 2520-HASH-OPERAND.
098700     ADD FDI-TW-OPERAND (FDI-PAIR-SUB) TO FDI-BATCH-HASH
098800         ON SIZE ERROR
098900             DISPLAY "FEEDIN - BATCH HASH OVERFLOWED, "
099000                 "ABORTING RUN"
099100             MOVE 16 TO RETURN-CODE
099200             MOVE "Y" TO FDI-EOF-SW
099300     END-ADD.
099400 2520-EXIT.
099500     EXIT.

099600*****************************************************************
099700*    2600-RETURN-LINE                                           *
099800*    A BAD LINE STAYS OUT OF THE BATCH.  THE LISTING SHOWS ITS  *
099900*    LINE NUMBER IN THE FILE, THE REASON, THE PAIR AT FAULT     *
100000*    WHERE THERE IS ONE, AND THE LINE AS IT WAS RECEIVED.       *
100100*****************************************************************
100200 2600-RETURN-LINE.
100300     ADD 1 TO FDI-RETURN-COUNT.
100400     MOVE SPACES TO FDI-REASON-TEXT.
100500     MOVE "N" TO FDI-RSN-FOUND-SW.
100600     PERFORM 2610-FIND-REASON THRU 2610-EXIT
100700         VARYING FDI-RSN-SUB FROM 1 BY 1
100800         UNTIL FDI-RSN-SUB > 16
100900             OR FDI-RSN-FOUND.
101000     MOVE FDI-LINE-NUMBER TO FEL-LINE.
101100     MOVE FDI-REASON-CODE TO FEL-REASON.
101200     MOVE FDI-ERROR-PAIR  TO FEL-PAIR.
101300     MOVE FDI-REASON-TEXT TO FEL-TEXT.
101400     PERFORM 8100-PRINT-ERROR THRU 8100-EXIT.
101500     MOVE FDI-LINE-PART-1 TO FIL-TEXT.
101600     PERFORM 8150-PRINT-IMAGE THRU 8150-EXIT.
101700     IF FDI-LINE-PART-2 NOT = SPACES
101800         MOVE FDI-LINE-PART-2 TO FIL-TEXT
101900         PERFORM 8150-PRINT-IMAGE THRU 8150-EXIT
102000     END-IF.
102100 2600-EXIT.
102200     EXIT.

102300*****************************************************************
102400*    2610-FIND-REASON                                           *
102500*****************************************************************
102600 2610-FIND-REASON.
102700     IF FDI-RSN-CODE (FDI-RSN-SUB) = FDI-REASON-CODE
102800         MOVE "Y" TO FDI-RSN-FOUND-SW
102900         MOVE FDI-RSN-TEXT (FDI-RSN-SUB) TO FDI-REASON-TEXT
103000     END-IF.
103100 2610-EXIT.
103200     EXIT.

103300*****************************************************************
103400*    3000-CLOSE-BATCH                                           *
103500*    THE TRAILER CARRIES THE COUNT AND HASH OF THE DETAILS      *
103600*    ACTUALLY WRITTEN.  A RUN THAT FAILED PART WAY WRITES NO    *
103700*    TRAILER, SO ADDNUMBERS WILL NOT TAKE THE HALF-BUILT        *
103800*    BATCH.                                                     *
103900*****************************************************************
104000 3000-CLOSE-BATCH.
104100     IF RETURN-CODE = 0
104200         IF FDI-HDR-WRITTEN
104300             MOVE SPACES TO TF-BATCH-TRAILER
104400             MOVE "T"              TO TF-BT-RECORD-TYPE
104500             MOVE FDI-ACCEPT-COUNT TO TF-BT-RECORD-COUNT
104600             MOVE FDI-BATCH-HASH   TO TF-BT-HASH-TOTAL
104700             WRITE TF-BATCH-TRAILER
104800             IF NOT FDI-TRAN-OK
104900                 DISPLAY "FEEDIN - WRITE FAILED ON FEEDTRAN, "
105000                     "STATUS " FDI-TRAN-STATUS ", ABORTING RUN"
105100                 MOVE 16 TO RETURN-CODE
105200             ELSE
105300                 DISPLAY "FEEDIN - BATCH " FDI-BATCH-NUMBER
105400                     " WRITTEN, " FDI-ACCEPT-COUNT
105500                     " DETAIL RECORDS, HASH " FDI-BATCH-HASH
105600             END-IF
105700         ELSE
105800             DISPLAY "FEEDIN - NO CLEAN LINES IN FEEDFILE, NO "
105900                 "BATCH BUILT"
106000         END-IF
106100     END-IF.
106200 3000-EXIT.
106300     EXIT.

106400*****************************************************************
106500*    8000-PRINT-HEADINGS                                        *
106600*****************************************************************
106700 8000-PRINT-HEADINGS.
106800     ADD 1 TO FDI-PAGE-COUNT.
106900     MOVE FDI-RUN-DATE      TO FH1-RUN-DATE.
107000     MOVE FDI-PAGE-COUNT    TO FH1-PAGE.
107100     MOVE FDI-DEPARTMENT    TO FH2-DEPT.
107200     MOVE FDI-BUSINESS-DATE TO FH2-DATE.
107300     MOVE FDI-BATCH-NUMBER  TO FH2-BATCH.
107400     WRITE RPT-RECORD FROM FDI-HEADING-1.
107500     WRITE RPT-RECORD FROM FDI-HEADING-2.
107600     MOVE SPACES TO RPT-RECORD.
107700     WRITE RPT-RECORD.
107800     WRITE RPT-RECORD FROM FDI-HEADING-3.
107900     MOVE SPACES TO RPT-RECORD.
108000     WRITE RPT-RECORD.
108100     MOVE 5 TO FDI-LINE-COUNT.
108200 8000-EXIT.
108300     EXIT.

108400*****************************************************************
108500*    8100-PRINT-ERROR                                           *
108600*    THE REASON LINE AND THE LINE IMAGE BELOW IT ARE KEPT ON    *
108700*    THE SAME PAGE.                                             *
108800*****************************************************************
108900 8100-PRINT-ERROR.
109000     IF FDI-RPT-OK
109100         IF FDI-LINE-COUNT + 3 > FDI-LINES-PER-PAGE
109200             PERFORM 8000-PRINT-HEADINGS THRU 8000-EXIT
109300         END-IF
109400         WRITE RPT-RECORD FROM FDI-ERROR-LINE
109500         ADD 1 TO FDI-LINE-COUNT
109600     END-IF.
109700 8100-EXIT.
109800     EXIT.

109900*****************************************************************
110000*    8150-PRINT-IMAGE                                           *
110100*****************************************************************
110200 8150-PRINT-IMAGE.
110300     IF FDI-RPT-OK
110400         WRITE RPT-RECORD FROM FDI-IMAGE-LINE
110500         ADD 1 TO FDI-LINE-COUNT
110600     END-IF.
110700 8150-EXIT.
110800     EXIT.

110900*****************************************************************
111000*    8200-PRINT-MESSAGE                                         *
111100*****************************************************************
111200 8200-PRINT-MESSAGE.
111300     IF FDI-RPT-OK
111400         IF FDI-LINE-COUNT >= FDI-LINES-PER-PAGE
111500             PERFORM 8000-PRINT-HEADINGS THRU 8000-EXIT
111600         END-IF
111700         WRITE RPT-RECORD FROM FDI-MESSAGE-LINE
111800         ADD 1 TO FDI-LINE-COUNT
111900     END-IF.
112000 8200-EXIT.
112100     EXIT.

112200*****************************************************************
112300*    9000-TERMINATE                                             *
112400*****************************************************************
112500 9000-TERMINATE.
112600     PERFORM 9100-PRINT-TOTALS THRU 9100-EXIT.
112700     IF FDI-FEED-OK OR FDI-FEED-ENDED
112800         CLOSE FEED-FILE
112900     END-IF.
113000     IF FDI-CAL-OK OR FDI-CAL-NOTFND
113100         CLOSE CAL-FILE
113200     END-IF.
113300     IF FDI-COA-OK OR FDI-COA-NOTFND
113400         CLOSE COA-FILE
113500     END-IF.
113600     IF FDI-TRAN-OK
113700         CLOSE TRAN-FILE
113800     END-IF.
113900     IF FDI-RPT-OK
114000         CLOSE REPORT-FILE
114100     END-IF.
114200     IF RETURN-CODE = 0
114300         DISPLAY "FEEDIN - " FDI-LINE-NUMBER " LINES READ, "
114400             FDI-ACCEPT-COUNT " ACCEPTED, " FDI-RETURN-COUNT
114500             " RETURNED ON THE ERROR LISTING"
114600     ELSE
114700         DISPLAY "FEEDIN - RUN FAILED, DO NOT SHIP FEEDTRAN"
114800     END-IF.
114900     PERFORM 9300-WRITE-RUN-STATUS THRU 9300-EXIT.
115000 9000-EXIT.
115100     EXIT.

115200*****************************************************************
115300*    9100-PRINT-TOTALS                                          *
115400*****************************************************************
115500 9100-PRINT-TOTALS.
115600     IF FDI-RPT-OK
115700         IF FDI-PAGE-COUNT = 0
115800             PERFORM 8000-PRINT-HEADINGS THRU 8000-EXIT
115900         END-IF
116000         MOVE SPACES TO FDI-MESSAGE-LINE
116100         EVALUATE TRUE
116200             WHEN RETURN-CODE NOT = 0
116300                 MOVE "RUN FAILED - NO BATCH BUILT, SEE JOB LOG"
116400                     TO FML-TEXT
116500             WHEN FDI-RETURN-COUNT = 0
116600                 MOVE "NO LINES RETURNED - ALL LINES ACCEPTED"
116700                     TO FML-TEXT
116800             WHEN OTHER
116900                 MOVE "RETURNED LINES NOT POSTED - FIX AND RESEND"
117000                     TO FML-TEXT
117100         END-EVALUATE
117200         PERFORM 8200-PRINT-MESSAGE THRU 8200-EXIT
117300         MOVE SPACES TO RPT-RECORD
117400         WRITE RPT-RECORD
117500         MOVE SPACES TO FDI-TOTAL-LINE
117600         MOVE "LINES READ ..............." TO FTL-LABEL
117700         MOVE FDI-LINE-NUMBER TO FTL-COUNT
117800         WRITE RPT-RECORD FROM FDI-TOTAL-LINE
117900         MOVE SPACES TO FDI-TOTAL-LINE
118000         MOVE "BLANK LINES SKIPPED ......" TO FTL-LABEL
118100         MOVE FDI-BLANK-COUNT TO FTL-COUNT
118200         WRITE RPT-RECORD FROM FDI-TOTAL-LINE
118300         MOVE SPACES TO FDI-TOTAL-LINE
118400         MOVE "LINES ACCEPTED ..........." TO FTL-LABEL
118500         MOVE FDI-ACCEPT-COUNT TO FTL-COUNT
118600         WRITE RPT-RECORD FROM FDI-TOTAL-LINE
118700         MOVE SPACES TO FDI-TOTAL-LINE
118800         MOVE "LINES RETURNED ..........." TO FTL-LABEL
118900         MOVE FDI-RETURN-COUNT TO FTL-COUNT
119000         WRITE RPT-RECORD FROM FDI-TOTAL-LINE
119100         MOVE SPACES TO FDI-HASH-LINE
119200         MOVE "BATCH HASH TOTAL ........." TO FHL-LABEL
119300         MOVE FDI-BATCH-HASH TO FHL-HASH
119400         WRITE RPT-RECORD FROM FDI-HASH-LINE
119500     END-IF.
119600 9100-EXIT.
119700     EXIT.

119800*****************************************************************
119900*    9300-WRITE-RUN-STATUS                                      *
120000*    APPENDS THIS STEP'S COMPLETION RECORD TO THE COMMON        *
120100*    RUN-STATUS LOG THE DAY-END OPERATIONS SUMMARY READS.  A    *
120200*    LOG THAT CANNOT BE WRITTEN ONLY WARNS -- THE STEP'S OWN    *
120300*    WORK STANDS.                                               *
120400*****************************************************************
120500 9300-WRITE-RUN-STATUS.
120600     OPEN EXTEND RUNSTAT-FILE.
120700     IF FDI-RUNSTAT-OK
120800         ACCEPT FDI-STAMP-DATE FROM DATE YYYYMMDD
120900         ACCEPT FDI-STAMP-TIME FROM TIME
121000         MOVE "FEEDIN" TO RS-PROGRAM
121100         MOVE FDI-BATCH-NUMBER TO RS-BATCH-NUMBER
121200         MOVE FDI-BUSINESS-DATE TO RS-BUSINESS-DATE
121300         MOVE FDI-LINE-NUMBER TO RS-READ-COUNT
121400         MOVE FDI-ACCEPT-COUNT TO RS-ACCEPT-COUNT
121500         MOVE FDI-RETURN-COUNT TO RS-REJECT-COUNT
121600         MOVE FDI-BATCH-HASH TO RS-CONTROL-TOTAL
121700         MOVE RETURN-CODE TO RS-RETURN-CODE
121800         MOVE FDI-STAMP-DATE TO RS-RUN-DATE
121900         MOVE FDI-STAMP-TIME TO RS-RUN-TIME
122000         WRITE RS-RECORD
122100         CLOSE RUNSTAT-FILE
122200     ELSE
122300         DISPLAY "FEEDIN - UNABLE TO OPEN RUNSTAT, STATUS "
122400             FDI-RUNSTAT-STATUS
122500             ", RUN-STATUS RECORD NOT WRITTEN"
122600     END-IF.
122700 9300-EXIT.
122800     EXIT.
