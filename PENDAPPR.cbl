000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    PENDAPPR.
000300 AUTHOR.        J H MERCER.
000400 INSTALLATION.  GENERAL ACCOUNTING - BATCH SYSTEMS.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*    PENDAPPR                                                   *
001000*                                                               *
001100*    PENDING-APPROVAL DECISIONS AND RELEASE.  ADDNUMBERS HOLDS  *
001200*    A VALID TRANSACTION THAT FALLS OUTSIDE THE POSTING         *
001300*    OPERATOR'S AUTHORITY (OPAUTH) ON PENDFILE INSTEAD OF       *
001400*    POSTING IT.  THIS PROGRAM TAKES THE APPROVE/DECLINE CARDS  *
001500*    A SECOND OPERATOR KEYED FOR THOSE ITEMS, KEYED BY TRANFIL  *
001600*    POSITION AND BUSINESS DATE LIKE A SUSPENSE REPAIR CARD,    *
001700*    AND APPLIES THEM.  A DECISION IS ONLY TAKEN FROM AN        *
001800*    OPERATOR WHO IS NOT THE ONE WHO SUBMITTED THE ITEM, WHO IS *
001900*    ACTIVE ON THE AUTHORITY MASTER, AND WHOSE APPROVAL LIMIT   *
002000*    COVERS THE ITEM'S VALUE.  APPROVED ITEMS ARE RELEASED AS   *
002100*    COMPLETE TRANFIL BATCHES -- ONE PER DEPARTMENT, EACH WITH  *
002200*    ITS OWN HEADER (MARKED AS A RELEASE SO ADDNUMBERS DOES NOT *
002300*    HOLD THEM AGAIN) AND A TRAILER WITH THE DETAIL COUNT AND   *
002400*    HASH TOTAL COMPUTED HERE.  DECLINED ITEMS ARE DROPPED.     *
002500*    EVERY DECISION IS LOGGED WITH BOTH OPERATOR IDS.  ITEMS    *
002600*    STILL WAITING ARE CARRIED TO A NEW PENDING FILE (COPIED    *
002700*    BACK OVER THE LIVE FILE BY THE NEXT JOB STEP) AND LISTED   *
002800*    ON AN AGING REPORT BY HOLD REASON AND DAYS WAITING.  A     *
002900*    CARD THAT MATCHES NOTHING, OR A DECISION THAT CANNOT BE    *
003000*    TAKEN, FAILS THE STEP (RC=16) SO NO OUTPUT IS USED UNTIL   *
003100*    THE DESK RESOLVES IT.                                      *
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
004400     SELECT PEND-FILE ASSIGN TO PENDFILE
004500         ORGANIZATION IS SEQUENTIAL
004600         FILE STATUS IS PAP-PEND-STATUS.
004700     SELECT CARD-FILE ASSIGN TO APRCARD
004800         ORGANIZATION IS SEQUENTIAL
004900         FILE STATUS IS PAP-CARD-STATUS.
005000     SELECT CTL-FILE ASSIGN TO PACTL
005100         ORGANIZATION IS SEQUENTIAL
005200         FILE STATUS IS PAP-CTL-STATUS.
005300     SELECT AUTH-FILE ASSIGN TO OPAUTH
005400         ORGANIZATION IS INDEXED
005500         ACCESS MODE IS RANDOM
005600         RECORD KEY IS OA-OPERATOR-ID
005700         FILE STATUS IS PAP-AUTH-STATUS.
005800     SELECT BREG-FILE ASSIGN TO BREGFILE
005900         ORGANIZATION IS INDEXED
006000         ACCESS MODE IS RANDOM
006100         RECORD KEY IS BRG-BATCH-NUMBER
006200         FILE STATUS IS PAP-BREG-STATUS.
006300     SELECT REL-FILE ASSIGN TO RELFILE
006400         ORGANIZATION IS SEQUENTIAL
006500         FILE STATUS IS PAP-REL-STATUS.
006600     SELECT NEWPEND-FILE ASSIGN TO NEWPEND
006700         ORGANIZATION IS SEQUENTIAL
006800         FILE STATUS IS PAP-NEWPEND-STATUS.
006900     SELECT LOG-FILE ASSIGN TO DECISNS
007000         ORGANIZATION IS SEQUENTIAL
007100         FILE STATUS IS PAP-LOG-STATUS.
007200     SELECT REPORT-FILE ASSIGN TO RPTFILE
007300         ORGANIZATION IS SEQUENTIAL
007400         FILE STATUS IS PAP-RPT-STATUS.
007500     SELECT RUNSTAT-FILE ASSIGN TO RUNSTAT
007600         ORGANIZATION IS SEQUENTIAL
007700         FILE STATUS IS PAP-RUNSTAT-STATUS.

007800 DATA DIVISION.
007900 FILE SECTION.
008000 FD  PEND-FILE
008100     RECORDING MODE IS F
008200     RECORD CONTAINS 260 CHARACTERS
008300     LABEL RECORDS ARE STANDARD.
008400 COPY PENDREC.

008500 FD  CARD-FILE
008600     RECORDING MODE IS F
008700     RECORD CONTAINS 80 CHARACTERS
008800     LABEL RECORDS ARE STANDARD.
008900 COPY PADECREC.

009000 FD  CTL-FILE
009100     RECORDING MODE IS F
009200     RECORD CONTAINS 80 CHARACTERS
009300     LABEL RECORDS ARE STANDARD.
009400 COPY PACTLREC.

009500 FD  AUTH-FILE
009600     RECORDING MODE IS F
009700     RECORD CONTAINS 80 CHARACTERS
009800     LABEL RECORDS ARE STANDARD.
009900 COPY OPAUTREC.

010000 FD  BREG-FILE
010100     RECORDING MODE IS F
010200     RECORD CONTAINS 80 CHARACTERS
010300     LABEL RECORDS ARE STANDARD.
010400 COPY BREGREC.

010500 FD  REL-FILE
010600     RECORDING MODE IS F
010700     RECORD CONTAINS 210 CHARACTERS
010800     LABEL RECORDS ARE STANDARD.
010900 COPY TRANREC.

011000 FD  NEWPEND-FILE
011100     RECORDING MODE IS F
011200     RECORD CONTAINS 260 CHARACTERS
011300     LABEL RECORDS ARE STANDARD.
011400 01  NEWPEND-RECORD                  PIC X(260).

011500 FD  LOG-FILE
011600     RECORDING MODE IS F
011700     RECORD CONTAINS 320 CHARACTERS
011800     LABEL RECORDS ARE STANDARD.
011900 COPY PALOGREC.

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
013400 01  PAP-SWITCHES.
013500     05  PAP-RUNSTAT-STATUS      PIC X(02) VALUE ZEROS.
013600         88  PAP-RUNSTAT-OK      VALUE "00".
013700     05  PAP-PEND-STATUS         PIC X(02) VALUE ZEROS.
013800         88  PAP-PEND-OK         VALUE "00".
013900         88  PAP-PEND-ENDED      VALUE "10".
014000     05  PAP-CARD-STATUS         PIC X(02) VALUE ZEROS.
014100         88  PAP-CARD-OK         VALUE "00".
014200     05  PAP-CTL-STATUS          PIC X(02) VALUE ZEROS.
014300         88  PAP-CTL-OK          VALUE "00".
014400     05  PAP-AUTH-STATUS         PIC X(02) VALUE ZEROS.
014500         88  PAP-AUTH-OK         VALUE "00".
014600     05  PAP-BREG-STATUS         PIC X(02) VALUE ZEROS.
014700         88  PAP-BREG-OK         VALUE "00".
014800     05  PAP-REL-STATUS          PIC X(02) VALUE ZEROS.
014900         88  PAP-REL-OK          VALUE "00".
015000     05  PAP-NEWPEND-STATUS      PIC X(02) VALUE ZEROS.
015100         88  PAP-NEWPEND-OK      VALUE "00".
015200     05  PAP-LOG-STATUS          PIC X(02) VALUE ZEROS.
015300         88  PAP-LOG-OK          VALUE "00".
015400     05  PAP-RPT-STATUS          PIC X(02) VALUE ZEROS.
015500         88  PAP-RPT-OK          VALUE "00".
015600     05  PAP-EOF-SW              PIC X(01) VALUE "N".
015700         88  PAP-EOF             VALUE "Y".
015800     05  PAP-CARD-EOF-SW         PIC X(01) VALUE "N".
015900         88  PAP-CARD-EOF        VALUE "Y".
016000     05  PAP-CARD-FOUND-SW       PIC X(01) VALUE "N".
016100         88  PAP-CARD-FOUND      VALUE "Y".
016200     05  PAP-CARD-DUP-SW         PIC X(01) VALUE "N".
016300         88  PAP-CARD-DUP        VALUE "Y".
016400     05  PAP-DECISION-OK-SW      PIC X(01) VALUE "N".
016500         88  PAP-DECISION-OK     VALUE "Y".
016600     05  PAP-DEPT-FOUND-SW       PIC X(01) VALUE "N".
016700         88  PAP-DEPT-FOUND      VALUE "Y".
016800     05  PAP-RSN-FOUND-SW        PIC X(01) VALUE "N".
016900         88  PAP-RSN-FOUND       VALUE "Y".

017000 01  PAP-CONTROLS.
017100     05  PAP-FIRST-BATCH         PIC 9(06) VALUE ZEROS.
017200     05  PAP-NEXT-BATCH          PIC 9(06) VALUE ZEROS.
017300     05  PAP-RELEASE-BATCH       PIC 9(06) VALUE ZEROS.
017400     05  PAP-BUSINESS-DATE       PIC 9(08) VALUE ZEROS.

017500 01  PAP-COUNTERS.
017600     05  PAP-READ-COUNT          PIC 9(07) VALUE ZEROS.
017700     05  PAP-APPROVED-COUNT      PIC 9(07) VALUE ZEROS.
017800     05  PAP-DECLINED-COUNT      PIC 9(07) VALUE ZEROS.
017900     05  PAP-REMAIN-COUNT        PIC 9(07) VALUE ZEROS.
018000     05  PAP-REFUSED-COUNT       PIC 9(05) VALUE ZEROS.
018100     05  PAP-UNMATCHED-COUNT     PIC 9(05) VALUE ZEROS.
018200     05  PAP-BATCHES-WRITTEN     PIC 9(03) VALUE ZEROS.
018300*        PAP-RELEASE-TOTAL IS THE HASH OF EVERY OPERAND RELEASED,
018400*        ACROSS ALL THE RELEASE BATCHES, FOR THE RUN-STATUS LOG.
018500     05  PAP-RELEASE-TOTAL       PIC S9(11)V99 VALUE ZEROS.

018600 01  PAP-AGING-FIELDS.
018700     05  PAP-RUN-DATE            PIC 9(08) VALUE ZEROS.
018800     05  PAP-RUN-TIME            PIC 9(08) VALUE ZEROS.
018900     05  PAP-RUN-DAYS            PIC 9(08) VALUE ZEROS.
019000     05  PAP-AGE-DAYS            PIC 9(05) VALUE ZEROS.
019100     05  PAP-STATUS-TEXT         PIC X(30) VALUE SPACES.
019200     05  PAP-RSN-SUB             PIC 9(02) VALUE ZEROS.

019300*****************************************************************
019400*    DAY-SERIAL WORK FIELDS FOR 8300-DATE-TO-DAYS.  THE SERIAL  *
019500*    OMITS THE GREGORIAN CENTURY CORRECTION, WHICH IS CONSTANT  *
019600*    WITHIN 1900-2099 AND CANCELS OUT OF THE DAY DIFFERENCES    *
019700*    THE AGING REPORT TAKES.                                    *
019800*****************************************************************
019900 01  PAP-DTD-FIELDS.
020000     05  PAP-DTD-DATE            PIC 9(08).
020100     05  PAP-DTD-SPLIT REDEFINES PAP-DTD-DATE.
020200         10  PAP-DTD-YEAR        PIC 9(04).
020300         10  PAP-DTD-MONTH       PIC 9(02).
020400         10  PAP-DTD-DAY         PIC 9(02).
020500     05  PAP-DTD-WORK-YEAR       PIC 9(04).
020600     05  PAP-DTD-WORK-MONTH      PIC 9(02).
020700     05  PAP-DTD-TERM1           PIC 9(08).
020800     05  PAP-DTD-TERM2           PIC 9(08).
020900     05  PAP-DTD-DAYS            PIC 9(08).

021000*****************************************************************
021100*    PAP-TRAN-WORK OVERLAYS THE 203-BYTE TRANSACTION IMAGE OF   *
021200*    AN APPROVED ITEM SO ITS OPERANDS CAN BE HASHED FOR THE     *
021300*    RELEASE BATCH TRAILER.                                     *
021400*****************************************************************
021500 01  PAP-TRAN-IMAGE              PIC X(203).
021600 01  PAP-TRAN-WORK REDEFINES PAP-TRAN-IMAGE.
021700     05  PAP-TW-OP-CODE          PIC X(01).
021800     05  PAP-TW-OPERAND-COUNT    PIC 9(02).
021900     05  PAP-TW-SLOT
022000             OCCURS 10 TIMES
022100             INDEXED BY PAP-TW-IDX.
022200         10  PAP-TW-ACCOUNT      PIC 9(08).
022300         10  PAP-TW-OPERAND      PIC S9(9)V99
022400                                  SIGN IS TRAILING SEPARATE.

022500*****************************************************************
022600*    PAP-CARD-TABLE HOLDS THE DECISION CARDS, LOADED ONCE AT    *
022700*    INITIALIZATION.  200 SLOTS IS FAR MORE DECISIONS THAN ONE  *
022800*    RUN EVER CARRIES; A CARD FILE THAT OVERFLOWS THE TABLE     *
022900*    ABORTS THE RUN RATHER THAN APPLYING A PARTIAL SET.         *
023000*****************************************************************
023100 01  PAP-CARD-TABLE.
023200     05  PAP-CARD-COUNT          PIC 9(03) VALUE ZEROS.
023300     05  PAP-CARD-ENTRY
023400             OCCURS 200 TIMES
023500             INDEXED BY PAP-CARD-IDX PAP-DUP-IDX.
023600         10  PAP-CARD-POSITION   PIC 9(05).
023700         10  PAP-CARD-DATE       PIC 9(08).
023800         10  PAP-CARD-ACTION     PIC X(01).
023900             88  PAP-CARD-APPROVE VALUE "A".
024000             88  PAP-CARD-DECLINE VALUE "D".
024100         10  PAP-CARD-APPROVER   PIC X(08).
024200         10  PAP-CARD-COMMENT    PIC X(30).
024300         10  PAP-CARD-USED-SW    PIC X(01).
024400             88  PAP-CARD-USED   VALUE "Y".

024500*****************************************************************
024600*    PAP-DEPT-TABLE HAS ONE RELEASE BATCH PER DEPARTMENT, IN    *
024700*    THE ORDER EACH DEPARTMENT'S FIRST APPROVAL WAS MET.  BATCH *
024800*    NUMBERS RUN UPWARD FROM THE CONTROL CARD'S FIRST BATCH     *
024900*    NUMBER.  THE COUNT AND HASH ARE KEPT AS ITEMS ARE          *
025000*    APPROVED SO EACH TRAILER IS READY WHEN THE BATCH IS        *
025100*    WRITTEN.                                                   *
025200*****************************************************************
025300 01  PAP-DEPT-TABLE.
025400     05  PAP-DEPT-COUNT          PIC 9(02) VALUE ZEROS.
025500     05  PAP-DEPT-ENTRY
025600             OCCURS 50 TIMES
025700             INDEXED BY PAP-DEPT-IDX.
025800         10  PAP-DEPT-CODE       PIC X(04).
025900         10  PAP-DEPT-BATCH      PIC 9(06).
026000         10  PAP-DEPT-DETAILS    PIC 9(07).
026100         10  PAP-DEPT-HASH       PIC S9(11)V99.

026200*****************************************************************
026300*    PAP-REL-TABLE HOLDS THE APPROVED TRANSACTION IMAGES UNTIL  *
026400*    END OF RUN, WHEN THEY ARE WRITTEN OUT ONE DEPARTMENT'S     *
026500*    BATCH AT A TIME.  PAP-REL-DEPT POINTS AT THE ITEM'S        *
026600*    PAP-DEPT-TABLE ENTRY.  AN OVERFLOW ABORTS THE RUN.         *
026700*****************************************************************
026800 01  PAP-REL-TABLE.
026900     05  PAP-REL-COUNT           PIC 9(03) VALUE ZEROS.
027000     05  PAP-REL-ENTRY
027100             OCCURS 500 TIMES
027200             INDEXED BY PAP-REL-IDX.
027300         10  PAP-REL-DEPT        PIC 9(02).
027400         10  PAP-REL-DATA        PIC X(203).

027500*****************************************************************
027600*    PAP-REASON-LIST IS THE FIXED SET OF HOLD REASON CODES      *
027700*    (SEE PENDREC); SLOT 6 CATCHES ANYTHING UNRECOGNIZED.  THE  *
027800*    TOTALS TABLE RUNS IN PARALLEL FOR THE AGING SUMMARY.       *
027900*****************************************************************
028000 01  PAP-REASON-LIST.
028100     05  FILLER                  PIC X(12)
028200         VALUE "HNHOHCHLHR??".
028300 01  PAP-REASON-LIST-R REDEFINES PAP-REASON-LIST.
028400     05  PAP-RSN-CODE-V          OCCURS 6 TIMES
028500                                 PIC X(02).
028600 01  PAP-REASON-TOTALS.
028700     05  PAP-REASON-ENTRY        OCCURS 6 TIMES.
028800         10  PAP-RSN-COUNT       PIC 9(05).
028900         10  PAP-RSN-OLDEST      PIC 9(05).

029000 01  PAP-PRINT-CONTROL.
029100     05  PAP-LINE-COUNT          PIC 9(03) VALUE 99.
029200     05  PAP-PAGE-COUNT          PIC 9(05) VALUE ZEROS.
029300     05  PAP-LINES-PER-PAGE      PIC 9(03) VALUE 55.

029400*****************************************************************
029500*    PRINT LINES.  COLUMN 1 IS ASA CARRIAGE CONTROL.            *
029600*****************************************************************
029700 01  PAP-HEADING-1.
029800     05  FILLER                  PIC X(01) VALUE "1".
029900     05  FILLER                  PIC X(09) VALUE "PENDAPPR".
030000     05  FILLER                  PIC X(14) VALUE SPACES.
030100     05  FILLER                  PIC X(40)
030200         VALUE "PENDING APPROVAL DECISIONS AND AGING".
030300     05  FILLER                  PIC X(09) VALUE "RUN DATE ".
030400     05  PAH1-RUN-DATE           PIC 9(08).
030500     05  FILLER                  PIC X(02) VALUE SPACES.
030600     05  FILLER                  PIC X(05) VALUE "PAGE ".
030700     05  PAH1-PAGE               PIC ZZZZ9.
030800     05  FILLER                  PIC X(40) VALUE SPACES.

030900 01  PAP-HEADING-2.
031000     05  FILLER                  PIC X(01) VALUE SPACE.
031100     05  FILLER                  PIC X(10) VALUE "POSITION".
031200     05  FILLER                  PIC X(10) VALUE "BUS DATE".
031300     05  FILLER                  PIC X(04) VALUE "RC".
031400     05  FILLER                  PIC X(06) VALUE "DEPT".
031500     05  FILLER                  PIC X(10) VALUE "SUBMITTED".
031600     05  FILLER                  PIC X(10) VALUE "DECIDED".
031700     05  FILLER                  PIC X(19)
031800         VALUE "            VALUE".
031900     05  FILLER                  PIC X(07) VALUE "  DAYS ".
032000     05  FILLER                  PIC X(30) VALUE "STATUS".
032100     05  FILLER                  PIC X(26) VALUE SPACES.

032200 01  PAP-DETAIL-LINE.
032300     05  FILLER                  PIC X(01) VALUE SPACE.
032400     05  PDL-POSITION            PIC 9(05).
032500     05  FILLER                  PIC X(05) VALUE SPACES.
032600     05  PDL-BUS-DATE            PIC 9(08).
032700     05  FILLER                  PIC X(02) VALUE SPACES.
032800     05  PDL-REASON              PIC X(02).
032900     05  FILLER                  PIC X(02) VALUE SPACES.
033000     05  PDL-DEPT                PIC X(04).
033100     05  FILLER                  PIC X(02) VALUE SPACES.
033200     05  PDL-SUBMITTER           PIC X(08).
033300     05  FILLER                  PIC X(02) VALUE SPACES.
033400     05  PDL-APPROVER            PIC X(08).
033500     05  FILLER                  PIC X(02) VALUE SPACES.
033600     05  PDL-AMOUNT              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
033700     05  FILLER                  PIC X(02) VALUE SPACES.
033800     05  PDL-DAYS                PIC ZZZZ9.
033900     05  FILLER                  PIC X(02) VALUE SPACES.
034000     05  PDL-STATUS              PIC X(30).
034100     05  FILLER                  PIC X(26) VALUE SPACES.

034200 01  PAP-UNMATCHED-LINE.
034300     05  FILLER                  PIC X(01) VALUE SPACE.
034400     05  FILLER                  PIC X(27)
034500         VALUE "DECISION CARD FOR POSITION ".
034600     05  PUL-POSITION            PIC 9(05).
034700     05  FILLER                  PIC X(06) VALUE " DATE ".
034800     05  PUL-DATE                PIC 9(08).
034900     05  FILLER                  PIC X(26)
035000         VALUE " MATCHES NO PENDING ITEM".
035100     05  FILLER                  PIC X(60) VALUE SPACES.

035200 01  PAP-BATCH-LINE.
035300     05  FILLER                  PIC X(01) VALUE SPACE.
035400     05  FILLER                  PIC X(14) VALUE "RELEASE BATCH ".
035500     05  PBL-BATCH               PIC 9(06).
035600     05  FILLER                  PIC X(07) VALUE "  DEPT ".
035700     05  PBL-DEPT                PIC X(04).
035800     05  FILLER                  PIC X(10) VALUE "  DETAILS ".
035900     05  PBL-DETAILS             PIC Z,ZZZ,ZZ9.
036000     05  FILLER                  PIC X(07) VALUE "  HASH ".
036100     05  PBL-HASH                PIC -ZZ,ZZZ,ZZZ,ZZ9.99.
036200     05  FILLER                  PIC X(57) VALUE SPACES.

036300 01  PAP-MESSAGE-LINE.
036400     05  FILLER                  PIC X(01) VALUE SPACE.
036500     05  PML-TEXT                PIC X(70).
036600     05  FILLER                  PIC X(62) VALUE SPACES.

036700 01  PAP-SUMMARY-LINE.
036800     05  FILLER                  PIC X(01) VALUE SPACE.
036900     05  FILLER                  PIC X(07) VALUE "REASON ".
037000     05  PSL-REASON              PIC X(02).
037100     05  FILLER                  PIC X(10) VALUE "   ITEMS ".
037200     05  PSL-COUNT               PIC ZZZZ9.
037300     05  FILLER                  PIC X(09) VALUE "  OLDEST ".
037400     05  PSL-DAYS                PIC ZZZZ9.
037500     05  FILLER                  PIC X(05) VALUE " DAYS".
037600     05  FILLER                  PIC X(89) VALUE SPACES.

037700 01  PAP-TOTAL-LINE.
037800     05  FILLER                  PIC X(01) VALUE SPACE.
037900     05  PTL-LABEL               PIC X(26).
038000     05  PTL-COUNT               PIC Z,ZZZ,ZZ9.
038100     05  FILLER                  PIC X(97) VALUE SPACES.

038200 01  PAP-STAMP-FIELDS.
038300     05  PAP-STAMP-DATE          PIC 9(08) VALUE ZEROS.
038400     05  PAP-STAMP-TIME          PIC 9(08) VALUE ZEROS.

038500 PROCEDURE DIVISION.
038600*****************************************************************
038700*    0000-MAINLINE                                              *
038800*****************************************************************
038900 0000-MAINLINE.
039000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
039100     PERFORM 2000-PROCESS-PENDING THRU 2000-EXIT
039200         UNTIL PAP-EOF.
039300     PERFORM 3000-WRITE-RELEASES THRU 3000-EXIT.
039400     PERFORM 4000-CHECK-UNMATCHED THRU 4000-EXIT.
039500     PERFORM 9000-TERMINATE THRU 9000-EXIT.
039600     GOBACK.

039700*****************************************************************
039800*    1000-INITIALIZE                                            *
039900*****************************************************************
040000 1000-INITIALIZE.
040100     ACCEPT PAP-RUN-DATE FROM DATE YYYYMMDD.
040200     ACCEPT PAP-RUN-TIME FROM TIME.
040300     MOVE PAP-RUN-DATE TO PAP-DTD-DATE.
040400     PERFORM 8300-DATE-TO-DAYS THRU 8300-EXIT.
040500     MOVE PAP-DTD-DAYS TO PAP-RUN-DAYS.
040600     PERFORM 1050-INIT-REASON THRU 1050-EXIT
040700         VARYING PAP-RSN-SUB FROM 1 BY 1
040800         UNTIL PAP-RSN-SUB > 6.
040900     PERFORM 1100-READ-CONTROL THRU 1100-EXIT.
041000     OPEN INPUT PEND-FILE.
041100     IF NOT PAP-PEND-OK
041200         DISPLAY "PENDAPPR - UNABLE TO OPEN PENDFILE, STATUS "
041300             PAP-PEND-STATUS
041400         MOVE 16 TO RETURN-CODE
041500         MOVE "Y" TO PAP-EOF-SW
041600     END-IF.
041700     OPEN INPUT AUTH-FILE.
041800     IF NOT PAP-AUTH-OK
041900         DISPLAY "PENDAPPR - UNABLE TO OPEN OPAUTH, STATUS "
042000             PAP-AUTH-STATUS
042100         MOVE 16 TO RETURN-CODE
042200         MOVE "Y" TO PAP-EOF-SW
042300     END-IF.
042400     OPEN INPUT BREG-FILE.
042500     IF NOT PAP-BREG-OK
042600         DISPLAY "PENDAPPR - UNABLE TO OPEN BREGFILE, STATUS "
042700             PAP-BREG-STATUS
042800         MOVE 16 TO RETURN-CODE
042900         MOVE "Y" TO PAP-EOF-SW
043000     END-IF.
043100     OPEN OUTPUT REL-FILE.
043200     IF NOT PAP-REL-OK
043300         DISPLAY "PENDAPPR - UNABLE TO OPEN RELFILE, STATUS "
043400             PAP-REL-STATUS
043500         MOVE 16 TO RETURN-CODE
043600         MOVE "Y" TO PAP-EOF-SW
043700     END-IF.
043800     OPEN OUTPUT NEWPEND-FILE.
043900     IF NOT PAP-NEWPEND-OK
044000         DISPLAY "PENDAPPR - UNABLE TO OPEN NEWPEND, STATUS "
044100             PAP-NEWPEND-STATUS
044200         MOVE 16 TO RETURN-CODE
044300         MOVE "Y" TO PAP-EOF-SW
044400     END-IF.
044500     OPEN OUTPUT LOG-FILE.
044600     IF NOT PAP-LOG-OK
044700         DISPLAY "PENDAPPR - UNABLE TO OPEN DECISNS, STATUS "
044800             PAP-LOG-STATUS
044900         MOVE 16 TO RETURN-CODE
045000         MOVE "Y" TO PAP-EOF-SW
045100     END-IF.
045200     OPEN OUTPUT REPORT-FILE.
045300     IF NOT PAP-RPT-OK
045400         DISPLAY "PENDAPPR - UNABLE TO OPEN RPTFILE, STATUS "
045500             PAP-RPT-STATUS
045600         MOVE 16 TO RETURN-CODE
045700         MOVE "Y" TO PAP-EOF-SW
045800     END-IF.
045900     IF NOT PAP-EOF
046000         PERFORM 1200-LOAD-CARDS THRU 1200-EXIT
046100     END-IF.
046200     IF NOT PAP-EOF
046300         PERFORM 2100-READ-PENDING THRU 2100-EXIT
046400     END-IF.
046500 1000-EXIT.
046600     EXIT.

046700*****************************************************************
046800*    1050-INIT-REASON                                           *
046900*****************************************************************
047000 1050-INIT-REASON.
047100     MOVE ZEROS TO PAP-RSN-COUNT (PAP-RSN-SUB).
047200     MOVE ZEROS TO PAP-RSN-OLDEST (PAP-RSN-SUB).
047300 1050-EXIT.
047400     EXIT.

047500*****************************************************************
047600*    1100-READ-CONTROL                                          *
047700*    THE CARD NAMES THE FIRST RELEASE BATCH NUMBER AND THE      *
047800*    BUSINESS DATE OF THE ADDNUMBERS RUN THE RELEASES WILL      *
047900*    POST IN -- WITHOUT THEM THERE IS NO HEADER TO BUILD, SO A  *
048000*    MISSING OR BAD CARD ABORTS THE RUN.                        *
048100*****************************************************************
048200 1100-READ-CONTROL.
048300     OPEN INPUT CTL-FILE.
048400     IF PAP-CTL-OK
048500         READ CTL-FILE
048600             AT END
048700                 MOVE ZEROS TO PAC-BATCH-NUMBER
048800                 MOVE ZEROS TO PAC-BUSINESS-DATE
048900         END-READ
049000         IF PAC-BATCH-NUMBER NUMERIC
049100             AND PAC-BATCH-NUMBER > 0
049200             AND PAC-BUSINESS-DATE NUMERIC
049300             AND PAC-BUSINESS-DATE > 0
049400             MOVE PAC-BATCH-NUMBER  TO PAP-FIRST-BATCH
049500             MOVE PAC-BATCH-NUMBER  TO PAP-NEXT-BATCH
049600             MOVE PAC-BUSINESS-DATE TO PAP-BUSINESS-DATE
049700             DISPLAY "PENDAPPR - RELEASE BATCHES FROM "
049800                 PAP-FIRST-BATCH " BUSINESS DATE "
049900                 PAP-BUSINESS-DATE
050000         ELSE
050100             DISPLAY "PENDAPPR - BATCH NUMBER OR BUSINESS DATE "
050200                 "MISSING FROM PACTL, ABORTING RUN"
050300             MOVE 16 TO RETURN-CODE
050400             MOVE "Y" TO PAP-EOF-SW
050500         END-IF
050600         CLOSE CTL-FILE
050700     ELSE
050800         DISPLAY "PENDAPPR - UNABLE TO OPEN PACTL, STATUS "
050900             PAP-CTL-STATUS
051000         MOVE 16 TO RETURN-CODE
051100         MOVE "Y" TO PAP-EOF-SW
051200     END-IF.
051300 1100-EXIT.
051400     EXIT.

051500*****************************************************************
051600*    1200-LOAD-CARDS                                            *
051700*    LOADS THE DECISION CARDS INTO PAP-CARD-TABLE.  AN EMPTY    *
051800*    CARD FILE IS A VALID RUN -- THE AGING REPORT STILL         *
051900*    PRINTS -- BUT AN UNOPENABLE ONE ABORTS.                    *
052000*****************************************************************
052100 1200-LOAD-CARDS.
052200     OPEN INPUT CARD-FILE.
052300     IF PAP-CARD-OK
052400         PERFORM 1210-LOAD-CARD-RECORD THRU 1210-EXIT
052500             UNTIL PAP-CARD-EOF OR PAP-EOF
052600         CLOSE CARD-FILE
052700         DISPLAY "PENDAPPR - " PAP-CARD-COUNT
052800             " DECISION CARDS LOADED"
052900     ELSE
053000         DISPLAY "PENDAPPR - UNABLE TO OPEN APRCARD, STATUS "
053100             PAP-CARD-STATUS
053200         MOVE 16 TO RETURN-CODE
053300         MOVE "Y" TO PAP-EOF-SW
053400     END-IF.
053500 1200-EXIT.
053600     EXIT.

053700*****************************************************************
053800*    1210-LOAD-CARD-RECORD                                      *
053900*    A CARD WHOSE POSITION OR DATE IS NOT NUMERIC CANNOT BE     *
054000*    MATCHED TO ANYTHING AND ABORTS THE RUN.  THE ACTION CODE   *
054100*    IS CHECKED WHEN THE CARD IS APPLIED, SO A BAD ONE IS       *
054200*    LISTED AGAINST THE ITEM IT WAS MEANT FOR.                  *
054300*****************************************************************
054400 1210-LOAD-CARD-RECORD.
054500     READ CARD-FILE
054600         AT END
054700             MOVE "Y" TO PAP-CARD-EOF-SW
054800         NOT AT END
054900             EVALUATE TRUE
055000                 WHEN PAD-TRAN-POSITION NOT NUMERIC
055100                     OR PAD-BUSINESS-DATE NOT NUMERIC
055200                     DISPLAY "PENDAPPR - DECISION CARD POSITION "
055300                         "OR DATE NOT NUMERIC, ABORTING RUN"
055400                     MOVE 16 TO RETURN-CODE
055500                     MOVE "Y" TO PAP-EOF-SW
055600                 WHEN PAP-CARD-COUNT < 200
055700                     ADD 1 TO PAP-CARD-COUNT
055800                     SET PAP-CARD-IDX TO PAP-CARD-COUNT
055900                     MOVE PAD-TRAN-POSITION TO
056000                         PAP-CARD-POSITION (PAP-CARD-IDX)
056100                     MOVE PAD-BUSINESS-DATE TO
056200                         PAP-CARD-DATE (PAP-CARD-IDX)
056300                     MOVE PAD-ACTION TO
056400                         PAP-CARD-ACTION (PAP-CARD-IDX)
056500                     MOVE PAD-APPROVER-ID TO
056600                         PAP-CARD-APPROVER (PAP-CARD-IDX)
056700                     MOVE PAD-COMMENT TO
056800                         PAP-CARD-COMMENT (PAP-CARD-IDX)
056900                     MOVE "N" TO
057000                         PAP-CARD-USED-SW (PAP-CARD-IDX)
057100                 WHEN OTHER
057200                     DISPLAY "PENDAPPR - DECISION CARDS EXCEED "
057300                         "TABLE, ABORTING RUN"
057400                     MOVE 16 TO RETURN-CODE
057500                     MOVE "Y" TO PAP-EOF-SW
057600             END-EVALUATE
057700     END-READ.
057800 1210-EXIT.
057900     EXIT.

058000*****************************************************************
058100*    2000-PROCESS-PENDING                                       *
058200*****************************************************************
058300 2000-PROCESS-PENDING.
058400     PERFORM 2200-FIND-CARD THRU 2200-EXIT.
058500     IF PAP-CARD-FOUND
058600         PERFORM 2300-APPLY-DECISION THRU 2300-EXIT
058700     ELSE
058800         MOVE "AWAITING DECISION" TO PAP-STATUS-TEXT
058900         PERFORM 2400-KEEP-PENDING THRU 2400-EXIT
059000     END-IF.
059100     IF NOT PAP-EOF
059200         PERFORM 2100-READ-PENDING THRU 2100-EXIT
059300     END-IF.
059400 2000-EXIT.
059500     EXIT.

059600*****************************************************************
059700*    2100-READ-PENDING                                          *
059800*****************************************************************
059900 2100-READ-PENDING.
060000     READ PEND-FILE
060100         AT END
060200             MOVE "Y" TO PAP-EOF-SW
060300         NOT AT END
060400             ADD 1 TO PAP-READ-COUNT
060500     END-READ.
060600 2100-EXIT.
060700     EXIT.

060800*****************************************************************
060900*    2200-FIND-CARD                                             *
061000*    SERIAL LOOKUP OF THE PENDING ITEM'S POSITION AND BUSINESS  *
061100*    DATE IN THE DECISION-CARD TABLE.  A SECOND CARD FOR THE    *
061200*    SAME ITEM IS A CONFLICT -- NEITHER IS APPLIED.             *
061300*****************************************************************
061400 2200-FIND-CARD.
061500     MOVE "N" TO PAP-CARD-FOUND-SW.
061600     MOVE "N" TO PAP-CARD-DUP-SW.
061700     PERFORM 2210-MATCH-CARD THRU 2210-EXIT
061800         VARYING PAP-CARD-IDX FROM 1 BY 1
061900         UNTIL PAP-CARD-IDX > PAP-CARD-COUNT
062000             OR PAP-CARD-FOUND.
062100     IF PAP-CARD-FOUND
062200         PERFORM 2220-MATCH-DUPLICATE THRU 2220-EXIT
062300             VARYING PAP-DUP-IDX FROM PAP-CARD-IDX BY 1
062400             UNTIL PAP-DUP-IDX > PAP-CARD-COUNT
062500     END-IF.
062600 2200-EXIT.
062700     EXIT.

062800*****************************************************************
062900*    2210-MATCH-CARD                                            *
063000*****************************************************************
063100 2210-MATCH-CARD.
063200     IF PAP-CARD-POSITION (PAP-CARD-IDX) = PND-TRAN-POSITION
063300         AND PAP-CARD-DATE (PAP-CARD-IDX) = PND-BUSINESS-DATE
063400         MOVE "Y" TO PAP-CARD-FOUND-SW
063500         MOVE "Y" TO PAP-CARD-USED-SW (PAP-CARD-IDX)
063600         SET PAP-CARD-IDX DOWN BY 1
063700     END-IF.
063800 2210-EXIT.
063900     EXIT.

064000*****************************************************************
064100*    2220-MATCH-DUPLICATE                                       *
064200*****************************************************************
064300 2220-MATCH-DUPLICATE.
064400     IF PAP-DUP-IDX NOT = PAP-CARD-IDX
064500         AND PAP-CARD-POSITION (PAP-DUP-IDX) = PND-TRAN-POSITION
064600         AND PAP-CARD-DATE (PAP-DUP-IDX) = PND-BUSINESS-DATE
064700         MOVE "Y" TO PAP-CARD-DUP-SW
064800         MOVE "Y" TO PAP-CARD-USED-SW (PAP-DUP-IDX)
064900     END-IF.
065000 2220-EXIT.
065100     EXIT.

065200*****************************************************************
065300*    2300-APPLY-DECISION                                        *
065400*    THE DECISION IS ONLY TAKEN WHEN THE CARD PASSES 2310.  A   *
065500*    REFUSED CARD LEAVES THE ITEM PENDING, LISTS WHY ON THE     *
065600*    AGING REPORT, AND FAILS THE RUN AT END OF JOB -- THE DESK  *
065700*    MEANT A DECISION THAT DID NOT HAPPEN.  AN APPROVED ITEM    *
065800*    JOINS ITS DEPARTMENT'S RELEASE BATCH; A DECLINED ONE IS    *
065900*    DROPPED.  BOTH ARE LOGGED.                                 *
066000*****************************************************************
066100 2300-APPLY-DECISION.
066200     PERFORM 2310-CHECK-DECISION THRU 2310-EXIT.
066300     IF PAP-DECISION-OK
066400         IF PAP-CARD-APPROVE (PAP-CARD-IDX)
066500             PERFORM 2350-RELEASE-ITEM THRU 2350-EXIT
066600         ELSE
066700             ADD 1 TO PAP-DECLINED-COUNT
066800             MOVE ZEROS TO PAP-RELEASE-BATCH
066900             MOVE "DECLINED - DROPPED" TO PAP-STATUS-TEXT
067000         END-IF
067100         IF NOT PAP-EOF
067200             PERFORM 2380-LOG-DECISION THRU 2380-EXIT
067300         END-IF
067400     ELSE
067500         ADD 1 TO PAP-REFUSED-COUNT
067600         PERFORM 2400-KEEP-PENDING THRU 2400-EXIT
067700     END-IF.
067800 2300-EXIT.
067900     EXIT.

068000*****************************************************************
068100*    2310-CHECK-DECISION                                        *
068200*    THE DECIDING OPERATOR MUST NOT BE THE ONE WHO SUBMITTED    *
068300*    THE ITEM, MUST BE ACTIVE ON THE AUTHORITY MASTER WITH AN   *
068400*    APPROVAL LIMIT (A ZERO LIMIT MEANS NO APPROVAL AUTHORITY), *
068500*    AND THE LIMIT MUST COVER THE ITEM'S VALUE.  THE SAME TEST  *
068600*    APPLIES TO A DECLINE -- TURNING AN ITEM AWAY IS AS MUCH A  *
068700*    DECISION AS LETTING IT THROUGH.                            *
068800*****************************************************************
068900 2310-CHECK-DECISION.
069000     MOVE "N" TO PAP-DECISION-OK-SW.
069100     EVALUATE TRUE
069200         WHEN PAP-CARD-DUP
069300             MOVE "REFUSED - CONFLICTING CARDS"
069400                 TO PAP-STATUS-TEXT
069500         WHEN NOT (PAP-CARD-APPROVE (PAP-CARD-IDX)
069600                   OR PAP-CARD-DECLINE (PAP-CARD-IDX))
069700             MOVE "REFUSED - INVALID ACTION CODE"
069800                 TO PAP-STATUS-TEXT
069900         WHEN PAP-CARD-APPROVER (PAP-CARD-IDX) = SPACES
070000             MOVE "REFUSED - NO APPROVER ID"
070100                 TO PAP-STATUS-TEXT
070200         WHEN PAP-CARD-APPROVER (PAP-CARD-IDX) = PND-OPERATOR-ID
070300             MOVE "REFUSED - SUBMITTER DECIDED"
070400                 TO PAP-STATUS-TEXT
070500         WHEN OTHER
070600             MOVE PAP-CARD-APPROVER (PAP-CARD-IDX)
070700                 TO OA-OPERATOR-ID
070800             READ AUTH-FILE
070900                 INVALID KEY
071000                     MOVE "REFUSED - APPROVER NOT ON FILE"
071100                         TO PAP-STATUS-TEXT
071200                 NOT INVALID KEY
071300                     EVALUATE TRUE
071400                         WHEN NOT OA-ACTIVE
071500                             OR OA-APPROVE-LIMIT = ZEROS
071600                             MOVE "REFUSED - NO APPROVE AUTHORITY"
071700                                 TO PAP-STATUS-TEXT
071800                         WHEN OA-APPROVE-LIMIT < PND-TRAN-AMOUNT
071900                             MOVE "REFUSED - OVER APPROVAL LIMIT"
072000                                 TO PAP-STATUS-TEXT
072100                         WHEN OTHER
072200                             MOVE "Y" TO PAP-DECISION-OK-SW
072300                     END-EVALUATE
072400             END-READ
072500     END-EVALUATE.
072600 2310-EXIT.
072700     EXIT.

072800*****************************************************************
072900*    2350-RELEASE-ITEM                                          *
073000*    FINDS (OR OPENS) THE DEPARTMENT'S RELEASE BATCH, HASHES    *
073100*    THE ITEM'S OPERANDS INTO IT AND KEEPS THE IMAGE FOR        *
073200*    3000-WRITE-RELEASES.                                       *
073300*****************************************************************
073400 2350-RELEASE-ITEM.
073500     PERFORM 2360-FIND-DEPT THRU 2360-EXIT.
073600     IF NOT PAP-EOF
073700         IF PAP-REL-COUNT < 500
073800             ADD 1 TO PAP-REL-COUNT
073900             SET PAP-REL-IDX TO PAP-REL-COUNT
074000             SET PAP-REL-DEPT (PAP-REL-IDX) TO PAP-DEPT-IDX
074100             MOVE PND-TRAN-DATA TO PAP-REL-DATA (PAP-REL-IDX)
074200             MOVE PND-TRAN-DATA TO PAP-TRAN-IMAGE
074300             ADD 1 TO PAP-DEPT-DETAILS (PAP-DEPT-IDX)
074400             PERFORM 2370-HASH-OPERAND THRU 2370-EXIT
074500                 VARYING PAP-TW-IDX FROM 1 BY 1
074600                 UNTIL PAP-TW-IDX > PAP-TW-OPERAND-COUNT
074700                     OR PAP-EOF
074800             ADD 1 TO PAP-APPROVED-COUNT
074900             MOVE PAP-DEPT-BATCH (PAP-DEPT-IDX)
075000                 TO PAP-RELEASE-BATCH
075100             MOVE "APPROVED - RELEASED" TO PAP-STATUS-TEXT
075200         ELSE
075300             DISPLAY "PENDAPPR - APPROVED ITEMS EXCEED RELEASE "
075400                 "TABLE, ABORTING RUN"
075500             MOVE 16 TO RETURN-CODE
075600             MOVE "Y" TO PAP-EOF-SW
075700         END-IF
075800     END-IF.
075900 2350-EXIT.
076000     EXIT.

076100*****************************************************************
076200*    2360-FIND-DEPT                                             *
076300*    A DEPARTMENT'S FIRST APPROVAL TAKES THE NEXT RELEASE BATCH *
076400*    NUMBER, WHICH MUST NOT ALREADY BE ON THE PROCESSED-BATCH   *
076500*    REGISTER -- ADDNUMBERS WOULD REFUSE IT.                    *
076600*****************************************************************
076700 2360-FIND-DEPT.
076800     MOVE "N" TO PAP-DEPT-FOUND-SW.
076900     PERFORM 2365-MATCH-DEPT THRU 2365-EXIT
077000         VARYING PAP-DEPT-IDX FROM 1 BY 1
077100         UNTIL PAP-DEPT-IDX > PAP-DEPT-COUNT
077200             OR PAP-DEPT-FOUND.
077300     IF NOT PAP-DEPT-FOUND
077400         MOVE PAP-NEXT-BATCH TO BRG-BATCH-NUMBER
077500         READ BREG-FILE
077600             INVALID KEY
077700                 CONTINUE
077800             NOT INVALID KEY
077900                 DISPLAY "PENDAPPR - RELEASE BATCH "
078000                     PAP-NEXT-BATCH
078100                     " IS ALREADY ON BREGFILE, ABORTING RUN"
078200                 MOVE 16 TO RETURN-CODE
078300                 MOVE "Y" TO PAP-EOF-SW
078400         END-READ
078500         EVALUATE TRUE
078600             WHEN PAP-EOF
078700                 CONTINUE
078800             WHEN PAP-DEPT-COUNT < 50
078900                 ADD 1 TO PAP-DEPT-COUNT
079000                 SET PAP-DEPT-IDX TO PAP-DEPT-COUNT
079100                 MOVE PND-DEPARTMENT
079200                     TO PAP-DEPT-CODE (PAP-DEPT-IDX)
079300                 MOVE PAP-NEXT-BATCH
079400                     TO PAP-DEPT-BATCH (PAP-DEPT-IDX)
079500                 MOVE ZEROS TO PAP-DEPT-DETAILS (PAP-DEPT-IDX)
079600                 MOVE ZEROS TO PAP-DEPT-HASH (PAP-DEPT-IDX)
079700                 ADD 1 TO PAP-NEXT-BATCH
079800             WHEN OTHER
079900                 DISPLAY "PENDAPPR - RELEASE DEPARTMENTS EXCEED "
080000                     "TABLE, ABORTING RUN"
080100                 MOVE 16 TO RETURN-CODE
080200                 MOVE "Y" TO PAP-EOF-SW
080300         END-EVALUATE
080400     END-IF.
080500 2360-EXIT.
080600     EXIT.

080700*****************************************************************
080800*    2365-MATCH-DEPT                                            *
080900*****************************************************************
081000 2365-MATCH-DEPT.
081100     IF PAP-DEPT-CODE (PAP-DEPT-IDX) = PND-DEPARTMENT
081200         MOVE "Y" TO PAP-DEPT-FOUND-SW
081300         SET PAP-DEPT-IDX DOWN BY 1
081400     END-IF.
081500 2365-EXIT.
081600     EXIT.

081700*****************************************************************
081800*    2370-HASH-OPERAND                                          *
081900*****************************************************************
082000 2370-HASH-OPERAND.
082100     ADD PAP-TW-OPERAND (PAP-TW-IDX)
082200         TO PAP-DEPT-HASH (PAP-DEPT-IDX)
082300         ON SIZE ERROR
082400             DISPLAY "PENDAPPR - RELEASE HASH OVERFLOWED, "
082500                 "ABORTING RUN"
082600             MOVE 16 TO RETURN-CODE
082700             MOVE "Y" TO PAP-EOF-SW
082800     END-ADD.
082900 2370-EXIT.
083000     EXIT.

083100*****************************************************************
083200*    2380-LOG-DECISION                                          *
083300*    ONE LOG RECORD PER DECISION TAKEN: THE ITEM AS HELD, THE   *
083400*    SUBMITTING AND DECIDING OPERATOR IDS, THE DECISION, THE    *
083500*    RELEASE BATCH (ZERO FOR A DECLINE), THE DATE AND TIME OF   *
083600*    THE RUN AND THE DESK'S COMMENT.  THE ITEM IS ALSO PRINTED. *
083700*****************************************************************
083800 2380-LOG-DECISION.
083900     MOVE SPACES                TO PAL-RECORD.
084000     MOVE PND-TRAN-DATA         TO PAL-TRAN-DATA.
084100     MOVE PND-REASON-CODE       TO PAL-REASON-CODE.
084200     MOVE PND-TRAN-POSITION     TO PAL-TRAN-POSITION.
084300     MOVE PND-BUSINESS-DATE     TO PAL-BUSINESS-DATE.
084400     MOVE PND-BATCH-NUMBER      TO PAL-BATCH-NUMBER.
084500     MOVE PND-DEPARTMENT        TO PAL-DEPARTMENT.
084600     MOVE PND-OPERATOR-ID       TO PAL-SUBMIT-OPERATOR.
084700     MOVE PND-TRAN-AMOUNT       TO PAL-TRAN-AMOUNT.
084800     MOVE PAP-CARD-ACTION (PAP-CARD-IDX)   TO PAL-DECISION.
084900     MOVE PAP-CARD-APPROVER (PAP-CARD-IDX) TO PAL-APPROVER-ID.
085000     MOVE PAP-RELEASE-BATCH     TO PAL-RELEASE-BATCH.
085100     MOVE PAP-RUN-DATE          TO PAL-DECISION-DATE.
085200     MOVE PAP-RUN-TIME          TO PAL-DECISION-TIME.
085300     MOVE PAP-CARD-COMMENT (PAP-CARD-IDX)  TO PAL-COMMENT.
085400     WRITE PAL-RECORD.
085500     IF NOT PAP-LOG-OK
085600         DISPLAY "PENDAPPR - WRITE FAILED ON DECISNS, STATUS "
085700             PAP-LOG-STATUS ", ABORTING RUN"
085800         MOVE 16 TO RETURN-CODE
085900         MOVE "Y" TO PAP-EOF-SW
086000     ELSE
086100         PERFORM 2500-AGE-ITEM THRU 2500-EXIT
086200         MOVE PAP-CARD-APPROVER (PAP-CARD-IDX) TO PDL-APPROVER
086300         PERFORM 2450-PRINT-ITEM THRU 2450-EXIT
086400     END-IF.
086500 2380-EXIT.
086600     EXIT.

086700*****************************************************************
086800*    2400-KEEP-PENDING                                          *
086900*    THE ITEM GOES TO THE NEW PENDING FILE UNALTERED, INTO THE  *
087000*    PER-REASON AGING SUMMARY AND ONTO THE LISTING.             *
087100*    PAP-STATUS-TEXT SAYS WHY IT IS STILL WAITING.              *
087200*****************************************************************
087300 2400-KEEP-PENDING.
087400     MOVE PND-RECORD TO NEWPEND-RECORD.
087500     WRITE NEWPEND-RECORD.
087600     IF NOT PAP-NEWPEND-OK
087700         DISPLAY "PENDAPPR - WRITE FAILED ON NEWPEND, STATUS "
087800             PAP-NEWPEND-STATUS ", ABORTING RUN"
087900         MOVE 16 TO RETURN-CODE
088000         MOVE "Y" TO PAP-EOF-SW
088100     ELSE
088200         ADD 1 TO PAP-REMAIN-COUNT
088300         PERFORM 2500-AGE-ITEM THRU 2500-EXIT
088400         PERFORM 2510-COUNT-REASON THRU 2510-EXIT
088500         MOVE SPACES TO PDL-APPROVER
088600         PERFORM 2450-PRINT-ITEM THRU 2450-EXIT
088700     END-IF.
088800 2400-EXIT.
088900     EXIT.

089000*****************************************************************
089100*    2450-PRINT-ITEM                                            *
089200*    PDL-APPROVER IS SET BY THE CALLER.                         *
089300*****************************************************************
089400 2450-PRINT-ITEM.
089500     MOVE PND-TRAN-POSITION   TO PDL-POSITION.
089600     MOVE PND-BUSINESS-DATE   TO PDL-BUS-DATE.
089700     MOVE PND-REASON-CODE     TO PDL-REASON.
089800     MOVE PND-DEPARTMENT      TO PDL-DEPT.
089900     MOVE PND-OPERATOR-ID     TO PDL-SUBMITTER.
090000     MOVE PND-TRAN-AMOUNT     TO PDL-AMOUNT.
090100     MOVE PAP-AGE-DAYS        TO PDL-DAYS.
090200     MOVE PAP-STATUS-TEXT     TO PDL-STATUS.
090300     PERFORM 8100-PRINT-DETAIL THRU 8100-EXIT.
090400 2450-EXIT.
090500     EXIT.

090600*****************************************************************
090700*    2500-AGE-ITEM                                              *
090800*    DAYS WAITING IS RUN DATE MINUS THE BUSINESS DATE OF THE    *
090900*    RUN THAT HELD THE ITEM.  AN ITEM WITH NO USABLE DATE AGES  *
091000*    AS ZERO RATHER THAN ABORTING THE LISTING.                  *
091100*****************************************************************
091200 2500-AGE-ITEM.
091300     MOVE ZEROS TO PAP-AGE-DAYS.
091400     IF PND-BUSINESS-DATE NUMERIC
091500         AND PND-BUSINESS-DATE > 0
091600         MOVE PND-BUSINESS-DATE TO PAP-DTD-DATE
091700         PERFORM 8300-DATE-TO-DAYS THRU 8300-EXIT
091800         IF PAP-RUN-DAYS > PAP-DTD-DAYS
091900             SUBTRACT PAP-DTD-DAYS FROM PAP-RUN-DAYS
092000                 GIVING PAP-AGE-DAYS
092100                 ON SIZE ERROR
092200                     MOVE 99999 TO PAP-AGE-DAYS
092300             END-SUBTRACT
092400         END-IF
092500     END-IF.
092600 2500-EXIT.
092700     EXIT.

092800*****************************************************************
092900*    2510-COUNT-REASON                                          *
093000*    AN UNRECOGNIZED REASON CODE FALLS THROUGH TO SLOT 6, THE   *
093100*    CATCH-ALL -- THE LOOP LEAVES PAP-RSN-SUB AT 6 WHEN NO SLOT *
093200*    MATCHED.                                                   *
093300*****************************************************************
093400 2510-COUNT-REASON.
093500     MOVE "N" TO PAP-RSN-FOUND-SW.
093600     PERFORM 2520-MATCH-REASON THRU 2520-EXIT
093700         VARYING PAP-RSN-SUB FROM 1 BY 1
093800         UNTIL PAP-RSN-SUB > 5
093900             OR PAP-RSN-FOUND.
094000     ADD 1 TO PAP-RSN-COUNT (PAP-RSN-SUB).
094100     IF PAP-AGE-DAYS > PAP-RSN-OLDEST (PAP-RSN-SUB)
094200         MOVE PAP-AGE-DAYS TO PAP-RSN-OLDEST (PAP-RSN-SUB)
094300     END-IF.
094400 2510-EXIT.
094500     EXIT.

094600*****************************************************************
094700*    2520-MATCH-REASON                                          *
094800*****************************************************************
094900 2520-MATCH-REASON.
095000     IF PAP-RSN-CODE-V (PAP-RSN-SUB) = PND-REASON-CODE
095100         MOVE "Y" TO PAP-RSN-FOUND-SW
095200         SUBTRACT 1 FROM PAP-RSN-SUB
095300     END-IF.
095400 2520-EXIT.
095500     EXIT.

095600*****************************************************************
095700*    3000-WRITE-RELEASES                                        *
095800*    WRITES EACH DEPARTMENT'S RELEASE BATCH IN TURN -- HEADER   *
095900*    MARKED AS A RELEASE AND DATED FOR THE NEXT POSTING RUN,    *
096000*    THE DEPARTMENT'S APPROVED DETAILS IN THE ORDER THEY WERE   *
096100*    MET, AND A TRAILER WITH THE COUNT AND HASH COMPUTED HERE.  *
096200*    A RUN THAT APPROVED NOTHING LEAVES RELFILE EMPTY.          *
096300*****************************************************************
096400 3000-WRITE-RELEASES.
096500     IF PAP-DEPT-COUNT = 0
096600         DISPLAY "PENDAPPR - NO ITEMS APPROVED, NO RELEASE "
096700             "BATCH BUILT"
096800         MOVE SPACES TO PAP-MESSAGE-LINE
096900         MOVE "NO ITEMS APPROVED - NO RELEASE BATCH BUILT"
097000             TO PML-TEXT
097100         PERFORM 8200-PRINT-MESSAGE THRU 8200-EXIT
097200     ELSE
097300         PERFORM 8250-PRINT-BLANK THRU 8250-EXIT
097400         PERFORM 3100-WRITE-ONE-BATCH THRU 3100-EXIT
097500             VARYING PAP-DEPT-IDX FROM 1 BY 1
097600             UNTIL PAP-DEPT-IDX > PAP-DEPT-COUNT
097700                 OR NOT PAP-REL-OK
097800     END-IF.
097900 3000-EXIT.
098000     EXIT.

098100*****************************************************************
098200*    3100-WRITE-ONE-BATCH                                       *
098300*****************************************************************
098400 3100-WRITE-ONE-BATCH.
098500     MOVE SPACES TO TF-BATCH-HEADER.
098600     MOVE "H"                            TO TF-BH-RECORD-TYPE.
098700     MOVE PAP-DEPT-BATCH (PAP-DEPT-IDX)  TO TF-BH-BATCH-NUMBER.
098800     MOVE PAP-BUSINESS-DATE              TO TF-BH-BUSINESS-DATE.
098900     MOVE PAP-DEPT-CODE (PAP-DEPT-IDX)   TO TF-BH-DEPARTMENT.
099000     MOVE "A"                            TO TF-BH-RELEASE-SW.
099100     WRITE TF-BATCH-HEADER.
099200     PERFORM 3200-WRITE-ONE-DETAIL THRU 3200-EXIT
099300         VARYING PAP-REL-IDX FROM 1 BY 1
099400         UNTIL PAP-REL-IDX > PAP-REL-COUNT
099500             OR NOT PAP-REL-OK.
099600     IF PAP-REL-OK
099700         MOVE SPACES TO TF-BATCH-TRAILER
099800         MOVE "T"                         TO TF-BT-RECORD-TYPE
099900         MOVE PAP-DEPT-DETAILS (PAP-DEPT-IDX)
100000             TO TF-BT-RECORD-COUNT
100100         MOVE PAP-DEPT-HASH (PAP-DEPT-IDX) TO TF-BT-HASH-TOTAL
100200         WRITE TF-BATCH-TRAILER
100300     END-IF.
100400     IF NOT PAP-REL-OK
100500         DISPLAY "PENDAPPR - WRITE FAILED ON RELFILE, STATUS "
100600             PAP-REL-STATUS ", ABORTING RUN"
100700         MOVE 16 TO RETURN-CODE
100800     ELSE
100900         ADD 1 TO PAP-BATCHES-WRITTEN
101000         ADD PAP-DEPT-HASH (PAP-DEPT-IDX) TO PAP-RELEASE-TOTAL
101100         DISPLAY "PENDAPPR - RELEASE BATCH "
101200             PAP-DEPT-BATCH (PAP-DEPT-IDX) " DEPT "
101300             PAP-DEPT-CODE (PAP-DEPT-IDX) " WRITTEN, "
101400             PAP-DEPT-DETAILS (PAP-DEPT-IDX) " DETAIL RECORDS"
101500         MOVE PAP-DEPT-BATCH (PAP-DEPT-IDX)   TO PBL-BATCH
101600         MOVE PAP-DEPT-CODE (PAP-DEPT-IDX)    TO PBL-DEPT
101700         MOVE PAP-DEPT-DETAILS (PAP-DEPT-IDX) TO PBL-DETAILS
101800         MOVE PAP-DEPT-HASH (PAP-DEPT-IDX)    TO PBL-HASH
101900         PERFORM 8150-PRINT-BATCH THRU 8150-EXIT
102000     END-IF.
102100 3100-EXIT.
102200     EXIT.

102300*****************************************************************
102400*    3200-WRITE-ONE-DETAIL                                      *
102500*****************************************************************
102600 3200-WRITE-ONE-DETAIL.
102700     IF PAP-REL-DEPT (PAP-REL-IDX) = PAP-DEPT-IDX
102800         MOVE PAP-REL-DATA (PAP-REL-IDX) TO TF-TRAN-RECORD
102900         WRITE TF-TRAN-RECORD
103000     END-IF.
103100 3200-EXIT.
103200     EXIT.

103300*****************************************************************
103400*    4000-CHECK-UNMATCHED                                       *
103500*    A DECISION CARD THAT MATCHED NO PENDING ITEM MEANS THE     *
103600*    DESK KEYED THE WRONG POSITION OR DATE -- THE DECISION      *
103700*    THEY INTENDED DID NOT HAPPEN, SO THE RUN IS FAILED AT END  *
103800*    OF JOB AND EVERY SUCH CARD IS LISTED.                      *
103900*****************************************************************
104000 4000-CHECK-UNMATCHED.
104100     PERFORM 4100-ONE-CARD THRU 4100-EXIT
104200         VARYING PAP-CARD-IDX FROM 1 BY 1
104300         UNTIL PAP-CARD-IDX > PAP-CARD-COUNT.
104400 4000-EXIT.
104500     EXIT.

104600*****************************************************************
104700*    4100-ONE-CARD                                              *
104800*****************************************************************
104900 4100-ONE-CARD.
105000     IF NOT PAP-CARD-USED (PAP-CARD-IDX)
105100         ADD 1 TO PAP-UNMATCHED-COUNT
105200         MOVE PAP-CARD-POSITION (PAP-CARD-IDX) TO PUL-POSITION
105300         MOVE PAP-CARD-DATE (PAP-CARD-IDX)     TO PUL-DATE
105400         PERFORM 8160-PRINT-UNMATCHED THRU 8160-EXIT
105500     END-IF.
105600 4100-EXIT.
105700     EXIT.

105800*****************************************************************
105900*    8000-PRINT-HEADINGS                                        *
106000*****************************************************************
106100 8000-PRINT-HEADINGS.
106200     ADD 1 TO PAP-PAGE-COUNT.
106300     MOVE PAP-RUN-DATE   TO PAH1-RUN-DATE.
106400     MOVE PAP-PAGE-COUNT TO PAH1-PAGE.
106500     WRITE RPT-RECORD FROM PAP-HEADING-1.
106600     WRITE RPT-RECORD FROM PAP-HEADING-2.
106700     MOVE SPACES TO RPT-RECORD.
106800     WRITE RPT-RECORD.
106900     MOVE 3 TO PAP-LINE-COUNT.
107000 8000-EXIT.
107100     EXIT.

107200*****************************************************************
107300*    8100-PRINT-DETAIL                                          *
107400*****************************************************************
107500 8100-PRINT-DETAIL.
107600     IF PAP-RPT-OK
107700         IF PAP-LINE-COUNT >= PAP-LINES-PER-PAGE
107800             PERFORM 8000-PRINT-HEADINGS THRU 8000-EXIT
107900         END-IF
108000         WRITE RPT-RECORD FROM PAP-DETAIL-LINE
108100         ADD 1 TO PAP-LINE-COUNT
108200     END-IF.
108300 8100-EXIT.
108400     EXIT.

108500*****************************************************************
108600*    8150-PRINT-BATCH                                           *
108700*****************************************************************
108800 8150-PRINT-BATCH.
108900     IF PAP-RPT-OK
109000         IF PAP-LINE-COUNT >= PAP-LINES-PER-PAGE
109100             PERFORM 8000-PRINT-HEADINGS THRU 8000-EXIT
109200         END-IF
109300         WRITE RPT-RECORD FROM PAP-BATCH-LINE
109400         ADD 1 TO PAP-LINE-COUNT
109500     END-IF.
109600 8150-EXIT.
109700     EXIT.

109800*****************************************************************
109900*    8160-PRINT-UNMATCHED                                       *
110000*****************************************************************
110100 8160-PRINT-UNMATCHED.
110200     IF PAP-RPT-OK
110300         IF PAP-LINE-COUNT >= PAP-LINES-PER-PAGE
110400             PERFORM 8000-PRINT-HEADINGS THRU 8000-EXIT
110500         END-IF
110600         WRITE RPT-RECORD FROM PAP-UNMATCHED-LINE
110700         ADD 1 TO PAP-LINE-COUNT
110800     END-IF.
110900 8160-EXIT.
111000     EXIT.

111100*****************************************************************
111200*    8200-PRINT-MESSAGE                                         *
111300*****************************************************************
111400 8200-PRINT-MESSAGE.
111500     IF PAP-RPT-OK
111600         IF PAP-LINE-COUNT >= PAP-LINES-PER-PAGE
111700             PERFORM 8000-PRINT-HEADINGS THRU 8000-EXIT
111800         END-IF
111900         WRITE RPT-RECORD FROM PAP-MESSAGE-LINE
112000         ADD 1 TO PAP-LINE-COUNT
112100     END-IF.
112200 8200-EXIT.
112300     EXIT.

112400*****************************************************************
112500*    8250-PRINT-BLANK                                           *
112600*****************************************************************
112700 8250-PRINT-BLANK.
112800     IF PAP-RPT-OK
112900         IF PAP-LINE-COUNT >= PAP-LINES-PER-PAGE
113000             PERFORM 8000-PRINT-HEADINGS THRU 8000-EXIT
113100         ELSE
113200             MOVE SPACES TO RPT-RECORD
113300             WRITE RPT-RECORD
113400             ADD 1 TO PAP-LINE-COUNT
113500         END-IF
113600     END-IF.
113700 8250-EXIT.
113800     EXIT.

113900*****************************************************************
114000*    8300-DATE-TO-DAYS                                          *
114100*    CONVERTS PAP-DTD-DATE (YYYYMMDD) TO A DAY SERIAL IN        *
114200*    PAP-DTD-DAYS USING THE 1461/306001 CALENDAR FORMULA.  THE  *
114300*    GREGORIAN CENTURY CORRECTION IS OMITTED -- IT IS CONSTANT  *
114400*    WITHIN 1900-2099 AND CANCELS OUT OF THE DAY DIFFERENCES    *
114500*    THIS PROGRAM TAKES.                                        *
114600*****************************************************************
114700 8300-DATE-TO-DAYS.
114800     IF PAP-DTD-MONTH > 2
114900         MOVE PAP-DTD-YEAR TO PAP-DTD-WORK-YEAR
115000         ADD 1 PAP-DTD-MONTH GIVING PAP-DTD-WORK-MONTH
115100     ELSE
115200         SUBTRACT 1 FROM PAP-DTD-YEAR GIVING PAP-DTD-WORK-YEAR
115300         ADD 13 PAP-DTD-MONTH GIVING PAP-DTD-WORK-MONTH
115400     END-IF.
115500     MULTIPLY PAP-DTD-WORK-YEAR BY 1461 GIVING PAP-DTD-TERM1.
115600     DIVIDE PAP-DTD-TERM1 BY 4 GIVING PAP-DTD-TERM1.
115700     MULTIPLY PAP-DTD-WORK-MONTH BY 306001 GIVING PAP-DTD-TERM2.
115800     DIVIDE PAP-DTD-TERM2 BY 10000 GIVING PAP-DTD-TERM2.
115900     MOVE PAP-DTD-TERM1 TO PAP-DTD-DAYS.
116000     ADD PAP-DTD-TERM2  TO PAP-DTD-DAYS.
116100     ADD PAP-DTD-DAY    TO PAP-DTD-DAYS.
116200 8300-EXIT.
116300     EXIT.

116400*****************************************************************
116500*    9000-TERMINATE                                             *
116600*****************************************************************
116700 9000-TERMINATE.
116800     PERFORM 9100-PRINT-TOTALS THRU 9100-EXIT.
116900     IF PAP-PEND-OK OR PAP-PEND-ENDED
117000         CLOSE PEND-FILE
117100     END-IF.
117200     IF PAP-AUTH-OK
117300         CLOSE AUTH-FILE
117400     END-IF.
117500     IF PAP-BREG-OK
117600         CLOSE BREG-FILE
117700     END-IF.
117800     IF PAP-REL-OK
117900         CLOSE REL-FILE
118000     END-IF.
118100     IF PAP-NEWPEND-OK
118200         CLOSE NEWPEND-FILE
118300     END-IF.
118400     IF PAP-LOG-OK
118500         CLOSE LOG-FILE
118600     END-IF.
118700     IF PAP-RPT-OK
118800         CLOSE REPORT-FILE
118900     END-IF.
119000     IF PAP-REFUSED-COUNT > 0 OR PAP-UNMATCHED-COUNT > 0
119100         DISPLAY "PENDAPPR - " PAP-REFUSED-COUNT
119200             " REFUSED AND " PAP-UNMATCHED-COUNT
119300             " UNMATCHED DECISION CARDS - DO NOT SHIP "
119400             "RELFILE OR REPLACE PENDFILE"
119500         MOVE 16 TO RETURN-CODE
119600     ELSE
119700         DISPLAY "PENDAPPR - " PAP-READ-COUNT
119800             " PENDING ITEMS READ, " PAP-APPROVED-COUNT
119900             " APPROVED, " PAP-DECLINED-COUNT " DECLINED, "
120000             PAP-REMAIN-COUNT " REMAIN"
120100     END-IF.
120200     PERFORM 9300-WRITE-RUN-STATUS THRU 9300-EXIT.
120300 9000-EXIT.
120400     EXIT.

120500*****************************************************************
120600*    9100-PRINT-TOTALS                                          *
120700*****************************************************************
120800 9100-PRINT-TOTALS.
120900     IF PAP-RPT-OK
121000         IF PAP-PAGE-COUNT = 0
121100             PERFORM 8000-PRINT-HEADINGS THRU 8000-EXIT
121200         END-IF
121300         MOVE SPACES TO RPT-RECORD
121400         WRITE RPT-RECORD
121500         PERFORM 9150-PRINT-REASON THRU 9150-EXIT
121600             VARYING PAP-RSN-SUB FROM 1 BY 1
121700             UNTIL PAP-RSN-SUB > 6
121800         MOVE SPACES TO RPT-RECORD
121900         WRITE RPT-RECORD
122000         MOVE SPACES TO PAP-TOTAL-LINE
122100         MOVE "PENDING ITEMS READ ......." TO PTL-LABEL
122200         MOVE PAP-READ-COUNT TO PTL-COUNT
122300         WRITE RPT-RECORD FROM PAP-TOTAL-LINE
122400         MOVE SPACES TO PAP-TOTAL-LINE
122500         MOVE "APPROVED AND RELEASED ...." TO PTL-LABEL
122600         MOVE PAP-APPROVED-COUNT TO PTL-COUNT
122700         WRITE RPT-RECORD FROM PAP-TOTAL-LINE
122800         MOVE SPACES TO PAP-TOTAL-LINE
122900         MOVE "DECLINED ................." TO PTL-LABEL
123000         MOVE PAP-DECLINED-COUNT TO PTL-COUNT
123100         WRITE RPT-RECORD FROM PAP-TOTAL-LINE
123200         MOVE SPACES TO PAP-TOTAL-LINE
123300         MOVE "STILL PENDING ............" TO PTL-LABEL
123400         MOVE PAP-REMAIN-COUNT TO PTL-COUNT
123500         WRITE RPT-RECORD FROM PAP-TOTAL-LINE
123600         MOVE SPACES TO PAP-TOTAL-LINE
123700         MOVE "RELEASE BATCHES WRITTEN .." TO PTL-LABEL
123800         MOVE PAP-BATCHES-WRITTEN TO PTL-COUNT
123900         WRITE RPT-RECORD FROM PAP-TOTAL-LINE
124000         MOVE SPACES TO PAP-TOTAL-LINE
124100         MOVE "REFUSED DECISION CARDS ..." TO PTL-LABEL
124200         MOVE PAP-REFUSED-COUNT TO PTL-COUNT
124300         WRITE RPT-RECORD FROM PAP-TOTAL-LINE
124400         MOVE SPACES TO PAP-TOTAL-LINE
124500         MOVE "UNMATCHED DECISION CARDS ." TO PTL-LABEL
124600         MOVE PAP-UNMATCHED-COUNT TO PTL-COUNT
124700         WRITE RPT-RECORD FROM PAP-TOTAL-LINE
124800     END-IF.
124900 9100-EXIT.
125000     EXIT.

125100*****************************************************************
125200*    9150-PRINT-REASON                                          *
125300*    ONE SUMMARY LINE PER HOLD REASON WITH ITEMS STILL          *
125400*    WAITING; A REASON WITH NOTHING PENDING PRINTS NO LINE.     *
125500*****************************************************************
125600 9150-PRINT-REASON.
125700     IF PAP-RSN-COUNT (PAP-RSN-SUB) > 0
125800         MOVE PAP-RSN-CODE-V (PAP-RSN-SUB)  TO PSL-REASON
125900         MOVE PAP-RSN-COUNT (PAP-RSN-SUB)   TO PSL-COUNT
126000         MOVE PAP-RSN-OLDEST (PAP-RSN-SUB)  TO PSL-DAYS
126100         PERFORM 9160-PRINT-SUMMARY THRU 9160-EXIT
126200     END-IF.
126300 9150-EXIT.
126400     EXIT.

126500*****************************************************************
126600*    9160-PRINT-SUMMARY                                         *
126700*****************************************************************
126800 9160-PRINT-SUMMARY.
126900     IF PAP-RPT-OK
127000         IF PAP-LINE-COUNT >= PAP-LINES-PER-PAGE
127100             PERFORM 8000-PRINT-HEADINGS THRU 8000-EXIT
127200         END-IF
127300         WRITE RPT-RECORD FROM PAP-SUMMARY-LINE
127400         ADD 1 TO PAP-LINE-COUNT
127500     END-IF.
127600 9160-EXIT.
127700     EXIT.

127800*****************************************************************
127900*    9300-WRITE-RUN-STATUS                                      *
128000*    APPENDS THIS STEP'S COMPLETION RECORD TO THE COMMON        *
128100*    RUN-STATUS LOG THE DAY-END OPERATIONS SUMMARY READS.  A    *
128200*    LOG THAT CANNOT BE WRITTEN ONLY WARNS -- THE STEP'S OWN    *
128300*    WORK STANDS.                                               *
128400*****************************************************************
128500 9300-WRITE-RUN-STATUS.
128600     OPEN EXTEND RUNSTAT-FILE.
128700     IF PAP-RUNSTAT-OK
128800         ACCEPT PAP-STAMP-DATE FROM DATE YYYYMMDD
128900         ACCEPT PAP-STAMP-TIME FROM TIME
129000         MOVE "PENDAPPR" TO RS-PROGRAM
129100         MOVE PAP-FIRST-BATCH TO RS-BATCH-NUMBER
129200         MOVE PAP-BUSINESS-DATE TO RS-BUSINESS-DATE
129300         MOVE PAP-READ-COUNT TO RS-READ-COUNT
129400         MOVE PAP-APPROVED-COUNT TO RS-ACCEPT-COUNT
129500         MOVE PAP-DECLINED-COUNT TO RS-REJECT-COUNT
129600         MOVE PAP-RELEASE-TOTAL TO RS-CONTROL-TOTAL
129700         MOVE RETURN-CODE TO RS-RETURN-CODE
129800         MOVE PAP-STAMP-DATE TO RS-RUN-DATE
129900         MOVE PAP-STAMP-TIME TO RS-RUN-TIME
130000         WRITE RS-RECORD
130100         CLOSE RUNSTAT-FILE
130200     ELSE
130300         DISPLAY "PENDAPPR - UNABLE TO OPEN RUNSTAT, STATUS "
130400             PAP-RUNSTAT-STATUS
130500             ", RUN-STATUS RECORD NOT WRITTEN"
130600     END-IF.
130700 9300-EXIT.
130800     EXIT.
