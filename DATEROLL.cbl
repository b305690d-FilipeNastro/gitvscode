000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DATEROLL.
000300 AUTHOR.        J H MERCER.
000400 INSTALLATION.  GENERAL ACCOUNTING - BATCH SYSTEMS.
000500 DATE-WRITTEN.  10/15/26.
000600 DATE-COMPILED.
000700*****************************************************************
000800*                                                               *
000900*    DATEROLL                                                   *
001000*                                                               *
001100*    BUSINESS-DATE ROLL.  THE NIGHTLY CONTROL CARDS -- CTLFILE'S*
001200*    BUSINESS DATE, THE GLSCTL AND RCNCTL POSTING DATES, DECTL'S*
001300*    SIGN-OFF DATE AND, AT PERIOD END, PCCTL'S PERIOD -- WERE   *
001400*    HAND-EDITED EVERY NIGHT AND A CARD LEFT A DAY BEHIND MADE  *
001500*    GLSUMM SELECT NOTHING.  THIS PROGRAM TAKES THE BUSINESS    *
001600*    DATE JUST RUN FROM CTLFILE AND REFUSES TO ADVANCE UNLESS   *
001700*    THE RUN-STATUS LOG HAS A CLEAN COMPLETION RECORD FOR THAT  *
001800*    DATE FROM EVERY REQUIRED NIGHTLY STEP DAYEND CHECKS.  IT   *
001900*    THEN TAKES THE NEXT BUSINESS DATE FROM THE POSTING         *
002000*    CALENDAR (WHICH MUST BE IN AN OPEN PERIOD) AND REWRITES    *
002100*    EVERY STEP'S CARD FOR THAT DATE, ALL TOGETHER.  PCCTL IS   *
002200*    REWRITTEN ONLY WHEN THE NEW DATE IS THE LAST BUSINESS DATE *
002300*    OF ITS PERIOD, SO PERCLOSE IS READY TO RUN AFTER THAT      *
002400*    NIGHT.  THE ROLL REPORT SHOWS EACH CARD'S OLD AND NEW      *
002500*    VALUE.  A REFUSED ROLL ENDS RC=16 WITH NO CARD TOUCHED.    *
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
003800     SELECT RUNSTAT-FILE ASSIGN TO RUNSTAT
003900         ORGANIZATION IS SEQUENTIAL
004000         FILE STATUS IS DTR-RUNSTAT-STATUS.
004100     SELECT CAL-FILE ASSIGN TO CALFILE
004200         ORGANIZATION IS INDEXED
004300         ACCESS MODE IS DYNAMIC
004400         RECORD KEY IS CAL-BUSINESS-DATE
004500         FILE STATUS IS DTR-CAL-STATUS.
004600     SELECT CTL-FILE ASSIGN TO CTLFILE
004700         ORGANIZATION IS SEQUENTIAL
004800         FILE STATUS IS DTR-CTL-STATUS.
004900     SELECT GSC-FILE ASSIGN TO GLSCTL
005000         ORGANIZATION IS SEQUENTIAL
005100         FILE STATUS IS DTR-GSC-STATUS.
005200     SELECT RCC-FILE ASSIGN TO RCNCTL
005300         ORGANIZATION IS SEQUENTIAL
005400         FILE STATUS IS DTR-RCC-STATUS.
005500     SELECT DEC-FILE ASSIGN TO DECTL
005600         ORGANIZATION IS SEQUENTIAL
005700         FILE STATUS IS DTR-DEC-STATUS.
005800     SELECT PCC-FILE ASSIGN TO PCCTL
005900         ORGANIZATION IS SEQUENTIAL
006000         FILE STATUS IS DTR-PCC-STATUS.
006100     SELECT REPORT-FILE ASSIGN TO RPTFILE
006200         ORGANIZATION IS SEQUENTIAL
006300         FILE STATUS IS DTR-RPT-STATUS.

006400 DATA DIVISION.
006500 FILE SECTION.
006600 FD  RUNSTAT-FILE
006700     RECORDING MODE IS F
006800     RECORD CONTAINS 80 CHARACTERS
006900     LABEL RECORDS ARE STANDARD.
007000 COPY RUNSTREC.

007100 FD  CAL-FILE
007200     RECORDING MODE IS F
007300     RECORD CONTAINS 80 CHARACTERS
007400     LABEL RECORDS ARE STANDARD.
007500 COPY CALREC.

007600 FD  CTL-FILE
007700     RECORDING MODE IS F
007800     RECORD CONTAINS 80 CHARACTERS
007900     LABEL RECORDS ARE STANDARD.
008000 COPY CTLREC.

008100 FD  GSC-FILE
008200     RECORDING MODE IS F
008300     RECORD CONTAINS 80 CHARACTERS
008400     LABEL RECORDS ARE STANDARD.
008500 COPY GSCTLREC.

008600 FD  RCC-FILE
008700     RECORDING MODE IS F
008800     RECORD CONTAINS 80 CHARACTERS
008900     LABEL RECORDS ARE STANDARD.
009000 COPY RCCTLREC.

009100 FD  DEC-FILE
009200     RECORDING MODE IS F
009300     RECORD CONTAINS 80 CHARACTERS
009400     LABEL RECORDS ARE STANDARD.
009500 COPY DECTLREC.

009600 FD  PCC-FILE
009700     RECORDING MODE IS F
009800     RECORD CONTAINS 80 CHARACTERS
009900     LABEL RECORDS ARE STANDARD.
010000 COPY PCCTLREC.

010100 FD  REPORT-FILE
010200     RECORDING MODE IS F
010300     RECORD CONTAINS 133 CHARACTERS
010400     LABEL RECORDS ARE STANDARD.
010500 01  RPT-RECORD                      PIC X(133).

010600 WORKING-STORAGE SECTION.
010700*****************************************************************
010800*    WORKING STORAGE                                            *
010900*****************************************************************
011000 01  DTR-SWITCHES.
011100     05  DTR-RUNSTAT-STATUS      PIC X(02) VALUE ZEROS.
011200         88  DTR-RUNSTAT-OK      VALUE "00".
011300         88  DTR-RUNSTAT-ENDED   VALUE "10".
011400     05  DTR-CAL-STATUS          PIC X(02) VALUE ZEROS.
011500         88  DTR-CAL-OK          VALUE "00".
011600         88  DTR-CAL-ENDED       VALUE "10".
011700         88  DTR-CAL-NOTFND      VALUE "23".
011800     05  DTR-CTL-STATUS          PIC X(02) VALUE ZEROS.
011900         88  DTR-CTL-OK          VALUE "00".
012000     05  DTR-GSC-STATUS          PIC X(02) VALUE ZEROS.
012100         88  DTR-GSC-OK          VALUE "00".
012200     05  DTR-RCC-STATUS          PIC X(02) VALUE ZEROS.
012300         88  DTR-RCC-OK          VALUE "00".
012400     05  DTR-DEC-STATUS          PIC X(02) VALUE ZEROS.
012500         88  DTR-DEC-OK          VALUE "00".
012600     05  DTR-PCC-STATUS          PIC X(02) VALUE ZEROS.
012700         88  DTR-PCC-OK          VALUE "00".
012800     05  DTR-RPT-STATUS          PIC X(02) VALUE ZEROS.
012900         88  DTR-RPT-OK          VALUE "00".
013000     05  DTR-ABORT-SW            PIC X(01) VALUE "N".
013100         88  DTR-ABORTED         VALUE "Y".
013200     05  DTR-REFUSED-SW          PIC X(01) VALUE "N".
013300         88  DTR-REFUSED         VALUE "Y".
013400     05  DTR-EOF-SW              PIC X(01) VALUE "N".
013500         88  DTR-EOF             VALUE "Y".
013600     05  DTR-PERIOD-END-SW       PIC X(01) VALUE "N".
013700         88  DTR-PERIOD-END      VALUE "Y".
013800     05  DTR-ROLLED-SW           PIC X(01) VALUE "N".
013900         88  DTR-ROLLED          VALUE "Y".

014000*****************************************************************
014100*    THE DATES.  THE OLD BUSINESS DATE IS CTLFILE'S -- THE      *
014200*    NIGHT JUST RUN.  THE FOLLOWING DATE IS THE CALENDAR DATE   *
014300*    AFTER THE NEW ONE, READ ONLY TO SEE WHETHER THE NEW DATE   *
014400*    ENDS ITS PERIOD.                                           *
014500*****************************************************************
014600 01  DTR-DATES.
014700     05  DTR-OLD-DATE            PIC 9(08) VALUE ZEROS.
014800     05  DTR-OLD-DATE-X REDEFINES DTR-OLD-DATE
014900                                 PIC X(08).
015000     05  DTR-OLD-PERIOD          PIC 9(06) VALUE ZEROS.
015100     05  DTR-NEW-DATE            PIC 9(08) VALUE ZEROS.
015200     05  DTR-NEW-PERIOD          PIC 9(06) VALUE ZEROS.
015300     05  DTR-FOLLOWING-DATE      PIC 9(08) VALUE ZEROS.
015400     05  DTR-FOLLOWING-PERIOD    PIC 9(06) VALUE ZEROS.
015500     05  DTR-RUN-DATE            PIC 9(08) VALUE ZEROS.

015600*****************************************************************
015700*    THE OLD CARDS AS READ.  A CARD THAT IS MISSING OR NOT      *
015800*    NUMERIC SHOWS AS ZEROS ON THE REPORT AND IS REWRITTEN      *
015900*    LIKE THE REST -- PUTTING CARDS BACK IN STEP IS THE POINT.  *
016000*****************************************************************
016100 01  DTR-OLD-CARDS.
016200     05  DTR-OLD-CTL-RECORD      PIC X(80) VALUE SPACES.
016300     05  DTR-OLD-GSC-DATE        PIC 9(08) VALUE ZEROS.
016400     05  DTR-OLD-RCC-RUN-DATE    PIC 9(08) VALUE ZEROS.
016500     05  DTR-OLD-RCC-POST-DATE   PIC 9(08) VALUE ZEROS.
016600     05  DTR-OLD-DEC-DATE        PIC 9(08) VALUE ZEROS.
016700     05  DTR-OLD-PCC-PERIOD      PIC 9(06) VALUE ZEROS.
016800     05  DTR-OLD-PCC-OPERATOR    PIC X(08) VALUE SPACES.

016900 01  DTR-COUNTERS.
017000     05  DTR-READ-COUNT          PIC 9(07) VALUE ZEROS.
017100     05  DTR-SELECT-COUNT        PIC 9(05) VALUE ZEROS.
017200     05  DTR-MISSING-COUNT       PIC 9(05) VALUE ZEROS.
017300     05  DTR-CARD-COUNT          PIC 9(05) VALUE ZEROS.
017400     05  DTR-REQ-SUB             PIC 9(01) VALUE ZEROS.

017500*****************************************************************
017600*    THE REQUIRED NIGHTLY STEPS -- THE SAME LIST DAYEND SIGNS   *
017700*    OFF.  EACH NEEDS A CLEAN (RETURN CODE ZERO) COMPLETION     *
017800*    RECORD FOR THE OLD DATE; A FAILED RUN FOLLOWED BY A CLEAN  *
017900*    RERUN COUNTS, A FAILED RUN ALONE DOES NOT.                 *
018000*****************************************************************
018100 01  DTR-REQUIRED-LIST.
018200     05  FILLER                  PIC X(10) VALUE "ADDNUMBERS".
018300     05  FILLER                  PIC X(10) VALUE "GLSUMM".
018400     05  FILLER                  PIC X(10) VALUE "RECONCIL".
018500     05  FILLER                  PIC X(10) VALUE "GLPOST".
018600 01  DTR-REQUIRED-LIST-R REDEFINES DTR-REQUIRED-LIST.
018700     05  DTR-REQ-PROGRAM         OCCURS 4 TIMES
018800                                 PIC X(10).
018900 01  DTR-REQUIRED-FLAGS.
019000     05  DTR-REQ-ENTRY           OCCURS 4 TIMES.
019100         10  DTR-REQ-CLEAN-SW    PIC X(01).
019200             88  DTR-REQ-CLEAN   VALUE "Y".
019300         10  DTR-REQ-RUN-COUNT   PIC 9(03).

019400 01  DTR-PRINT-CONTROL.
019500     05  DTR-LINE-COUNT          PIC 9(03) VALUE ZEROS.
019600     05  DTR-PAGE-COUNT          PIC 9(05) VALUE ZEROS.

019700*****************************************************************
019800*    PRINT LINES.  COLUMN 1 IS ASA CARRIAGE CONTROL.            *
019900*****************************************************************
020000 01  DTR-HEADING-1.
020100     05  FILLER                  PIC X(01) VALUE "1".
020200     05  FILLER                  PIC X(09) VALUE "DATEROLL".
020300     05  FILLER                  PIC X(24) VALUE SPACES.
020400     05  FILLER                  PIC X(30)
020500         VALUE "BUSINESS-DATE ROLL".
020600     05  FILLER                  PIC X(09) VALUE "RUN DATE ".
020700     05  DRH1-RUN-DATE           PIC 9(08).
020800     05  FILLER                  PIC X(02) VALUE SPACES.
020900     05  FILLER                  PIC X(05) VALUE "PAGE ".
021000     05  DRH1-PAGE               PIC ZZZZ9.
021100     05  FILLER                  PIC X(40) VALUE SPACES.

021200 01  DTR-HEADING-2.
021300     05  FILLER                  PIC X(01) VALUE SPACE.
021400     05  FILLER                  PIC X(19)
021500         VALUE "OLD BUSINESS DATE ".
021600     05  DRH2-OLD-DATE           PIC 9(08).
021700     05  FILLER                  PIC X(08) VALUE SPACES.
021800     05  FILLER                  PIC X(19)
021900         VALUE "NEW BUSINESS DATE ".
022000     05  DRH2-NEW-DATE           PIC 9(08).
022100     05  FILLER                  PIC X(09) VALUE "  PERIOD ".
022200     05  DRH2-NEW-PERIOD         PIC 9(06).
022300     05  FILLER                  PIC X(02) VALUE SPACES.
022400     05  DRH2-PERIOD-END         PIC X(20).
022500     05  FILLER                  PIC X(33) VALUE SPACES.

022600 01  DTR-STEP-HEADING.
022700     05  FILLER                  PIC X(01) VALUE SPACE.
022800     05  FILLER                  PIC X(14) VALUE "REQUIRED STEP".
022900     05  FILLER                  PIC X(12) VALUE "CLEAN RUNS".
023000     05  FILLER                  PIC X(106) VALUE "STATUS".

023100 01  DTR-STEP-LINE.
023200     05  FILLER                  PIC X(01) VALUE SPACE.
023300     05  DSL-PROGRAM             PIC X(10).
023400     05  FILLER                  PIC X(04) VALUE SPACES.
023500     05  DSL-RUNS                PIC ZZZ9.
023600     05  FILLER                  PIC X(08) VALUE SPACES.
023700     05  DSL-STATUS              PIC X(20).
023800     05  FILLER                  PIC X(86) VALUE SPACES.

023900 01  DTR-CARD-HEADING.
024000     05  FILLER                  PIC X(01) VALUE SPACE.
024100     05  FILLER                  PIC X(10) VALUE "CARD".
024200     05  FILLER                  PIC X(20) VALUE "FIELD".
024300     05  FILLER                  PIC X(12) VALUE "OLD VALUE".
024400     05  FILLER                  PIC X(12) VALUE "NEW VALUE".
024500     05  FILLER                  PIC X(78) VALUE "NOTE".

024600 01  DTR-CARD-LINE.
024700     05  FILLER                  PIC X(01) VALUE SPACE.
024800     05  DCL-CARD                PIC X(08).
024900     05  FILLER                  PIC X(02) VALUE SPACES.
025000     05  DCL-FIELD               PIC X(18).
025100     05  FILLER                  PIC X(02) VALUE SPACES.
025200     05  DCL-OLD                 PIC X(08).
025300     05  FILLER                  PIC X(04) VALUE SPACES.
025400     05  DCL-NEW                 PIC X(08).
025500     05  FILLER                  PIC X(04) VALUE SPACES.
025600     05  DCL-NOTE                PIC X(40).
025700     05  FILLER                  PIC X(38) VALUE SPACES.

025800 01  DTR-VALUE-EDIT.
025900     05  DTR-EDIT-DATE           PIC 9(08).
026000     05  DTR-EDIT-PERIOD-X.
026100         10  DTR-EDIT-PERIOD     PIC 9(06).
026200         10  FILLER              PIC X(02) VALUE SPACES.

026300 01  DTR-MESSAGE-LINE.
026400     05  FILLER                  PIC X(01) VALUE SPACE.
026500     05  DML-TEXT                PIC X(70).
026600     05  FILLER                  PIC X(62) VALUE SPACES.

026700 01  DTR-STAMP-FIELDS.
026800     05  DTR-STAMP-DATE          PIC 9(08) VALUE ZEROS.
026900     05  DTR-STAMP-TIME          PIC 9(08) VALUE ZEROS.

027000 PROCEDURE DIVISION.
027100*****************************************************************
027200*    0000-MAINLINE                                              *
027300*****************************************************************
027400 0000-MAINLINE.
027500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
027600     IF NOT DTR-ABORTED
027700         PERFORM 2000-CHECK-RUNSTAT THRU 2000-EXIT
027800     END-IF.
027900     IF NOT DTR-ABORTED
028000         PERFORM 3000-FIND-NEXT-DATE THRU 3000-EXIT
028100     END-IF.
028200     IF NOT DTR-ABORTED AND NOT DTR-REFUSED
028300         PERFORM 4000-WRITE-CARDS THRU 4000-EXIT
028400     END-IF.
028500     IF DTR-RPT-OK
028600         PERFORM 7000-PRINT-ROLL THRU 7000-EXIT
028700     END-IF.
028800     PERFORM 9000-TERMINATE THRU 9000-EXIT.
028900     GOBACK.

029000*****************************************************************
029100*    1000-INITIALIZE                                            *
029200*****************************************************************
029300 1000-INITIALIZE.
029400     ACCEPT DTR-RUN-DATE FROM DATE YYYYMMDD.
029500     PERFORM 1050-INIT-REQUIRED THRU 1050-EXIT
029600         VARYING DTR-REQ-SUB FROM 1 BY 1
029700         UNTIL DTR-REQ-SUB > 4.
029800     OPEN OUTPUT REPORT-FILE.
029900     IF NOT DTR-RPT-OK
030000         DISPLAY "DATEROLL - UNABLE TO OPEN RPTFILE, STATUS "
030100             DTR-RPT-STATUS
030200         MOVE 16 TO RETURN-CODE
030300         MOVE "Y" TO DTR-ABORT-SW
030400     END-IF.
030500     IF NOT DTR-ABORTED
030600         PERFORM 1100-READ-CTLFILE THRU 1100-EXIT
030700     END-IF.
030800     IF NOT DTR-ABORTED
030900         PERFORM 1200-READ-OTHER-CARDS THRU 1200-EXIT
031000     END-IF.
031100 1000-EXIT.
031200     EXIT.

031300*****************************************************************
031400*    1050-INIT-REQUIRED                                         *
031500*****************************************************************
031600 1050-INIT-REQUIRED.
031700     MOVE "N"   TO DTR-REQ-CLEAN-SW (DTR-REQ-SUB).
031800     MOVE ZEROS TO DTR-REQ-RUN-COUNT (DTR-REQ-SUB).
031900 1050-EXIT.
032000     EXIT.

032100*****************************************************************
032200*    1100-READ-CTLFILE                                          *
032300*    CTLFILE'S BUSINESS DATE IS THE DATE BEING ROLLED FROM.     *
032400*    WITHOUT A GOOD ONE THERE IS NOTHING TO ROLL.               *
032500*****************************************************************
032600 1100-READ-CTLFILE.
032700     OPEN INPUT CTL-FILE.
032800     IF DTR-CTL-OK
032900         READ CTL-FILE
033000             AT END
033100                 MOVE SPACES TO CTL-RECORD
033200         END-READ
033300         MOVE CTL-RECORD TO DTR-OLD-CTL-RECORD
033400         IF CTL-BUSINESS-DATE NUMERIC
033500             AND CTL-BUSINESS-DATE > 0
033600             MOVE CTL-BUSINESS-DATE TO DTR-OLD-DATE
033700             DISPLAY "DATEROLL - ROLLING FROM BUSINESS DATE "
033800                 DTR-OLD-DATE
033900         ELSE
034000             DISPLAY "DATEROLL - NO BUSINESS DATE ON CTLFILE, "
034100                 "ABORTING RUN"
034200             MOVE 16 TO RETURN-CODE
034300             MOVE "Y" TO DTR-ABORT-SW
034400         END-IF
034500         CLOSE CTL-FILE
034600     ELSE
034700         DISPLAY "DATEROLL - UNABLE TO OPEN CTLFILE, STATUS "
034800             DTR-CTL-STATUS
034900         MOVE 16 TO RETURN-CODE
035000         MOVE "Y" TO DTR-ABORT-SW
035100     END-IF.
035200 1100-EXIT.
035300     EXIT.

035400*****************************************************************
035500*    1200-READ-OTHER-CARDS                                      *
035600*    EVERY CARD MUST BE THERE TO BE REWRITTEN; ONE THAT CANNOT  *
035700*    BE OPENED STOPS THE RUN BEFORE ANY CARD IS TOUCHED.        *
035800*****************************************************************
035900 1200-READ-OTHER-CARDS.
036000     OPEN INPUT GSC-FILE.
036100     IF DTR-GSC-OK
036200         READ GSC-FILE
036300             AT END
036400                 MOVE SPACES TO GSC-RECORD
036500         END-READ
036600         IF GSC-POSTING-DATE NUMERIC
036700             MOVE GSC-POSTING-DATE TO DTR-OLD-GSC-DATE
036800         END-IF
036900         CLOSE GSC-FILE
037000     ELSE
037100         DISPLAY "DATEROLL - UNABLE TO OPEN GLSCTL, STATUS "
037200             DTR-GSC-STATUS
037300         MOVE 16 TO RETURN-CODE
037400         MOVE "Y" TO DTR-ABORT-SW
037500     END-IF.
037600     OPEN INPUT RCC-FILE.
037700     IF DTR-RCC-OK
037800         READ RCC-FILE
037900             AT END
038000                 MOVE SPACES TO RCC-RECORD
038100         END-READ
038200         IF RCC-RUN-DATE NUMERIC
038300             MOVE RCC-RUN-DATE TO DTR-OLD-RCC-RUN-DATE
038400         END-IF
038500         IF RCC-POSTING-DATE NUMERIC
038600             MOVE RCC-POSTING-DATE TO DTR-OLD-RCC-POST-DATE
038700         END-IF
038800         CLOSE RCC-FILE
038900     ELSE
039000         DISPLAY "DATEROLL - UNABLE TO OPEN RCNCTL, STATUS "
039100             DTR-RCC-STATUS
039200         MOVE 16 TO RETURN-CODE
039300         MOVE "Y" TO DTR-ABORT-SW
039400     END-IF.
039500     OPEN INPUT DEC-FILE.
039600     IF DTR-DEC-OK
039700         READ DEC-FILE
039800             AT END
039900                 MOVE SPACES TO DEC-RECORD
040000         END-READ
040100         IF DEC-BUSINESS-DATE NUMERIC
040200             MOVE DEC-BUSINESS-DATE TO DTR-OLD-DEC-DATE
040300         END-IF
040400         CLOSE DEC-FILE
040500     ELSE
040600         DISPLAY "DATEROLL - UNABLE TO OPEN DECTL, STATUS "
040700             DTR-DEC-STATUS
040800         MOVE 16 TO RETURN-CODE
040900         MOVE "Y" TO DTR-ABORT-SW
041000     END-IF.
041100     OPEN INPUT PCC-FILE.
041200     IF DTR-PCC-OK
041300         READ PCC-FILE
041400             AT END
041500                 MOVE SPACES TO PCC-RECORD
041600         END-READ
041700         IF PCC-ACCTG-PERIOD NUMERIC
041800             MOVE PCC-ACCTG-PERIOD TO DTR-OLD-PCC-PERIOD
041900         END-IF
042000         MOVE PCC-OPERATOR-ID TO DTR-OLD-PCC-OPERATOR
042100         CLOSE PCC-FILE
042200     ELSE
042300         DISPLAY "DATEROLL - UNABLE TO OPEN PCCTL, STATUS "
042400             DTR-PCC-STATUS
042500         MOVE 16 TO RETURN-CODE
042600         MOVE "Y" TO DTR-ABORT-SW
042700     END-IF.
042800 1200-EXIT.
042900     EXIT.

043000*****************************************************************
043100*    2000-CHECK-RUNSTAT                                         *
043200*    A REQUIRED STEP WITHOUT A CLEAN RECORD FOR THE OLD DATE    *
043300*    REFUSES THE ROLL -- THE NIGHT IS NOT FINISHED, AND ROLLING *
043400*    WOULD LEAVE ITS RERUN POSTING UNDER THE WRONG DATE.        *
043500*****************************************************************
043600 2000-CHECK-RUNSTAT.
043700     OPEN INPUT RUNSTAT-FILE.
043800     IF DTR-RUNSTAT-OK
043900         MOVE "N" TO DTR-EOF-SW
044000         PERFORM 2100-READ-RUNSTAT THRU 2100-EXIT
044100             UNTIL DTR-EOF
044200         CLOSE RUNSTAT-FILE
044300         PERFORM 2200-CHECK-ONE-REQUIRED THRU 2200-EXIT
044400             VARYING DTR-REQ-SUB FROM 1 BY 1
044500             UNTIL DTR-REQ-SUB > 4
044600         IF DTR-MISSING-COUNT > 0
044700             DISPLAY "DATEROLL - " DTR-MISSING-COUNT
044800                 " REQUIRED STEPS HAVE NO CLEAN RUN FOR "
044900                 DTR-OLD-DATE ", ROLL REFUSED"
045000             MOVE 16 TO RETURN-CODE
045100             MOVE "Y" TO DTR-REFUSED-SW
045200         END-IF
045300     ELSE
045400         DISPLAY "DATEROLL - UNABLE TO OPEN RUNSTAT, STATUS "
045500             DTR-RUNSTAT-STATUS
045600         MOVE 16 TO RETURN-CODE
045700         MOVE "Y" TO DTR-ABORT-SW
045800     END-IF.
045900 2000-EXIT.
046000     EXIT.

046100*****************************************************************
046200*    2100-READ-RUNSTAT                                          *
046300*****************************************************************
046400 2100-READ-RUNSTAT.
046500     READ RUNSTAT-FILE
046600         AT END
046700             MOVE "Y" TO DTR-EOF-SW
046800         NOT AT END
046900             ADD 1 TO DTR-READ-COUNT
047000             IF RS-BUSINESS-DATE = DTR-OLD-DATE
047100                 ADD 1 TO DTR-SELECT-COUNT
047200                 IF RS-RETURN-CODE NUMERIC AND RS-RETURN-CODE = 0
047300                     PERFORM 2110-MARK-ONE THRU 2110-EXIT
047400                         VARYING DTR-REQ-SUB FROM 1 BY 1
047500                         UNTIL DTR-REQ-SUB > 4
047600                 END-IF
047700             END-IF
047800     END-READ.
047900 2100-EXIT.
048000     EXIT.

048100*****************************************************************
048200*    2110-MARK-ONE                                              *
048300*****************************************************************
048400 2110-MARK-ONE.
048500     IF DTR-REQ-PROGRAM (DTR-REQ-SUB) = RS-PROGRAM
048600         MOVE "Y" TO DTR-REQ-CLEAN-SW (DTR-REQ-SUB)
048700         ADD 1 TO DTR-REQ-RUN-COUNT (DTR-REQ-SUB)
048800     END-IF.
048900 2110-EXIT.
049000     EXIT.

049100*****************************************************************
049200*    2200-CHECK-ONE-REQUIRED                                    *
049300*****************************************************************
049400 2200-CHECK-ONE-REQUIRED.
049500     IF NOT DTR-REQ-CLEAN (DTR-REQ-SUB)
049600         ADD 1 TO DTR-MISSING-COUNT
049700         DISPLAY "DATEROLL - STEP " DTR-REQ-PROGRAM (DTR-REQ-SUB)
049800             " HAS NO CLEAN RUN FOR " DTR-OLD-DATE
049900     END-IF.
050000 2200-EXIT.
050100     EXIT.

050200*****************************************************************
050300*    3000-FIND-NEXT-DATE                                        *
050400*    THE OLD DATE IS READ BY KEY AND THE NEXT TWO CALENDAR      *
050500*    RECORDS AFTER IT GIVE THE NEW DATE AND THE ONE AFTER THAT. *
050600*    THE NEW DATE MUST BE IN AN OPEN PERIOD OR ADDNUMBERS WOULD *
050700*    REFUSE IT.  THE NEW DATE ENDS ITS PERIOD WHEN THE DATE     *
050800*    AFTER IT IS IN ANOTHER PERIOD, SO THE CALENDAR MUST BE     *
050900*    LOADED AT LEAST ONE BUSINESS DATE BEYOND THE NEW DATE.     *
051000*    THE CALENDAR IS STILL READ ON A REFUSED ROLL SO THE REPORT *
051100*    SHOWS WHERE THE ROLL WOULD HAVE GONE.                      *
051200*****************************************************************
051300 3000-FIND-NEXT-DATE.
051400     OPEN INPUT CAL-FILE.
051500     IF NOT DTR-CAL-OK
051600         DISPLAY "DATEROLL - UNABLE TO OPEN CALFILE, STATUS "
051700             DTR-CAL-STATUS
051800         MOVE 16 TO RETURN-CODE
051900         MOVE "Y" TO DTR-ABORT-SW
052000     END-IF.
052100     IF NOT DTR-ABORTED
052200         MOVE DTR-OLD-DATE TO CAL-BUSINESS-DATE
052300         READ CAL-FILE
052400             INVALID KEY
052500                 DISPLAY "DATEROLL - BUSINESS DATE " DTR-OLD-DATE
052600                     " NOT ON POSTING CALENDAR, ABORTING RUN"
052700                 MOVE 16 TO RETURN-CODE
052800                 MOVE "Y" TO DTR-ABORT-SW
052900             NOT INVALID KEY
053000                 MOVE CAL-ACCTG-PERIOD TO DTR-OLD-PERIOD
053100         END-READ
053200     END-IF.
053300     IF NOT DTR-ABORTED
053400         READ CAL-FILE NEXT RECORD
053500             AT END
053600                 DISPLAY "DATEROLL - NO BUSINESS DATE AFTER "
053700                     DTR-OLD-DATE " ON POSTING CALENDAR, "
053800                     "ABORTING RUN"
053900                 MOVE 16 TO RETURN-CODE
054000                 MOVE "Y" TO DTR-ABORT-SW
054100             NOT AT END
054200                 MOVE CAL-BUSINESS-DATE TO DTR-NEW-DATE
054300                 MOVE CAL-ACCTG-PERIOD  TO DTR-NEW-PERIOD
054400                 IF NOT CAL-PERIOD-OPEN
054500                     DISPLAY "DATEROLL - NEXT BUSINESS DATE "
054600                         DTR-NEW-DATE " IS IN CLOSED PERIOD "
054700                         DTR-NEW-PERIOD ", ABORTING RUN"
054800                     MOVE 16 TO RETURN-CODE
054900                     MOVE "Y" TO DTR-ABORT-SW
055000                 END-IF
055100         END-READ
055200     END-IF.
055300     IF NOT DTR-ABORTED
055400         READ CAL-FILE NEXT RECORD
055500             AT END
055600                 DISPLAY "DATEROLL - POSTING CALENDAR ENDS AT "
055700                     DTR-NEW-DATE ", CANNOT TELL IF IT ENDS "
055800                     "PERIOD " DTR-NEW-PERIOD ", ABORTING RUN"
055900                 MOVE 16 TO RETURN-CODE
056000                 MOVE "Y" TO DTR-ABORT-SW
056100             NOT AT END
056200                 MOVE CAL-BUSINESS-DATE TO DTR-FOLLOWING-DATE
056300                 MOVE CAL-ACCTG-PERIOD  TO DTR-FOLLOWING-PERIOD
056400                 IF DTR-FOLLOWING-PERIOD NOT = DTR-NEW-PERIOD
056500                     MOVE "Y" TO DTR-PERIOD-END-SW
056600                 END-IF
056700         END-READ
056800     END-IF.
056900     IF DTR-CAL-OK OR DTR-CAL-ENDED OR DTR-CAL-NOTFND
057000         CLOSE CAL-FILE
057100     END-IF.
057200 3000-EXIT.
057300     EXIT.

057400*****************************************************************
057500*    4000-WRITE-CARDS                                           *
057600*    CTLFILE KEEPS ITS OPERATOR AND CHECKPOINT INTERVAL; THE    *
057700*    RESTART POINT GOES BACK TO ZERO AND THE REPOST OVERRIDE IS *
057800*    CLEARED, AS FOR ANY NORMAL OVERNIGHT RUN.  RCNCTL'S RUN    *
057900*    DATE IS ZERO (THE AUDIT SIDE CARRIES THE WALL-CLOCK DATE). *
058000*    PCCTL KEEPS ITS OPERATOR OF RECORD.                        *
058100*****************************************************************
058200 4000-WRITE-CARDS.
058300     PERFORM 4100-WRITE-CTLFILE THRU 4100-EXIT.
058400     IF NOT DTR-ABORTED
058500         PERFORM 4200-WRITE-GLSCTL THRU 4200-EXIT
058600     END-IF.
058700     IF NOT DTR-ABORTED
058800         PERFORM 4300-WRITE-RCNCTL THRU 4300-EXIT
058900     END-IF.
059000     IF NOT DTR-ABORTED
059100         PERFORM 4400-WRITE-DECTL THRU 4400-EXIT
059200     END-IF.
059300     IF NOT DTR-ABORTED AND DTR-PERIOD-END
059400         PERFORM 4500-WRITE-PCCTL THRU 4500-EXIT
059500     END-IF.
059600     IF DTR-ABORTED
059700         DISPLAY "DATEROLL - " DTR-CARD-COUNT " CARDS WRITTEN "
059800             "BEFORE THE FAILURE -- PUT EVERY CARD IN STEP BY "
059900             "HAND BEFORE THE NEXT NIGHT, ABORTING RUN"
060000         MOVE 16 TO RETURN-CODE
060100     ELSE
060200         MOVE "Y" TO DTR-ROLLED-SW
060300         DISPLAY "DATEROLL - BUSINESS DATE ROLLED FROM "
060400             DTR-OLD-DATE " TO " DTR-NEW-DATE ", "
060500             DTR-CARD-COUNT " CARDS WRITTEN"
060600     END-IF.
060700 4000-EXIT.
060800     EXIT.

060900*****************************************************************
061000*    4100-WRITE-CTLFILE                                         *
061100*****************************************************************
061200 4100-WRITE-CTLFILE.
061300     MOVE DTR-OLD-CTL-RECORD TO CTL-RECORD.
061400     MOVE ZEROS        TO CTL-RESTART-POINT.
061500     IF CTL-CHECKPOINT-INTERVAL NOT NUMERIC
061600         MOVE ZEROS    TO CTL-CHECKPOINT-INTERVAL
061700     END-IF.
061800     MOVE DTR-NEW-DATE TO CTL-BUSINESS-DATE.
061900     MOVE SPACE        TO CTL-REPOST-OVERRIDE.
062000     OPEN OUTPUT CTL-FILE.
062100     IF DTR-CTL-OK
062200         WRITE CTL-RECORD
062300     END-IF.
062400     IF DTR-CTL-OK
062500         CLOSE CTL-FILE
062600         ADD 1 TO DTR-CARD-COUNT
062700     ELSE
062800         DISPLAY "DATEROLL - UNABLE TO WRITE CTLFILE, STATUS "
062900             DTR-CTL-STATUS
063000         MOVE "Y" TO DTR-ABORT-SW
063100     END-IF.
063200 4100-EXIT.
063300     EXIT.

063400*****************************************************************
063500*    4200-WRITE-GLSCTL                                          *
063600*****************************************************************
063700 4200-WRITE-GLSCTL.
063800     MOVE SPACES TO GSC-RECORD.
063900     MOVE DTR-NEW-DATE TO GSC-POSTING-DATE.
064000     OPEN OUTPUT GSC-FILE.
064100     IF DTR-GSC-OK
064200         WRITE GSC-RECORD
064300     END-IF.
064400     IF DTR-GSC-OK
064500         CLOSE GSC-FILE
064600         ADD 1 TO DTR-CARD-COUNT
064700     ELSE
064800         DISPLAY "DATEROLL - UNABLE TO WRITE GLSCTL, STATUS "
064900             DTR-GSC-STATUS
065000         MOVE "Y" TO DTR-ABORT-SW
065100     END-IF.
065200 4200-EXIT.
065300     EXIT.

065400*****************************************************************
065500*    4300-WRITE-RCNCTL                                          *
065600*****************************************************************
065700 4300-WRITE-RCNCTL.
065800     MOVE SPACES TO RCC-RECORD.
065900     MOVE ZEROS        TO RCC-RUN-DATE.
066000     MOVE DTR-NEW-DATE TO RCC-POSTING-DATE.
066100     OPEN OUTPUT RCC-FILE.
066200     IF DTR-RCC-OK
066300         WRITE RCC-RECORD
066400     END-IF.
066500     IF DTR-RCC-OK
066600         CLOSE RCC-FILE
066700         ADD 1 TO DTR-CARD-COUNT
066800     ELSE
066900         DISPLAY "DATEROLL - UNABLE TO WRITE RCNCTL, STATUS "
067000             DTR-RCC-STATUS
067100         MOVE "Y" TO DTR-ABORT-SW
067200     END-IF.
067300 4300-EXIT.
067400     EXIT.

067500*****************************************************************
067600*    4400-WRITE-DECTL                                           *
067700*****************************************************************
067800 4400-WRITE-DECTL.
067900     MOVE SPACES TO DEC-RECORD.
068000     MOVE DTR-NEW-DATE TO DEC-BUSINESS-DATE.
068100     OPEN OUTPUT DEC-FILE.
068200     IF DTR-DEC-OK
068300         WRITE DEC-RECORD
068400     END-IF.
068500     IF DTR-DEC-OK
068600         CLOSE DEC-FILE
068700         ADD 1 TO DTR-CARD-COUNT
068800     ELSE
068900         DISPLAY "DATEROLL - UNABLE TO WRITE DECTL, STATUS "
069000             DTR-DEC-STATUS
069100         MOVE "Y" TO DTR-ABORT-SW
069200     END-IF.
069300 4400-EXIT.
069400     EXIT.

069500*****************************************************************
069600*    4500-WRITE-PCCTL                                           *
069700*****************************************************************
069800 4500-WRITE-PCCTL.
069900     MOVE SPACES TO PCC-RECORD.
070000     MOVE DTR-NEW-PERIOD       TO PCC-ACCTG-PERIOD.
070100     MOVE DTR-OLD-PCC-OPERATOR TO PCC-OPERATOR-ID.
070200     OPEN OUTPUT PCC-FILE.
070300     IF DTR-PCC-OK
070400         WRITE PCC-RECORD
070500     END-IF.
070600     IF DTR-PCC-OK
070700         CLOSE PCC-FILE
070800         ADD 1 TO DTR-CARD-COUNT
070900     ELSE
071000         DISPLAY "DATEROLL - UNABLE TO WRITE PCCTL, STATUS "
071100             DTR-PCC-STATUS
071200         MOVE "Y" TO DTR-ABORT-SW
071300     END-IF.
071400 4500-EXIT.
071500     EXIT.

071600*****************************************************************
071700*    7000-PRINT-ROLL                                            *
071800*    THE REQUIRED STEPS WITH THEIR CLEAN-RUN COUNTS, THEN ONE   *
071900*    LINE PER CARD FIELD WITH ITS OLD AND NEW VALUE.  AN OLD    *
072000*    VALUE THAT WAS NOT CTLFILE'S DATE IS NOTED AS OUT OF STEP. *
072100*    ON A REFUSED OR FAILED ROLL THE NEW VALUE IS WHAT WOULD    *
072200*    HAVE BEEN WRITTEN.                                         *
072300*****************************************************************
072400 7000-PRINT-ROLL.
072500     PERFORM 8000-PRINT-HEADINGS THRU 8000-EXIT.
072600     MOVE DTR-STEP-HEADING TO RPT-RECORD.
072700     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
072800     PERFORM 7100-PRINT-STEP THRU 7100-EXIT
072900         VARYING DTR-REQ-SUB FROM 1 BY 1
073000         UNTIL DTR-REQ-SUB > 4.
073100     MOVE SPACES TO RPT-RECORD.
073200     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
073300     MOVE DTR-CARD-HEADING TO RPT-RECORD.
073400     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
073500     MOVE SPACES TO DTR-CARD-LINE.
073600     MOVE "CTLFILE"         TO DCL-CARD.
073700     MOVE "BUSINESS DATE"   TO DCL-FIELD.
073800     MOVE DTR-OLD-DATE      TO DTR-EDIT-DATE.
073900     MOVE DTR-EDIT-DATE     TO DCL-OLD.
074000     PERFORM 7200-PRINT-DATE-CARD THRU 7200-EXIT.
074100     MOVE SPACES TO DTR-CARD-LINE.
074200     MOVE "GLSCTL"          TO DCL-CARD.
074300     MOVE "POSTING DATE"    TO DCL-FIELD.
074400     MOVE DTR-OLD-GSC-DATE  TO DTR-EDIT-DATE.
074500     MOVE DTR-EDIT-DATE     TO DCL-OLD.
074600     PERFORM 7200-PRINT-DATE-CARD THRU 7200-EXIT.
074700     MOVE SPACES TO DTR-CARD-LINE.
074800     MOVE "RCNCTL"          TO DCL-CARD.
074900     MOVE "POSTING DATE"    TO DCL-FIELD.
075000     MOVE DTR-OLD-RCC-POST-DATE TO DTR-EDIT-DATE.
075100     MOVE DTR-EDIT-DATE     TO DCL-OLD.
075200     PERFORM 7200-PRINT-DATE-CARD THRU 7200-EXIT.
075300     MOVE SPACES TO DTR-CARD-LINE.
075400     MOVE "RCNCTL"          TO DCL-CARD.
075500     MOVE "RUN DATE"        TO DCL-FIELD.
075600     MOVE DTR-OLD-RCC-RUN-DATE TO DTR-EDIT-DATE.
075700     MOVE DTR-EDIT-DATE     TO DCL-OLD.
075800     MOVE ZEROS             TO DTR-EDIT-DATE.
075900     MOVE DTR-EDIT-DATE     TO DCL-NEW.
076000     MOVE "ZERO -- DATE THE STEP EXECUTES" TO DCL-NOTE.
076100     PERFORM 7300-PRINT-CARD-LINE THRU 7300-EXIT.
076200     MOVE SPACES TO DTR-CARD-LINE.
076300     MOVE "DECTL"           TO DCL-CARD.
076400     MOVE "BUSINESS DATE"   TO DCL-FIELD.
076500     MOVE DTR-OLD-DEC-DATE  TO DTR-EDIT-DATE.
076600     MOVE DTR-EDIT-DATE     TO DCL-OLD.
076700     PERFORM 7200-PRINT-DATE-CARD THRU 7200-EXIT.
076800     MOVE SPACES TO DTR-CARD-LINE.
076900     MOVE "PCCTL"           TO DCL-CARD.
077000     MOVE "ACCOUNTING PERIOD" TO DCL-FIELD.
077100     MOVE DTR-OLD-PCC-PERIOD TO DTR-EDIT-PERIOD.
077200     MOVE DTR-EDIT-PERIOD-X TO DCL-OLD.
077300     IF DTR-PERIOD-END
077400         MOVE DTR-NEW-PERIOD TO DTR-EDIT-PERIOD
077500         MOVE "PERIOD END -- PERCLOSE AFTER THIS NIGHT"
077600             TO DCL-NOTE
077700     ELSE
077800         MOVE DTR-OLD-PCC-PERIOD TO DTR-EDIT-PERIOD
077900         MOVE "NOT A PERIOD END -- UNCHANGED" TO DCL-NOTE
078000     END-IF.
078100     MOVE DTR-EDIT-PERIOD-X TO DCL-NEW.
078200     PERFORM 7300-PRINT-CARD-LINE THRU 7300-EXIT.
078300     MOVE SPACES TO RPT-RECORD.
078400     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
078500     MOVE SPACES TO DTR-MESSAGE-LINE.
078600     EVALUATE TRUE
078700         WHEN DTR-ROLLED
078800             MOVE "ROLLED - ALL CARDS WRITTEN FOR THE NEW DATE"
078900                 TO DML-TEXT
079000         WHEN DTR-REFUSED
079100             MOVE "ROLL REFUSED - NIGHT INCOMPLETE, NO CARD CUT"
079200                 TO DML-TEXT
079300         WHEN OTHER
079400             MOVE "ROLL FAILED - SEE JOB LOG BEFORE NEXT NIGHT"
079500                 TO DML-TEXT
079600     END-EVALUATE.
079700     MOVE DTR-MESSAGE-LINE TO RPT-RECORD.
079800     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
079900 7000-EXIT.
080000     EXIT.

080100*****************************************************************
080200*    7100-PRINT-STEP                                            *
080300*****************************************************************
080400 7100-PRINT-STEP.
080500     MOVE SPACES TO DTR-STEP-LINE.
080600     MOVE DTR-REQ-PROGRAM (DTR-REQ-SUB)   TO DSL-PROGRAM.
080700     MOVE DTR-REQ-RUN-COUNT (DTR-REQ-SUB) TO DSL-RUNS.
080800     IF DTR-REQ-CLEAN (DTR-REQ-SUB)
080900         MOVE "OK" TO DSL-STATUS
081000     ELSE
081100         MOVE "NO CLEAN RUN" TO DSL-STATUS
081200     END-IF.
081300     MOVE DTR-STEP-LINE TO RPT-RECORD.
081400     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
081500 7100-EXIT.
081600     EXIT.

081700*****************************************************************
081800*    7200-PRINT-DATE-CARD                                       *
081900*    A DATE CARD'S NEW VALUE IS ALWAYS THE NEW BUSINESS DATE.   *
082000*****************************************************************
082100 7200-PRINT-DATE-CARD.
082200     MOVE DTR-NEW-DATE TO DTR-EDIT-DATE.
082300     MOVE DTR-EDIT-DATE TO DCL-NEW.
082400     IF DCL-OLD NOT = DTR-OLD-DATE-X
082500         MOVE "WAS OUT OF STEP WITH CTLFILE" TO DCL-NOTE
082600     END-IF.
082700     PERFORM 7300-PRINT-CARD-LINE THRU 7300-EXIT.
082800 7200-EXIT.
082900     EXIT.

083000*****************************************************************
083100*    7300-PRINT-CARD-LINE                                       *
083200*****************************************************************
083300 7300-PRINT-CARD-LINE.
083400     MOVE DTR-CARD-LINE TO RPT-RECORD.
083500     PERFORM 8100-PRINT-LINE THRU 8100-EXIT.
083600 7300-EXIT.
083700     EXIT.

083800*****************************************************************
083900*    8000-PRINT-HEADINGS                                        *
084000*****************************************************************
084100 8000-PRINT-HEADINGS.
084200     ADD 1 TO DTR-PAGE-COUNT.
084300     MOVE DTR-RUN-DATE   TO DRH1-RUN-DATE.
084400     MOVE DTR-PAGE-COUNT TO DRH1-PAGE.
084500     MOVE DTR-OLD-DATE   TO DRH2-OLD-DATE.
084600     MOVE DTR-NEW-DATE   TO DRH2-NEW-DATE.
084700     MOVE DTR-NEW-PERIOD TO DRH2-NEW-PERIOD.
084800     IF DTR-PERIOD-END
084900         MOVE "LAST DATE OF PERIOD" TO DRH2-PERIOD-END
085000     ELSE
085100         MOVE SPACES TO DRH2-PERIOD-END
085200     END-IF.
085300     WRITE RPT-RECORD FROM DTR-HEADING-1.
085400     WRITE RPT-RECORD FROM DTR-HEADING-2.
085500     MOVE SPACES TO RPT-RECORD.
085600     WRITE RPT-RECORD.
085700     MOVE 3 TO DTR-LINE-COUNT.
085800 8000-EXIT.
085900     EXIT.

086000*****************************************************************
086100*    8100-PRINT-LINE                                            *
086200*    PRINTS THE LINE ALREADY MOVED TO RPT-RECORD.               *
086300*****************************************************************
086400 8100-PRINT-LINE.
086500     IF DTR-RPT-OK
086600         WRITE RPT-RECORD
086700         ADD 1 TO DTR-LINE-COUNT
086800     END-IF.
086900 8100-EXIT.
087000     EXIT.

087100*****************************************************************
087200*    9000-TERMINATE                                             *
087300*****************************************************************
087400 9000-TERMINATE.
087500     IF DTR-RPT-OK
087600         CLOSE REPORT-FILE
087700     END-IF.
087800     PERFORM 9300-WRITE-RUN-STATUS THRU 9300-EXIT.
087900 9000-EXIT.
088000     EXIT.

088100*****************************************************************
088200*    9300-WRITE-RUN-STATUS                                      *
088300*    APPENDS THIS STEP'S COMPLETION RECORD TO THE COMMON        *
088400*    RUN-STATUS LOG.  A COMPLETED ROLL IS LOGGED UNDER THE NEW  *
088500*    DATE (THE FIRST RECORD OF THAT NIGHT); A REFUSED OR FAILED *
088600*    ROLL UNDER THE OLD DATE, SO IT SHOWS ON THAT NIGHT'S       *
088700*    SIGN-OFF.  THE READ COUNT IS THE LOG RECORDS FOR THE OLD   *
088800*    DATE, ACCEPTED IS CARDS WRITTEN, REJECTED IS REQUIRED      *
088900*    STEPS WITHOUT A CLEAN RUN.  A LOG THAT CANNOT BE WRITTEN   *
089000*    ONLY WARNS.                                                *
089100*****************************************************************
089200 9300-WRITE-RUN-STATUS.
089300     OPEN EXTEND RUNSTAT-FILE.
089400     IF DTR-RUNSTAT-OK
089500         ACCEPT DTR-STAMP-DATE FROM DATE YYYYMMDD
089600         ACCEPT DTR-STAMP-TIME FROM TIME
089700         MOVE "DATEROLL" TO RS-PROGRAM
089800         MOVE ZEROS TO RS-BATCH-NUMBER
089900         IF DTR-ROLLED
090000             MOVE DTR-NEW-DATE TO RS-BUSINESS-DATE
090100         ELSE
090200             MOVE DTR-OLD-DATE TO RS-BUSINESS-DATE
090300         END-IF
090400         MOVE DTR-SELECT-COUNT TO RS-READ-COUNT
090500         MOVE DTR-CARD-COUNT TO RS-ACCEPT-COUNT
090600         MOVE DTR-MISSING-COUNT TO RS-REJECT-COUNT
090700         MOVE ZEROS TO RS-CONTROL-TOTAL
090800         MOVE RETURN-CODE TO RS-RETURN-CODE
090900         MOVE DTR-STAMP-DATE TO RS-RUN-DATE
091000         MOVE DTR-STAMP-TIME TO RS-RUN-TIME
091100         WRITE RS-RECORD
091200         CLOSE RUNSTAT-FILE
091300     ELSE
091400         DISPLAY "DATEROLL - UNABLE TO OPEN RUNSTAT, STATUS "
091500             DTR-RUNSTAT-STATUS
091600             ", RUN-STATUS RECORD NOT WRITTEN"
091700     END-IF.
091800 9300-EXIT.
091900     EXIT.
