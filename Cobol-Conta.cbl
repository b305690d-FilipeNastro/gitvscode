019806*                     CONTROL TOTAL, RETURN CODE, DATE/TIME)    *
019807*                     TO THE COMMON RUN-STATUS LOG (RUNSTAT)    *
019808*                     FOR THE DAY-END OPERATIONS SUMMARY.       *
019809*    10/15/26   JHM   EACH GL EXTRACT RECORD NOW CARRIES THE    *
019810*                     BATCH HEADER'S DEPARTMENT (GL-DEPARTMENT) *
019811*                     SO THE LEDGER KEEPS BALANCES BY           *
019812*                     DEPARTMENT.                               *
019813*    10/15/26   JHM   THE AUDIT LOG AND GL EXTRACT RECORDS NOW  *
019814*                     BOTH CARRY THE BATCH NUMBER AND THE       *
019815*                     TRANSACTION'S TRANFIL POSITION, SO A GL   *
019816*                     POSTING CAN BE TRACED TO ITS AUDIT        *
019817*                     RECORD.                                   *
019818*    10/15/26   JHM   EACH VALID TRANSACTION IS CHECKED AGAINST *
019819*                     THE CONTROL CARD OPERATOR'S ENTRY ON THE  *
019820*                     OPERATOR AUTHORITY MASTER (OPAUTH) -- OP  *
019821*                     CODE, ACCOUNT CLASSES AND TRANSACTION     *
019822*                     LIMIT.  ONE OUTSIDE IT IS HELD ON THE     *
019823*                     PENDING-APPROVAL FILE (PENDFILE) FOR THE  *
019824*                     PENDAPPR STEP, NOT POSTED AND NOT SENT TO *
019825*                     SUSPENSE.  IN A BATCH WHOSE HEADER CLAIMS *
019826*                     A PENDAPPR RELEASE, A DETAIL IS NOT       *
019827*                     CHECKED AGAIN ONLY WHEN ITS IMAGE MATCHES *
019828*                     AN UNUSED APPROVAL THE APPROVAL LOG       *
019829*                     (APPRLOG) SHOWS RELEASED UNDER THAT BATCH *
019830*                     NUMBER; ANY OTHER DETAIL IS HELD, REASON  *
019831*                     HR.  HELD COUNTS ARE KEPT ON THE          *
019832*                     CHECKPOINT (CHKPFILE GROWS TO LRECL 200)  *
019833*                     AND EXCLUDED FROM THE ACCEPT COUNT.       *
019800*                                                               *
019900*****************************************************************
020000 ENVIRONMENT DIVISION.
023210     SELECT RUNSTAT-FILE ASSIGN TO RUNSTAT
023220         ORGANIZATION IS SEQUENTIAL
023230         FILE STATUS IS ADN-RUNSTAT-STATUS.
023237     SELECT AUTH-FILE ASSIGN TO OPAUTH
023244         ORGANIZATION IS INDEXED
023251         ACCESS MODE IS RANDOM
023258         RECORD KEY IS OA-OPERATOR-ID
023265         FILE STATUS IS ADN-AUTH-STATUS.
023272     SELECT PEND-FILE ASSIGN TO PENDFILE
023279         ORGANIZATION IS SEQUENTIAL
023286         FILE STATUS IS ADN-PEND-STATUS.
023290     SELECT APPR-FILE ASSIGN TO APPRLOG
023293         ORGANIZATION IS SEQUENTIAL
023296         FILE STATUS IS ADN-APPR-STATUS.

023300 DATA DIVISION.
023400 FILE SECTION.

025000 FD  CHKPT-FILE
025100     RECORDING MODE IS F
025200     RECORD CONTAINS 200 CHARACTERS
025300     LABEL RECORDS ARE STANDARD.
025400 COPY CHKPTREC.

027940     LABEL RECORDS ARE STANDARD.
027950 COPY RUNSTREC.

027954 FD  AUTH-FILE
027958     RECORDING MODE IS F
027962     RECORD CONTAINS 80 CHARACTERS
027966     LABEL RECORDS ARE STANDARD.
027970 COPY OPAUTREC.

027974 FD  PEND-FILE
027978     RECORDING MODE IS F
027982     RECORD CONTAINS 260 CHARACTERS
027986     LABEL RECORDS ARE STANDARD.
027990 COPY PENDREC.

027991 FD  APPR-FILE
027992     RECORDING MODE IS F
027993     RECORD CONTAINS 320 CHARACTERS
027994     LABEL RECORDS ARE STANDARD.
027995 COPY PALOGREC.

028000 WORKING-STORAGE SECTION.
028100*****************************************************************
028200*    WORKING STORAGE                                            *
028400 01  ADN-SWITCHES.
028410     05  ADN-RUNSTAT-STATUS      PIC X(02) VALUE ZEROS.
028420         88  ADN-RUNSTAT-OK      VALUE "00".
028430     05  ADN-AUTH-STATUS         PIC X(02) VALUE ZEROS.
028440         88  ADN-AUTH-OK         VALUE "00".
028450     05  ADN-PEND-STATUS         PIC X(02) VALUE ZEROS.
028460         88  ADN-PEND-OK         VALUE "00".
028470     05  ADN-APPR-STATUS         PIC X(02) VALUE ZEROS.
028475         88  ADN-APPR-OK         VALUE "00".
028480     05  ADN-APPR-EOF-SW         PIC X(01) VALUE "N".
028485         88  ADN-APPR-EOF        VALUE "Y".
028500     05  ADN-TRAN-STATUS         PIC X(02) VALUE ZEROS.
028600         88  ADN-TRAN-OK         VALUE "00".
028700         88  ADN-TRAN-EOF        VALUE "10".
034300*          AC = GL ACCOUNT UNKNOWN OR INACTIVE
034400*          JB = JOURNAL ENTRY DOES NOT NET TO ZERO
034500     05  ADN-REJECT-REASON       PIC X(02) VALUE SPACES.
034505*        ADN-AUTH-FOUND-SW IS "Y" WHEN THE CONTROL CARD'S OPERATOR
034510*        IS ACTIVE ON THE AUTHORITY MASTER.  ADN-AUTHORIZED-SW
034515*        DROPS TO "N" WHEN A VALID TRANSACTION FALLS OUTSIDE THAT
034520*        AUTHORITY; ADN-HOLD-REASON THEN CARRIES THE PND-REASON-
034525*        CODE (SEE PENDREC) FOR THE PENDING-APPROVAL RECORD.
034530     05  ADN-AUTH-FOUND-SW       PIC X(01) VALUE "N".
034535         88  ADN-AUTH-FOUND      VALUE "Y".
034540     05  ADN-AUTHORIZED-SW       PIC X(01) VALUE "Y".
034545         88  ADN-AUTHORIZED      VALUE "Y".
034550     05  ADN-AUTH-MATCH-SW       PIC X(01) VALUE "N".
034555         88  ADN-AUTH-MATCH      VALUE "Y".
034560     05  ADN-HOLD-REASON         PIC X(02) VALUE SPACES.
034565*        ADN-RELEASE-SW IS "A" WHILE THE OPEN BATCH IS A
034570*        RELEASE THE APPROVAL LOG SHOWS PENDAPPR WROTE -- ITS
034575*        APPROVED IMAGES ARE IN ADN-RELEASE-TABLE, AND ONLY A
034576*        DETAIL MATCHING ONE OF THEM SKIPS THE AUTHORITY CHECK.
034577*        A HEADER MARKED AS A RELEASE THAT IS NOT ON THE LOG SETS
034578*        "U" AND EVERY DETAIL IN THE BATCH IS HELD, REASON HR.
034580     05  ADN-RELEASE-SW          PIC X(01) VALUE SPACE.
034585         88  ADN-RELEASE-BATCH   VALUE "A".
034590         88  ADN-RELEASE-UNCONFIRMED VALUE "U".

034600*****************************************************************
034700*    TRAN-RECORD IS THE WORKING-STORAGE, VARIABLE-LENGTH COPY   *
037093*****************************************************************
037100 01  ADN-COUNTERS.
037200     05  ADN-REJECT-COUNT        PIC 9(07) VALUE ZEROS.
037220*        ADN-HELD-COUNT COUNTS DETAILS HELD FOR APPROVAL -- VALID,
037240*        BUT OUTSIDE THE OPERATOR'S AUTHORITY.  THEY ARE NEITHER
037260*        ACCEPTED NOR REJECTED.
037280     05  ADN-HELD-COUNT          PIC 9(07) VALUE ZEROS.
037300*        BALANCED JOURNAL ENTRIES (OP CODE J) ARE REPORTED
037400*        SEPARATELY ON THE CONTROL-TOTAL REPORT; THE VALUE IS THE
037500*        DEBIT SIDE (TOTAL OF THE POSITIVE OPERANDS) SINCE THE
040094     05  ADN-B-SUM-TOTAL         PIC S9(11)V99 VALUE ZEROS.
040095     05  ADN-B-BALANCED-COUNT    PIC 9(07) VALUE ZEROS.
040096     05  ADN-B-BALANCED-TOTAL    PIC S9(11)V99 VALUE ZEROS.
040097     05  ADN-B-HELD-COUNT        PIC 9(07) VALUE ZEROS.

040100 01  ADN-FIGURES.
040200     05  ADN-SUM                 PIC S9(9)V99 VALUE ZEROS.
040700     05  ADN-RUN-DATE            PIC 9(08) VALUE ZEROS.
040800     05  ADN-RUN-TIME            PIC 9(08) VALUE ZEROS.

040803*****************************************************************
040806*    ADN-AUTH-FIELDS HOLD THE POSTING OPERATOR'S AUTHORITY,     *
040809*    READ ONCE FROM THE AUTHORITY MASTER AT INITIALIZATION,     *
040812*    AND THE WORK FIELDS EACH TRANSACTION IS CHECKED WITH.      *
040815*    ADN-AUTH-AMOUNT IS THE TRANSACTION'S VALUE FOR THE LIMIT   *
040818*    TEST -- THE LARGER OF ITS DEBIT TOTAL AND CREDIT TOTAL.    *
040821*    ADN-AUTH-ACCT-REDEF EXPOSES THE LEADING DIGIT OF AN        *
040824*    ACCOUNT, THE MAJOR ACCOUNT CLASS.                          *
040827*****************************************************************
040830 01  ADN-AUTH-FIELDS.
040833     05  ADN-AUTH-OP-CODES       PIC X(05) VALUE SPACES.
040836     05  ADN-AUTH-OP-TABLE REDEFINES ADN-AUTH-OP-CODES.
040839         10  ADN-AUTH-OP-CODE    PIC X(01)
040842                                 OCCURS 5 TIMES.
040845     05  ADN-AUTH-CLASSES        PIC X(10) VALUE SPACES.
040848     05  ADN-AUTH-CLASS-TABLE REDEFINES ADN-AUTH-CLASSES.
040851         10  ADN-AUTH-CLASS      PIC X(01)
040854                                 OCCURS 10 TIMES.
040857     05  ADN-AUTH-LIMIT          PIC 9(09)V99 VALUE ZEROS.
040860     05  ADN-AUTH-DEBITS         PIC 9(11)V99 VALUE ZEROS.
040863     05  ADN-AUTH-CREDITS        PIC 9(11)V99 VALUE ZEROS.
040866     05  ADN-AUTH-AMOUNT         PIC 9(11)V99 VALUE ZEROS.
040869     05  ADN-AUTH-SUB            PIC 9(02) VALUE ZEROS.
040870     05  ADN-RELEASE-APPROVALS   PIC 9(05) VALUE ZEROS.
040871     05  ADN-RELEASE-EXCESS      PIC 9(05) VALUE ZEROS.
040872 01  ADN-AUTH-ACCOUNT            PIC 9(08) VALUE ZEROS.
040875 01  ADN-AUTH-ACCT-REDEF REDEFINES ADN-AUTH-ACCOUNT.
040878     05  ADN-AUTH-ACCT-CLASS     PIC X(01).
040881     05  FILLER                  PIC X(07).

040882*****************************************************************
040883*    ADN-RELEASE-TABLE HOLDS THE APPROVALS APPRLOG SHOWS        *
040884*    RELEASED UNDER THE OPEN BATCH'S NUMBER, ONE ENTRY PER      *
040885*    SECOND-OPERATOR APPROVAL.  EACH ENTRY EXEMPTS ONE DETAIL   *
040886*    WITH THE SAME IMAGE AND VALUE AND IS THEN USED UP, SO A    *
040887*    BATCH CAN NEVER EXEMPT MORE DETAILS THAN WERE APPROVED.    *
040888*****************************************************************
040889 01  ADN-RELEASE-TABLE.
040890     05  ADN-REL-ENTRY
040891             OCCURS 500 TIMES
040892             INDEXED BY ADN-REL-IDX.
040893         10  ADN-REL-DATA        PIC X(203).
040894         10  ADN-REL-AMOUNT      PIC 9(11)V99.
040895         10  ADN-REL-USED-SW     PIC X(01).
040896             88  ADN-REL-USED    VALUE "Y".

040900 01  ADN-BATCH-FIELDS.
041000     05  ADN-BATCH-NUMBER        PIC 9(06) VALUE ZEROS.
041100     05  ADN-POSTED-DATE         PIC 9(08) VALUE ZEROS.
046700     PERFORM 1210-OPEN-GL-EXTRACT THRU 1210-EXIT.
046800     PERFORM 1220-OPEN-SUSPENSE THRU 1220-EXIT.
046900     PERFORM 1230-OPEN-COA THRU 1230-EXIT.
046930     PERFORM 1240-LOAD-AUTHORITY THRU 1240-EXIT.
046960     PERFORM 1250-OPEN-PENDING THRU 1250-EXIT.
047000     ACCEPT ADN-RUN-DATE FROM DATE YYYYMMDD.
047100     ACCEPT ADN-RUN-TIME FROM TIME.
047200     IF NOT ADN-EOF
064700 1230-EXIT.
064800     EXIT.

064840*****************************************************************
064880*    1240-LOAD-AUTHORITY                                        *
064920*    READS THE CONTROL CARD OPERATOR'S ENTRY ON THE OPERATOR    *
064960*    AUTHORITY MASTER ONCE, BY DIRECT KEYED READ, AND KEEPS     *
065000*    ITS OP CODES, ACCOUNT CLASSES AND TRANSACTION LIMIT IN     *
065040*    WORKING STORAGE FOR THE WHOLE RUN.  AN OPERATOR WHO IS NOT *
065080*    ON THE MASTER, OR IS INACTIVE, HAS NO POSTING AUTHORITY -- *
065120*    THE RUN STILL VALIDATES EVERYTHING, BUT EVERY VALID        *
065160*    TRANSACTION OUTSIDE A RELEASED BATCH IS HELD FOR           *
065200*    APPROVAL.  A MASTER THAT CANNOT BE OPENED ABORTS THE RUN.  *
065240*****************************************************************
065280 1240-LOAD-AUTHORITY.
065320     MOVE "N" TO ADN-AUTH-FOUND-SW.
065360     OPEN INPUT AUTH-FILE.
065400     IF ADN-AUTH-OK
065440         MOVE ADN-OPERATOR-ID TO OA-OPERATOR-ID
065480         READ AUTH-FILE
065520             INVALID KEY
065560                 CONTINUE
065600             NOT INVALID KEY
065640                 IF OA-ACTIVE
065680                     MOVE "Y" TO ADN-AUTH-FOUND-SW
065720                     MOVE OA-OP-CODES   TO ADN-AUTH-OP-CODES
065760                     MOVE OA-CLASSES    TO ADN-AUTH-CLASSES
065800                     MOVE OA-TRAN-LIMIT TO ADN-AUTH-LIMIT
065840                 END-IF
065880         END-READ
065920         CLOSE AUTH-FILE
065960         IF ADN-AUTH-FOUND
066000             DISPLAY "ADDNUMBERS - OPERATOR " ADN-OPERATOR-ID
066040                 " MAY POST OP CODES " ADN-AUTH-OP-CODES
066080                 " CLASSES " ADN-AUTH-CLASSES " UP TO "
066120                 ADN-AUTH-LIMIT
066160         ELSE
066200             DISPLAY "ADDNUMBERS - OPERATOR " ADN-OPERATOR-ID
066240                 " HAS NO ACTIVE POSTING AUTHORITY, "
066280                 "TRANSACTIONS WILL BE HELD FOR APPROVAL"
066320         END-IF
066360     ELSE
066400         DISPLAY "ADDNUMBERS - UNABLE TO OPEN OPAUTH, STATUS "
066440             ADN-AUTH-STATUS
066480         MOVE 16 TO RETURN-CODE
066520         MOVE "Y" TO ADN-EOF-SW
066560     END-IF.
066600 1240-EXIT.
066640     EXIT.

066680*****************************************************************
066720*    1250-OPEN-PENDING                                          *
066760*****************************************************************
066800 1250-OPEN-PENDING.
066840     OPEN EXTEND PEND-FILE.
066880     IF NOT ADN-PEND-OK
066920         DISPLAY "ADDNUMBERS - UNABLE TO OPEN PENDFILE, STATUS "
066960             ADN-PEND-STATUS
067000         MOVE 16 TO RETURN-CODE
067040         MOVE "Y" TO ADN-EOF-SW
067080     END-IF.
067120 1250-EXIT.
067160     EXIT.

067300*****************************************************************
067400*    1300-RESTART                                                *
067500*****************************************************************
069300                 MOVE CK-DETAIL-HASH    TO ADN-DETAIL-HASH
069400                 MOVE CK-BALANCED-COUNT TO ADN-BALANCED-COUNT
069500                 MOVE CK-BALANCED-TOTAL TO ADN-BALANCED-TOTAL
069501                 MOVE CK-HELD-COUNT     TO ADN-HELD-COUNT
069510*                THE OPEN BATCH'S IDENTITY AND FIGURES COME
069520*                FROM THE CHECKPOINT -- THE SKIP NO LONGER
069530*                REPLAYS HEADERS, WHICH WOULD REFUSE BATCHES
069540*                ALREADY ON THE REGISTER.
069550                 MOVE CK-BATCH-NUMBER    TO ADN-BATCH-NUMBER
069552                 MOVE CK-RELEASE-SW      TO ADN-RELEASE-SW
069554                 MOVE CK-B-HELD-COUNT    TO ADN-B-HELD-COUNT
069560                 MOVE CK-DEPARTMENT      TO ADN-DEPARTMENT
069570                 MOVE CK-HDR-SEEN-SW     TO ADN-HDR-SEEN-SW
069580                 MOVE CK-BATCH-COUNT     TO ADN-BATCH-COUNT
070300             MOVE "Y" TO ADN-EOF-SW
070400         END-IF
070500         IF NOT ADN-EOF
070510             IF ADN-RELEASE-BATCH
070520                 PERFORM 2036-CONFIRM-RELEASE THRU 2036-EXIT
070530             END-IF
070600             MOVE ADN-RESTART-POINT TO ADN-SKIP-COUNT
070700             PERFORM 1310-SKIP-TRAN THRU 1310-EXIT
070800                 VARYING ADN-SKIP-COUNT FROM ADN-SKIP-COUNT BY -1
072700*    SKIPPED RECORDS ARE NOT REPROCESSED -- BATCHES COMPLETED
072800*    BEFORE THE CHECKPOINT ARE ALREADY ON THE REGISTER, AND
072900*    THE OPEN BATCH'S IDENTITY AND FIGURES WERE RESTORED FROM
073000*    THE CHECKPOINT IN 1300-RESTART.  IN A RELEASE BATCH THE
073010*    SKIPPED DETAILS STILL USE UP THEIR APPROVALS, SO NONE CAN
073020*    EXEMPT A SECOND DETAIL AFTER THE RESTART.
073100     READ TRAN-FILE
073200         AT END
073300             MOVE "Y" TO ADN-EOF-SW
073400     END-READ.
073410     IF NOT ADN-EOF AND ADN-RELEASE-BATCH
073420         PERFORM 1320-REPLAY-RELEASE THRU 1320-EXIT
073430     END-IF.
073700 1310-EXIT.
073800     EXIT.

073802*****************************************************************
073804*    1320-REPLAY-RELEASE                                        *
073806*    A SKIPPED HEADER STARTS THE TABLE OVER, SO ONLY THE OPEN   *
073808*    BATCH'S OWN SKIPPED DETAILS ARE LEFT MARKED AS USED.  THE  *
073810*    IMAGE ALONE DECIDES HERE -- THE VALUE FOLLOWS FROM IT.     *
073812*****************************************************************
073814 1320-REPLAY-RELEASE.
073816     IF TF-HEADER-REC
073818         PERFORM 1330-CLEAR-RELEASE THRU 1330-EXIT
073820             VARYING ADN-REL-IDX FROM 1 BY 1
073822             UNTIL ADN-REL-IDX > ADN-RELEASE-APPROVALS
073824     ELSE
073826         IF NOT TF-TRAILER-REC
073828             MOVE "N" TO ADN-AUTH-MATCH-SW
073830             PERFORM 1340-REPLAY-MATCH THRU 1340-EXIT
073832                 VARYING ADN-REL-IDX FROM 1 BY 1
073834                 UNTIL ADN-REL-IDX > ADN-RELEASE-APPROVALS
073836                     OR ADN-AUTH-MATCH
073838         END-IF
073840     END-IF.
073842 1320-EXIT.
073844     EXIT.

073846*****************************************************************
073848*    1330-CLEAR-RELEASE                                         *
073850*****************************************************************
073852 1330-CLEAR-RELEASE.
073854     MOVE "N" TO ADN-REL-USED-SW (ADN-REL-IDX).
073856 1330-EXIT.
073858     EXIT.

073860*****************************************************************
073862*    1340-REPLAY-MATCH                                          *
073864*****************************************************************
073866 1340-REPLAY-MATCH.
073868     IF NOT ADN-REL-USED (ADN-REL-IDX)
073870         AND ADN-REL-DATA (ADN-REL-IDX) = TF-TRAN-RECORD
073872         MOVE "Y" TO ADN-REL-USED-SW (ADN-REL-IDX)
073874         MOVE "Y" TO ADN-AUTH-MATCH-SW
073876     END-IF.
073878 1340-EXIT.
073880     EXIT.

073900*****************************************************************
074000*    2000-PROCESS-TRAN                                          *
074100*****************************************************************
076100*    FIRST HEADER, BETWEEN BATCHES OR AFTER THE LAST TRAILER    *
076200*    MEANS THE FEEDER FILE IS MALFORMED (TRUNCATED OR           *
076300*    DOUBLE-SHIPPED) AND THE RUN IS ABORTED RATHER THAN         *
076310*    POSTING FROM IT.  A VALID TRANSACTION OUTSIDE THE          *
076340*    OPERATOR'S AUTHORITY IS HELD FOR APPROVAL -- NOT POSTED    *
076370*    AND NOT SENT TO SUSPENSE, BECAUSE IT IS NOT AN ERROR.      *
076400*****************************************************************
076500 2010-PROCESS-DETAIL.
076600     EVALUATE TRUE
078300             PERFORM 2050-VALIDATE-TRAN THRU 2050-EXIT
078400             IF ADN-VALID
078500                 PERFORM 2060-COMPUTE-RESULT THRU 2060-EXIT
078520                 IF ADN-VALID
078540                     PERFORM 2030-CHECK-AUTHORITY THRU 2030-EXIT
078560                 END-IF
078600                 IF ADN-VALID AND ADN-AUTHORIZED
078700                     DISPLAY "THE RESULT OF OP=" TR-OP-CODE
078800                         " ACROSS " TR-OPERAND-COUNT
078900                         " OPERANDS IS " ADN-SUM
081190                         END-ADD
081200                     END-IF
081300                 ELSE
081320                     IF ADN-VALID
081340                         PERFORM 2035-HOLD-TRAN THRU 2035-EXIT
081360                     ELSE
081400                         ADD 1 TO ADN-REJECT-COUNT
081410                         ADD 1 TO ADN-B-REJECT-COUNT
081500                         DISPLAY "ADDNUMBERS - TRANSACTION "
081600                             "REJECTED, OP=" TR-OP-CODE
081700                             " RESULT OVERFLOWED SUM"
081800                         PERFORM 2400-WRITE-SUSPENSE
081830                             THRU 2400-EXIT
081860                     END-IF
081900                 END-IF
082000             END-IF
082100     END-EVALUATE.
085000         WHEN OTHER
085100             MOVE TF-BH-BATCH-NUMBER  TO ADN-BATCH-NUMBER
085200             MOVE TF-BH-DEPARTMENT    TO ADN-DEPARTMENT
085250             MOVE SPACE               TO ADN-RELEASE-SW
085300             DISPLAY "ADDNUMBERS - PROCESSING BATCH "
085400                 ADN-BATCH-NUMBER " BUSINESS DATE "
085500                 ADN-BUSINESS-DATE " DEPT " ADN-DEPARTMENT
086110                 MOVE "Y" TO ADN-RUN-STARTED-SW
086120                 MOVE ZEROS TO ADN-B-DETAIL-COUNT
086130                 MOVE ZEROS TO ADN-B-REJECT-COUNT
086135                 MOVE ZEROS TO ADN-B-HELD-COUNT
086140                 MOVE ZEROS TO ADN-B-OPERAND-TOTAL
086150                 MOVE ZEROS TO ADN-B-SUM-TOTAL
086160                 MOVE ZEROS TO ADN-B-BALANCED-COUNT
086170                 MOVE ZEROS TO ADN-B-BALANCED-TOTAL
086180                 MOVE ZEROS TO ADN-DETAIL-HASH
086190                 IF TF-BH-RELEASED
086192                     PERFORM 2036-CONFIRM-RELEASE THRU 2036-EXIT
086194                 END-IF
086200             END-IF
086300     END-EVALUATE.
086400 2020-EXIT.
090400 2025-EXIT.
090500     EXIT.

090510*****************************************************************
090520*    2030-CHECK-AUTHORITY                                       *
090530*    CHECKS A TRANSACTION THAT PASSED EVERY EDIT AGAINST THE    *
090540*    POSTING OPERATOR'S AUTHORITY: THE OP CODE, THE MAJOR CLASS *
090550*    OF EVERY ACCOUNT IT POSTS TO, AND ITS VALUE AGAINST THE    *
090560*    PER-TRANSACTION LIMIT.  THE VALUE IS THE LARGER OF THE     *
090570*    DEBIT TOTAL AND THE CREDIT TOTAL (FOR A BALANCED JOURNAL   *
090580*    ENTRY THEY ARE EQUAL).  THE FIRST FAILURE FOUND IS THE     *
090590*    HOLD REASON.  IN A BATCH CONFIRMED AS A PENDAPPR RELEASE,  *
090600*    A DETAIL MATCHING AN UNUSED APPROVAL ON ADN-RELEASE-TABLE  *
090601*    IS NOT CHECKED AGAIN AND ANY OTHER IS HELD, REASON HR, AS  *
090602*    IS EVERY DETAIL IN A BATCH THAT ONLY CLAIMS TO BE ONE.     *
090610*****************************************************************
090620 2030-CHECK-AUTHORITY.
090630     MOVE "Y" TO ADN-AUTHORIZED-SW.
090640     MOVE SPACES TO ADN-HOLD-REASON.
090650     MOVE ZEROS TO ADN-AUTH-DEBITS.
090660     MOVE ZEROS TO ADN-AUTH-CREDITS.
090670     PERFORM 2031-VALUE-ONE-OPERAND THRU 2031-EXIT
090680         VARYING TR-OP-IDX FROM 1 BY 1
090690         UNTIL TR-OP-IDX > TR-OPERAND-COUNT.
090700     IF ADN-AUTH-DEBITS > ADN-AUTH-CREDITS
090710         MOVE ADN-AUTH-DEBITS TO ADN-AUTH-AMOUNT
090720     ELSE
090730         MOVE ADN-AUTH-CREDITS TO ADN-AUTH-AMOUNT
090740     END-IF.
090750     EVALUATE TRUE
090760         WHEN ADN-RELEASE-BATCH
090761             MOVE "N" TO ADN-AUTH-MATCH-SW
090762             PERFORM 2038-MATCH-RELEASE THRU 2038-EXIT
090763                 VARYING ADN-REL-IDX FROM 1 BY 1
090764                 UNTIL ADN-REL-IDX > ADN-RELEASE-APPROVALS
090765                     OR ADN-AUTH-MATCH
090766             IF NOT ADN-AUTH-MATCH
090767                 MOVE "N" TO ADN-AUTHORIZED-SW
090768                 MOVE "HR" TO ADN-HOLD-REASON
090770             END-IF
090775         WHEN ADN-RELEASE-UNCONFIRMED
090776             MOVE "N" TO ADN-AUTHORIZED-SW
090777             MOVE "HR" TO ADN-HOLD-REASON
090780         WHEN NOT ADN-AUTH-FOUND
090790             MOVE "N" TO ADN-AUTHORIZED-SW
090800             MOVE "HN" TO ADN-HOLD-REASON
090810         WHEN OTHER
090820             MOVE "N" TO ADN-AUTH-MATCH-SW
090830             PERFORM 2032-MATCH-OP-CODE THRU 2032-EXIT
090840                 VARYING ADN-AUTH-SUB FROM 1 BY 1
090850                 UNTIL ADN-AUTH-SUB > 5 OR ADN-AUTH-MATCH
090860             IF NOT ADN-AUTH-MATCH
090870                 MOVE "N" TO ADN-AUTHORIZED-SW
090880                 MOVE "HO" TO ADN-HOLD-REASON
090890             END-IF
090900             PERFORM 2033-CHECK-ONE-CLASS THRU 2033-EXIT
090910                 VARYING TR-OP-IDX FROM 1 BY 1
090920                 UNTIL TR-OP-IDX > TR-OPERAND-COUNT
090930                     OR NOT ADN-AUTHORIZED
090940             IF ADN-AUTHORIZED
090950                 AND ADN-AUTH-AMOUNT > ADN-AUTH-LIMIT
090960                 MOVE "N" TO ADN-AUTHORIZED-SW
090970                 MOVE "HL" TO ADN-HOLD-REASON
090980             END-IF
090990     END-EVALUATE.
091000 2030-EXIT.
091010     EXIT.

091020*****************************************************************
091030*    2031-VALUE-ONE-OPERAND                                     *
091040*****************************************************************
091050 2031-VALUE-ONE-OPERAND.
091060     IF TR-OPERAND (TR-OP-IDX) > ZEROS
091070         ADD TR-OPERAND (TR-OP-IDX) TO ADN-AUTH-DEBITS
091080     ELSE
091090         SUBTRACT TR-OPERAND (TR-OP-IDX) FROM ADN-AUTH-CREDITS
091100     END-IF.
091110 2031-EXIT.
091120     EXIT.

091130*****************************************************************
091140*    2032-MATCH-OP-CODE                                         *
091150*****************************************************************
091160 2032-MATCH-OP-CODE.
091170     IF ADN-AUTH-OP-CODE (ADN-AUTH-SUB) = TR-OP-CODE
091180         MOVE "Y" TO ADN-AUTH-MATCH-SW
091190     END-IF.
091200 2032-EXIT.
091210     EXIT.

091220*****************************************************************
091230*    2033-CHECK-ONE-CLASS                                       *
091240*    THE LEADING DIGIT OF THE OPERAND'S ACCOUNT MUST BE ONE OF  *
091250*    THE CLASSES ON THE OPERATOR'S AUTHORITY ENTRY.             *
091260*****************************************************************
091270 2033-CHECK-ONE-CLASS.
091280     MOVE TR-GL-ACCOUNT (TR-OP-IDX) TO ADN-AUTH-ACCOUNT.
091290     MOVE "N" TO ADN-AUTH-MATCH-SW.
091300     PERFORM 2034-MATCH-CLASS THRU 2034-EXIT
091310         VARYING ADN-AUTH-SUB FROM 1 BY 1
091320         UNTIL ADN-AUTH-SUB > 10 OR ADN-AUTH-MATCH.
091330     IF NOT ADN-AUTH-MATCH
091340         MOVE "N" TO ADN-AUTHORIZED-SW
091350         MOVE "HC" TO ADN-HOLD-REASON
091360     END-IF.
091370 2033-EXIT.
091380     EXIT.

091390*****************************************************************
091400*    2034-MATCH-CLASS                                           *
091410*****************************************************************
091420 2034-MATCH-CLASS.
091430     IF ADN-AUTH-CLASS (ADN-AUTH-SUB) = ADN-AUTH-ACCT-CLASS
091440         MOVE "Y" TO ADN-AUTH-MATCH-SW
091450     END-IF.
091460 2034-EXIT.
091470     EXIT.

091480*****************************************************************
091490*    2035-HOLD-TRAN                                             *
091500*    THE HELD TRANSACTION IMAGE IS WRITTEN EXACTLY AS READ TO   *
091510*    THE PENDING-APPROVAL FILE, TAGGED LIKE A SUSPENSE RECORD   *
091520*    (REASON, TRANFIL POSITION, BUSINESS DATE) AND WITH THE     *
091530*    BATCH, DEPARTMENT, SUBMITTING OPERATOR AND THE VALUE THE   *
091540*    LIMIT WAS TESTED WITH, FOR THE PENDAPPR APPROVAL STEP.     *
091550*    IT STILL COUNTS IN THE BATCH'S DETAIL COUNT AND HASH FOR   *
091560*    THE TRAILER CHECK, BUT IS NEITHER ACCEPTED NOR REJECTED.   *
091570*****************************************************************
091580 2035-HOLD-TRAN.
091590     ADD 1 TO ADN-HELD-COUNT.
091600     ADD 1 TO ADN-B-HELD-COUNT.
091610     DISPLAY "ADDNUMBERS - TRANSACTION HELD FOR APPROVAL, OP="
091620         TR-OP-CODE " REASON " ADN-HOLD-REASON " VALUE "
091630         ADN-AUTH-AMOUNT.
091640     IF ADN-PEND-OK
091650         MOVE TF-TRAN-RECORD     TO PND-TRAN-DATA
091660         MOVE ADN-HOLD-REASON    TO PND-REASON-CODE
091670         MOVE ADN-RECORD-COUNT   TO PND-TRAN-POSITION
091680         MOVE ADN-BUSINESS-DATE  TO PND-BUSINESS-DATE
091690         MOVE ADN-BATCH-NUMBER   TO PND-BATCH-NUMBER
091700         MOVE ADN-DEPARTMENT     TO PND-DEPARTMENT
091710         MOVE ADN-OPERATOR-ID    TO PND-OPERATOR-ID
091720         MOVE ADN-AUTH-AMOUNT    TO PND-TRAN-AMOUNT
091730         WRITE PND-RECORD
091740     END-IF.
091750 2035-EXIT.
091760     EXIT.

091770*****************************************************************
091780*    2036-CONFIRM-RELEASE                                       *
091790*    A HEADER MARKED AS A PENDAPPR RELEASE IS ONLY TRUSTED      *
091800*    WHEN THE APPROVAL LOG HOLDS APPROVALS RELEASED UNDER THAT  *
091810*    BATCH NUMBER -- THE MARK IS ONE BYTE ANYONE CAN KEY.  THE  *
091815*    APPROVED IMAGES AND VALUES ARE LOADED TO ADN-RELEASE-TABLE *
091816*    FOR 2030 TO MATCH EACH DETAIL AGAINST.  A RELEASE THE LOG  *
091820*    CANNOT CONFIRM, OR A LOG THAT CANNOT BE READ, HOLDS EVERY  *
091830*    DETAIL IN THE BATCH FOR APPROVAL.                          *
091840*****************************************************************
091850 2036-CONFIRM-RELEASE.
091860     MOVE ZEROS TO ADN-RELEASE-APPROVALS.
091865     MOVE ZEROS TO ADN-RELEASE-EXCESS.
091870     OPEN INPUT APPR-FILE.
091880     IF ADN-APPR-OK
091890         MOVE "N" TO ADN-APPR-EOF-SW
091900         PERFORM 2037-SCAN-APPROVAL THRU 2037-EXIT
091910             UNTIL ADN-APPR-EOF
091920         CLOSE APPR-FILE
091930     ELSE
091940         DISPLAY "ADDNUMBERS - UNABLE TO OPEN APPRLOG, STATUS "
091950             ADN-APPR-STATUS
091960     END-IF.
091965     IF ADN-RELEASE-EXCESS > 0
091966         DISPLAY "ADDNUMBERS - " ADN-RELEASE-EXCESS
091967             " APPROVALS FOR BATCH " ADN-BATCH-NUMBER
091968             " EXCEED THE RELEASE TABLE, THEIR DETAILS WILL "
091969             "BE HELD"
091970     END-IF.
091971     IF ADN-RELEASE-APPROVALS > 0
091980         MOVE "A" TO ADN-RELEASE-SW
091990         DISPLAY "ADDNUMBERS - BATCH " ADN-BATCH-NUMBER
092000             " IS AN APPROVAL RELEASE, " ADN-RELEASE-APPROVALS
092010             " APPROVALS ON APPRLOG"
092020     ELSE
092030         MOVE "U" TO ADN-RELEASE-SW
092040         DISPLAY "ADDNUMBERS - BATCH " ADN-BATCH-NUMBER
092050             " MARKED AS A RELEASE BUT NOT ON APPRLOG, "
092060             "DETAILS WILL BE HELD"
092070     END-IF.
092080 2036-EXIT.
092090     EXIT.

092100*****************************************************************
092110*    2037-SCAN-APPROVAL                                         *
092120*****************************************************************
092130 2037-SCAN-APPROVAL.
092140     READ APPR-FILE
092150         AT END
092160             MOVE "Y" TO ADN-APPR-EOF-SW
092170         NOT AT END
092180             IF PAL-APPROVED
092190                 AND PAL-RELEASE-BATCH = ADN-BATCH-NUMBER
092192                 IF ADN-RELEASE-APPROVALS < 500
092200                     ADD 1 TO ADN-RELEASE-APPROVALS
092202                     SET ADN-REL-IDX TO ADN-RELEASE-APPROVALS
092204                     MOVE PAL-TRAN-DATA
092205                         TO ADN-REL-DATA (ADN-REL-IDX)
092206                     MOVE PAL-TRAN-AMOUNT
092207                         TO ADN-REL-AMOUNT (ADN-REL-IDX)
092208                     MOVE "N" TO ADN-REL-USED-SW (ADN-REL-IDX)
092209                 ELSE
092210                     ADD 1 TO ADN-RELEASE-EXCESS
092211                 END-IF
092212             END-IF
092220     END-READ.
092230 2037-EXIT.
092240     EXIT.

092250*****************************************************************
092260*    2038-MATCH-RELEASE                                         *
092270*    A DETAIL IS EXEMPT ONLY AS THE VERY TRANSACTION A SECOND   *
092280*    OPERATOR APPROVED -- SAME IMAGE, SAME VALUE -- AND EACH    *
092290*    APPROVAL EXEMPTS ONE DETAIL AT MOST.                       *
092300*****************************************************************
092310 2038-MATCH-RELEASE.
092320     IF NOT ADN-REL-USED (ADN-REL-IDX)
092330         AND ADN-REL-DATA (ADN-REL-IDX) = TF-TRAN-RECORD
092340         AND ADN-REL-AMOUNT (ADN-REL-IDX) = ADN-AUTH-AMOUNT
092350         MOVE "Y" TO ADN-REL-USED-SW (ADN-REL-IDX)
092360         MOVE "Y" TO ADN-AUTH-MATCH-SW
092370     END-IF.
092380 2038-EXIT.
092390     EXIT.

092500*****************************************************************
092600*    2040-PROCESS-TRAILER                                       *
092700*    VERIFIES THE OPEN BATCH'S DETAIL RECORDS AGAINST THE       *
118700         MOVE ADN-RUN-DATE   TO AU-RUN-DATE
118800         MOVE ADN-RUN-TIME   TO AU-RUN-TIME
118900         MOVE ADN-OPERATOR-ID TO AU-OPERATOR-ID
118950         MOVE ADN-BATCH-NUMBER TO AU-BATCH-NUMBER
118960         MOVE ADN-RECORD-COUNT TO AU-TRAN-SEQ
119000         WRITE AUDIT-RECORD
119100     END-IF.
119200 2200-EXIT.
121500         MOVE ADN-SUM        TO GL-SUM
121600         MOVE ADN-BUSINESS-DATE TO GL-POSTING-DATE
121650         MOVE ADN-BATCH-NUMBER  TO GL-BATCH-NUMBER
121660         MOVE ADN-DEPARTMENT    TO GL-DEPARTMENT
121670         MOVE ADN-RECORD-COUNT  TO GL-TRAN-SEQ
121700         WRITE GL-RECORD
121800     END-IF.
121900 2250-EXIT.
126880         MOVE ADN-B-SUM-TOTAL      TO CK-B-SUM-TOTAL
126890         MOVE ADN-B-BALANCED-COUNT TO CK-B-BALANCED-COUNT
126895         MOVE ADN-B-BALANCED-TOTAL TO CK-B-BALANCED-TOTAL
126896         MOVE ADN-RELEASE-SW       TO CK-RELEASE-SW
126897         MOVE ADN-HELD-COUNT       TO CK-HELD-COUNT
126898         MOVE ADN-B-HELD-COUNT     TO CK-B-HELD-COUNT
126900         WRITE CHKPT-RECORD
127000         CLOSE CHKPT-FILE
127100     ELSE
141310     IF ADN-COA-OK
141320         CLOSE COA-FILE
141330     END-IF.
141331     IF ADN-PEND-OK
141332         CLOSE PEND-FILE
141333     END-IF.
141335     PERFORM 9300-WRITE-RUN-STATUS THRU 9300-EXIT.
141400 9000-EXIT.
141500     EXIT.
142400     DISPLAY "RECORDS READ .......... " ADN-RECORD-COUNT.
142500     DISPLAY "DETAIL RECORDS READ ... " ADN-DETAIL-COUNT.
142600     DISPLAY "RECORDS REJECTED ...... " ADN-REJECT-COUNT.
142650     DISPLAY "HELD FOR APPROVAL ..... " ADN-HELD-COUNT.
142700     DISPLAY "BALANCED ENTRIES ...... " ADN-BALANCED-COUNT.
142800     DISPLAY "BALANCED ENTRY VALUE .. " ADN-BALANCED-TOTAL.
142900     DISPLAY "TOTAL OF ALL OPERANDS . " ADN-OPERAND-TOTAL.
143393     DISPLAY "DEPARTMENT ............ " ADN-DEPARTMENT.
143394     DISPLAY "DETAIL RECORDS READ ... " ADN-B-DETAIL-COUNT.
143395     DISPLAY "RECORDS REJECTED ...... " ADN-B-REJECT-COUNT.
143395     DISPLAY "HELD FOR APPROVAL ..... " ADN-B-HELD-COUNT.
143396     DISPLAY "BALANCED ENTRIES ...... " ADN-B-BALANCED-COUNT.
143397     DISPLAY "BALANCED ENTRY VALUE .. " ADN-B-BALANCED-TOTAL.
143398     DISPLAY "TOTAL OF ALL OPERANDS . " ADN-B-OPERAND-TOTAL.
146194         MOVE ADN-DETAIL-COUNT TO RS-ACCEPT-COUNT
146198         SUBTRACT ADN-REJECT-COUNT
146202             FROM RS-ACCEPT-COUNT
146203         SUBTRACT ADN-HELD-COUNT
146204             FROM RS-ACCEPT-COUNT
146206         MOVE ADN-REJECT-COUNT TO RS-REJECT-COUNT
146210         MOVE ADN-OPERAND-TOTAL TO RS-CONTROL-TOTAL
146220         MOVE RETURN-CODE TO RS-RETURN-CODE
