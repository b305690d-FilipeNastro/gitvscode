000100*****************************************************************
000200*                                                               *
000300*    ALOCREC.CPY                                                *
000400*                                                               *
000500*    COST ALLOCATION RULES MASTER RECORD.  ONE RECORD PER       *
000600*    SHARED-COST ACCOUNT TO BE SPREAD -- RENT, IT, INSURANCE.   *
000700*    THE RULE NAMES THE SOURCE ACCOUNT AND THE DEPARTMENT       *
000800*    HOLDING THE COST, AND UP TO TEN TARGETS, EACH AN ACCOUNT   *
000900*    AND OPTIONALLY A DEPARTMENT (SPACES MEAN THE SOURCE        *
001000*    DEPARTMENT).  AR-METHOD SAYS HOW THE SHARES ARE WORKED:    *
001100*      P  EACH TARGET TAKES AR-TGT-PERCENT OF THE SOURCE        *
001200*         BALANCE; THE PERCENTAGES MUST TOTAL 100.00.           *
001300*      B  EACH TARGET TAKES ITS SHARE IN PROPORTION TO THE      *
001400*         PERIOD BALANCE OF ITS AR-TGT-BASIS-ACCOUNT IN THE     *
001500*         TARGET'S DEPARTMENT (HEADCOUNT, SQUARE FEET, SALES).  *
001600*    EXACTLY ONE TARGET CARRIES AR-TGT-ROUNDING-SW = Y AND      *
001700*    ABSORBS THE ROUNDING DIFFERENCE, SO THE SHARES ALWAYS      *
001800*    ADD BACK TO THE SOURCE BALANCE.  ALLOCGEN READS THE        *
001900*    MASTER AND BUILDS THE ALLOCATION BATCHES.                  *
002000*                                                               *
002100*    MODIFICATION HISTORY                                      *
002200*    DATE       INIT  DESCRIPTION                               *
002300*    10/15/26   JHM   ORIGINAL COPYBOOK.                        *
002400*                                                               *
002500*****************************************************************
002600 01  AR-RECORD.
002700     05  AR-RULE-ID                  PIC 9(04).
002800     05  AR-STATUS                   PIC X(01).
002900         88  AR-ACTIVE               VALUE "A".
003000         88  AR-INACTIVE             VALUE "I".
003100     05  AR-METHOD                   PIC X(01).
003200         88  AR-PERCENT-METHOD       VALUE "P".
003300         88  AR-BASIS-METHOD         VALUE "B".
003400     05  AR-DESCRIPTION              PIC X(20).
003500     05  AR-SOURCE-ACCOUNT           PIC 9(08).
003600     05  AR-SOURCE-DEPT              PIC X(04).
003700     05  AR-TARGET-COUNT             PIC 9(02).
003800     05  AR-TARGET-TABLE
003900             OCCURS 10 TIMES
004000             INDEXED BY AR-TGT-IDX.
004100         10  AR-TGT-ACCOUNT          PIC 9(08).
004200         10  AR-TGT-DEPT             PIC X(04).
004300         10  AR-TGT-PERCENT          PIC 9(03)V99.
004400         10  AR-TGT-BASIS-ACCOUNT    PIC 9(08).
004500         10  AR-TGT-ROUNDING-SW      PIC X(01).
004600             88  AR-TGT-ROUNDING     VALUE "Y".
004700     05  FILLER                      PIC X(20).
