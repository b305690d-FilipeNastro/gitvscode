000100*****************************************************************
000200*                                                               *
000300*    BMTRNREC.CPY                                               *
000400*                                                               *
000500*    MAINTENANCE TRANSACTION FOR THE BUDMAINT BUDGET MASTER     *
000600*    MAINTENANCE RUN.  ONE 80-BYTE RECORD PER REQUESTED         *
000700*    CHANGE.  ACTION A ADDS A BUDGET LINE FOR AN ACCOUNT AND    *
000800*    PERIOD (MUST NOT ALREADY EXIST), C REPLACES THE AMOUNT OF  *
000900*    AN EXISTING LINE, D DELETES AN EXISTING LINE.  THE         *
001000*    ACCOUNT MUST BE ACTIVE ON THE CHART FOR AN ADD OR CHANGE.  *
001100*    THE AMOUNT IS SIGNED LIKE THE BALANCE MASTER NET --        *
001200*    REVENUE BUDGETS ARE NEGATIVE -- AND IS IGNORED ON A        *
001300*    DELETE.                                                    *
001400*                                                               *
001500*    MODIFICATION HISTORY                                      *
001600*    DATE       INIT  DESCRIPTION                               *
001700*    10/15/26   JHM   ORIGINAL COPYBOOK.                        *
001800*                                                               *
001900*****************************************************************
002000 01  BMT-RECORD.
002100     05  BMT-ACTION                  PIC X(01).
002200         88  BMT-ACTION-ADD          VALUE "A".
002300         88  BMT-ACTION-CHANGE       VALUE "C".
002400         88  BMT-ACTION-DELETE       VALUE "D".
002500     05  BMT-ACCOUNT                 PIC 9(08).
002600     05  BMT-ACCTG-PERIOD            PIC 9(06).
002700     05  BMT-PERIOD-REDEF REDEFINES BMT-ACCTG-PERIOD.
002800         10  BMT-PERIOD-YEAR         PIC 9(04).
002900         10  BMT-PERIOD-PP           PIC 9(02).
003000     05  BMT-AMOUNT                  PIC S9(13)V99
003100                                      SIGN IS TRAILING SEPARATE.
003200     05  FILLER                      PIC X(49).
