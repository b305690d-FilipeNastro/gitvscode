000100*****************************************************************
000200*                                                               *
000300*    BRCTLREC.CPY                                               *
000400*                                                               *
000500*    CONTROL CARD FOR THE BANKREC BANK RECONCILIATION.  NAMES   *
000600*    THE BUSINESS DATE THE RECONCILIATION IS AS OF, THE DATE    *
000700*    TOLERANCE IN DAYS FOR MATCHING A BANK ITEM TO A BOOK       *
000800*    POSTING, AND UP TO FOUR GL CASH ACCOUNTS THE STATEMENT     *
000900*    COVERS.  WHEN BRC-BOOK-SW IS "Y", BANK ITEMS STILL         *
001000*    UNMATCHED OUTSIDE THE TOLERANCE ARE WRITTEN AS A TRANFIL   *
001100*    BATCH (NUMBER FROM BRC-BATCH-NUMBER UP, DATED              *
001200*    BRC-POST-DATE, DEPARTMENT BRC-DEPARTMENT) AGAINST THE      *
001300*    FIRST CASH ACCOUNT: BANK DEBITS (FEES, CHARGES) TO         *
001400*    BRC-CHARGE-ACCOUNT, BANK CREDITS (INTEREST AND OTHER       *
001500*    RECEIPTS) TO BRC-CREDIT-ACCOUNT.                           *
001600*                                                               *
001700*    MODIFICATION HISTORY                                      *
001800*    DATE       INIT  DESCRIPTION                               *
001900*    10/15/26   JHM   ORIGINAL COPYBOOK.                        *
002000*                                                               *
002100*****************************************************************
002200 01  BRC-RECORD.
002300     05  BRC-AS-OF-DATE              PIC 9(08).
002400     05  BRC-TOLERANCE-DAYS          PIC 9(02).
002500     05  BRC-CASH-ACCOUNT            OCCURS 4 TIMES
002600                                     PIC 9(08).
002700     05  BRC-BOOK-SW                 PIC X(01).
002800         88  BRC-BOOK-BANK-ONLY      VALUE "Y".
002900     05  BRC-BATCH-NUMBER            PIC 9(06).
003000     05  BRC-POST-DATE               PIC 9(08).
003100     05  BRC-CHARGE-ACCOUNT          PIC 9(08).
003200     05  BRC-CREDIT-ACCOUNT          PIC 9(08).
003300     05  BRC-DEPARTMENT              PIC X(04).
003400     05  FILLER                      PIC X(03).
