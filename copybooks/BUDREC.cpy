000100*****************************************************************
000200*                                                               *
000300*    BUDREC.CPY                                                 *
000400*                                                               *
000500*    BUDGET MASTER RECORD.  ONE RECORD PER GL ACCOUNT AND       *
000600*    ACCOUNTING PERIOD ON AN INDEXED MASTER KEYED ON BUD-KEY    *
000700*    (ACCOUNT, THEN PERIOD), SO A SEQUENTIAL PASS RETURNS EACH  *
000800*    ACCOUNT'S PERIODS TOGETHER IN ORDER.  BUD-AMOUNT IS THE    *
000900*    PERIOD'S BUDGETED NET, CARRIED IN THE SAME SIGN AS         *
001000*    GLM-PTD-NET -- DEBITS POSITIVE, CREDITS NEGATIVE -- SO A   *
001100*    REVENUE BUDGET IS A NEGATIVE FIGURE AND BUDVAR CAN SET IT  *
001200*    DIRECTLY AGAINST THE BALANCE MASTER.  MAINTAINED IN PLACE  *
001300*    BY BUDMAINT, WHICH STAMPS THE DATE AND OPERATOR OF THE     *
001400*    LAST CHANGE.                                               *
001500*                                                               *
001600*    MODIFICATION HISTORY                                      *
001700*    DATE       INIT  DESCRIPTION                               *
001800*    10/15/26   JHM   ORIGINAL COPYBOOK.                        *
001900*                                                               *
002000*****************************************************************
002100 01  BUD-RECORD.
002200     05  BUD-KEY.
002300         10  BUD-ACCOUNT             PIC 9(08).
002400         10  BUD-ACCTG-PERIOD        PIC 9(06).
002500     05  BUD-AMOUNT                  PIC S9(13)V99
002600                                      SIGN IS TRAILING SEPARATE.
002700     05  BUD-CHANGE-DATE             PIC 9(08).
002800     05  BUD-CHANGE-OPERATOR         PIC X(08).
002900     05  FILLER                      PIC X(34).
