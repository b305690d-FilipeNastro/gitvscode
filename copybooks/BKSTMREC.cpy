000100*****************************************************************
000200*                                                               *
000300*    BKSTMREC.CPY                                               *
000400*                                                               *
000500*    BANK STATEMENT RECORD AS RECEIVED FROM THE BANK EACH DAY   *
000600*    FOR THE BANKREC RECONCILIATION.  A "T" RECORD IS ONE       *
000700*    STATEMENT ITEM -- DATE, BANK REFERENCE, AMOUNT AND         *
000800*    WHETHER THE BANK DEBITED OR CREDITED OUR ACCOUNT.  THE     *
000900*    "B" RECORD CARRIES THE STATEMENT'S CLOSING BALANCE, WITH   *
001000*    STM-DEBIT-CREDIT "C" FOR A BALANCE IN OUR FAVOUR AND "D"   *
001100*    FOR AN OVERDRAWN ONE.  AMOUNTS ARE UNSIGNED.               *
001200*                                                               *
001300*    MODIFICATION HISTORY                                      *
001400*    DATE       INIT  DESCRIPTION                               *
001500*    10/15/26   JHM   ORIGINAL COPYBOOK.                        *
001600*                                                               *
001700*****************************************************************
001800 01  STM-RECORD.
001900     05  STM-RECORD-TYPE             PIC X(01).
002000         88  STM-ITEM-REC            VALUE "T".
002100         88  STM-BALANCE-REC         VALUE "B".
002200     05  STM-DATE                    PIC 9(08).
002300     05  STM-REFERENCE               PIC X(16).
002400     05  STM-DEBIT-CREDIT            PIC X(01).
002500         88  STM-DEBIT               VALUE "D".
002600         88  STM-CREDIT              VALUE "C".
002700     05  STM-AMOUNT                  PIC 9(11)V99.
002800     05  STM-DESCRIPTION             PIC X(30).
002900     05  FILLER                      PIC X(11).
