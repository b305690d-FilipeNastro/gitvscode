000100*****************************************************************
000200*                                                               *
000300*    BKRCNREC.CPY                                               *
000400*                                                               *
000500*    BANK RECONCILIATION FILE, MAINTAINED BY BANKREC.  ONE      *
000600*    RECORD PER BOOK ITEM (A POSTING TO A CASH ACCOUNT TAKEN    *
000700*    FROM GLEXTRCT) AND PER BANK ITEM (A STATEMENT LINE),       *
000800*    OPEN UNTIL MATCHED.  A MATCHED PAIR SHARES                 *
000900*    RCN-MATCH-NUMBER AND STAYS ON THE FILE AS THE RECORD OF    *
001000*    THE MATCH, SO NEITHER SIDE IS EVER MATCHED AGAIN.  A BOOK  *
001100*    ITEM IS IDENTIFIED BY POSTING DATE, BATCH NUMBER,          *
001200*    TRANFIL POSITION AND OPERAND SLOT (AS GLDRILL SHOWS IT).   *
001300*    RCN-AMOUNT IS SIGNED THE BOOK WAY FOR BOTH SIDES --        *
001400*    POSITIVE RAISES CASH -- SO A BANK CREDIT MATCHES A         *
001500*    POSITIVE POSTING.  RCN-BOOKED-BATCH IS THE TRANFIL BATCH A *
001600*    BANK-ONLY ITEM WAS BOOKED IN, ZERO UNTIL THEN.             *
001700*                                                               *
001800*    THE CONTROL RECORD (TYPE "C", WRITTEN LAST) CARRIES THE    *
001900*    LAST GLEXTRCT POSTING DATE TAKEN IN, THE LAST STATEMENT    *
002000*    DATE LOADED AND ITS CLOSING BALANCE, AND THE LAST MATCH    *
002100*    NUMBER USED.                                               *
002200*                                                               *
002300*    MODIFICATION HISTORY                                      *
002400*    DATE       INIT  DESCRIPTION                               *
002500*    10/15/26   JHM   ORIGINAL COPYBOOK.                        *
002600*                                                               *
002700*****************************************************************
002800 01  RCN-RECORD.
002900     05  RCN-RECORD-TYPE             PIC X(01).
003000         88  RCN-BOOK-ITEM           VALUE "K".
003100         88  RCN-BANK-ITEM           VALUE "B".
003200         88  RCN-CONTROL-REC         VALUE "C".
003300     05  RCN-STATUS                  PIC X(01).
003400         88  RCN-OPEN                VALUE "O".
003500         88  RCN-MATCHED             VALUE "M".
003600     05  RCN-ITEM-DATE               PIC 9(08).
003700     05  RCN-AMOUNT                  PIC S9(11)V99
003800                                      SIGN IS TRAILING SEPARATE.
003900     05  RCN-ACCOUNT                 PIC 9(08).
004000     05  RCN-BATCH-NUMBER            PIC 9(06).
004100     05  RCN-TRAN-SEQ                PIC 9(07).
004200     05  RCN-SLOT                    PIC 9(02).
004300     05  RCN-REFERENCE               PIC X(16).
004400     05  RCN-DEBIT-CREDIT            PIC X(01).
004500     05  RCN-DESCRIPTION             PIC X(30).
004600     05  RCN-MATCH-NUMBER            PIC 9(07).
004700     05  RCN-MATCH-DATE              PIC 9(08).
004800     05  RCN-BOOKED-BATCH            PIC 9(06).
004900     05  FILLER                      PIC X(05).
005000 01  RCN-CONTROL-RECORD.
005100     05  RCN-C-RECORD-TYPE           PIC X(01).
005200     05  RCN-C-GL-THRU-DATE          PIC 9(08).
005300     05  RCN-C-STMT-DATE             PIC 9(08).
005400     05  RCN-C-BANK-BALANCE          PIC S9(11)V99
005500                                      SIGN IS TRAILING SEPARATE.
005600     05  RCN-C-LAST-MATCH            PIC 9(07).
005700     05  RCN-C-RUN-DATE              PIC 9(08).
005800     05  FILLER                      PIC X(74).
