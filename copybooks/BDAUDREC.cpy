000100*****************************************************************
000200*                                                               *
000300*    BDAUDREC.CPY                                               *
000400*                                                               *
000500*    BUDGET MASTER AUDIT RECORD.  BUDMAINT APPENDS ONE RECORD   *
000600*    FOR EVERY CHANGE IT APPLIES TO THE BUDGET MASTER, WITH     *
000700*    THE BEFORE AND AFTER AMOUNTS, OPERATOR AND RUN DATE AND    *
000800*    TIME -- THE SAME DISCIPLINE COAAUDIT GIVES THE CHART.      *
000900*    FOR AN ADD THE OLD AMOUNT IS ZERO; FOR A DELETE THE NEW    *
001000*    AMOUNT IS ZERO.                                            *
001100*                                                               *
001200*    MODIFICATION HISTORY                                      *
001300*    DATE       INIT  DESCRIPTION                               *
001400*    10/15/26   JHM   ORIGINAL COPYBOOK.                        *
001500*                                                               *
001600*****************************************************************
001700 01  BDA-RECORD.
001800     05  BDA-ACTION                  PIC X(01).
001900     05  BDA-ACCOUNT                 PIC 9(08).
002000     05  BDA-ACCTG-PERIOD            PIC 9(06).
002100     05  BDA-OLD-AMOUNT              PIC S9(13)V99
002200                                      SIGN IS TRAILING SEPARATE.
002300     05  BDA-NEW-AMOUNT              PIC S9(13)V99
002400                                      SIGN IS TRAILING SEPARATE.
002500     05  BDA-RUN-DATE                PIC 9(08).
002600     05  BDA-RUN-TIME                PIC 9(08).
002700     05  BDA-OPERATOR-ID             PIC X(08).
002800     05  FILLER                      PIC X(29).
