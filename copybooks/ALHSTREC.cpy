000100*****************************************************************
000200*                                                               *
000300*    ALHSTREC.CPY                                               *
000400*                                                               *
000500*    COST ALLOCATION HISTORY RECORD.  ALLOCGEN WRITES ONE       *
000600*    RECORD PER ACCOUNTING PERIOD IT ALLOCATES, KEYED ON THE    *
000700*    PERIOD, WITH THE BATCH NUMBERS IT BUILT AND THEIR TOTAL.   *
000800*    AT STARTUP THE CARD'S PERIOD IS LOOKED UP HERE AND A       *
000900*    PERIOD ALREADY ALLOCATED IS REFUSED, SO THE SAME COSTS     *
001000*    ARE NEVER SPREAD TWICE.  A DELIBERATE RERUN UNDER THE      *
001100*    OVERRIDE REWRITES THE RECORD WITH AH-OVERRIDE-SW SET.      *
001200*                                                               *
001300*    MODIFICATION HISTORY                                      *
001400*    DATE       INIT  DESCRIPTION                               *
001500*    10/15/26   JHM   ORIGINAL COPYBOOK.                        *
001600*                                                               *
001700*****************************************************************
001800 01  AH-RECORD.
001900     05  AH-ACCTG-PERIOD             PIC 9(06).
002000     05  AH-BUSINESS-DATE            PIC 9(08).
002100     05  AH-FIRST-BATCH              PIC 9(06).
002200     05  AH-LAST-BATCH               PIC 9(06).
002300     05  AH-ENTRY-COUNT              PIC 9(05).
002400     05  AH-TOTAL-ALLOCATED          PIC S9(13)V99
002500                                      SIGN IS TRAILING SEPARATE.
002600     05  AH-RUN-DATE                 PIC 9(08).
002700     05  AH-RUN-TIME                 PIC 9(08).
002800     05  AH-OVERRIDE-SW              PIC X(01).
002900         88  AH-OVERRIDE-RUN         VALUE "Y".
003000     05  FILLER                      PIC X(16).
