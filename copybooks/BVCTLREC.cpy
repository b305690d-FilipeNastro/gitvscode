000100*****************************************************************
000200*                                                               *
000300*    BVCTLREC.CPY                                               *
000400*                                                               *
000500*    CONTROL CARD FOR THE BUDVAR BUDGET-VERSUS-ACTUAL VARIANCE  *
000600*    REPORT.  NAMES THE ACCOUNTING PERIOD TO REPORT (YEAR-TO-   *
000700*    DATE RUNS FROM PERIOD 01 OF ITS YEAR THROUGH IT) AND THE   *
000800*    VARIANCE THRESHOLDS: AN ACCOUNT IS FLAGGED WHEN ITS        *
000900*    VARIANCE EXCEEDS THE PERCENT THRESHOLD (ONE DECIMAL) OR    *
001000*    THE DOLLAR THRESHOLD, EITHER WAY.  A ZERO THRESHOLD IS     *
001100*    NOT APPLIED.  A MISSING OR ZERO PERIOD ABORTS THE RUN.     *
001200*                                                               *
001300*    MODIFICATION HISTORY                                      *
001400*    DATE       INIT  DESCRIPTION                               *
001500*    10/15/26   JHM   ORIGINAL COPYBOOK.                        *
001600*                                                               *
001700*****************************************************************
001800 01  BVC-RECORD.
001900     05  BVC-ACCTG-PERIOD            PIC 9(06).
002000     05  BVC-THRESHOLD-PCT           PIC 9(03)V9.
002100     05  BVC-THRESHOLD-AMT           PIC 9(11)V99.
002200     05  FILLER                      PIC X(57).
