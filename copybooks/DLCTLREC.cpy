000100*****************************************************************
000200*                                                               *
000300*    DLCTLREC.CPY                                               *
000400*                                                               *
000500*    CONTROL CARD FOR THE DEPTLEDG DEPARTMENTAL TRIAL BALANCE   *
000600*    AND INCOME STATEMENT.  NAMES THE ACCOUNTING PERIOD TO      *
000700*    REPORT FROM THE GL BALANCE MASTER AND THE DEPARTMENT TO    *
000800*    REPORT.  A DEPARTMENT OF SPACES OR "ALL" REPORTS EVERY     *
000900*    DEPARTMENT ON THE MASTER, EACH ON ITS OWN PAGES, WITH      *
001000*    TOTALS ACROSS ALL OF THEM.  A MISSING OR ZERO PERIOD       *
001100*    ABORTS THE RUN.                                            *
001200*                                                               *
001300*    MODIFICATION HISTORY                                      *
001400*    DATE       INIT  DESCRIPTION                               *
001500*    10/15/26   JHM   ORIGINAL COPYBOOK.                        *
001600*                                                               *
001700*****************************************************************
001800 01  DLC-RECORD.
001900     05  DLC-ACCTG-PERIOD            PIC 9(06).
002000     05  DLC-DEPARTMENT              PIC X(04).
002100         88  DLC-ALL-DEPARTMENTS     VALUE SPACES "ALL ".
002200     05  FILLER                      PIC X(70).
