000100*****************************************************************
000200*                                                               *
000300*    DRCTLREC.CPY                                               *
000400*                                                               *
000500*    CONTROL CARD FOR THE GLDRILL ACCOUNT DRILL-DOWN INQUIRY.   *
000600*    NAMES THE GL ACCOUNT AND THE ACCOUNTING PERIOD WHOSE       *
000700*    BALANCE IS TO BE TRACED BACK TO ITS EXTRACT POSTINGS.      *
000800*    THE INQUIRY COVERS EVERY DEPARTMENT THE ACCOUNT WAS        *
000900*    POSTED UNDER.  A MISSING OR ZERO ACCOUNT OR PERIOD ABORTS  *
001000*    THE RUN.                                                   *
001100*                                                               *
001200*    MODIFICATION HISTORY                                      *
001300*    DATE       INIT  DESCRIPTION                               *
001400*    10/15/26   JHM   ORIGINAL COPYBOOK.                        *
001500*                                                               *
001600*****************************************************************
001700 01  DRC-RECORD.
001800     05  DRC-ACCOUNT                 PIC 9(08).
001900     05  DRC-ACCTG-PERIOD            PIC 9(06).
002000     05  FILLER                      PIC X(66).
