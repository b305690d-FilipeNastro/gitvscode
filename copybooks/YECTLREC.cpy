000100*****************************************************************
000200*                                                               *
000300*    YECTLREC.CPY                                               *
000400*                                                               *
000500*    RUN CONTROL CARD FOR THE YECLOSE FISCAL YEAR-END CLOSE.    *
000600*    NAMES THE FISCAL YEAR TO CLOSE (THE YYYY OF ITS YYYYPP     *
000700*    ACCOUNTING PERIODS), THE RETAINED-EARNINGS ACCOUNT THE     *
000800*    REVENUE AND EXPENSE CLASSES CLOSE INTO, AND THE OPERATOR   *
000900*    OF RECORD FOR THE CLOSE PROOF REPORT.                      *
001000*                                                               *
001100*    MODIFICATION HISTORY                                      *
001200*    DATE       INIT  DESCRIPTION                               *
001300*    10/15/26   JHM   ORIGINAL COPYBOOK.                        *
001400*                                                               *
001500*****************************************************************
001600 01  YEC-RECORD.
001700     05  YEC-FISCAL-YEAR             PIC 9(04).
001800     05  YEC-RE-ACCOUNT              PIC 9(08).
001900     05  YEC-OPERATOR-ID             PIC X(08).
002000     05  FILLER                      PIC X(60).
