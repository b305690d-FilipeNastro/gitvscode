000100*****************************************************************
000200*                                                               *
000300*    BMCTLREC.CPY                                               *
000400*                                                               *
000500*    RUN CONTROL CARD FOR THE BUDMAINT BUDGET MASTER            *
000600*    MAINTENANCE RUN.  NAMES THE OPERATOR OF RECORD FOR THE     *
000700*    BUDGET AUDIT LOG AND THE LAST-CHANGE STAMP ON THE MASTER.  *
000800*                                                               *
000900*    MODIFICATION HISTORY                                      *
001000*    DATE       INIT  DESCRIPTION                               *
001100*    10/15/26   JHM   ORIGINAL COPYBOOK.                        *
001200*                                                               *
001300*****************************************************************
001400 01  BMC-RECORD.
001500     05  BMC-OPERATOR-ID             PIC X(08).
001600     05  FILLER                      PIC X(72).
