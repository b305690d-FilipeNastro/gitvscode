000100*****************************************************************
000200*                                                               *
000300*    PACTLREC.CPY                                               *
000400*                                                               *
000500*    CONTROL CARD FOR THE PENDAPPR APPROVAL STEP.  NAMES THE    *
000600*    BUSINESS DATE THE RELEASED ITEMS WILL POST ON AND THE      *
000700*    FIRST BATCH NUMBER OF THE RELEASE.  APPROVED ITEMS ARE     *
000800*    RELEASED ONE BATCH PER ORIGINATING DEPARTMENT, NUMBERED    *
000900*    UPWARD FROM PAC-BATCH-NUMBER; NONE OF THOSE NUMBERS MAY    *
001000*    ALREADY BE ON THE PROCESSED-BATCH REGISTER.                *
001100*                                                               *
001200*    MODIFICATION HISTORY                                      *
001300*    DATE       INIT  DESCRIPTION                               *
001400*    10/15/26   JHM   ORIGINAL COPYBOOK.                        *
001500*                                                               *
001600*****************************************************************
001700 01  PAC-RECORD.
001800     05  PAC-BATCH-NUMBER            PIC 9(06).
001900     05  PAC-BUSINESS-DATE           PIC 9(08).
002000     05  FILLER                      PIC X(66).
