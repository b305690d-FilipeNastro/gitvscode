000100*****************************************************************
000200*                                                               *
000300*    FDCTLREC.CPY                                               *
000400*                                                               *
000500*    CONTROL CARD FOR THE FEEDIN DEPARTMENT INTAKE STEP.  NAMES *
000600*    THE BUSINESS DATE OF THE ADDNUMBERS RUN THE BATCH WILL     *
000700*    POST IN, THE BATCH NUMBER TO START FROM, AND THE           *
000800*    DEPARTMENT WHOSE JOURNAL FILE IS BEING TAKEN IN.  EVERY    *
000900*    LINE OF THE FILE MUST CARRY THAT DEPARTMENT AND DATE.  A   *
001000*    STARTING NUMBER ALREADY ON THE PROCESSED-BATCH REGISTER    *
001100*    IS STEPPED UPWARD TO THE FIRST FREE ONE, SO EACH           *
001200*    DEPARTMENT'S CARD SHOULD START ITS OWN RANGE.              *
001300*                                                               *
001400*    MODIFICATION HISTORY                                      *
001500*    DATE       INIT  DESCRIPTION                               *
001600*    10/15/26   JHM   ORIGINAL COPYBOOK.                        *
001700*                                                               *
001800*****************************************************************
001900 01  FDC-RECORD.
002000     05  FDC-BUSINESS-DATE           PIC 9(08).
002100     05  FDC-BATCH-NUMBER            PIC 9(06).
002200     05  FDC-DEPARTMENT              PIC X(04).
002300     05  FILLER                      PIC X(62).
