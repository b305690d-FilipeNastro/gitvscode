000100*****************************************************************
000200*                                                               *
000300*    ALCTLREC.CPY                                               *
000400*                                                               *
000500*    RUN CONTROL CARD FOR THE ALLOCGEN COST ALLOCATION RUN.     *
000600*    NAMES THE ACCOUNTING PERIOD WHOSE ACTUAL BALANCES ARE      *
000700*    ALLOCATED, THE BUSINESS DATE THE ALLOCATION BATCHES POST   *
000800*    TO, THE FIRST BATCH NUMBER (EACH FURTHER DEPARTMENT'S      *
000900*    BATCH TAKES THE NEXT NUMBER UP) AND THE INTERDEPARTMENT    *
001000*    CLEARING ACCOUNT THAT CARRIES A SHARE FROM THE SOURCE      *
001100*    DEPARTMENT'S BATCH TO THE TARGET DEPARTMENT'S.  A PERIOD   *
001200*    ALREADY ON THE ALLOCATION HISTORY IS REFUSED UNLESS        *
001300*    ALC-REALLOC-OVERRIDE IS "Y" -- FOR A DELIBERATE RERUN      *
001400*    AFTER THE FIRST RUN'S BATCHES HAVE BEEN REVERSED.          *
001500*                                                               *
001600*    MODIFICATION HISTORY                                      *
001700*    DATE       INIT  DESCRIPTION                               *
001800*    10/15/26   JHM   ORIGINAL COPYBOOK.                        *
001900*                                                               *
002000*****************************************************************
002100 01  ALC-RECORD.
002200     05  ALC-ACCTG-PERIOD            PIC 9(06).
002300     05  ALC-BUSINESS-DATE           PIC 9(08).
002400     05  ALC-BATCH-NUMBER            PIC 9(06).
002500     05  ALC-CLEARING-ACCOUNT        PIC 9(08).
002600     05  ALC-REALLOC-OVERRIDE        PIC X(01).
002700         88  ALC-REALLOC-ALLOWED     VALUE "Y".
002800     05  FILLER                      PIC X(51).
