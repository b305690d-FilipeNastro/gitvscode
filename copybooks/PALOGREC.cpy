000100*****************************************************************
000200*                                                               *
000300*    PALOGREC.CPY                                               *
000400*                                                               *
000500*    APPROVAL DECISION LOG RECORD.  PENDAPPR WRITES ONE RECORD  *
000600*    FOR EVERY HELD TRANSACTION APPROVED OR DECLINED -- THE     *
000700*    PENDING RECORD AS IT STOOD, THE DECISION, THE OPERATOR WHO *
000800*    SUBMITTED IT AND THE OPERATOR WHO DECIDED IT, AND FOR AN   *
000900*    APPROVAL THE RELEASE BATCH THE ITEM WENT OUT UNDER.  THE   *
001000*    LOG IS CUMULATIVE AND IS THE AUDIT EVIDENCE THAT EVERY     *
001100*    RELEASED ITEM CARRIED A SECOND SIGNATURE.                  *
001200*                                                               *
001300*    MODIFICATION HISTORY                                      *
001400*    DATE       INIT  DESCRIPTION                               *
001500*    10/15/26   JHM   ORIGINAL COPYBOOK.                        *
001600*                                                               *
001700*****************************************************************
001800 01  PAL-RECORD.
001900     05  PAL-TRAN-DATA               PIC X(203).
002000     05  PAL-REASON-CODE             PIC X(02).
002100     05  PAL-TRAN-POSITION           PIC 9(05).
002200     05  PAL-BUSINESS-DATE           PIC 9(08).
002300     05  PAL-BATCH-NUMBER            PIC 9(06).
002400     05  PAL-DEPARTMENT              PIC X(04).
002500     05  PAL-SUBMIT-OPERATOR         PIC X(08).
002600     05  PAL-TRAN-AMOUNT             PIC 9(11)V99.
002700     05  PAL-DECISION                PIC X(01).
002800         88  PAL-APPROVED            VALUE "A".
002900         88  PAL-DECLINED            VALUE "D".
003000     05  PAL-APPROVER-ID             PIC X(08).
003100     05  PAL-RELEASE-BATCH           PIC 9(06).
003200     05  PAL-DECISION-DATE           PIC 9(08).
003300     05  PAL-DECISION-TIME           PIC 9(08).
003400     05  PAL-COMMENT                 PIC X(30).
003500     05  FILLER                      PIC X(10).
