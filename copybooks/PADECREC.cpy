000100*****************************************************************
000200*                                                               *
000300*    PADECREC.CPY                                               *
000400*                                                               *
000500*    DECISION CARD FOR THE PENDAPPR APPROVAL STEP.  ONE CARD    *
000600*    PER HELD TRANSACTION, KEYED BY THE TRANFIL POSITION AND    *
000700*    BUSINESS DATE TAGS PRINTED ON THE PENDING LIST.  THE       *
000800*    DECIDING OPERATOR MUST NOT BE THE OPERATOR WHO SUBMITTED   *
000900*    THE TRANSACTION, AND MUST HOLD AN APPROVAL LIMIT ON THE    *
001000*    AUTHORITY MASTER THAT COVERS ITS VALUE.                    *
001100*                                                               *
001200*    MODIFICATION HISTORY                                      *
001300*    DATE       INIT  DESCRIPTION                               *
001400*    10/15/26   JHM   ORIGINAL COPYBOOK.                        *
001500*                                                               *
001600*****************************************************************
001700 01  PAD-RECORD.
001800     05  PAD-TRAN-POSITION           PIC 9(05).
001900     05  PAD-BUSINESS-DATE           PIC 9(08).
002000     05  PAD-ACTION                  PIC X(01).
002100         88  PAD-APPROVE             VALUE "A".
002200         88  PAD-DECLINE             VALUE "D".
002300     05  PAD-APPROVER-ID             PIC X(08).
002400     05  PAD-COMMENT                 PIC X(30).
002500     05  FILLER                      PIC X(28).
