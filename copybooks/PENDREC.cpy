000100*****************************************************************
000200*                                                               *
000300*    PENDREC.CPY                                                *
000400*                                                               *
000500*    PENDING-APPROVAL RECORD FOR TRANSACTIONS THE ADDNUMBERS    *
000600*    BATCH RUN HELD BECAUSE THEY FELL OUTSIDE THE POSTING       *
000700*    OPERATOR'S AUTHORITY (SEE OPAUTREC).  A HELD TRANSACTION   *
000800*    IS NOT AN ERROR -- IT PASSED EVERY EDIT -- SO IT IS NEITHER*
000900*    POSTED NOR SENT TO SUSPENSE; IT WAITS HERE FOR A SECOND    *
001000*    OPERATOR'S DECISION IN THE PENDAPPR STEP.  THE FIRST 203   *
001100*    BYTES ARE THE TF-TRAN-RECORD EXACTLY AS READ FROM TRANFIL, *
001200*    LIKE A SUSPENSE RECORD.  POSITION PLUS BUSINESS DATE IS    *
001300*    THE KEY A DECISION CARD MATCHES ON.  PND-TRAN-AMOUNT IS    *
001400*    THE VALUE THE LIMIT WAS TESTED WITH -- THE LARGER OF THE   *
001500*    TRANSACTION'S DEBIT TOTAL AND ITS CREDIT TOTAL.            *
001600*                                                               *
001700*    REASON CODES (FIRST REASON FOUND):                         *
001800*      HN = OPERATOR NOT ON THE AUTHORITY MASTER OR INACTIVE    *
001900*      HO = OP CODE OUTSIDE THE OPERATOR'S AUTHORITY            *
002000*      HC = ACCOUNT CLASS OUTSIDE THE OPERATOR'S AUTHORITY      *
002100*      HL = TRANSACTION VALUE OVER THE OPERATOR'S LIMIT         *
002150*      HR = DETAIL IN A BATCH MARKED AS A PENDAPPR RELEASE      *
002160*           THAT MATCHES NO UNUSED APPROVAL ON THE APPROVAL LOG *
002200*                                                               *
002300*    MODIFICATION HISTORY                                      *
002400*    DATE       INIT  DESCRIPTION                               *
002500*    10/15/26   JHM   ORIGINAL COPYBOOK.                        *
002600*                                                               *
002700*****************************************************************
002800 01  PND-RECORD.
002900     05  PND-TRAN-DATA               PIC X(203).
003000     05  PND-REASON-CODE             PIC X(02).
003100         88  PND-REASON-NO-AUTHORITY VALUE "HN".
003200         88  PND-REASON-OP-CODE      VALUE "HO".
003300         88  PND-REASON-CLASS        VALUE "HC".
003400         88  PND-REASON-LIMIT        VALUE "HL".
003450         88  PND-REASON-RELEASE      VALUE "HR".
003500     05  PND-TRAN-POSITION           PIC 9(05).
003600     05  PND-BUSINESS-DATE           PIC 9(08).
003700     05  PND-BATCH-NUMBER            PIC 9(06).
003800     05  PND-DEPARTMENT              PIC X(04).
003900     05  PND-OPERATOR-ID             PIC X(08).
004000     05  PND-TRAN-AMOUNT             PIC 9(11)V99.
004100     05  FILLER                      PIC X(11).
