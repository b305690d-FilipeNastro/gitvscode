000100*****************************************************************
000200*                                                               *
000300*    OPAUTREC.CPY                                               *
000400*                                                               *
000500*    OPERATOR POSTING-AUTHORITY MASTER, VSAM KSDS KEYED ON THE  *
000600*    OPERATOR ID.  ONE RECORD PER OPERATOR WHO MAY APPEAR ON    *
000700*    THE ADDNUMBERS CONTROL CARD OR ON A PENDAPPR DECISION      *
000800*    CARD.  OA-OP-CODES LISTS THE OP CODES THE OPERATOR MAY     *
000900*    POST (ANY OF A, S, M, D, J, LEFT-JUSTIFIED, UNUSED         *
001000*    POSITIONS SPACES); OA-CLASSES LISTS THE MAJOR ACCOUNT      *
001100*    CLASSES (LEADING DIGIT OF THE GL ACCOUNT) THE OPERATOR MAY *
001200*    POST TO, IN THE SAME FASHION.  OA-TRAN-LIMIT IS THE        *
001300*    LARGEST TRANSACTION THE OPERATOR MAY POST WITHOUT A SECOND *
001400*    SIGNATURE -- THE TRANSACTION'S VALUE IS THE LARGER OF ITS  *
001500*    DEBIT TOTAL AND ITS CREDIT TOTAL.  OA-APPROVE-LIMIT IS THE *
001600*    LARGEST HELD TRANSACTION THE OPERATOR MAY APPROVE OR       *
001700*    DECLINE FOR SOMEONE ELSE; ZERO MEANS THE OPERATOR MAY NOT  *
001800*    DECIDE HELD ITEMS AT ALL.  AN INACTIVE OPERATOR HAS NO     *
001900*    AUTHORITY OF ANY KIND.                                     *
002000*                                                               *
002100*    MODIFICATION HISTORY                                      *
002200*    DATE       INIT  DESCRIPTION                               *
002300*    10/15/26   JHM   ORIGINAL COPYBOOK.                        *
002400*                                                               *
002500*****************************************************************
002600 01  OA-RECORD.
002700     05  OA-OPERATOR-ID              PIC X(08).
002800     05  OA-OPERATOR-NAME            PIC X(24).
002900     05  OA-STATUS                   PIC X(01).
003000         88  OA-ACTIVE               VALUE "A".
003100         88  OA-INACTIVE             VALUE "I".
003200     05  OA-OP-CODES                 PIC X(05).
003300     05  OA-OP-CODE-TABLE REDEFINES OA-OP-CODES.
003400         10  OA-OP-CODE              PIC X(01)
003500                                      OCCURS 5 TIMES.
003600     05  OA-CLASSES                  PIC X(10).
003700     05  OA-CLASS-TABLE REDEFINES OA-CLASSES.
003800         10  OA-CLASS                PIC X(01)
003900                                      OCCURS 10 TIMES.
004000     05  OA-TRAN-LIMIT               PIC 9(09)V99.
004100     05  OA-APPROVE-LIMIT            PIC 9(09)V99.
004200     05  FILLER                      PIC X(10).
