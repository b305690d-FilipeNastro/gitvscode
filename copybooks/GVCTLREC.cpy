000100*****************************************************************
000200*                                                               *
000300*    GVCTLREC.CPY                                               *
000400*                                                               *
000500*    CONTROL CARD FOR THE GLVERIFY BALANCE MASTER REBUILD AND   *
000600*    VERIFY.  NAMES THE RANGE OF ACCOUNTING PERIODS (YYYYPP) TO *
000700*    REPLAY FROM THE GL EXTRACT AND THE MODE: "V" OR SPACE      *
000800*    VERIFIES ONLY, "R" ALSO WRITES A REBUILT MASTER FOR THE    *
000900*    COPY-BACK STEP.  BOTH PERIODS ARE REQUIRED.                *
001000*                                                               *
001100*    MODIFICATION HISTORY                                      *
001200*    DATE       INIT  DESCRIPTION                               *
001300*    10/15/26   JHM   ORIGINAL COPYBOOK.                        *
001400*                                                               *
001500*****************************************************************
001600 01  GVC-RECORD.
001700     05  GVC-FROM-PERIOD             PIC 9(06).
001800     05  GVC-THRU-PERIOD             PIC 9(06).
001900     05  GVC-MODE                    PIC X(01).
002000         88  GVC-VERIFY-ONLY         VALUE "V" " ".
002100         88  GVC-REPAIR              VALUE "R".
002200     05  FILLER                      PIC X(67).
