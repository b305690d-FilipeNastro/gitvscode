001190*                     TWO -- A TWO-OPERAND VIEW NO LONGER MATCH *
001195*                     ES THE SUM FOR MULTI-OPERAND OR NON-ADD    *
001196*                     ENTRIES.                                   *
001197*    10/15/26   JHM   ADDED AU-BATCH-NUMBER AND AU-TRAN-SEQ     *
001198*                     (TRANFIL POSITION) FROM FILLER, TO TIE A  *
001199*                     GL POSTING TO ITS AUDIT RECORD.           *
001200*                                                               *
001300*****************************************************************
001400 01  AUDIT-RECORD.
002100     05  AU-RUN-DATE                 PIC 9(08).
002200     05  AU-RUN-TIME                 PIC 9(08).
002300     05  AU-OPERATOR-ID              PIC X(08).
002310     05  AU-BATCH-NUMBER             PIC 9(06).
002320     05  AU-TRAN-SEQ                 PIC 9(07).
002400     05  FILLER                      PIC X(07).
