000700*    NEW BATCH NUMBER THE CONTRA BATCH WILL POST UNDER (MUST    *
000800*    NOT ALREADY BE ON THE REGISTER), THE BUSINESS DATE THE     *
000900*    CONTRA BATCH WILL POST TO, AND THE DEPARTMENT FOR ITS      *
001000*    HEADER (SPACES DEFAULT TO THE REVERSED BATCH'S OWN         *
001050*    DEPARTMENT, OR "RVSL" WHEN IT CARRIED NONE).               *
001100*                                                               *
001200*    MODIFICATION HISTORY                                      *
001300*    DATE       INIT  DESCRIPTION                               *
001400*    09/02/26   JHM   ORIGINAL COPYBOOK.                        *
001410*    10/15/26   JHM   A BLANK DEPARTMENT NOW DEFAULTS TO THE    *
001420*                     REVERSED BATCH'S OWN DEPARTMENT SO THE    *
001430*                     CONTRA LANDS IN THE SAME DEPARTMENTAL     *
001440*                     LEDGER.                                   *
001500*                                                               *
001600*****************************************************************
001700 01  RVC-RECORD.
