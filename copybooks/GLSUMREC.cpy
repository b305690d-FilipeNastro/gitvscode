001100*    MODIFICATION HISTORY                                      *
001200*    DATE       INIT  DESCRIPTION                               *
001300*    08/22/26   JHM   ORIGINAL COPYBOOK.                        *
001350*    10/15/26   JHM   ADDED GS-DEPARTMENT, TAKEN FROM FILLER    *
001360*                     (RECORD STAYS 50 BYTES).  THE SUMMARY IS  *
001370*                     NOW NETTED PER POSTING DATE / OP CODE /   *
001380*                     GL ACCOUNT / DEPARTMENT.                  *
001400*                                                               *
001500*****************************************************************
001600 01  GS-RECORD.
002000     05  GS-NET-AMOUNT               PIC S9(11)V99
002100                                      SIGN IS TRAILING SEPARATE.
002200     05  GS-DETAIL-COUNT             PIC 9(07).
002250     05  GS-DEPARTMENT               PIC X(04).
002300     05  FILLER                      PIC X(08).
