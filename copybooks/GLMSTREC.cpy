001700*    MODIFICATION HISTORY                                      *
001800*    DATE       INIT  DESCRIPTION                               *
001900*    09/02/26   JHM   ORIGINAL COPYBOOK.                        *
001910*    10/15/26   JHM   ADDED GLM-DEPARTMENT.  BALANCES ARE NOW   *
001920*                     KEPT PER ACCOUNT, PERIOD AND DEPARTMENT.  *
001930*                     RECORD GROWS FROM 80 TO 84 BYTES; A       *
001940*                     RECORD CARRYING SPACES HERE HOLDS         *
001950*                     POSTINGS WITH NO DEPARTMENT ASSIGNED.     *
002000*                                                               *
002100*****************************************************************
002200 01  GLM-RECORD.
003000                                      SIGN IS TRAILING SEPARATE.
003100     05  GLM-JRNL-NET                PIC S9(13)V99
003200                                      SIGN IS TRAILING SEPARATE.
003250     05  GLM-DEPARTMENT              PIC X(04).
003300     05  FILLER                      PIC X(02).
