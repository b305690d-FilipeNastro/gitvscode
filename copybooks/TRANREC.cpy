003096*                     ENTRY ARE REAL DEBITS AND CREDITS AND     *
003098*                     MUST NET TO ZERO BEFORE THE ENTRY WILL    *
003099*                     POST.                                     *
003110*    10/15/26   JHM   ADDED TF-BH-RELEASE-SW, TAKEN FROM THE    *
003120*                     HEADER'S FILLER.  "A" MARKS A BATCH       *
003130*                     WRITTEN BY THE PENDAPPR APPROVAL STEP,    *
003140*                     WHOSE DETAILS ALREADY CARRY A SECOND      *
003150*                     OPERATOR'S APPROVAL AND ARE NOT HELD      *
003160*                     AGAIN FOR THE POSTING OPERATOR'S          *
003170*                     AUTHORITY.  FEEDER HEADERS LEAVE IT       *
003180*                     BLANK.  RECORD STAYS 210 BYTES.           *
003300*                                                               *
003400*****************************************************************
003500 01  TF-TRAN-RECORD.
004700     05  TF-BH-BATCH-NUMBER          PIC 9(06).
004800     05  TF-BH-BUSINESS-DATE         PIC 9(08).
004900     05  TF-BH-DEPARTMENT            PIC X(04).
004930     05  TF-BH-RELEASE-SW            PIC X(01).
004960         88  TF-BH-RELEASED          VALUE "A".
005000     05  FILLER                      PIC X(190).
005100
005200 01  TF-BATCH-TRAILER.
005300     05  TF-BT-RECORD-TYPE           PIC X(01).
