002702*                     CONTROL TOTAL, RETURN CODE, DATE/TIME)    *
002703*                     TO THE COMMON RUN-STATUS LOG (RUNSTAT)    *
002704*                     FOR THE DAY-END OPERATIONS SUMMARY.       *
002705*    10/15/26   JHM   MASTER RECORD GROWS TO 84 BYTES.  THE     *
002706*                     MASTER NOW HOLDS ONE RECORD PER ACCOUNT   *
002707*                     AND DEPARTMENT, SO EACH DETAIL LINE SHOWS *
002708*                     ITS DEPARTMENT.  TOTALS AND THE PROOF     *
002709*                     STILL COVER THE WHOLE PERIOD.             *
002800*                                                               *
002900*****************************************************************
003000 ENVIRONMENT DIVISION.
004900 FILE SECTION.
005000 FD  GLM-FILE
005100     RECORDING MODE IS F
005200     RECORD CONTAINS 84 CHARACTERS
005300     LABEL RECORDS ARE STANDARD.
005400 COPY GLMSTREC.

017300         VALUE "             CREDITS".
017400     05  FILLER                  PIC X(20)
017500         VALUE "                 NET".
017600     05  FILLER                  PIC X(01) VALUE SPACES.
017610     05  FILLER                  PIC X(04) VALUE "DEPT".
017620     05  FILLER                  PIC X(26) VALUE SPACES.

017700 01  TBR-DETAIL-LINE.
017800     05  FILLER                  PIC X(01) VALUE SPACE.
018500     05  TDL-CREDITS             PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
018600     05  FILLER                  PIC X(01) VALUE SPACES.
018700     05  TDL-NET                 PIC ZZZ,ZZZ,ZZZ,ZZ9.99-.
018800     05  FILLER                  PIC X(02) VALUE SPACES.
018810     05  TDL-DEPT                PIC X(04).
018820     05  FILLER                  PIC X(26) VALUE SPACES.

018900 01  TBR-SECTION-LINE.
019000     05  FILLER                  PIC X(01) VALUE SPACE.
038200     MOVE GLM-PTD-DEBITS  TO TDL-DEBITS.
038300     MOVE GLM-PTD-CREDITS TO TDL-CREDITS.
038400     MOVE GLM-PTD-NET     TO TDL-NET.
038450     MOVE GLM-DEPARTMENT  TO TDL-DEPT.
038500     PERFORM 8100-PRINT-DETAIL THRU 8100-EXIT.
038600 2200-EXIT.
038700     EXIT.
