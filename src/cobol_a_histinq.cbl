      * CHANGE-HISTORY INQUIRY FACILITY FOR THE MASTER. EVERY PROGRAM
      * THAT WRITES DB/DATABASE.DAT ALSO JOURNALS THE WRITE TO THE
      * KEYED HISTORY FILE DB/COBOL_A_HISTORY.DAT (KEY, BEFORE/AFTER
      * IMAGES, SOURCE PROGRAM, JOB-ID OR SESSION STAMP, DATE/TIME,
      * AND FOR AN OPERATOR CHANGE THE MAKER AND APPROVING CHECKER).
      * GIVEN AN 8-DIGIT DB-KEY THIS PROGRAM LISTS THAT KEY'S FULL
      * CHANGE HISTORY IN JOURNAL-SEQUENCE ORDER, SO AUDIT CAN ANSWER
      * "WHO SET THIS KEY TO THIS AMOUNT AND WHEN" FROM ONE SCREEN.
       DATA DIVISION.
       FILE SECTION.
      * LAYOUT MUST MATCH THE WRITERS (cobol_a_maint.cbl AND
      * cobol_a_purge.cbl)
       FD  HISTORY-FILE
           RECORD CONTAINS 143 CHARACTERS
           BLOCK 0
           DATA RECORD IS HIST-RECORD.
       01  HIST-RECORD.
           05  HIST-PROGRAM    PIC X(15).
           05  HIST-JOB-ID     PIC 9(9).
           05  HIST-ACTION     PIC X(8).
           05  HIST-BEFORE     PIC X(32).
           05  HIST-AFTER      PIC X(32).
           05  HIST-MAKER      PIC X(8).
           05  HIST-CHECKER    PIC X(8).

       WORKING-STORAGE SECTION.
       01  HIST-STAT       PIC XX.
                   " " HIST-ACTION.
           DISPLAY "    BEFORE [" HIST-BEFORE "]".
           DISPLAY "    AFTER  [" HIST-AFTER "]".
           IF HIST-MAKER NOT = SPACES THEN
               DISPLAY "    MAKER  " HIST-MAKER
                       "  CHECKER " HIST-CHECKER
           END-IF.
