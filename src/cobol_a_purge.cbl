       FILE SECTION.
      * RECORD LAYOUT MUST MATCH THE FD IN cobol_a.cbl
       FD  DATABASE
           RECORD CONTAINS 32 CHARACTERS
           BLOCK 0
           DATA RECORD IS DB-RECORD.
       01  DB-RECORD.
           05  DB-CATEGORY     PIC 9(2).
           05  DB-EFF-DATE     PIC 9(8).
           05  DB-STATUS       PIC X.
           05  DB-CURRENCY     PIC X(3).
       01  DB-RAW-REC          PIC X(32).
      *
      * SAME LAYOUT AS THE MASTER - AN ARCHIVED RECORD MUST RESTORE
      * BYTE FOR BYTE
       FD  ARCHIVE-DB
           RECORD CONTAINS 32 CHARACTERS
           BLOCK 0
           DATA RECORD IS ADB-RECORD.
       01  ADB-RECORD.
           05  ADB-KEY         PIC 9(8).
           05  ADB-BODY        PIC X(24).
       01  ADB-RAW-REC         PIC X(32).
      *
      * RETENTION LINE: DAYS (5 DIGITS); 0 OR NON-NUMERIC = REFUSE
       FD  RETAIN-CTL-FILE
      * HISTORY ENTRY - LAYOUT MUST MATCH cobol_a_maint.cbl AND THE
      * HISTORY INQUIRY FACILITY
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
      *
       FD  HIST-SEQ-FILE
           RECORD CONTAINS 9 CHARACTERS
       01  WS-HIST-SEQ-NO  PIC 9(9) VALUE 0.
       01  WS-HIST-KEY     PIC 9(8).
       01  WS-HIST-ACTION  PIC X(8).
       01  WS-BEFORE-IMAGE PIC X(32).
       01  WS-AFTER-IMAGE  PIC X(32).
      * RUN/EDIT INTERLOCK FIELDS - SAME STALE RULE AS THE OTHER
      * WRITERS
       01  RUN-LOCK-STAT       PIC XX.
           MOVE WS-HIST-ACTION TO HIST-ACTION.
           MOVE WS-BEFORE-IMAGE TO HIST-BEFORE.
           MOVE WS-AFTER-IMAGE TO HIST-AFTER.
      * THE PURGE IS A SCHEDULED HOUSEKEEPING JOB, NOT AN OPERATOR
      * CHANGE - NO MAKER OR CHECKER
           MOVE SPACES TO HIST-MAKER.
           MOVE SPACES TO HIST-CHECKER.
           WRITE HIST-RECORD
               INVALID KEY
                   DISPLAY "HISTORY WRITE FAILED - STATUS " HIST-STAT
