       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOL_A_VERIFY.

      * MASTER INTEGRITY VERIFICATION FACILITY. THE NIGHTLY RUN ONLY
      * COMPARES THE TRAILER COUNT AFTER IT HAS ALREADY PRODUCED ITS
      * TOTALS; THIS PROGRAM CAN BE RUN AT ANY TIME, AND AHEAD OF THE
      * NIGHT, TO PROVE DB/DATABASE.DAT IS SOUND BEFORE ANYTHING IS
      * POSTED FROM IT. IT CHECKS:
      *   - THE TRAILER COUNT AGAINST THE DATA RECORDS ACTUALLY ON FILE
      *   - EVERY DB-STATUS IS ONE THE SUITE RECOGNISES (A/I ON DATA,
      *     T ON THE TRAILER KEY ONLY)
      *   - EVERY DB-EFF-DATE IS A REAL CALENDAR DATE
      *   - EVERY DB-CATEGORY IS ON control/cobol_a_catref.dat
      *   - EVERY DB-CURRENCY IS BLANK (BASE) OR A THREE-LETTER CODE
      *   - EVERY KEY'S CURRENT RECORD IS THE LAST AFTER-IMAGE THE
      *     CHANGE HISTORY DB/COBOL_A_HISTORY.DAT HOLDS FOR IT, AND NO
      *     KEY THE HISTORY SAYS IS LIVE IS MISSING FROM THE MASTER
      * THE MASTER AND THE HISTORY ARE BOTH KEYED ON THE MASTER KEY,
      * SO ONE MATCHED PASS OVER THE TWO DOES THE JOURNAL CHECK. EVERY
      * FINDING GOES TO outputs/cobol_a_verify.txt. EXIT CODE 8 MEANS
      * AT LEAST ONE EXCEPTION AND IS THE SCHEDULE'S SIGNAL TO HOLD THE
      * NIGHTLY RUN; 4 MEANS WARNINGS ONLY (A CHECK THAT COULD NOT BE
      * MADE, OR A KEY WITH NO HISTORY AT ALL); 0 IS A CLEAN MASTER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DATABASE ASSIGN TO "db/database.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DB-KEY
               FILE STATUS DB-STAT.
           SELECT HISTORY-FILE ASSIGN TO "db/cobol_a_history.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HIST-KEY
               FILE STATUS HIST-STAT.
           SELECT CATREF-CTL-FILE ASSIGN TO "control/cobol_a_catref.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS CATREF-STAT.
           SELECT VERIFY-REPORT-FILE
               ASSIGN TO "outputs/cobol_a_verify.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS VFY-RPT-STAT.

       DATA DIVISION.
       FILE SECTION.
      * RECORD LAYOUT MUST MATCH THE FD IN cobol_a.cbl
       FD  DATABASE
           RECORD CONTAINS 32 CHARACTERS
           BLOCK 0
           DATA RECORD IS DB-RECORD.
       01  DB-RECORD.
           05  DB-KEY          PIC 9(8).
           05  DB-AMOUNT       PIC S9(7)V99 SIGN TRAILING
                               SEPARATE CHARACTER.
           05  DB-AMOUNT-R REDEFINES DB-AMOUNT.
               10  DB-TRAILER-COUNT PIC 9(8).
               10  FILLER           PIC X(2).
           05  DB-CATEGORY     PIC 9(2).
           05  DB-EFF-DATE     PIC 9(8).
           05  DB-STATUS       PIC X.
           05  DB-CURRENCY     PIC X(3).
       01  DB-RAW-REC          PIC X(32).
      *
      * HISTORY ENTRY - LAYOUT MUST MATCH cobol_a_maint.cbl
       FD  HISTORY-FILE
           RECORD CONTAINS 143 CHARACTERS
           BLOCK 0
           DATA RECORD IS HIST-RECORD.
       01  HIST-RECORD.
           05  HIST-KEY.
               10  HIST-DB-KEY PIC 9(8).
               10  HIST-SEQ    PIC 9(9).
           05  HIST-DATE       PIC 9(8).
           05  HIST-TIME       PIC 9(6).
           05  HIST-PROGRAM    PIC X(15).
           05  HIST-JOB-ID     PIC 9(9).
           05  HIST-ACTION     PIC X(8).
           05  HIST-BEFORE     PIC X(32).
           05  HIST-AFTER      PIC X(32).
           05  HIST-MAKER      PIC X(8).
           05  HIST-CHECKER    PIC X(8).
      *
      * REFERENCE LINE - LAYOUT MUST MATCH cobol_a.cbl
       FD  CATREF-CTL-FILE
           RECORD CONTAINS 34 CHARACTERS
           BLOCK 0
           DATA RECORD IS CATREF-REC
           RECORDING MODE IS F.
       01  CATREF-REC.
           05  CATREF-CODE     PIC X(2).
           05  CATREF-CODE-N REDEFINES CATREF-CODE PIC 9(2).
           05  FILLER          PIC X.
           05  CATREF-NAME     PIC X(20).
           05  FILLER          PIC X.
           05  CATREF-ACTIVE   PIC X.
           05  FILLER          PIC X.
           05  CATREF-FROM     PIC 9(8).
      *
       FD  VERIFY-REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS
           BLOCK 0
           DATA RECORD IS VFY-LINE
           RECORDING MODE IS F.
       01  VFY-LINE        PIC X(100).

       WORKING-STORAGE SECTION.
       01  DB-STAT         PIC XX.
       01  HIST-STAT       PIC XX.
       01  CATREF-STAT     PIC XX.
       01  VFY-RPT-STAT    PIC XX.
       01  WS-RUN-DATE     PIC 9(8).
       01  WS-RUN-TIME     PIC 9(8).
       01  WS-OUTPUTS-DIR  PIC X(10) VALUE "outputs".
       01  WS-DIR-RC       PIC 9(9) COMP-5 VALUE 0.
      * CATEGORY REFERENCE - INDEXED BY CODE + 1; AN ABSENT FILE
      * MEANS THE CATEGORY CHECK CANNOT BE MADE
       01  WS-CATREF-LOADED PIC X VALUE 'N'.
       01  CAT-IDX         PIC 9(3).
       01  CATREF-TABLE.
           05  CATREF-ENTRY OCCURS 100 TIMES.
               10  CREF-KNOWN   PIC X.
      * MATCHED-PASS STATE. KEYS ARE COMPARED AS CHARACTERS, WHICH IS
      * THE ORDER BOTH INDEXED FILES DELIVER THEM IN; HIGH-VALUES
      * MARKS A FILE THAT HAS RUN OUT
       01  WS-M-KEY        PIC X(8).
       01  WS-H-KEY        PIC X(8).
       01  WS-HNEXT-KEY    PIC X(8).
       01  WS-HIST-PRESENT PIC X VALUE 'N'.
      * LAST JOURNAL ENTRY OF THE CURRENT HISTORY KEY GROUP
       01  WS-H-SEQ        PIC 9(9).
       01  WS-H-ACTION     PIC X(8).
       01  WS-H-AFTER      PIC X(32).
      * TRAILER CHECK
       01  WS-TRAILER-SEEN PIC X VALUE 'N'.
       01  WS-TRAILER-COUNT PIC 9(8) VALUE 0.
       01  WS-DATA-COUNT   PIC 9(8) VALUE 0.
       01  WS-READ-COUNT   PIC 9(8) VALUE 0.
      * FINDINGS
       01  WS-EXCEPTION-COUNT PIC 9(8) VALUE 0.
       01  WS-WARNING-COUNT   PIC 9(8) VALUE 0.
       01  WS-JOURNAL-KEYS    PIC 9(8) VALUE 0.
       01  WS-FIND-KEY     PIC X(8).
       01  WS-FIND-REASON  PIC X(36).
       01  WS-FIND-IMAGE   PIC X(32).
      * REPORT EDITING
       01  VFY-DATE-O      PIC 9(4)/99/99.
       01  VFY-TIME-O      PIC 99B99B99.
       01  VFY-CNT-O       PIC Z(7)9.
       01  VFY-SEQ-O       PIC Z(8)9.

       PROCEDURE DIVISION.

       VERIFY-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           DISPLAY "COBOL_A MASTER VERIFICATION".
           OPEN INPUT DATABASE.
           IF DB-STAT NOT = "00" THEN
               DISPLAY "CANNOT OPEN DB/DATABASE.DAT - STATUS " DB-STAT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           CALL "CBL_CREATE_DIR" USING WS-OUTPUTS-DIR
               RETURNING WS-DIR-RC
           END-CALL.
           OPEN OUTPUT VERIFY-REPORT-FILE.
           PERFORM WRITE-VERIFY-HEADER.
           PERFORM LOAD-CATREF.
           PERFORM OPEN-HISTORY.
           PERFORM VERIFY-ALL-KEYS.
           PERFORM CHECK-TRAILER-COUNT.
           PERFORM WRITE-VERIFY-SUMMARY.
           CLOSE DATABASE.
           IF WS-HIST-PRESENT = 'Y' THEN
               CLOSE HISTORY-FILE
           END-IF.
           CLOSE VERIFY-REPORT-FILE.
           MOVE WS-EXCEPTION-COUNT TO VFY-CNT-O.
           DISPLAY VFY-CNT-O " EXCEPTION(S)".
           MOVE WS-WARNING-COUNT TO VFY-CNT-O.
           DISPLAY VFY-CNT-O " WARNING(S) - SEE "
                   "OUTPUTS/COBOL_A_VERIFY.TXT".
      * ANY EXCEPTION HOLDS THE NIGHT - A MASTER THAT FAILS HERE
      * WOULD OTHERWISE REACH THE TOTALS AND THE GL EXTRACT
           IF WS-EXCEPTION-COUNT > 0 THEN
               DISPLAY "MASTER FAILED VERIFICATION - HOLD THE "
                       "NIGHTLY RUN"
               MOVE 8 TO RETURN-CODE
           ELSE
           IF WS-WARNING-COUNT > 0 THEN
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           END-IF.
           STOP RUN.

       WRITE-VERIFY-HEADER.
           MOVE WS-RUN-DATE TO VFY-DATE-O.
           MOVE WS-RUN-TIME(1:6) TO VFY-TIME-O.
           MOVE SPACES TO VFY-LINE.
           STRING "MASTER VERIFICATION " DELIMITED BY SIZE
                  VFY-DATE-O DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  VFY-TIME-O DELIMITED BY SIZE
                  "  DB/DATABASE.DAT" DELIMITED BY SIZE
                  INTO VFY-LINE
           END-STRING.
           WRITE VFY-LINE.
           MOVE ALL "=" TO VFY-LINE.
           WRITE VFY-LINE.

       LOAD-CATREF.
           PERFORM VARYING CAT-IDX FROM 1 BY 1 UNTIL CAT-IDX > 100
               MOVE 'N' TO CREF-KNOWN(CAT-IDX)
           END-PERFORM.
           OPEN INPUT CATREF-CTL-FILE.
           IF CATREF-STAT = "00" THEN
               MOVE 'Y' TO WS-CATREF-LOADED
               PERFORM UNTIL CATREF-STAT NOT = "00"
                   READ CATREF-CTL-FILE
                       AT END MOVE "10" TO CATREF-STAT
                       NOT AT END
                           IF CATREF-CODE IS NUMERIC
                               COMPUTE CAT-IDX = CATREF-CODE-N + 1
                               MOVE 'Y' TO CREF-KNOWN(CAT-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CATREF-CTL-FILE
           ELSE
               MOVE SPACES TO WS-FIND-KEY
               MOVE "NO CATEGORY REFERENCE - NOT CHECKED"
                 TO WS-FIND-REASON
               MOVE SPACES TO WS-FIND-IMAGE
               PERFORM WRITE-WARNING
           END-IF.

       OPEN-HISTORY.
      * WITHOUT THE HISTORY THE JOURNAL CHECK CANNOT BE MADE - THAT IS
      * A WARNING, NOT A FAILURE OF THE MASTER ITSELF
           OPEN INPUT HISTORY-FILE.
           IF HIST-STAT = "00" THEN
               MOVE 'Y' TO WS-HIST-PRESENT
               MOVE 0 TO HIST-DB-KEY
               MOVE 0 TO HIST-SEQ
               START HISTORY-FILE KEY >= HIST-KEY
                   INVALID KEY MOVE HIGH-VALUES TO WS-HNEXT-KEY
                   NOT INVALID KEY PERFORM READ-NEXT-HISTORY
               END-START
           ELSE
               MOVE HIGH-VALUES TO WS-HNEXT-KEY
               MOVE SPACES TO WS-FIND-KEY
               MOVE "NO CHANGE HISTORY - JOURNAL NOT CHECKED"
                 TO WS-FIND-REASON
               MOVE SPACES TO WS-FIND-IMAGE
               PERFORM WRITE-WARNING
           END-IF.

       VERIFY-ALL-KEYS.
      * MATCHED PASS: THE LOWER OF THE TWO CURRENT KEYS IS DEALT WITH
      * AND ITS FILE ADVANCED; EQUAL KEYS ARE COMPARED AND BOTH MOVE ON
           MOVE 0 TO DB-KEY.
           START DATABASE KEY >= DB-KEY
               INVALID KEY MOVE HIGH-VALUES TO WS-M-KEY
               NOT INVALID KEY PERFORM READ-NEXT-MASTER
           END-START.
           PERFORM GET-HISTORY-GROUP.
           PERFORM UNTIL WS-M-KEY = HIGH-VALUES
                     AND WS-H-KEY = HIGH-VALUES
               EVALUATE TRUE
                   WHEN WS-M-KEY < WS-H-KEY
                       PERFORM NO-JOURNAL-FOR-KEY
                       PERFORM READ-NEXT-MASTER
                   WHEN WS-M-KEY > WS-H-KEY
                       PERFORM JOURNAL-ONLY-KEY
                       PERFORM GET-HISTORY-GROUP
                   WHEN OTHER
                       PERFORM COMPARE-WITH-JOURNAL
                       PERFORM READ-NEXT-MASTER
                       PERFORM GET-HISTORY-GROUP
               END-EVALUATE
           END-PERFORM.

       READ-NEXT-MASTER.
           READ DATABASE NEXT
               AT END MOVE HIGH-VALUES TO WS-M-KEY
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   MOVE DB-RAW-REC(1:8) TO WS-M-KEY
                   PERFORM CHECK-MASTER-RECORD
           END-READ.

       READ-NEXT-HISTORY.
           READ HISTORY-FILE NEXT
               AT END MOVE HIGH-VALUES TO WS-HNEXT-KEY
               NOT AT END MOVE HIST-KEY(1:8) TO WS-HNEXT-KEY
           END-READ.

       GET-HISTORY-GROUP.
      * THE HISTORY IS IN KEY THEN JOURNAL-SEQUENCE ORDER, SO THE LAST
      * ENTRY OF A KEY'S GROUP IS THE MOST RECENT WRITE TO THAT KEY
           MOVE WS-HNEXT-KEY TO WS-H-KEY.
           IF WS-H-KEY NOT = HIGH-VALUES THEN
               ADD 1 TO WS-JOURNAL-KEYS
               PERFORM UNTIL WS-HNEXT-KEY NOT = WS-H-KEY
                   MOVE HIST-SEQ TO WS-H-SEQ
                   MOVE HIST-ACTION TO WS-H-ACTION
                   MOVE HIST-AFTER TO WS-H-AFTER
                   PERFORM READ-NEXT-HISTORY
               END-PERFORM
           END-IF.

       CHECK-MASTER-RECORD.
      * STRUCTURAL CHECKS ON ONE RECORD - EVERY FAULT IS REPORTED, NOT
      * JUST THE FIRST, SO ONE VERIFY RUN SHOWS THE WHOLE REPAIR
           MOVE WS-M-KEY TO WS-FIND-KEY.
           MOVE DB-RAW-REC TO WS-FIND-IMAGE.
           IF DB-KEY IS NOT NUMERIC THEN
               MOVE "KEY NOT NUMERIC" TO WS-FIND-REASON
               PERFORM WRITE-EXCEPTION
           END-IF.
           IF WS-M-KEY = "99999999" THEN
               PERFORM CHECK-TRAILER-RECORD
           ELSE
               ADD 1 TO WS-DATA-COUNT
               PERFORM CHECK-DATA-RECORD
           END-IF.

       CHECK-TRAILER-RECORD.
           MOVE 'Y' TO WS-TRAILER-SEEN.
           IF DB-STATUS NOT = "T" THEN
               MOVE "RESERVED KEY WITHOUT TRAILER STATUS"
                 TO WS-FIND-REASON
               PERFORM WRITE-EXCEPTION
           END-IF.
           IF DB-TRAILER-COUNT IS NOT NUMERIC THEN
               MOVE "TRAILER COUNT NOT NUMERIC" TO WS-FIND-REASON
               PERFORM WRITE-EXCEPTION
               MOVE 0 TO WS-TRAILER-COUNT
           ELSE
               MOVE DB-TRAILER-COUNT TO WS-TRAILER-COUNT
           END-IF.

       CHECK-DATA-RECORD.
           IF DB-STATUS NOT = "A" AND DB-STATUS NOT = "I" THEN
               MOVE "STATUS NOT RECOGNISED" TO WS-FIND-REASON
               PERFORM WRITE-EXCEPTION
           END-IF.
           IF DB-AMOUNT IS NOT NUMERIC THEN
               MOVE "AMOUNT NOT NUMERIC" TO WS-FIND-REASON
               PERFORM WRITE-EXCEPTION
           END-IF.
           IF DB-EFF-DATE IS NOT NUMERIC THEN
               MOVE "EFF DATE NOT NUMERIC" TO WS-FIND-REASON
               PERFORM WRITE-EXCEPTION
           ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD(DB-EFF-DATE) NOT = 0
                   MOVE "EFF DATE NOT A CALENDAR DATE"
                     TO WS-FIND-REASON
                   PERFORM WRITE-EXCEPTION
               END-IF
           END-IF.
           IF DB-CATEGORY IS NOT NUMERIC THEN
               MOVE "CATEGORY NOT NUMERIC" TO WS-FIND-REASON
               PERFORM WRITE-EXCEPTION
           ELSE
               IF WS-CATREF-LOADED = 'Y'
                   COMPUTE CAT-IDX = DB-CATEGORY + 1
                   IF CREF-KNOWN(CAT-IDX) NOT = 'Y'
                       MOVE "CATEGORY NOT ON REFERENCE"
                         TO WS-FIND-REASON
                       PERFORM WRITE-EXCEPTION
                   END-IF
               END-IF
           END-IF.
           IF DB-CURRENCY NOT = SPACES THEN
               IF DB-CURRENCY IS NOT ALPHABETIC-UPPER
                  OR DB-CURRENCY(1:1) = SPACE
                  OR DB-CURRENCY(2:1) = SPACE
                  OR DB-CURRENCY(3:1) = SPACE THEN
                   MOVE "CURRENCY CODE INVALID" TO WS-FIND-REASON
                   PERFORM WRITE-EXCEPTION
               END-IF
           END-IF.

       NO-JOURNAL-FOR-KEY.
      * A RECORD THE HISTORY HAS NEVER SEEN WAS EITHER LOADED BEFORE
      * JOURNALING BEGAN OR WRITTEN OUTSIDE THE JOURNALED PROGRAMS -
      * FLAGGED FOR A LOOK, BUT NOT ENOUGH ON ITS OWN TO HOLD THE RUN.
      * WITHOUT A HISTORY FILE THE ONE WARNING ALREADY ISSUED COVERS IT
           IF WS-HIST-PRESENT = 'Y' THEN
               MOVE WS-M-KEY TO WS-FIND-KEY
               MOVE "NO CHANGE HISTORY FOR KEY" TO WS-FIND-REASON
               MOVE DB-RAW-REC TO WS-FIND-IMAGE
               PERFORM WRITE-WARNING
           END-IF.

       JOURNAL-ONLY-KEY.
      * A KEY WHOSE LAST JOURNALED WRITE LEFT IT LIVE MUST STILL BE
      * ON THE MASTER; DELETED AND ARCHIVED KEYS ARE RIGHTLY ABSENT
           IF WS-H-AFTER NOT = "(DELETED)"
              AND WS-H-AFTER NOT = "(ARCHIVED)" THEN
               MOVE WS-H-KEY TO WS-FIND-KEY
               MOVE "ON HISTORY BUT MISSING FROM MASTER"
                 TO WS-FIND-REASON
               MOVE WS-H-AFTER TO WS-FIND-IMAGE
               PERFORM WRITE-EXCEPTION
               PERFORM WRITE-JOURNAL-DETAIL
           END-IF.

       COMPARE-WITH-JOURNAL.
           IF DB-RAW-REC NOT = WS-H-AFTER THEN
               MOVE WS-M-KEY TO WS-FIND-KEY
               MOVE "DIFFERS FROM LAST HISTORY IMAGE"
                 TO WS-FIND-REASON
               MOVE DB-RAW-REC TO WS-FIND-IMAGE
               PERFORM WRITE-EXCEPTION
               PERFORM WRITE-JOURNAL-DETAIL
           END-IF.

       CHECK-TRAILER-COUNT.
           MOVE "99999999" TO WS-FIND-KEY.
           MOVE SPACES TO WS-FIND-IMAGE.
           IF WS-TRAILER-SEEN = 'N' THEN
               MOVE "NO TRAILER RECORD ON MASTER" TO WS-FIND-REASON
               PERFORM WRITE-EXCEPTION
           ELSE
           IF WS-TRAILER-COUNT NOT = WS-DATA-COUNT THEN
               MOVE "TRAILER COUNT NOT EQUAL DATA RECORDS"
                 TO WS-FIND-REASON
               PERFORM WRITE-EXCEPTION
           END-IF
           END-IF.

       WRITE-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT.
           MOVE SPACES TO VFY-LINE.
           STRING "EXCEPTION KEY " DELIMITED BY SIZE
                  WS-FIND-KEY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-FIND-REASON DELIMITED BY SIZE
                  " [" DELIMITED BY SIZE
                  WS-FIND-IMAGE DELIMITED BY SIZE
                  "]" DELIMITED BY SIZE
                  INTO VFY-LINE
           END-STRING.
           WRITE VFY-LINE.

       WRITE-WARNING.
           ADD 1 TO WS-WARNING-COUNT.
           MOVE SPACES TO VFY-LINE.
           STRING "WARNING   KEY " DELIMITED BY SIZE
                  WS-FIND-KEY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-FIND-REASON DELIMITED BY SIZE
                  " [" DELIMITED BY SIZE
                  WS-FIND-IMAGE DELIMITED BY SIZE
                  "]" DELIMITED BY SIZE
                  INTO VFY-LINE
           END-STRING.
           WRITE VFY-LINE.

       WRITE-JOURNAL-DETAIL.
      * THE IMAGE THE HISTORY EXPECTS, UNDER THE EXCEPTION IT EXPLAINS
           MOVE WS-H-SEQ TO VFY-SEQ-O.
           MOVE SPACES TO VFY-LINE.
           STRING "          HISTORY SEQ " DELIMITED BY SIZE
                  VFY-SEQ-O DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-H-ACTION DELIMITED BY SIZE
                  " [" DELIMITED BY SIZE
                  WS-H-AFTER DELIMITED BY SIZE
                  "]" DELIMITED BY SIZE
                  INTO VFY-LINE
           END-STRING.
           WRITE VFY-LINE.

       WRITE-VERIFY-SUMMARY.
           MOVE ALL "-" TO VFY-LINE.
           WRITE VFY-LINE.
           MOVE WS-READ-COUNT TO VFY-CNT-O.
           MOVE SPACES TO VFY-LINE.
           STRING "  RECORDS READ.......: " DELIMITED BY SIZE
                  VFY-CNT-O DELIMITED BY SIZE
                  INTO VFY-LINE
           END-STRING.
           WRITE VFY-LINE.
           MOVE WS-DATA-COUNT TO VFY-CNT-O.
           MOVE SPACES TO VFY-LINE.
           STRING "  DATA RECORDS.......: " DELIMITED BY SIZE
                  VFY-CNT-O DELIMITED BY SIZE
                  INTO VFY-LINE
           END-STRING.
           WRITE VFY-LINE.
           MOVE SPACES TO VFY-LINE.
           IF WS-TRAILER-SEEN = 'Y' THEN
               MOVE WS-TRAILER-COUNT TO VFY-CNT-O
               STRING "  TRAILER COUNT......: " DELIMITED BY SIZE
                      VFY-CNT-O DELIMITED BY SIZE
                      INTO VFY-LINE
               END-STRING
           ELSE
               STRING "  TRAILER COUNT......: NONE ON FILE"
                      DELIMITED BY SIZE
                      INTO VFY-LINE
               END-STRING
           END-IF.
           WRITE VFY-LINE.
           MOVE WS-JOURNAL-KEYS TO VFY-CNT-O.
           MOVE SPACES TO VFY-LINE.
           STRING "  KEYS ON HISTORY....: " DELIMITED BY SIZE
                  VFY-CNT-O DELIMITED BY SIZE
                  INTO VFY-LINE
           END-STRING.
           WRITE VFY-LINE.
           MOVE WS-EXCEPTION-COUNT TO VFY-CNT-O.
           MOVE SPACES TO VFY-LINE.
           STRING "  EXCEPTIONS.........: " DELIMITED BY SIZE
                  VFY-CNT-O DELIMITED BY SIZE
                  INTO VFY-LINE
           END-STRING.
           WRITE VFY-LINE.
           MOVE WS-WARNING-COUNT TO VFY-CNT-O.
           MOVE SPACES TO VFY-LINE.
           STRING "  WARNINGS...........: " DELIMITED BY SIZE
                  VFY-CNT-O DELIMITED BY SIZE
                  INTO VFY-LINE
           END-STRING.
           WRITE VFY-LINE.
           MOVE SPACES TO VFY-LINE.
           IF WS-EXCEPTION-COUNT > 0 THEN
               STRING "  RESULT.............: FAILED - HOLD THE "
                      DELIMITED BY SIZE
                      "NIGHTLY RUN" DELIMITED BY SIZE
                      INTO VFY-LINE
               END-STRING
           ELSE
           IF WS-WARNING-COUNT > 0 THEN
               STRING "  RESULT.............: PASSED WITH WARNINGS"
                      DELIMITED BY SIZE
                      INTO VFY-LINE
               END-STRING
           ELSE
               STRING "  RESULT.............: PASSED"
                      DELIMITED BY SIZE
                      INTO VFY-LINE
               END-STRING
           END-IF
           END-IF.
           WRITE VFY-LINE.
