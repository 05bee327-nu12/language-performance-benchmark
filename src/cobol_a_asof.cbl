       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOL_A_ASOF.

      * POINT-IN-TIME REBUILD OF THE MASTER. GIVEN AN AS-OF DATE (AND
      * OPTIONALLY A CUT-OFF TIME ON THAT DATE - THE RUN TIME ON THE
      * NIGHT'S CSV ROW, TO SEE THE MASTER EXACTLY AS THAT RUN SAW
      * IT) IT WRITES A COMPLETE COPY OF DB/DATABASE.DAT AS IT STOOD
      * THEN, TO db/cobol_a_asof_YYYYMMDD.dat, WITH A FRESH 99999999
      * TRAILER. EACH KEY'S STATE COMES FROM THE CHANGE HISTORY:
      *   - THE AFTER-IMAGE OF ITS LAST JOURNAL ENTRY AT OR BEFORE
      *     THE CUT-OFF, OR
      *   - FAILING THAT, THE BEFORE-IMAGE OF ITS FIRST ENTRY AFTER
      *     THE CUT-OFF (THE RECORD AS IT STOOD BEFORE ITS FIRST
      *     LATER CHANGE), OR
      *   - FOR A KEY THE HISTORY HAS NEVER SEEN, THE CURRENT MASTER
      *     RECORD, WHICH NO JOURNALED PROGRAM HAS TOUCHED SINCE.
      * "(DELETED)", "(ARCHIVED)" AND "(NEW)" IMAGES MEAN THE KEY WAS
      * NOT ON THE MASTER AT THE CUT-OFF. A KEY THE RETENTION PURGE
      * HAS ARCHIVED SINCE IS OFF TODAY'S MASTER BUT ITS PURGE ENTRY
      * STILL CARRIES THE RECORD AS ITS BEFORE-IMAGE, SO IT COMES
      * BACK ONTO THE COPY AND IS LISTED ON THE REPORT.
      * THE COPY HAS THE MASTER'S OWN LAYOUT, SO IT CAN BE HANDED TO
      * COBOL_A AS A NON-POSTING RERUN (SEE LOAD-RERUN-REQUEST IN
      * cobol_a.cbl) TO PROVE OR DISPROVE WHAT THAT NIGHT POSTED.
      * NOTHING HERE WRITES THE MASTER OR THE HISTORY. THE FINDINGS
      * ARE APPENDED TO outputs/cobol_a_asof.txt.
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
      * FILE NAME IS STAMPED WITH THE AS-OF DATE - A SECOND REBUILD
      * FOR THE SAME DATE REPLACES THE FIRST
           SELECT COPY-DB ASSIGN DYNAMIC WS-COPY-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CPY-KEY
               FILE STATUS CPY-STAT.
           SELECT ASOF-REPORT-FILE
               ASSIGN TO "outputs/cobol_a_asof.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS ASOF-RPT-STAT.
      * NON-POSTING RERUN REQUEST PICKED UP BY THE NEXT COBOL_A RUN
           SELECT RERUN-CTL-FILE ASSIGN TO "control/cobol_a_rerun.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS RERUN-STAT.

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
      * HISTORY ENTRY - LAYOUT MUST MATCH cobol_a_maint.cbl; DATE AND
      * TIME ARE GROUPED HERE SO ONE COMPARISON PLACES AN ENTRY
      * BEFORE OR AFTER THE CUT-OFF
       FD  HISTORY-FILE
           RECORD CONTAINS 143 CHARACTERS
           BLOCK 0
           DATA RECORD IS HIST-RECORD.
       01  HIST-RECORD.
           05  HIST-KEY.
               10  HIST-DB-KEY PIC 9(8).
               10  HIST-SEQ    PIC 9(9).
           05  HIST-STAMP.
               10  HIST-DATE   PIC 9(8).
               10  HIST-TIME   PIC 9(6).
           05  HIST-PROGRAM    PIC X(15).
           05  HIST-JOB-ID     PIC 9(9).
           05  HIST-ACTION     PIC X(8).
           05  HIST-BEFORE     PIC X(32).
           05  HIST-AFTER      PIC X(32).
           05  HIST-MAKER      PIC X(8).
           05  HIST-CHECKER    PIC X(8).
      *
      * SAME LAYOUT AS THE MASTER - THE COPY MUST BE READABLE AS A
      * FEED BY THE NIGHTLY RUN
       FD  COPY-DB
           RECORD CONTAINS 32 CHARACTERS
           BLOCK 0
           DATA RECORD IS CPY-RECORD.
       01  CPY-RECORD.
           05  CPY-KEY         PIC 9(8).
           05  CPY-AMOUNT      PIC S9(7)V99 SIGN TRAILING
                               SEPARATE CHARACTER.
           05  CPY-AMOUNT-R REDEFINES CPY-AMOUNT.
               10  CPY-TRAILER-COUNT PIC 9(8).
               10  FILLER            PIC X(2).
           05  CPY-CATEGORY    PIC 9(2).
           05  CPY-EFF-DATE    PIC 9(8).
           05  CPY-STATUS      PIC X.
           05  CPY-CURRENCY    PIC X(3).
       01  CPY-RAW-REC         PIC X(32).
      *
       FD  ASOF-REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS
           BLOCK 0
           DATA RECORD IS ASOF-LINE
           RECORDING MODE IS F.
       01  ASOF-LINE       PIC X(100).
      *
      * RERUN REQUEST: AS-OF DATE (8) SPACE DATE RAISED (8) SPACE
      * REBUILT COPY (40) - LAYOUT MUST MATCH cobol_a.cbl
       FD  RERUN-CTL-FILE
           RECORD CONTAINS 58 CHARACTERS
           BLOCK 0
           DATA RECORD IS RERUN-CTL-REC
           RECORDING MODE IS F.
       01  RERUN-CTL-REC.
           05  RERUN-CTL-ASOF   PIC 9(8).
           05  FILLER           PIC X.
           05  RERUN-CTL-RAISED PIC 9(8).
           05  FILLER           PIC X.
           05  RERUN-CTL-FEED   PIC X(40).

       WORKING-STORAGE SECTION.
       01  DB-STAT         PIC XX.
       01  HIST-STAT       PIC XX.
       01  CPY-STAT        PIC XX.
       01  ASOF-RPT-STAT   PIC XX.
       01  RERUN-STAT      PIC XX.
       01  WS-RUN-DATE     PIC 9(8).
       01  WS-RUN-TIME     PIC 9(8).
       01  WS-OUTPUTS-DIR  PIC X(10) VALUE "outputs".
       01  WS-CONTROL-DIR  PIC X(10) VALUE "control".
       01  WS-DIR-RC       PIC 9(9) COMP-5 VALUE 0.
       01  WS-COPY-NAME    PIC X(40).
      * OPERATOR INPUT - TAKEN RAW AND VALIDATED
       01  WS-ASOF-X       PIC X(8).
       01  WS-ASOF-N REDEFINES WS-ASOF-X PIC 9(8).
       01  WS-CUTOFF-X     PIC X(6).
       01  WS-CUTOFF-R REDEFINES WS-CUTOFF-X.
           05  WS-CUTOFF-HH    PIC 99.
           05  WS-CUTOFF-MM    PIC 99.
           05  WS-CUTOFF-SS    PIC 99.
       01  WS-ANSWER       PIC X.
      * THE CUT-OFF AS DATE THEN TIME, IN THE SAME SHAPE AS THE
      * HISTORY ENTRY'S OWN STAMP
       01  WS-CUTOFF-STAMP.
           05  WS-CUTOFF-DATE  PIC 9(8).
           05  WS-CUTOFF-TIME  PIC X(6).
       01  WS-MASTER-PRESENT PIC X VALUE 'N'.
      * MATCHED-PASS STATE, AS IN THE VERIFICATION FACILITY - KEYS
      * COMPARED AS CHARACTERS, HIGH-VALUES FOR A FILE RUN OUT
       01  WS-M-KEY        PIC X(8).
       01  WS-M-IMAGE      PIC X(32).
       01  WS-H-KEY        PIC X(8).
       01  WS-HNEXT-KEY    PIC X(8).
      * WHAT ONE KEY'S HISTORY GROUP SAYS ABOUT THE CUT-OFF
       01  WS-H-HAS-STATE  PIC X.
       01  WS-H-STATE      PIC X(32).
       01  WS-H-HAS-LATER  PIC X.
       01  WS-H-LATER-BEFORE PIC X(32).
       01  WS-H-PURGED     PIC X.
       01  WS-H-PURGE-DATE PIC 9(8).
      * THE KEY'S RECORD AS OF THE CUT-OFF, IF IT WAS LIVE
       01  WS-LIVE         PIC X.
       01  WS-ASOF-IMAGE   PIC X(32).
      * TALLIES FOR THE REPORT
       01  WS-COPY-COUNT      PIC 9(8) VALUE 0.
       01  WS-FROM-JOURNAL    PIC 9(8) VALUE 0.
       01  WS-FROM-LATER      PIC 9(8) VALUE 0.
       01  WS-FROM-MASTER     PIC 9(8) VALUE 0.
       01  WS-PURGED-SINCE    PIC 9(8) VALUE 0.
       01  WS-NOT-YET-ADDED   PIC 9(8) VALUE 0.
       01  WS-GONE-AT-CUTOFF  PIC 9(8) VALUE 0.
       01  WS-CHANGED-SINCE   PIC 9(8) VALUE 0.
       01  WS-WRITE-ERRORS    PIC 9(8) VALUE 0.
       01  WS-RERUN-QUEUED    PIC X VALUE 'N'.
      * REPORT EDITING
       01  ASF-DATE-O      PIC 9(4)/99/99.
       01  ASF-TIME-O      PIC 99B99B99.
       01  ASF-CNT-O       PIC Z(7)9.

       PROCEDURE DIVISION.

       ASOF-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           DISPLAY "COBOL_A POINT-IN-TIME REBUILD".
           DISPLAY "ENTER AS-OF DATE (YYYYMMDD): " WITH NO ADVANCING.
           ACCEPT WS-ASOF-X.
           IF WS-ASOF-X IS NOT NUMERIC THEN
               DISPLAY "INVALID DATE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-ASOF-N) NOT = 0
              OR WS-ASOF-N > WS-RUN-DATE THEN
               DISPLAY "INVALID DATE"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           DISPLAY "ENTER CUT-OFF TIME (HHMMSS, BLANK = END OF "
                   "DAY): " WITH NO ADVANCING.
           ACCEPT WS-CUTOFF-X.
           IF WS-CUTOFF-X = SPACES THEN
               MOVE "235959" TO WS-CUTOFF-X
           END-IF.
           IF WS-CUTOFF-X IS NOT NUMERIC THEN
               DISPLAY "INVALID TIME"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-CUTOFF-HH > 23 OR WS-CUTOFF-MM > 59
              OR WS-CUTOFF-SS > 59 THEN
               DISPLAY "INVALID TIME"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-ASOF-N TO WS-CUTOFF-DATE.
           MOVE WS-CUTOFF-X TO WS-CUTOFF-TIME.
      * THE HISTORY IS THE ONLY RECORD OF PAST STATES - WITHOUT IT
      * A REBUILD WOULD JUST BE A COPY OF TODAY'S MASTER
           OPEN INPUT HISTORY-FILE.
           IF HIST-STAT NOT = "00" THEN
               DISPLAY "CANNOT OPEN DB/COBOL_A_HISTORY.DAT - STATUS "
                       HIST-STAT " - NOTHING TO REBUILD FROM"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT DATABASE.
           IF DB-STAT = "00" THEN
               MOVE 'Y' TO WS-MASTER-PRESENT
           END-IF.
           MOVE SPACES TO WS-COPY-NAME.
           STRING "db/cobol_a_asof_" DELIMITED BY SIZE
                  WS-ASOF-X DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-COPY-NAME
           END-STRING.
           OPEN OUTPUT COPY-DB.
           IF CPY-STAT NOT = "00" THEN
               DISPLAY "CANNOT CREATE " WS-COPY-NAME " - STATUS "
                       CPY-STAT
               CLOSE HISTORY-FILE
               IF WS-MASTER-PRESENT = 'Y' THEN
                   CLOSE DATABASE
               END-IF
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           CALL "CBL_CREATE_DIR" USING WS-OUTPUTS-DIR
               RETURNING WS-DIR-RC
           END-CALL.
           OPEN EXTEND ASOF-REPORT-FILE.
           IF ASOF-RPT-STAT = "35" THEN
               OPEN OUTPUT ASOF-REPORT-FILE
           END-IF.
           PERFORM WRITE-ASOF-HEADER.
           PERFORM REBUILD-ALL-KEYS.
           PERFORM WRITE-COPY-TRAILER.
           CLOSE COPY-DB.
           CLOSE HISTORY-FILE.
           IF WS-MASTER-PRESENT = 'Y' THEN
               CLOSE DATABASE
           END-IF.
           PERFORM WRITE-ASOF-SUMMARY.
           MOVE WS-COPY-COUNT TO ASF-CNT-O.
           DISPLAY ASF-CNT-O " RECORD(S) WRITTEN TO " WS-COPY-NAME.
           IF WS-WRITE-ERRORS = 0 THEN
               PERFORM OFFER-RERUN
           END-IF.
           CLOSE ASOF-REPORT-FILE.
      * A COPY BUILT WITHOUT TODAY'S MASTER (UNJOURNALED KEYS COULD
      * NOT BE CARRIED) IS USABLE BUT INCOMPLETE - WARN; A COPY WITH
      * WRITE FAILURES IS NOT FIT TO PROVE ANYTHING
           IF WS-WRITE-ERRORS > 0 THEN
               MOVE 8 TO RETURN-CODE
           ELSE
           IF WS-MASTER-PRESENT = 'N' THEN
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           END-IF.
           STOP RUN.

       WRITE-ASOF-HEADER.
           MOVE ALL "=" TO ASOF-LINE.
           WRITE ASOF-LINE.
           MOVE WS-RUN-DATE TO ASF-DATE-O.
           MOVE WS-RUN-TIME(1:6) TO ASF-TIME-O.
           MOVE SPACES TO ASOF-LINE.
           STRING "POINT-IN-TIME REBUILD RUN " DELIMITED BY SIZE
                  ASF-DATE-O DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ASF-TIME-O DELIMITED BY SIZE
                  INTO ASOF-LINE
           END-STRING.
           WRITE ASOF-LINE.
           MOVE WS-ASOF-N TO ASF-DATE-O.
           MOVE WS-CUTOFF-TIME TO ASF-TIME-O.
           MOVE SPACES TO ASOF-LINE.
           STRING "  AS OF..............: " DELIMITED BY SIZE
                  ASF-DATE-O DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  ASF-TIME-O DELIMITED BY SIZE
                  INTO ASOF-LINE
           END-STRING.
           WRITE ASOF-LINE.
           MOVE SPACES TO ASOF-LINE.
           STRING "  COPY WRITTEN TO....: " DELIMITED BY SIZE
                  WS-COPY-NAME DELIMITED BY SIZE
                  INTO ASOF-LINE
           END-STRING.
           WRITE ASOF-LINE.
           IF WS-MASTER-PRESENT = 'N' THEN
               MOVE SPACES TO ASOF-LINE
               STRING "  WARNING: DB/DATABASE.DAT NOT AVAILABLE - "
                      DELIMITED BY SIZE
                      "KEYS WITH NO HISTORY ARE NOT ON THE COPY"
                      DELIMITED BY SIZE
                      INTO ASOF-LINE
               END-STRING
               WRITE ASOF-LINE
           END-IF.

       REBUILD-ALL-KEYS.
      * MATCHED PASS OVER TODAY'S MASTER AND THE HISTORY. A KEY ON
      * THE HISTORY IS DECIDED BY ITS JOURNAL ENTRIES WHETHER OR NOT
      * IT IS ON THE MASTER TODAY; A KEY ONLY ON THE MASTER HAS NEVER
      * BEEN CHANGED BY A JOURNALED PROGRAM AND IS CARRIED AS IS
           IF WS-MASTER-PRESENT = 'Y' THEN
               MOVE 0 TO DB-KEY
               START DATABASE KEY >= DB-KEY
                   INVALID KEY MOVE HIGH-VALUES TO WS-M-KEY
                   NOT INVALID KEY PERFORM READ-NEXT-MASTER
               END-START
           ELSE
               MOVE HIGH-VALUES TO WS-M-KEY
           END-IF.
           MOVE 0 TO HIST-DB-KEY.
           MOVE 0 TO HIST-SEQ.
           START HISTORY-FILE KEY >= HIST-KEY
               INVALID KEY MOVE HIGH-VALUES TO WS-HNEXT-KEY
               NOT INVALID KEY PERFORM READ-NEXT-HISTORY
           END-START.
           PERFORM GET-HISTORY-GROUP.
           PERFORM UNTIL WS-M-KEY = HIGH-VALUES
                     AND WS-H-KEY = HIGH-VALUES
               EVALUATE TRUE
                   WHEN WS-M-KEY < WS-H-KEY
                       PERFORM CARRY-UNJOURNALED-KEY
                       PERFORM READ-NEXT-MASTER
                   WHEN WS-M-KEY > WS-H-KEY
                       PERFORM RESOLVE-FROM-JOURNAL
                       IF WS-LIVE = 'Y' THEN
                           ADD 1 TO WS-CHANGED-SINCE
                       END-IF
                       PERFORM GET-HISTORY-GROUP
                   WHEN OTHER
                       PERFORM RESOLVE-FROM-JOURNAL
                       IF WS-LIVE = 'N'
                          OR WS-ASOF-IMAGE NOT = WS-M-IMAGE THEN
                           ADD 1 TO WS-CHANGED-SINCE
                       END-IF
                       PERFORM READ-NEXT-MASTER
                       PERFORM GET-HISTORY-GROUP
               END-EVALUATE
           END-PERFORM.

       READ-NEXT-MASTER.
      * THE TRAILER IS NEVER CARRIED - THE COPY GETS ITS OWN, COUNTED
      * FROM WHAT WAS ACTUALLY WRITTEN
           READ DATABASE NEXT
               AT END MOVE HIGH-VALUES TO WS-M-KEY
               NOT AT END
                   MOVE DB-RAW-REC(1:8) TO WS-M-KEY
                   MOVE DB-RAW-REC TO WS-M-IMAGE
           END-READ.
           IF WS-M-KEY = "99999999" THEN
               MOVE HIGH-VALUES TO WS-M-KEY
           END-IF.

       READ-NEXT-HISTORY.
      * TRAILER AND REBUILD ENTRIES ON THE RESERVED KEY SORT LAST AND
      * SAY NOTHING ABOUT ANY DATA RECORD - THE HISTORY ENDS THERE
           READ HISTORY-FILE NEXT
               AT END MOVE HIGH-VALUES TO WS-HNEXT-KEY
               NOT AT END MOVE HIST-KEY(1:8) TO WS-HNEXT-KEY
           END-READ.
           IF WS-HNEXT-KEY = "99999999" THEN
               MOVE HIGH-VALUES TO WS-HNEXT-KEY
           END-IF.

       GET-HISTORY-GROUP.
      * ENTRIES FOR ONE KEY ARRIVE IN JOURNAL-SEQUENCE ORDER, WHICH IS
      * THE ORDER THEY WERE WRITTEN, SO ONCE ONE FALLS AFTER THE
      * CUT-OFF EVERY LATER ONE DOES TOO
           MOVE WS-HNEXT-KEY TO WS-H-KEY.
           MOVE 'N' TO WS-H-HAS-STATE.
           MOVE 'N' TO WS-H-HAS-LATER.
           MOVE 'N' TO WS-H-PURGED.
           IF WS-H-KEY NOT = HIGH-VALUES THEN
               PERFORM UNTIL WS-HNEXT-KEY NOT = WS-H-KEY
                   PERFORM TAKE-HISTORY-ENTRY
                   PERFORM READ-NEXT-HISTORY
               END-PERFORM
           END-IF.

       TAKE-HISTORY-ENTRY.
           IF HIST-STAMP NOT > WS-CUTOFF-STAMP THEN
               MOVE 'Y' TO WS-H-HAS-STATE
               MOVE HIST-AFTER TO WS-H-STATE
           ELSE
               IF WS-H-HAS-LATER = 'N' THEN
                   MOVE 'Y' TO WS-H-HAS-LATER
                   MOVE HIST-BEFORE TO WS-H-LATER-BEFORE
               END-IF
               IF HIST-ACTION = "PURGE" THEN
                   MOVE 'Y' TO WS-H-PURGED
                   MOVE HIST-DATE TO WS-H-PURGE-DATE
               END-IF
           END-IF.

       RESOLVE-FROM-JOURNAL.
      * THE LAST WRITE AT OR BEFORE THE CUT-OFF WINS; WITH NONE, THE
      * FIRST LATER WRITE'S BEFORE-IMAGE IS WHAT WAS THERE AT THE TIME
           MOVE 'N' TO WS-LIVE.
           IF WS-H-HAS-STATE = 'Y' THEN
               IF WS-H-STATE = "(DELETED)"
                  OR WS-H-STATE = "(ARCHIVED)" THEN
                   ADD 1 TO WS-GONE-AT-CUTOFF
               ELSE
                   MOVE WS-H-STATE TO WS-ASOF-IMAGE
                   MOVE 'Y' TO WS-LIVE
                   ADD 1 TO WS-FROM-JOURNAL
               END-IF
           ELSE
               IF WS-H-LATER-BEFORE = "(NEW)" THEN
                   ADD 1 TO WS-NOT-YET-ADDED
               ELSE
               IF WS-H-LATER-BEFORE = "(ARCHIVED)" THEN
                   ADD 1 TO WS-GONE-AT-CUTOFF
               ELSE
                   MOVE WS-H-LATER-BEFORE TO WS-ASOF-IMAGE
                   MOVE 'Y' TO WS-LIVE
                   ADD 1 TO WS-FROM-LATER
               END-IF
               END-IF
           END-IF.
           IF WS-LIVE = 'Y' THEN
               PERFORM WRITE-COPY-RECORD
               IF WS-H-PURGED = 'Y' THEN
                   PERFORM NOTE-PURGED-SINCE
               END-IF
           END-IF.

       CARRY-UNJOURNALED-KEY.
           MOVE WS-M-IMAGE TO WS-ASOF-IMAGE.
           PERFORM WRITE-COPY-RECORD.
           ADD 1 TO WS-FROM-MASTER.

       WRITE-COPY-RECORD.
           MOVE WS-ASOF-IMAGE TO CPY-RAW-REC.
           WRITE CPY-RECORD
               INVALID KEY PERFORM WRITE-COPY-FAILURE
               NOT INVALID KEY ADD 1 TO WS-COPY-COUNT
           END-WRITE.

       WRITE-COPY-FAILURE.
           ADD 1 TO WS-WRITE-ERRORS.
           MOVE SPACES TO ASOF-LINE.
           STRING "  *WRITE FAILED* KEY " DELIMITED BY SIZE
                  CPY-RAW-REC(1:8) DELIMITED BY SIZE
                  " STATUS " DELIMITED BY SIZE
                  CPY-STAT DELIMITED BY SIZE
                  INTO ASOF-LINE
           END-STRING.
           WRITE ASOF-LINE.

       NOTE-PURGED-SINCE.
      * ONE LINE PER KEY BROUGHT BACK FROM A LATER PURGE, SO THE
      * READER CAN SEE WHICH RECORDS ARE NOT ON TODAY'S MASTER
           ADD 1 TO WS-PURGED-SINCE.
           MOVE WS-H-PURGE-DATE TO ASF-DATE-O.
           MOVE SPACES TO ASOF-LINE.
           STRING "  ARCHIVED SINCE KEY " DELIMITED BY SIZE
                  WS-H-KEY DELIMITED BY SIZE
                  " PURGED " DELIMITED BY SIZE
                  ASF-DATE-O DELIMITED BY SIZE
                  " [" DELIMITED BY SIZE
                  WS-ASOF-IMAGE DELIMITED BY SIZE
                  "]" DELIMITED BY SIZE
                  INTO ASOF-LINE
           END-STRING.
           WRITE ASOF-LINE.

       WRITE-COPY-TRAILER.
      * BUILT THE WAY EVERY OTHER WRITER BUILDS IT, FROM THE NUMBER
      * OF DATA RECORDS THE COPY ACTUALLY HOLDS
           MOVE 99999999 TO CPY-KEY.
           MOVE SPACES TO CPY-RECORD(9:24).
           MOVE WS-COPY-COUNT TO CPY-TRAILER-COUNT.
           MOVE 0 TO CPY-CATEGORY.
           MOVE 0 TO CPY-EFF-DATE.
           MOVE "T" TO CPY-STATUS.
           WRITE CPY-RECORD
               INVALID KEY PERFORM WRITE-COPY-FAILURE
           END-WRITE.

       WRITE-ASOF-SUMMARY.
           MOVE WS-FROM-JOURNAL TO ASF-CNT-O.
           MOVE SPACES TO ASOF-LINE.
           STRING "  FROM HISTORY.......: " DELIMITED BY SIZE
                  ASF-CNT-O DELIMITED BY SIZE
                  " (LAST CHANGE AT OR BEFORE THE CUT-OFF)"
                  DELIMITED BY SIZE
                  INTO ASOF-LINE
           END-STRING.
           WRITE ASOF-LINE.
           MOVE WS-FROM-LATER TO ASF-CNT-O.
           MOVE SPACES TO ASOF-LINE.
           STRING "  FROM LATER CHANGE..: " DELIMITED BY SIZE
                  ASF-CNT-O DELIMITED BY SIZE
                  " (BEFORE-IMAGE OF FIRST CHANGE SINCE)"
                  DELIMITED BY SIZE
                  INTO ASOF-LINE
           END-STRING.
           WRITE ASOF-LINE.
           MOVE WS-FROM-MASTER TO ASF-CNT-O.
           MOVE SPACES TO ASOF-LINE.
           STRING "  UNJOURNALED........: " DELIMITED BY SIZE
                  ASF-CNT-O DELIMITED BY SIZE
                  " (NO HISTORY - TAKEN FROM TODAY'S MASTER)"
                  DELIMITED BY SIZE
                  INTO ASOF-LINE
           END-STRING.
           WRITE ASOF-LINE.
           MOVE WS-PURGED-SINCE TO ASF-CNT-O.
           MOVE SPACES TO ASOF-LINE.
           STRING "  ARCHIVED SINCE.....: " DELIMITED BY SIZE
                  ASF-CNT-O DELIMITED BY SIZE
                  " (RECOVERED FROM THE PURGE JOURNAL)"
                  DELIMITED BY SIZE
                  INTO ASOF-LINE
           END-STRING.
           WRITE ASOF-LINE.
           MOVE WS-NOT-YET-ADDED TO ASF-CNT-O.
           MOVE SPACES TO ASOF-LINE.
           STRING "  NOT YET ADDED......: " DELIMITED BY SIZE
                  ASF-CNT-O DELIMITED BY SIZE
                  INTO ASOF-LINE
           END-STRING.
           WRITE ASOF-LINE.
           MOVE WS-GONE-AT-CUTOFF TO ASF-CNT-O.
           MOVE SPACES TO ASOF-LINE.
           STRING "  DELETED/ARCHIVED...: " DELIMITED BY SIZE
                  ASF-CNT-O DELIMITED BY SIZE
                  " (ALREADY OFF THE MASTER AT THE CUT-OFF)"
                  DELIMITED BY SIZE
                  INTO ASOF-LINE
           END-STRING.
           WRITE ASOF-LINE.
           MOVE WS-CHANGED-SINCE TO ASF-CNT-O.
           MOVE SPACES TO ASOF-LINE.
           STRING "  CHANGED SINCE......: " DELIMITED BY SIZE
                  ASF-CNT-O DELIMITED BY SIZE
                  " (DIFFERENT ON TODAY'S MASTER)"
                  DELIMITED BY SIZE
                  INTO ASOF-LINE
           END-STRING.
           WRITE ASOF-LINE.
           MOVE WS-COPY-COUNT TO ASF-CNT-O.
           MOVE SPACES TO ASOF-LINE.
           STRING "  TRAILER COUNT......: " DELIMITED BY SIZE
                  ASF-CNT-O DELIMITED BY SIZE
                  INTO ASOF-LINE
           END-STRING.
           WRITE ASOF-LINE.
           IF WS-WRITE-ERRORS > 0 THEN
               MOVE WS-WRITE-ERRORS TO ASF-CNT-O
               MOVE SPACES TO ASOF-LINE
               STRING "  WRITE FAILURES.....: " DELIMITED BY SIZE
                      ASF-CNT-O DELIMITED BY SIZE
                      " - COPY IS NOT COMPLETE" DELIMITED BY SIZE
                      INTO ASOF-LINE
               END-STRING
               WRITE ASOF-LINE
           END-IF.

       OFFER-RERUN.
      * THE REQUEST IS ONLY GOOD FOR TODAY - COBOL_A DROPS ONE RAISED
      * ON AN EARLIER DATE RATHER THAN TURN A LATER NIGHT'S POSTING
      * RUN INTO A NON-POSTING ONE
           DISPLAY "REQUEST A NON-POSTING COBOL_A RERUN AGAINST "
                   "THE COPY (Y/N): " WITH NO ADVANCING.
           ACCEPT WS-ANSWER.
           IF WS-ANSWER = "Y" OR WS-ANSWER = "y" THEN
               CALL "CBL_CREATE_DIR" USING WS-CONTROL-DIR
                   RETURNING WS-DIR-RC
               END-CALL
               OPEN OUTPUT RERUN-CTL-FILE
               MOVE SPACES TO RERUN-CTL-REC
               MOVE WS-ASOF-N TO RERUN-CTL-ASOF
               MOVE WS-RUN-DATE TO RERUN-CTL-RAISED
               MOVE WS-COPY-NAME TO RERUN-CTL-FEED
               WRITE RERUN-CTL-REC
               CLOSE RERUN-CTL-FILE
               MOVE 'Y' TO WS-RERUN-QUEUED
               DISPLAY "RERUN REQUESTED - THE NEXT COBOL_A RUN TODAY "
                       "WILL NOT POST"
           END-IF.
           MOVE SPACES TO ASOF-LINE.
           IF WS-RERUN-QUEUED = 'Y' THEN
               STRING "  RERUN REQUESTED....: YES - SEE "
                      DELIMITED BY SIZE
                      "outputs/cobol_a_rerun.txt" DELIMITED BY SIZE
                      INTO ASOF-LINE
               END-STRING
           ELSE
               STRING "  RERUN REQUESTED....: NO" DELIMITED BY SIZE
                      INTO ASOF-LINE
               END-STRING
           END-IF.
           WRITE ASOF-LINE.
