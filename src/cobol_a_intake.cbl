       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOL_A_INTAKE.

      * FEED INTAKE FACILITY. UPSTREAM SYSTEMS SEND PLAIN SEQUENTIAL
      * DROP FILES, ONE 32-BYTE DB-RECORD IMAGE PER LINE, BUT THE
      * NIGHTLY RUN ONLY READS INDEXED FEEDS CARRYING THE 99999999
      * STATUS-"T" TRAILER. THIS PROGRAM CHECKS EVERY LINE OF A DROP
      * AGAINST THE DB-RECORD LAYOUT - LINE LENGTH, NUMERIC FIELDS, A
      * REAL CALENDAR EFFECTIVE DATE, A KNOWN STATUS, THE RESERVED
      * TRAILER KEY USED AS DATA, A MALFORMED CURRENCY CODE AND KEYS
      * REPEATED WITHIN THE DROP - LOADS THE GOOD LINES INTO A NEW
      * INDEXED FEED, WRITES THE TRAILER WITH THE LOADED COUNT, LISTS
      * EVERY BAD LINE WITH ITS REASON, AND ADDS THE FEED TO
      * control/cobol_a_files.ctl SO PROCESS-ALL-FILES PICKS IT UP ON
      * THE NEXT NIGHT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * BOTH NAMES ARE SUPPLIED BY THE OPERATOR AT RUN TIME
           SELECT DROP-FILE ASSIGN DYNAMIC WS-DROP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS DROP-STAT.
           SELECT FEED-FILE ASSIGN DYNAMIC WS-FEED-NAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DB-KEY
               FILE STATUS FEED-STAT.
           SELECT FILE-LIST-CTL ASSIGN TO "control/cobol_a_files.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS FILELIST-STAT.
           SELECT INTAKE-REJECT-FILE
               ASSIGN TO "outputs/cobol_a_intake_rejects.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS INT-REJ-STAT.
      * THE FILE LIST IS READ BY THE NIGHTLY RUN, SO A FEED IS NEVER
      * ADDED TO IT WHILE A RUN (OR ANY PARTITION OF ONE) IS LIVE
           SELECT RUN-LOCK-FILE ASSIGN DYNAMIC RUN-LOCK-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS RUN-LOCK-STAT.
           SELECT PARTS-CTL-FILE ASSIGN TO "control/cobol_a_parts.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS PARTS-STAT.

       DATA DIVISION.
       FILE SECTION.
      * ONE DROP LINE - WIDER THAN A DB-RECORD SO AN OVER-LONG LINE
      * SHOWS UP AS DATA BEYOND COLUMN 32 RATHER THAN BEING CUT SHORT.
      * A LINE ENDING AT COLUMN 29 IS AN OLD-STYLE IMAGE WITH NO
      * CURRENCY CODE AND LOADS AS BASE CURRENCY
       FD  DROP-FILE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK 0
           DATA RECORD IS DROP-LINE
           RECORDING MODE IS F.
       01  DROP-LINE.
           05  DROP-IMAGE      PIC X(32).
           05  DROP-EXCESS     PIC X(48).
      *
      * RECORD LAYOUT MUST MATCH THE FD IN cobol_a.cbl
       FD  FEED-FILE
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
      * LAYOUT MUST MATCH FILE-LIST-CTL IN cobol_a.cbl
       FD  FILE-LIST-CTL
           RECORD CONTAINS 100 CHARACTERS
           BLOCK 0
           DATA RECORD IS FILE-LIST-LINE
           RECORDING MODE IS F.
       01  FILE-LIST-LINE  PIC X(100).
      *
       FD  INTAKE-REJECT-FILE
           RECORD CONTAINS 100 CHARACTERS
           BLOCK 0
           DATA RECORD IS INT-REJ-LINE
           RECORDING MODE IS F.
       01  INT-REJ-LINE    PIC X(100).
      *
      * LOCK RECORDS CARRY THE DATE/TIME THE LOCK WAS TAKEN; LAYOUTS
      * MUST MATCH cobol_a.cbl
       FD  RUN-LOCK-FILE
           RECORD CONTAINS 14 CHARACTERS
           BLOCK 0
           DATA RECORD IS RUN-LOCK-REC
           RECORDING MODE IS F.
       01  RUN-LOCK-REC.
           05  RUN-LOCK-DATE   PIC 9(8).
           05  RUN-LOCK-TIME   PIC 9(6).
      *
      * PARTITION LINE - LAYOUT MUST MATCH cobol_a.cbl; ONLY THE ID
      * IS USED HERE, TO NAME THE PER-PARTITION RUN LOCKS
       FD  PARTS-CTL-FILE
           RECORD CONTAINS 22 CHARACTERS
           BLOCK 0
           DATA RECORD IS PARTS-CTL-REC
           RECORDING MODE IS F.
       01  PARTS-CTL-REC.
           05  PARTS-CTL-ID    PIC X(4).
           05  PARTS-CTL-ID-N REDEFINES PARTS-CTL-ID PIC 9(4).
           05  FILLER          PIC X.
           05  PARTS-CTL-LOW   PIC X(8).
           05  PARTS-CTL-LOW-N REDEFINES PARTS-CTL-LOW PIC 9(8).
           05  FILLER          PIC X.
           05  PARTS-CTL-HIGH  PIC X(8).
           05  PARTS-CTL-HIGH-N REDEFINES PARTS-CTL-HIGH PIC 9(8).

       WORKING-STORAGE SECTION.
       01  DROP-STAT       PIC XX.
       01  FEED-STAT       PIC XX.
       01  FILELIST-STAT   PIC XX.
       01  INT-REJ-STAT    PIC XX.
       01  WS-RUN-DATE     PIC 9(8).
       01  WS-DROP-NAME    PIC X(100).
       01  WS-FEED-NAME    PIC X(100).
       01  WS-DROP-EOF     PIC X.
       01  FILELIST-EOF    PIC X.
       01  WS-ALREADY-LISTED PIC X.
      * THE NIGHTLY RUN TAKES ONLY THE FIRST 50 ENTRIES (LOAD-FILE-LIST
      * IN cobol_a.cbl) - A FEED LISTED AFTER THEM WOULD NEVER POST
       01  WS-LIST-COUNT   PIC 9(4).
       01  WS-LIST-LIMIT   PIC 9(4) VALUE 50.
       01  WS-LIST-FULL    PIC X.
      * PER-LINE VALIDATION RESULT - SPACES MEANS THE LINE IS GOOD
       01  WS-REJ-REASON   PIC X(24).
      * INTAKE COUNTS
       01  WS-LINE-NO      PIC 9(9) VALUE 0.
       01  WS-LOADED-COUNT PIC 9(8) VALUE 0.
       01  WS-REJECT-COUNT PIC 9(8) VALUE 0.
       01  WS-BLANK-COUNT  PIC 9(8) VALUE 0.
       01  INT-LINE-O      PIC Z(8)9.
       01  INT-CNT-O       PIC Z(7)9.
       01  WS-OUTPUTS-DIR  PIC X(10) VALUE "outputs".
      * RUN INTERLOCK FIELDS - SAME STALE RULE AS THE OTHER PROGRAMS
       01  RUN-LOCK-STAT       PIC XX.
       01  WS-LOCK-STALE-SECS  PIC 9(9) VALUE 43200.
       01  WS-LOCK-AGE-SECS    PIC S9(9).
       01  WS-LOCK-DAY-NOW     PIC 9(9).
       01  WS-LOCK-DAY-TAKEN   PIC 9(9).
       01  WS-LOCK-CHK-DATE    PIC 9(8).
       01  WS-LOCK-CHK-TIME    PIC 9(6).
       01  WS-LOCK-CHK-TIME-R REDEFINES WS-LOCK-CHK-TIME.
           05  WS-LOCK-CHK-HH  PIC 99.
           05  WS-LOCK-CHK-MM  PIC 99.
           05  WS-LOCK-CHK-SS  PIC 99.
       01  WS-NOW-TIME         PIC 9(8).
       01  WS-NOW-TIME-R REDEFINES WS-NOW-TIME.
           05  WS-NOW-HH       PIC 99.
           05  WS-NOW-MM       PIC 99.
           05  WS-NOW-SS       PIC 99.
           05  FILLER          PIC 99.
       01  WS-NOW-SECS         PIC 9(9).
       01  WS-LOCK-STALE       PIC X.
       01  WS-RUN-LOCKED       PIC X.
       01  RUN-LOCK-NAME       PIC X(30)
           VALUE "control/cobol_a_run.lock".
       01  PARTS-STAT          PIC XX.
       01  WS-PARTS-EOF        PIC X.
       01  WS-CONTROL-DIR      PIC X(10) VALUE "control".
       01  WS-LOCK-RC          PIC 9(9) COMP-5 VALUE 0.

       PROCEDURE DIVISION.

       INTAKE-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           DISPLAY "COBOL_A FEED INTAKE FACILITY".
           DISPLAY "ENTER DROP FILE NAME: " WITH NO ADVANCING.
           ACCEPT WS-DROP-NAME.
           DISPLAY "ENTER INDEXED FEED NAME TO BUILD: "
                   WITH NO ADVANCING.
           ACCEPT WS-FEED-NAME.
           IF WS-DROP-NAME = SPACES OR WS-FEED-NAME = SPACES THEN
               DISPLAY "INVALID FILE NAME"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      * THE MASTER IS ONLY EVER WRITTEN THROUGH THE JOURNALED
      * PROGRAMS, AND A DROP MUST NOT BE OVERWRITTEN BY ITS OWN FEED
           IF WS-FEED-NAME = "db/database.dat"
              OR WS-FEED-NAME = WS-DROP-NAME THEN
               DISPLAY "FEED NAME " WS-FEED-NAME(1:40)
                       " NOT ALLOWED - REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           CALL "CBL_CREATE_DIR" USING WS-CONTROL-DIR
               RETURNING WS-LOCK-RC
           END-CALL.
           PERFORM CHECK-RUN-LOCK.
           IF WS-RUN-LOCKED = 'Y' THEN
               DISPLAY "COBOL_A_INTAKE: NIGHTLY RUN HOLDS "
                       RUN-LOCK-NAME " (TAKEN "
                       WS-LOCK-CHK-DATE " " WS-LOCK-CHK-TIME
                       ") - REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM INTAKE-OPEN.
           PERFORM LOAD-ALL-LINES.
           PERFORM WRITE-FEED-TRAILER.
           PERFORM WRITE-INTAKE-SUMMARY.
           CLOSE DROP-FILE.
           CLOSE FEED-FILE.
           CLOSE INTAKE-REJECT-FILE.
           MOVE WS-LOADED-COUNT TO INT-CNT-O.
           DISPLAY INT-CNT-O " RECORD(S) LOADED TO "
                   WS-FEED-NAME(1:60).
           MOVE WS-REJECT-COUNT TO INT-CNT-O.
           DISPLAY INT-CNT-O " LINE(S) REJECTED - SEE "
                   "OUTPUTS/COBOL_A_INTAKE_REJECTS.TXT".
      * A DROP THAT LOADED NOTHING IS ALMOST CERTAINLY THE WRONG FILE
      * OR A BROKEN TRANSFER - THE EMPTY FEED IS NOT PUT IN FRONT OF
      * THE NIGHTLY RUN
           IF WS-LOADED-COUNT = 0 THEN
               DISPLAY "NOTHING LOADED - FEED NOT ADDED TO "
                       "CONTROL/COBOL_A_FILES.CTL"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM ADD-FEED-TO-FILE-LIST.
           IF WS-LIST-FULL = 'Y' THEN
               MOVE 8 TO RETURN-CODE
           ELSE
           IF WS-REJECT-COUNT > 0 THEN
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           END-IF.
           STOP RUN.

       INTAKE-OPEN.
           OPEN INPUT DROP-FILE.
           IF DROP-STAT NOT = "00" THEN
               DISPLAY "CANNOT OPEN DROP FILE " WS-DROP-NAME(1:60)
                       " - STATUS " DROP-STAT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      * THE FEED IS BUILT FRESH EVERY TIME, SO RERUNNING THE INTAKE
      * OF A CORRECTED DROP REPLACES THE EARLIER LOAD OUTRIGHT
           OPEN OUTPUT FEED-FILE.
           IF FEED-STAT NOT = "00" THEN
               DISPLAY "CANNOT CREATE FEED " WS-FEED-NAME(1:60)
                       " - STATUS " FEED-STAT
               CLOSE DROP-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           CALL "CBL_CREATE_DIR" USING WS-OUTPUTS-DIR
               RETURNING WS-LOCK-RC
           END-CALL.
           OPEN EXTEND INTAKE-REJECT-FILE.
           IF INT-REJ-STAT = "35" THEN
               OPEN OUTPUT INTAKE-REJECT-FILE
           END-IF.
           MOVE SPACES TO INT-REJ-LINE.
           STRING "INTAKE " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  " DROP " DELIMITED BY SIZE
                  WS-DROP-NAME DELIMITED BY SPACE
                  " FEED " DELIMITED BY SIZE
                  WS-FEED-NAME DELIMITED BY SPACE
                  INTO INT-REJ-LINE
           END-STRING.
           WRITE INT-REJ-LINE.

       LOAD-ALL-LINES.
           MOVE 'N' TO WS-DROP-EOF.
           PERFORM UNTIL WS-DROP-EOF = 'Y'
               READ DROP-FILE
                   AT END MOVE 'Y' TO WS-DROP-EOF
                   NOT AT END
                       ADD 1 TO WS-LINE-NO
                       PERFORM LOAD-ONE-LINE
               END-READ
           END-PERFORM.

       LOAD-ONE-LINE.
      * A BLANK LINE (TYPICALLY A TRAILING NEWLINE FROM THE SENDER)
      * CARRIES NO RECORD AND IS PASSED OVER, NOT REJECTED
           IF DROP-LINE = SPACES THEN
               ADD 1 TO WS-BLANK-COUNT
           ELSE
               MOVE DROP-IMAGE TO DB-RAW-REC
               PERFORM VALIDATE-DROP-LINE
               IF WS-REJ-REASON = SPACES THEN
                   PERFORM WRITE-FEED-RECORD
               ELSE
                   PERFORM WRITE-INTAKE-REJECT
               END-IF
           END-IF.

       VALIDATE-DROP-LINE.
      * SAME FIELD RULES AS VALIDATE-RECORD IN THE NIGHTLY RUN, PLUS
      * THE CHECKS THAT ONLY MAKE SENSE AT LOAD TIME. THE FIRST FAULT
      * FOUND IS THE ONE REPORTED
           MOVE SPACES TO WS-REJ-REASON.
           IF DROP-EXCESS NOT = SPACES THEN
               MOVE "LINE LONGER THAN 32" TO WS-REJ-REASON
           END-IF.
           IF WS-REJ-REASON = SPACES
              AND DB-KEY IS NOT NUMERIC THEN
               MOVE "KEY NOT NUMERIC" TO WS-REJ-REASON
           END-IF.
           IF WS-REJ-REASON = SPACES
              AND DB-KEY = 99999999 THEN
               MOVE "RESERVED KEY 99999999" TO WS-REJ-REASON
           END-IF.
           IF WS-REJ-REASON = SPACES
              AND DB-AMOUNT IS NOT NUMERIC THEN
               MOVE "AMOUNT NOT NUMERIC" TO WS-REJ-REASON
           END-IF.
           IF WS-REJ-REASON = SPACES
              AND DB-CATEGORY IS NOT NUMERIC THEN
               MOVE "CATEGORY NOT NUMERIC" TO WS-REJ-REASON
           END-IF.
           IF WS-REJ-REASON = SPACES
              AND DB-EFF-DATE IS NOT NUMERIC THEN
               MOVE "EFF DATE NOT NUMERIC" TO WS-REJ-REASON
           END-IF.
           IF WS-REJ-REASON = SPACES THEN
               IF FUNCTION TEST-DATE-YYYYMMDD(DB-EFF-DATE) NOT = 0
                   MOVE "EFF DATE NOT A DATE" TO WS-REJ-REASON
               END-IF
           END-IF.
      * ONLY THE DATA STATUSES ARE ACCEPTED - A "T" LINE WOULD BE A
      * SECOND TRAILER IN THE MIDDLE OF THE FEED
           IF WS-REJ-REASON = SPACES
              AND DB-STATUS NOT = "A"
              AND DB-STATUS NOT = "I" THEN
               MOVE "STATUS NOT A OR I" TO WS-REJ-REASON
           END-IF.
      * BLANK CURRENCY IS BASE; ANY OTHER CODE MUST BE EXACTLY THREE
      * CAPITAL LETTERS. WHETHER IT HAS A RATE IS THE NIGHTLY RUN'S
      * CONCERN, AS THE RATE DEPENDS ON ITS PROCESSING DATE
           IF WS-REJ-REASON = SPACES
              AND DB-CURRENCY NOT = SPACES THEN
               IF DB-CURRENCY IS NOT ALPHABETIC-UPPER
                  OR DB-CURRENCY(1:1) = SPACE
                  OR DB-CURRENCY(2:1) = SPACE
                  OR DB-CURRENCY(3:1) = SPACE THEN
                   MOVE "CURRENCY CODE INVALID" TO WS-REJ-REASON
               END-IF
           END-IF.

       WRITE-FEED-RECORD.
      * THE INDEXED FEED ITSELF CATCHES A KEY REPEATED WITHIN THE
      * DROP: THE FIRST OCCURRENCE IS KEPT AND EVERY LATER ONE IS
      * REJECTED, THE SAME FIRST-WINS RULE THE NIGHTLY RUN APPLIES
      * ACROSS FEEDS
           WRITE DB-RECORD
               INVALID KEY
                   IF FEED-STAT = "22"
                       MOVE "DUPLICATE KEY IN DROP" TO WS-REJ-REASON
                   ELSE
                       MOVE "FEED WRITE FAILED" TO WS-REJ-REASON
                   END-IF
                   PERFORM WRITE-INTAKE-REJECT
               NOT INVALID KEY
                   ADD 1 TO WS-LOADED-COUNT
           END-WRITE.

       WRITE-INTAKE-REJECT.
           MOVE WS-LINE-NO TO INT-LINE-O.
           MOVE SPACES TO INT-REJ-LINE.
           STRING "LINE " DELIMITED BY SIZE
                  INT-LINE-O DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-REJ-REASON DELIMITED BY SIZE
                  " [" DELIMITED BY SIZE
                  DROP-IMAGE DELIMITED BY SIZE
                  "]" DELIMITED BY SIZE
                  INTO INT-REJ-LINE
           END-STRING.
           WRITE INT-REJ-LINE.
           ADD 1 TO WS-REJECT-COUNT.

       WRITE-FEED-TRAILER.
      * SAME TRAILER THE MASTER'S WRITERS BUILD: KEY 99999999, STATUS
      * "T", DATA-RECORD COUNT IN DB-TRAILER-COUNT - THIS IS WHAT
      * RECONCILE-ONE-FEED CHECKS THE NIGHT'S READ COUNT AGAINST
           MOVE 99999999 TO DB-KEY.
           MOVE SPACES TO DB-RECORD(9:24).
           MOVE WS-LOADED-COUNT TO DB-TRAILER-COUNT.
           MOVE 0 TO DB-CATEGORY.
           MOVE 0 TO DB-EFF-DATE.
           MOVE "T" TO DB-STATUS.
           WRITE DB-RECORD
               INVALID KEY
                   DISPLAY "TRAILER WRITE FAILED - STATUS " FEED-STAT
                   MOVE 0 TO WS-LOADED-COUNT
           END-WRITE.

       WRITE-INTAKE-SUMMARY.
           MOVE SPACES TO INT-REJ-LINE.
           MOVE WS-LOADED-COUNT TO INT-CNT-O.
           STRING "INTAKE " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  " LOADED " DELIMITED BY SIZE
                  INT-CNT-O DELIMITED BY SIZE
                  INTO INT-REJ-LINE
           END-STRING.
           MOVE WS-REJECT-COUNT TO INT-CNT-O.
           MOVE " REJECTED " TO INT-REJ-LINE(32:10).
           MOVE INT-CNT-O TO INT-REJ-LINE(42:8).
           MOVE WS-BLANK-COUNT TO INT-CNT-O.
           MOVE " BLANK " TO INT-REJ-LINE(50:7).
           MOVE INT-CNT-O TO INT-REJ-LINE(57:8).
           WRITE INT-REJ-LINE.

       ADD-FEED-TO-FILE-LIST.
      * NO FILE LIST MEANS THE NIGHTLY RUN READS THE MASTER ALONE (SEE
      * LOAD-FILE-LIST), SO A NEW LIST STARTS WITH THE MASTER OR THE
      * FIRST FEED ADDED WOULD QUIETLY DROP IT FROM THE RUN. A FEED
      * ALREADY LISTED (A RELOAD OF THE SAME DROP) IS NOT LISTED TWICE.
      * BLANK LINES ARE NOT ENTRIES, AS IN LOAD-FILE-LIST; A FULL LIST
      * IS LEFT ALONE AND THE FEED REFUSED, SO THE OPERATOR KNOWS IT
      * WILL NOT RUN
           MOVE 'N' TO WS-ALREADY-LISTED.
           MOVE 'N' TO WS-LIST-FULL.
           MOVE 0 TO WS-LIST-COUNT.
           OPEN INPUT FILE-LIST-CTL.
           IF FILELIST-STAT = "35" THEN
               OPEN OUTPUT FILE-LIST-CTL
               MOVE "db/database.dat" TO FILE-LIST-LINE
               WRITE FILE-LIST-LINE
               CLOSE FILE-LIST-CTL
               MOVE 1 TO WS-LIST-COUNT
           ELSE
               MOVE 'N' TO FILELIST-EOF
               PERFORM UNTIL FILELIST-EOF = 'Y'
                   READ FILE-LIST-CTL
                       AT END MOVE 'Y' TO FILELIST-EOF
                       NOT AT END
                           IF FILE-LIST-LINE NOT = SPACES
                               ADD 1 TO WS-LIST-COUNT
                           END-IF
                           IF FILE-LIST-LINE = WS-FEED-NAME
                              AND WS-LIST-COUNT NOT > WS-LIST-LIMIT
                               MOVE 'Y' TO WS-ALREADY-LISTED
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FILE-LIST-CTL
           END-IF.
           IF WS-ALREADY-LISTED = 'Y' THEN
               DISPLAY "FEED ALREADY IN CONTROL/COBOL_A_FILES.CTL"
           ELSE
           IF WS-LIST-COUNT NOT < WS-LIST-LIMIT THEN
               MOVE 'Y' TO WS-LIST-FULL
               DISPLAY "FILE LIST FULL (50) - FEED NOT LISTED"
               DISPLAY "THE FEED WILL NOT BE POSTED - REMOVE A FEED NO "
                       "LONGER NEEDED FROM THE LIST AND RELOAD"
           ELSE
               OPEN EXTEND FILE-LIST-CTL
               MOVE WS-FEED-NAME TO FILE-LIST-LINE
               WRITE FILE-LIST-LINE
               CLOSE FILE-LIST-CTL
               DISPLAY "FEED ADDED TO CONTROL/COBOL_A_FILES.CTL"
           END-IF
           END-IF.

       CHECK-RUN-LOCK.
      * THE MAIN RUN LOCK IS PROBED FIRST, THEN EVERY PER-PARTITION
      * LOCK NAMED BY THE PARTITION CONTROL FILE
           MOVE 'N' TO WS-RUN-LOCKED.
           MOVE "control/cobol_a_run.lock" TO RUN-LOCK-NAME.
           PERFORM PROBE-RUN-LOCK.
           IF WS-RUN-LOCKED = 'N' THEN
               PERFORM CHECK-PARTITION-RUN-LOCKS
           END-IF.

       CHECK-PARTITION-RUN-LOCKS.
      * NO PARTITION CONTROL FILE MEANS NO PARTITIONED WINDOW AND
      * NOTHING MORE TO PROBE
           OPEN INPUT PARTS-CTL-FILE.
           IF PARTS-STAT = "00" THEN
               MOVE 'N' TO WS-PARTS-EOF
               PERFORM UNTIL WS-PARTS-EOF = 'Y'
                       OR WS-RUN-LOCKED = 'Y'
                   READ PARTS-CTL-FILE
                       AT END MOVE 'Y' TO WS-PARTS-EOF
                       NOT AT END
                           IF PARTS-CTL-ID IS NUMERIC
                               MOVE SPACES TO RUN-LOCK-NAME
                               STRING "control/cobol_a_run"
                                      DELIMITED BY SIZE
                                      PARTS-CTL-ID
                                      DELIMITED BY SIZE
                                      ".lock" DELIMITED BY SIZE
                                      INTO RUN-LOCK-NAME
                               END-STRING
                               PERFORM PROBE-RUN-LOCK
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PARTS-CTL-FILE
           END-IF.

       PROBE-RUN-LOCK.
      * A RUN LOCK ONLY COUNTS WHILE IT IS FRESH - A STALE ONE IS
      * DEBRIS FROM AN ABENDED NIGHT (THE NEXT RUN CLEARS IT ITSELF)
           OPEN INPUT RUN-LOCK-FILE.
           IF RUN-LOCK-STAT = "00" THEN
               MOVE 0 TO WS-LOCK-CHK-DATE
               MOVE 0 TO WS-LOCK-CHK-TIME
               READ RUN-LOCK-FILE
                   NOT AT END
                       IF RUN-LOCK-DATE IS NUMERIC
                          AND RUN-LOCK-TIME IS NUMERIC
                           MOVE RUN-LOCK-DATE TO WS-LOCK-CHK-DATE
                           MOVE RUN-LOCK-TIME TO WS-LOCK-CHK-TIME
                       END-IF
               END-READ
               CLOSE RUN-LOCK-FILE
               PERFORM JUDGE-LOCK-AGE
               IF WS-LOCK-STALE = 'N' THEN
                   MOVE 'Y' TO WS-RUN-LOCKED
               ELSE
                   DISPLAY "COBOL_A_INTAKE: NOTE - STALE RUN LOCK ON "
                           "FILE (TAKEN " WS-LOCK-CHK-DATE " "
                           WS-LOCK-CHK-TIME ") - IGNORED"
               END-IF
           END-IF.

       GET-TIME-SECS.
           ACCEPT WS-NOW-TIME FROM TIME.
           COMPUTE WS-NOW-SECS = WS-NOW-HH * 3600
               + WS-NOW-MM * 60 + WS-NOW-SS.

       JUDGE-LOCK-AGE.
      * A LOCK WHOSE TIMESTAMP CANNOT BE READ COUNTS AS STALE; A
      * FUTURE-DATED ONE (CLOCK SKEW) COUNTS AS FRESH
           MOVE 'Y' TO WS-LOCK-STALE.
           IF WS-LOCK-CHK-DATE > 19000101 THEN
               COMPUTE WS-LOCK-DAY-TAKEN =
                   FUNCTION INTEGER-OF-DATE(WS-LOCK-CHK-DATE)
               COMPUTE WS-LOCK-DAY-NOW =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               PERFORM GET-TIME-SECS
               COMPUTE WS-LOCK-AGE-SECS =
                   ((WS-LOCK-DAY-NOW - WS-LOCK-DAY-TAKEN) * 86400)
                   + WS-NOW-SECS
                   - (WS-LOCK-CHK-HH * 3600)
                   - (WS-LOCK-CHK-MM * 60)
                   - WS-LOCK-CHK-SS
               IF WS-LOCK-AGE-SECS <= WS-LOCK-STALE-SECS THEN
                   MOVE 'N' TO WS-LOCK-STALE
               END-IF
           END-IF.
