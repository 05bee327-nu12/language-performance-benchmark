      * BATCH TRANSACTION-APPLY FACILITY FOR DB/DATABASE.DAT - LETS
      * UPSTREAM SYSTEMS CORRECT THE MASTER WITHOUT AN OPERATOR AT THE
      * KEYBOARD. READS ADD/CHANGE/DELETE TRANSACTIONS FROM
      * DB/COBOL_A_TRANS.DAT, CHECKS THEM WITH THE SAME VALIDATION
      * THE MAINTENANCE FACILITY ENFORCES, AND WRITES AN AUDIT JOURNAL
      * WITH BEFORE/AFTER IMAGES PLUS A COUNTS SUMMARY. REJECTED
      * TRANSACTIONS GO TO THEIR OWN FILE SO THE SENDER CAN FIX AND
      * RESEND.
      * THE MASTER IS UNDER DUAL CONTROL: EACH ACCEPTED TRANSACTION
      * ONLY RAISES A PROPOSAL TAGGED WITH THE OPERATOR ID OF THE RUN.
      * A SECOND OPERATOR APPROVES OR REJECTS IT IN THE MAINTENANCE
      * FACILITY, WHICH MAKES THE CHANGE, JOURNALS IT AND KEEPS THE
      * TRAILER IN STEP.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
               ASSIGN TO "outputs/cobol_a_apply_rejects.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS APPLY-REJECT-STAT.
      * MASTER CHANGES AWAITING A SECOND OPERATOR - LAYOUT AND
      * NUMBERING SHARED WITH THE MAINTENANCE FACILITY
           SELECT PROPOSAL-FILE ASSIGN TO "db/cobol_a_proposals.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS PROP-STAT.
           SELECT PROP-SEQ-FILE ASSIGN TO "control/cobol_a_propseq.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS PROP-SEQ-STAT.
      * INTERLOCK WITH THE NIGHTLY RUN AND THE MAINTENANCE FACILITY -
      * THIS PROGRAM PROPOSES CHANGES AGAINST THE MASTER AS IT STANDS,
      * SO IT FOLLOWS THE SAME PROTOCOL AS AN EDIT SESSION: REFUSE
      * UNDER A FRESH RUN LOCK, HOLD THE EDIT LOCK FOR THE DURATION OF
      * THE APPLY
      * THE RUN-LOCK NAME IS DYNAMIC BECAUSE A PARTITIONED NIGHT
      * HOLDS ONE LOCK PER RANGE (control/cobol_a_run<ID>.lock) AND
      * EVERY ONE OF THEM IS PROBED BEFORE THE MASTER IS READ
           SELECT RUN-LOCK-FILE ASSIGN DYNAMIC RUN-LOCK-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS RUN-LOCK-STAT.
           SELECT LOCK-OVR-FILE ASSIGN TO "control/cobol_a_lockovr.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS LOCK-OVR-STAT.

       DATA DIVISION.
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
      * TRANSACTION: ACTION 'A'/'C'/'D', KEY, AMOUNT (9 DIGITS PLUS
      * TRAILING SIGN, IMPLIED 2 DECIMALS; A BLANK SIGN POSITION IS
      * TAKEN AS '+'), CATEGORY (BLANK ON A CHANGE = KEEP), EFFECTIVE
      * DATE (BLANK = RUN DATE), CURRENCY (BLANK ON AN ADD = BASE
      * CURRENCY, BLANK ON A CHANGE = KEEP). AMOUNT, CATEGORY, DATE
      * AND CURRENCY ARE IGNORED ON A DELETE
       FD  TRANS-FILE
           RECORD CONTAINS 32 CHARACTERS
           BLOCK 0
           DATA RECORD IS TRN-RECORD
           RECORDING MODE IS F.
           05  TRN-CATEGORY-N REDEFINES TRN-CATEGORY PIC 9(2).
           05  TRN-EFF-DATE    PIC X(8).
           05  TRN-EFF-DATE-N REDEFINES TRN-EFF-DATE PIC 9(8).
           05  TRN-CURRENCY    PIC X(3).
      *
       FD  JOURNAL-FILE
           RECORD CONTAINS 90 CHARACTERS
           BLOCK 0
           DATA RECORD IS JOURNAL-LINE
           RECORDING MODE IS F.
       01  JOURNAL-LINE    PIC X(90).
      *
       FD  APPLY-REJECT-FILE
           RECORD CONTAINS 63 CHARACTERS
           BLOCK 0
           DATA RECORD IS APPLY-REJECT-LINE
           RECORDING MODE IS F.
       01  APPLY-REJECT-LINE.
           05  ARJ-RECORD      PIC X(32).
           05  FILLER          PIC X.
           05  ARJ-REASON      PIC X(30).
      *
           RECORDING MODE IS F.
       01  LOCK-OVR-REC    PIC X.
      *
      * PROPOSAL - LAYOUT MUST MATCH cobol_a_maint.cbl
       FD  PROPOSAL-FILE
           RECORD CONTAINS 134 CHARACTERS
           BLOCK 0
           DATA RECORD IS PROP-RECORD
           RECORDING MODE IS F.
       01  PROP-RECORD.
           05  PROP-ID         PIC 9(9).
           05  FILLER          PIC X.
           05  PROP-ACTION     PIC X(8).
           05  FILLER          PIC X.
           05  PROP-DB-KEY     PIC 9(8).
           05  FILLER          PIC X.
           05  PROP-MAKER      PIC X(8).
           05  FILLER          PIC X.
           05  PROP-DATE       PIC 9(8).
           05  FILLER          PIC X.
           05  PROP-TIME       PIC 9(6).
           05  FILLER          PIC X.
           05  PROP-PROGRAM    PIC X(15).
           05  FILLER          PIC X.
           05  PROP-BEFORE     PIC X(32).
           05  FILLER          PIC X.
           05  PROP-AFTER      PIC X(32).
      *
       FD  PROP-SEQ-FILE
           RECORD CONTAINS 9 CHARACTERS
           BLOCK 0
           DATA RECORD IS PROP-SEQ-REC
           RECORDING MODE IS F.
       01  PROP-SEQ-REC    PIC 9(9).

       WORKING-STORAGE SECTION.
       01  DB-STAT         PIC XX.
      * PER-TRANSACTION WORK FIELDS
       01  WS-TRN-OK       PIC X.
       01  WS-TRN-REASON   PIC X(30).
       01  WS-BEFORE-IMAGE PIC X(32).
       01  WS-AFTER-IMAGE  PIC X(32).
      * COUNTS FOR THE JOURNAL SUMMARY
       01  WS-READ-COUNT   PIC 9(8) VALUE 0.
       01  WS-PROPOSED-ADD PIC 9(8) VALUE 0.
       01  WS-PROPOSED-CHG PIC 9(8) VALUE 0.
       01  WS-PROPOSED-DEL PIC 9(8) VALUE 0.
       01  WS-REJECT-ADD   PIC 9(8) VALUE 0.
       01  WS-REJECT-CHG   PIC 9(8) VALUE 0.
       01  WS-REJECT-DEL   PIC 9(8) VALUE 0.
       01  WS-REJECT-OTH   PIC 9(8) VALUE 0.
       01  WS-PROPOSED-TOT PIC 9(8) VALUE 0.
       01  WS-REJECT-TOT   PIC 9(8) VALUE 0.
      * PROPOSAL FIELDS - EVERY PROPOSAL FROM THIS RUN CARRIES THE
      * OPERATOR ID KEYED AT START AS ITS MAKER
       01  PROP-STAT       PIC XX.
       01  PROP-SEQ-STAT   PIC XX.
       01  WS-PROP-SEQ-NO  PIC 9(9) VALUE 0.
       01  WS-PROP-ACTION  PIC X(8).
       01  WS-OPERATOR-ID  PIC X(8).
      * A MISSING MASTER IS TREATED AS EMPTY - EVERY ADD PROPOSES, NO
      * CHANGE OR DELETE CAN FIND ITS KEY
       01  WS-MASTER-EMPTY PIC X VALUE 'N'.
      * JOURNAL EDITING FIELDS
       01  JRN-DATE-O      PIC 9(4)/99/99.
       01  JRN-TIME-O      PIC 99B99B99.
       APPLY-OPEN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           DISPLAY "ENTER OPERATOR ID: " WITH NO ADVANCING.
           ACCEPT WS-OPERATOR-ID.
           IF WS-OPERATOR-ID = SPACES THEN
               DISPLAY "INVALID OPERATOR ID - APPLY REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN INPUT TRANS-FILE.
           IF TRANS-STAT NOT = "00" THEN
               DISPLAY "NO TRANSACTION FILE DB/COBOL_A_TRANS.DAT"
           END-IF.
           PERFORM ACQUIRE-APPLY-LOCKS.
           PERFORM OPEN-MASTER.
           PERFORM OPEN-PROPOSALS.
           OPEN EXTEND JOURNAL-FILE.
           IF JOURNAL-STAT = "35" THEN
               OPEN OUTPUT JOURNAL-FILE
           END-PERFORM.

       APPLY-CLOSE.
           PERFORM WRITE-JOURNAL-SUMMARY.
           CLOSE TRANS-FILE.
           IF WS-MASTER-EMPTY = 'N' THEN
               CLOSE DATABASE
           END-IF.
           CLOSE PROPOSAL-FILE.
           CLOSE JOURNAL-FILE.
           CLOSE APPLY-REJECT-FILE.
           PERFORM RELEASE-EDIT-LOCK.
           STOP RUN.

       OPEN-MASTER.
      * THE MASTER IS ONLY READ HERE, FOR THE BEFORE IMAGES. A MISSING
      * MASTER IS TAKEN AS EMPTY SO AN UPSTREAM INITIAL LOAD CAN STILL
      * ARRIVE AS A FILE OF ADDS - THE MAINTENANCE FACILITY CREATES
      * THE FILE WHEN THE FIRST OF THEM IS APPROVED
           OPEN INPUT DATABASE.
           IF DB-STAT = "35" THEN
               MOVE 'Y' TO WS-MASTER-EMPTY
               MOVE "00" TO DB-STAT
           END-IF.
           IF DB-STAT NOT = "00" THEN
               DISPLAY "CANNOT OPEN DB/DATABASE.DAT - STATUS " DB-STAT
              AND TRN-EFF-DATE IS NOT NUMERIC THEN
               MOVE 'N' TO WS-TRN-OK
               MOVE "EFFECTIVE DATE NOT NUMERIC" TO WS-TRN-REASON
           ELSE
      * A CURRENCY CODE IS EXACTLY THREE CAPITAL LETTERS
           IF TRN-ACTION NOT = "D"
              AND TRN-CURRENCY NOT = SPACES
              AND (TRN-CURRENCY IS NOT ALPHABETIC-UPPER
                   OR TRN-CURRENCY(1:1) = SPACE
                   OR TRN-CURRENCY(2:1) = SPACE
                   OR TRN-CURRENCY(3:1) = SPACE) THEN
               MOVE 'N' TO WS-TRN-OK
               MOVE "CURRENCY CODE INVALID" TO WS-TRN-REASON
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF.

       APPLY-ADD.
      * THE KEY MUST NOT BE ON THE MASTER TODAY; THE MAINTENANCE
      * FACILITY CHECKS AGAIN WHEN THE PROPOSAL IS APPROVED
           MOVE "(NEW)" TO WS-BEFORE-IMAGE.
           PERFORM READ-MASTER-KEY.
           IF WS-TRN-OK = 'Y' THEN
               MOVE 'N' TO WS-TRN-OK
               MOVE "KEY ALREADY ON FILE" TO WS-TRN-REASON
           ELSE
               MOVE 'Y' TO WS-TRN-OK
               MOVE SPACES TO WS-TRN-REASON
               MOVE TRN-KEY-N TO DB-KEY
               MOVE TRN-AMOUNT-N TO DB-AMOUNT
               MOVE TRN-CATEGORY-N TO DB-CATEGORY
               IF TRN-EFF-DATE = SPACES THEN
                   MOVE WS-RUN-DATE TO DB-EFF-DATE
               ELSE
                   MOVE TRN-EFF-DATE-N TO DB-EFF-DATE
               END-IF
               MOVE "A" TO DB-STATUS
               MOVE TRN-CURRENCY TO DB-CURRENCY
               ADD 1 TO WS-PROPOSED-ADD
               MOVE DB-RAW-REC TO WS-AFTER-IMAGE
               MOVE "ADD" TO WS-PROP-ACTION
               PERFORM RAISE-PROPOSAL
               PERFORM WRITE-JOURNAL-DETAIL
           END-IF.

       APPLY-CHANGE.
           PERFORM READ-MASTER-KEY.
           IF WS-TRN-OK = 'Y' THEN
               MOVE DB-RAW-REC TO WS-BEFORE-IMAGE
               MOVE TRN-AMOUNT-N TO DB-AMOUNT
               IF TRN-CATEGORY NOT = SPACES
                   MOVE TRN-CATEGORY-N TO DB-CATEGORY
               END-IF
               IF TRN-EFF-DATE NOT = SPACES
                   MOVE TRN-EFF-DATE-N TO DB-EFF-DATE
               END-IF
               IF TRN-CURRENCY NOT = SPACES
                   MOVE TRN-CURRENCY TO DB-CURRENCY
               END-IF
               ADD 1 TO WS-PROPOSED-CHG
               MOVE DB-RAW-REC TO WS-AFTER-IMAGE
               MOVE "CHANGE" TO WS-PROP-ACTION
               PERFORM RAISE-PROPOSAL
               PERFORM WRITE-JOURNAL-DETAIL
           END-IF.

       APPLY-DELETE.
           PERFORM READ-MASTER-KEY.
           IF WS-TRN-OK = 'Y' THEN
               MOVE DB-RAW-REC TO WS-BEFORE-IMAGE
               ADD 1 TO WS-PROPOSED-DEL
               MOVE "(DELETED)" TO WS-AFTER-IMAGE
               MOVE "DELETE" TO WS-PROP-ACTION
               PERFORM RAISE-PROPOSAL
               PERFORM WRITE-JOURNAL-DETAIL
           END-IF.

       READ-MASTER-KEY.
      * LEAVES WS-TRN-OK 'Y' WITH THE RECORD IN DB-RECORD WHEN THE
      * TRANSACTION KEY IS ON THE MASTER, 'N' OTHERWISE
           MOVE 'Y' TO WS-TRN-OK.
           IF WS-MASTER-EMPTY = 'Y' THEN
               MOVE 'N' TO WS-TRN-OK
               MOVE "KEY NOT ON FILE" TO WS-TRN-REASON
           ELSE
               MOVE TRN-KEY-N TO DB-KEY
               READ DATABASE
                   INVALID KEY
                       MOVE 'N' TO WS-TRN-OK
                       MOVE "KEY NOT ON FILE" TO WS-TRN-REASON
               END-READ
           END-IF.

       WRITE-APPLY-REJECT.
           EVALUATE TRN-ACTION
                  JRN-DATE-O DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  JRN-TIME-O DELIMITED BY SIZE
                  " OPERATOR " DELIMITED BY SIZE
                  WS-OPERATOR-ID DELIMITED BY SIZE
                  INTO JOURNAL-LINE
           END-STRING.
           WRITE JOURNAL-LINE.
                  INTO JOURNAL-LINE
           END-STRING.
           WRITE JOURNAL-LINE.
      * THE PERMANENT KEYED HISTORY IS WRITTEN WHEN THE PROPOSAL IS
      * APPROVED; HERE THE JOURNAL ONLY TIES THE LINE TO ITS PROPOSAL
           MOVE SPACES TO JOURNAL-LINE.
           STRING "  PROPOSAL " DELIMITED BY SIZE
                  WS-PROP-SEQ-NO DELIMITED BY SIZE
                  " RAISED BY " DELIMITED BY SIZE
                  WS-OPERATOR-ID DELIMITED BY SIZE
                  " - AWAITING APPROVAL" DELIMITED BY SIZE
                  INTO JOURNAL-LINE
           END-STRING.
           WRITE JOURNAL-LINE.

       WRITE-JOURNAL-SUMMARY.
           MOVE SPACES TO JOURNAL-LINE.
           STRING "SUMMARY: READ/PROPOSED/REJECTED BY TYPE"
                  DELIMITED BY SIZE
                  INTO JOURNAL-LINE
           END-STRING.
           WRITE JOURNAL-LINE.
           COMPUTE WS-PROPOSED-TOT =
               WS-PROPOSED-ADD + WS-PROPOSED-CHG + WS-PROPOSED-DEL.
           COMPUTE WS-REJECT-TOT = WS-REJECT-ADD + WS-REJECT-CHG
               + WS-REJECT-DEL + WS-REJECT-OTH.
           MOVE WS-READ-COUNT TO JRN-COUNT-O.
           WRITE JOURNAL-LINE.

       WRITE-SUMMARY-COUNTS.
           MOVE WS-PROPOSED-TOT TO JRN-COUNT-O.
           MOVE SPACES TO JOURNAL-LINE.
           STRING "  PROPOSED............: " DELIMITED BY SIZE
                  JRN-COUNT-O DELIMITED BY SIZE
                  INTO JOURNAL-LINE
           END-STRING.
           END-STRING.
           WRITE JOURNAL-LINE.
           PERFORM WRITE-REJECT-BY-TYPE.

       WRITE-SUMMARY-BY-TYPE.
           MOVE SPACES TO JOURNAL-LINE.
           MOVE WS-PROPOSED-ADD TO JRN-COUNT-O.
           STRING "    ADDS..............: " DELIMITED BY SIZE
                  JRN-COUNT-O DELIMITED BY SIZE
                  INTO JOURNAL-LINE
           END-STRING.
           WRITE JOURNAL-LINE.
           MOVE SPACES TO JOURNAL-LINE.
           MOVE WS-PROPOSED-CHG TO JRN-COUNT-O.
           STRING "    CHANGES...........: " DELIMITED BY SIZE
                  JRN-COUNT-O DELIMITED BY SIZE
                  INTO JOURNAL-LINE
           END-STRING.
           WRITE JOURNAL-LINE.
           MOVE SPACES TO JOURNAL-LINE.
           MOVE WS-PROPOSED-DEL TO JRN-COUNT-O.
           STRING "    DELETES...........: " DELIMITED BY SIZE
                  JRN-COUNT-O DELIMITED BY SIZE
                  INTO JOURNAL-LINE
           END-STRING.
           WRITE JOURNAL-LINE.

       OPEN-PROPOSALS.
      * AN APPLY THAT CANNOT QUEUE ITS PROPOSALS MUST NOT CLAIM TO
      * HAVE ACCEPTED ANYTHING, SO IT ENDS THE SAME WAY A FAILED
      * MASTER OPEN DOES
           OPEN EXTEND PROPOSAL-FILE.
           IF PROP-STAT = "35" THEN
               OPEN OUTPUT PROPOSAL-FILE
           END-IF.
           IF PROP-STAT NOT = "00" THEN
               DISPLAY "CANNOT OPEN DB/COBOL_A_PROPOSALS.DAT - STATUS "
                       PROP-STAT
               CLOSE TRANS-FILE
               IF WS-MASTER-EMPTY = 'N' THEN
                   CLOSE DATABASE
               END-IF
               PERFORM RELEASE-EDIT-LOCK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       GET-NEXT-PROPSEQ.
      * PERSISTENT PROPOSAL NUMBER SHARED WITH THE MAINTENANCE
      * FACILITY - SAME PATTERN AS THE RUN JOB SEQUENCE
           OPEN INPUT PROP-SEQ-FILE.
           IF PROP-SEQ-STAT = "35" THEN
               MOVE 0 TO WS-PROP-SEQ-NO
           ELSE
               READ PROP-SEQ-FILE
                   AT END MOVE 0 TO WS-PROP-SEQ-NO
                   NOT AT END MOVE PROP-SEQ-REC TO WS-PROP-SEQ-NO
               END-READ
               CLOSE PROP-SEQ-FILE
           END-IF.
           ADD 1 TO WS-PROP-SEQ-NO.
           OPEN OUTPUT PROP-SEQ-FILE.
           MOVE WS-PROP-SEQ-NO TO PROP-SEQ-REC.
           WRITE PROP-SEQ-REC.
           CLOSE PROP-SEQ-FILE.

       RAISE-PROPOSAL.
      * ONE PROPOSAL PER ACCEPTED TRANSACTION - THE CALLER HAS SET
      * WS-PROP-ACTION AND THE BEFORE/AFTER IMAGES
           PERFORM GET-NEXT-PROPSEQ.
           PERFORM GET-TIME-SECS.
           MOVE SPACES TO PROP-RECORD.
           MOVE WS-PROP-SEQ-NO TO PROP-ID.
           MOVE WS-PROP-ACTION TO PROP-ACTION.
           MOVE TRN-KEY-N TO PROP-DB-KEY.
           MOVE WS-OPERATOR-ID TO PROP-MAKER.
           MOVE WS-RUN-DATE TO PROP-DATE.
           MOVE WS-NOW-TIME(1:6) TO PROP-TIME.
           MOVE "COBOL_A_APPLY" TO PROP-PROGRAM.
           MOVE WS-BEFORE-IMAGE TO PROP-BEFORE.
           MOVE WS-AFTER-IMAGE TO PROP-AFTER.
           WRITE PROP-RECORD.

       ACQUIRE-APPLY-LOCKS.
      * A FRESH RUN LOCK MEANS THE NIGHTLY RUN IS READING THE MASTER
