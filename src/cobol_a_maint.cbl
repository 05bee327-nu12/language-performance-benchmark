      * CONCERNS - THERE IS NO LOAD-EDIT-REWRITE CYCLE ANY MORE. THE
      * RECONCILIATION TRAILER (RESERVED KEY 99999999, STATUS 'T') IS
      * KEPT IN STEP ON EVERY ADD AND DELETE.
      * CHANGES TO THE MASTER ARE UNDER DUAL CONTROL: ADD, CHANGE,
      * DELETE AND SUSPENSE RELEASE ONLY RAISE A PROPOSAL TAGGED WITH
      * THE OPERATOR ID OF THE SESSION (THE BATCH APPLY RAISES THEM THE
      * SAME WAY), AND A SECOND, DIFFERENT OPERATOR APPROVES OR REJECTS
      * THEM FROM THE PROPOSAL REVIEW OPTION. ONLY AN APPROVED CHANGE
      * IS WRITTEN TO THE MASTER AND JOURNALED, WITH BOTH OPERATOR IDS
      * ON THE HISTORY ENTRY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HIST-SEQ-FILE ASSIGN TO "control/cobol_a_histseq.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS HIST-SEQ-STAT.
      * MASTER CHANGES AWAITING A SECOND OPERATOR - RAISED HERE AND BY
      * THE BATCH APPLY, DECIDED HERE; EVERY DECISION IS LOGGED
           SELECT PROPOSAL-FILE ASSIGN TO "db/cobol_a_proposals.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS PROP-STAT.
           SELECT PROP-SEQ-FILE ASSIGN TO "control/cobol_a_propseq.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS PROP-SEQ-STAT.
           SELECT PROP-LOG-FILE
               ASSIGN TO "outputs/cobol_a_proposal_log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS PROP-LOG-STAT.

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
      * LAYOUT MUST MATCH SUSP-LINE IN cobol_a.cbl
       FD  SUSPENSE-FILE
           RECORD CONTAINS 53 CHARACTERS
           BLOCK 0
           DATA RECORD IS SUSP-LINE
           RECORDING MODE IS F.
       01  SUSP-LINE.
           05  SUSP-RECORD     PIC X(32).
           05  FILLER          PIC X.
           05  SUSP-REASON     PIC X(20).
      *
      * HISTORY ENTRY: COMPOSITE KEY (MASTER KEY PLUS A PERSISTENT
      * JOURNAL SEQUENCE SO NO TWO WRITES EVER COLLIDE), DATE/TIME OF
      * THE WRITE, SOURCE PROGRAM, JOB-ID (0 WHEN THE WRITER HAS NO
      * JOB SEQUENCE), ACTION, THE BEFORE/AFTER RECORD IMAGES AND THE
      * OPERATOR WHO MADE THE CHANGE AND THE ONE WHO APPROVED IT
      * (CHECKER BLANK FOR A WRITE THAT NEEDS NO APPROVAL).
      * LAYOUT MUST MATCH EVERY OTHER PROGRAM THAT WRITES THE MASTER
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
           DATA RECORD IS HIST-SEQ-REC
           RECORDING MODE IS F.
       01  HIST-SEQ-REC    PIC 9(9).
      *
      * PROPOSAL: PERSISTENT PROPOSAL NUMBER, HISTORY ACTION IT WILL
      * BE JOURNALED AS (ADD/CHANGE/DELETE/RELEASE), MASTER KEY, MAKER
      * OPERATOR ID, DATE/TIME RAISED, RAISING PROGRAM, AND THE MASTER
      * IMAGE AS IT STOOD WHEN RAISED ("(NEW)" FOR AN ADD) BESIDE THE
      * IMAGE IT WILL BE GIVEN ("(DELETED)" FOR A DELETE). LAYOUT MUST
      * MATCH cobol_a_apply.cbl
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
      *
       FD  PROP-LOG-FILE
           RECORD CONTAINS 100 CHARACTERS
           BLOCK 0
           DATA RECORD IS PROP-LOG-LINE
           RECORDING MODE IS F.
       01  PROP-LOG-LINE   PIC X(100).

       WORKING-STORAGE SECTION.
       01  DB-STAT         PIC XX.
       01  WS-CAT-OK       PIC X.
       01  WS-CAT-CANCEL   PIC X.
       01  WS-STATUS-X     PIC X.
       01  WS-CCY-X        PIC X(3).
       01  WS-CCY-OK       PIC X.
       01  WS-TODAY        PIC 9(8).
      * CATEGORY REFERENCE FIELDS - THE WHOLE FILE IS HELD IN A
      * TABLE (ENTRY N = CODE N - 1) WHILE THE SESSION WORKS ON IT
       01  WS-HIST-SEQ-NO      PIC 9(9) VALUE 0.
       01  WS-HIST-KEY         PIC 9(8).
       01  WS-HIST-ACTION      PIC X(8).
       01  WS-BEFORE-IMAGE     PIC X(32).
       01  WS-AFTER-IMAGE      PIC X(32).
      * WHO IS ON THE HISTORY ENTRY - THE SESSION'S OWN OPERATOR WITH
      * NO CHECKER, EXCEPT WHILE AN APPROVED PROPOSAL IS BEING WRITTEN
       01  WS-HIST-PROGRAM     PIC X(15) VALUE "COBOL_A_MAINT".
       01  WS-HIST-MAKER       PIC X(8).
       01  WS-HIST-CHECKER     PIC X(8).
      * OPERATOR SIGNED ON TO THIS SESSION - MAKER OF EVERY PROPOSAL
      * RAISED HERE, CHECKER OF EVERY ONE DECIDED HERE
       01  WS-OPERATOR-ID      PIC X(8).
      * PROPOSAL FIELDS - THE OPEN PROPOSALS ARE HELD IN A TABLE WHILE
      * THE CHECKER WORKS THROUGH THEM, THEN THE FILE IS REWRITTEN WITH
      * WHATEVER WAS NOT DECIDED, THE SAME WAY THE SUSPENSE REVIEW
      * HANDLES ITS FILE
       01  PROP-STAT           PIC XX.
       01  PROP-SEQ-STAT       PIC XX.
       01  PROP-LOG-STAT       PIC XX.
       01  WS-PROP-SEQ-NO      PIC 9(9) VALUE 0.
       01  WS-PROP-ACTION      PIC X(8).
       01  PROP-COUNT          PIC 9(4) VALUE 0.
       01  PROP-TABLE.
           05  PROP-ENTRY OCCURS 999 TIMES PIC X(134).
       01  WS-PROP-DIRTY       PIC X.
       01  WS-PROP-DONE        PIC X.
       01  WS-PROP-OVERFLOW    PIC X.
       01  WS-PROP-OK          PIC X.
       01  WS-PROP-IDX         PIC 9(4).
       01  WS-PROP-NO-O        PIC Z(3)9.
       01  WS-DECISION         PIC X.
       01  WS-DECISION-WORD    PIC X(8).
       01  WS-PROP-REASON      PIC X(30).
       01  WS-PROP-VIEW.
           05  WS-PV-ID            PIC 9(9).
           05  FILLER              PIC X.
           05  WS-PV-ACTION        PIC X(8).
           05  FILLER              PIC X.
           05  WS-PV-KEY           PIC 9(8).
           05  FILLER              PIC X.
           05  WS-PV-MAKER         PIC X(8).
           05  FILLER              PIC X.
           05  WS-PV-DATE          PIC 9(8).
           05  FILLER              PIC X.
           05  WS-PV-TIME          PIC 9(6).
           05  FILLER              PIC X.
           05  WS-PV-PROGRAM       PIC X(15).
           05  FILLER              PIC X.
           05  WS-PV-BEFORE        PIC X(32).
           05  FILLER              PIC X.
           05  WS-PV-AFTER         PIC X(32).
      * SUSPENSE REVIEW FIELDS - ENTRIES ARE HELD IN A TABLE WHILE THE
      * OPERATOR WORKS THROUGH THEM, THEN THE FILE IS REWRITTEN WITH
      * WHATEVER WAS NOT RELEASED
       01  SUSP-STAT           PIC XX.
       01  SUSP-COUNT          PIC 9(4) VALUE 0.
       01  SUSP-TABLE.
           05  SUSP-ENTRY OCCURS 999 TIMES PIC X(53).
       01  WS-SUSP-VIEW        PIC X(53).
       01  WS-SUSP-KEY-X       PIC X(8).
       01  WS-SUSP-KEY-N REDEFINES WS-SUSP-KEY-X PIC 9(8).
       01  WS-SUSP-AMT-X       PIC X(10).
       MAINLINE.
           DISPLAY "COBOL_A DATABASE MAINTENANCE FACILITY".
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
      * EVERY PROPOSAL AND DECISION IS TAGGED WITH WHO MADE IT - NO
      * SESSION WITHOUT AN OPERATOR ID
           DISPLAY "ENTER OPERATOR ID: " WITH NO ADVANCING.
           ACCEPT WS-OPERATOR-ID.
           IF WS-OPERATOR-ID = SPACES THEN
               DISPLAY "INVALID OPERATOR ID - SESSION ENDED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-OPERATOR-ID TO WS-HIST-MAKER.
           MOVE SPACES TO WS-HIST-CHECKER.
           PERFORM ACQUIRE-EDIT-LOCK.
           PERFORM CHECK-RUN-LOCK.
           IF WS-RUN-LOCKED = 'Y' THEN
           DISPLAY "5. REBUILD TRAILER COUNT".
           DISPLAY "6. REVIEW SUSPENSE".
           DISPLAY "7. MAINTAIN CATEGORIES".
           DISPLAY "8. APPROVE/REJECT PROPOSALS".
           DISPLAY "9. EXIT".
           DISPLAY "SELECT OPTION: " WITH NO ADVANCING.
           ACCEPT WS-MENU-CHOICE.
      * EVERY OPTION THAT WRITES TO OR PROPOSES A CHANGE TO THE MASTER
      * RE-CHECKS THE RUN LOCK FIRST - THE NIGHTLY RUN MAY HAVE STARTED
      * MID-SESSION
           EVALUATE WS-MENU-CHOICE
               WHEN "1" PERFORM LIST-RECORDS
               WHEN "2" PERFORM CHECK-RUN-LOCK
      * NO RUN-LOCK CHECK APPLIES - THE NIGHTLY RUN ONLY READS IT AT
      * START-UP
               WHEN "7" PERFORM MAINTAIN-CATEGORIES
               WHEN "8" PERFORM CHECK-RUN-LOCK
                        IF WS-RUN-LOCKED = 'Y'
                            PERFORM REFUSE-FOR-RUN-LOCK
                        ELSE
                            PERFORM REVIEW-PROPOSALS
                        END-IF
               WHEN "9" MOVE 'Y' TO WS-MAINT-DONE
               WHEN OTHER DISPLAY "INVALID OPTION"
           END-EVALUATE.

                                   "  CAT " DB-CATEGORY
                                   "  EFF " DB-EFF-DATE
                                   "  STATUS " DB-STATUS
                                   "  CCY " DB-CURRENCY
                       END-IF
               END-READ
           END-PERFORM.
                       DISPLAY "ADD ABANDONED - NO RECORD WRITTEN"
                   ELSE
                       PERFORM ACCEPT-EFF-DATE
                       DISPLAY "ENTER CURRENCY CODE "
                               "(BLANK = BASE CURRENCY): "
                               WITH NO ADVANCING
                       PERFORM ACCEPT-CURRENCY
                       IF WS-CCY-OK NOT = 'Y' THEN
                           DISPLAY "REJECTED - CURRENCY CODE INVALID"
                       ELSE
                           MOVE WS-KEY-N TO DB-KEY
                           READ DATABASE
                               INVALID KEY
                                   MOVE WS-KEY-N TO DB-KEY
                                   MOVE WS-AMT-N TO DB-AMOUNT
                                   MOVE WS-CAT-N TO DB-CATEGORY
                                   MOVE WS-DATE-N TO DB-EFF-DATE
                                   MOVE "A" TO DB-STATUS
                                   MOVE WS-CCY-X TO DB-CURRENCY
                                   MOVE WS-KEY-N TO WS-HIST-KEY
                                   MOVE "ADD" TO WS-PROP-ACTION
                                   MOVE "(NEW)" TO WS-BEFORE-IMAGE
                                   MOVE DB-RAW-REC TO WS-AFTER-IMAGE
                                   PERFORM RAISE-PROPOSAL
                               NOT INVALID KEY
                                   DISPLAY "REJECTED - KEY ALREADY ON "
                                           "FILE"
                           END-READ
                       END-IF
                   END-IF
               END-IF
           END-IF
               MOVE WS-TODAY TO WS-DATE-N
           END-IF.

       ACCEPT-CURRENCY.
      * THE CALLER HAS ALREADY PROMPTED. BLANK IS LEFT BLANK; ANYTHING
      * ELSE MUST BE EXACTLY THREE CAPITAL LETTERS - THE NIGHTLY RUN
      * CONVERTS IT TO BASE CURRENCY AT THE RATE FOR ITS RUN DATE
           ACCEPT WS-CCY-X.
           MOVE 'Y' TO WS-CCY-OK.
           IF WS-CCY-X NOT = SPACES THEN
               IF WS-CCY-X IS NOT ALPHABETIC-UPPER
                  OR WS-CCY-X(1:1) = SPACE
                  OR WS-CCY-X(2:1) = SPACE
                  OR WS-CCY-X(3:1) = SPACE THEN
                   MOVE 'N' TO WS-CCY-OK
               END-IF
           END-IF.

       ACCEPT-CHANGE-CURRENCY.
           DISPLAY "ENTER CURRENCY CODE (BLANK = KEEP): "
                   WITH NO ADVANCING.
           PERFORM ACCEPT-CURRENCY.
           IF WS-CCY-X NOT = SPACES THEN
               IF WS-CCY-OK = 'Y' THEN
                   MOVE WS-CCY-X TO DB-CURRENCY
               ELSE
                   DISPLAY "EXISTING CURRENCY KEPT"
               END-IF
           END-IF.

       DEFAULT-AMOUNT-SIGN.
      * AN OPERATOR WHO KEYS JUST THE 9 DIGITS MEANS A POSITIVE
      * AMOUNT - FILL THE EMPTY SIGN POSITION BEFORE VALIDATION
                       DISPLAY "CURRENT AMOUNT: " WS-VIEW-AMT
                               "  CAT " DB-CATEGORY
                               "  EFF " DB-EFF-DATE
                               "  CCY " DB-CURRENCY
                       DISPLAY "ENTER NEW AMOUNT (9 DIGITS PLUS "
                               "OPTIONAL TRAILING SIGN): "
                               WITH NO ADVANCING
                           PERFORM ACCEPT-CHANGE-CATEGORY
                           PERFORM ACCEPT-EFF-DATE
                           MOVE WS-DATE-N TO DB-EFF-DATE
                           PERFORM ACCEPT-CHANGE-CURRENCY
                           PERFORM ACCEPT-CHANGE-STATUS
                           IF DB-RAW-REC = WS-BEFORE-IMAGE THEN
                               DISPLAY "NO CHANGE KEYED - NOTHING "
                                       "PROPOSED"
                           ELSE
                               MOVE WS-KEY-N TO WS-HIST-KEY
                               MOVE "CHANGE" TO WS-PROP-ACTION
                               MOVE DB-RAW-REC TO WS-AFTER-IMAGE
                               PERFORM RAISE-PROPOSAL
                           END-IF
                       END-IF
               END-READ
           END-IF.
                       DISPLAY "KEY " WS-KEY-X " NOT ON FILE"
                   NOT INVALID KEY
                       MOVE DB-RAW-REC TO WS-BEFORE-IMAGE
                       MOVE WS-KEY-N TO WS-HIST-KEY
                       MOVE "DELETE" TO WS-PROP-ACTION
                       MOVE "(DELETED)" TO WS-AFTER-IMAGE
                       PERFORM RAISE-PROPOSAL
               END-READ
           END-IF.

           READ DATABASE
               INVALID KEY
                   MOVE 99999999 TO DB-KEY
                   MOVE SPACES TO DB-RECORD(9:24)
                   MOVE WS-DATA-COUNT TO DB-TRAILER-COUNT
                   MOVE 0 TO DB-CATEGORY
                   MOVE 0 TO DB-EFF-DATE
           END-PERFORM.

       RELEASE-ONE-ENTRY.
      * THE CORRECTED AMOUNT IS PROPOSED FOR THE MASTER RECORD THE
      * ENTRY POINTS AT - ONCE APPROVED THE NEXT NIGHTLY RUN PICKS IT
      * UP; THE ENTRY IS DROPPED FROM THE SUSPENSE TABLE AS SOON AS
      * THE PROPOSAL IS SAFELY QUEUED
           MOVE SUSP-ENTRY(WS-SEL-NO) TO WS-SUSP-VIEW.
           MOVE WS-SUSP-VIEW(1:8) TO WS-SUSP-KEY-X.
           IF WS-SUSP-KEY-X IS NOT NUMERIC THEN
                           IF WS-SUSP-AMT-X NOT = SPACES
                               MOVE WS-SUSP-AMT-N TO DB-AMOUNT
                           END-IF
                           MOVE WS-SUSP-KEY-N TO WS-HIST-KEY
                           MOVE "RELEASE" TO WS-PROP-ACTION
                           MOVE DB-RAW-REC TO WS-AFTER-IMAGE
                           PERFORM RAISE-PROPOSAL
                           IF WS-PROP-OK = 'Y' THEN
                               PERFORM DROP-SUSPENSE-ENTRY
                               DISPLAY "ENTRY RELEASED - MASTER "
                                       "CORRECTION AWAITS APPROVAL"
                           END-IF
                   END-READ
               END-IF
           END-IF.
           END-PERFORM.
           CLOSE SUSPENSE-FILE.

       RAISE-PROPOSAL.
      * THE MASTER IS NOT TOUCHED - THE CHANGE IS QUEUED WITH BOTH
      * IMAGES UNTIL A SECOND OPERATOR DECIDES IT. THE CALLER HAS SET
      * WS-HIST-KEY, WS-PROP-ACTION AND THE BEFORE/AFTER IMAGES
           MOVE 'N' TO WS-PROP-OK.
           OPEN EXTEND PROPOSAL-FILE.
           IF PROP-STAT = "35" THEN
               OPEN OUTPUT PROPOSAL-FILE
           END-IF.
           IF PROP-STAT NOT = "00" THEN
               DISPLAY "CANNOT OPEN DB/COBOL_A_PROPOSALS.DAT - STATUS "
                       PROP-STAT
               DISPLAY "NOTHING PROPOSED"
           ELSE
               PERFORM GET-NEXT-PROPSEQ
               PERFORM GET-TIME-SECS
               MOVE SPACES TO PROP-RECORD
               MOVE WS-PROP-SEQ-NO TO PROP-ID
               MOVE WS-PROP-ACTION TO PROP-ACTION
               MOVE WS-HIST-KEY TO PROP-DB-KEY
               MOVE WS-OPERATOR-ID TO PROP-MAKER
               MOVE WS-TODAY TO PROP-DATE
               MOVE WS-NOW-TIME(1:6) TO PROP-TIME
               MOVE "COBOL_A_MAINT" TO PROP-PROGRAM
               MOVE WS-BEFORE-IMAGE TO PROP-BEFORE
               MOVE WS-AFTER-IMAGE TO PROP-AFTER
               WRITE PROP-RECORD
               CLOSE PROPOSAL-FILE
               MOVE 'Y' TO WS-PROP-OK
               DISPLAY "PROPOSAL " WS-PROP-SEQ-NO " RAISED FOR KEY "
                       WS-HIST-KEY " - AWAITING A SECOND OPERATOR"
           END-IF.

       GET-NEXT-PROPSEQ.
      * PERSISTENT PROPOSAL NUMBER SHARED WITH THE BATCH APPLY - SAME
      * PATTERN AS THE JOURNAL SEQUENCE
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

       REVIEW-PROPOSALS.
      * THE CHECKER WORKS THROUGH THE OPEN PROPOSALS: AN APPROVED ONE
      * IS WRITTEN TO THE MASTER AND JOURNALED, A REJECTED ONE IS
      * DISCARDED, AND EITHER WAY THE DECISION IS LOGGED. WHATEVER IS
      * NOT DECIDED IS WRITTEN BACK SO IT SHOWS UP AGAIN NEXT SESSION
      * AND IN THE NIGHTLY DIGEST
           PERFORM LOAD-PROPOSALS.
           IF WS-PROP-OVERFLOW = 'Y' THEN
               DISPLAY "PROPOSAL FILE EXCEEDS REVIEW CAPACITY (999)"
               DISPLAY "REVIEW IS DISABLED - NO PROPOSAL WAS DECIDED"
           ELSE
           IF PROP-COUNT = 0 THEN
               DISPLAY "NO PROPOSALS AWAITING APPROVAL"
           ELSE
               MOVE 'N' TO WS-PROP-DIRTY
               MOVE 'N' TO WS-PROP-DONE
               PERFORM DECIDE-LOOP UNTIL WS-PROP-DONE = 'Y'
               IF WS-PROP-DIRTY = 'Y' THEN
                   PERFORM SAVE-PROPOSALS
               END-IF
           END-IF
           END-IF.

       LOAD-PROPOSALS.
           MOVE 0 TO PROP-COUNT.
           MOVE 'N' TO WS-PROP-OVERFLOW.
           OPEN INPUT PROPOSAL-FILE.
           IF PROP-STAT = "35" THEN
               CONTINUE
           ELSE
               PERFORM UNTIL PROP-STAT NOT = "00"
                   READ PROPOSAL-FILE
                       AT END MOVE "10" TO PROP-STAT
                       NOT AT END
                           IF PROP-COUNT < 999
                               ADD 1 TO PROP-COUNT
                               MOVE PROP-RECORD
                                 TO PROP-ENTRY(PROP-COUNT)
                           ELSE
                               MOVE 'Y' TO WS-PROP-OVERFLOW
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROPOSAL-FILE
           END-IF.

       DECIDE-LOOP.
           PERFORM LIST-PROPOSALS.
           IF PROP-COUNT = 0 THEN
               MOVE 'Y' TO WS-PROP-DONE
           ELSE
               DISPLAY "ENTER PROPOSAL NUMBER TO DECIDE (0 = DONE): "
                       WITH NO ADVANCING
               ACCEPT WS-SEL-NO
               IF WS-SEL-NO = 0 THEN
                   MOVE 'Y' TO WS-PROP-DONE
               ELSE
               IF WS-SEL-NO > PROP-COUNT THEN
                   DISPLAY "INVALID ENTRY NUMBER"
               ELSE
                   PERFORM DECIDE-ONE-PROPOSAL
               END-IF
               END-IF
           END-IF.

       LIST-PROPOSALS.
           PERFORM VARYING WS-PROP-IDX FROM 1 BY 1
                   UNTIL WS-PROP-IDX > PROP-COUNT
               MOVE WS-PROP-IDX TO WS-PROP-NO-O
               MOVE PROP-ENTRY(WS-PROP-IDX) TO WS-PROP-VIEW
               DISPLAY WS-PROP-NO-O ": PROPOSAL " WS-PV-ID " "
                       WS-PV-ACTION " KEY " WS-PV-KEY
                       " BY " WS-PV-MAKER " ON " WS-PV-DATE
           END-PERFORM.

       DECIDE-ONE-PROPOSAL.
      * ANYONE MAY REJECT (A MAKER WITHDRAWING THEIR OWN PROPOSAL
      * INCLUDED), BUT ONLY A DIFFERENT OPERATOR MAY APPROVE
           MOVE PROP-ENTRY(WS-SEL-NO) TO WS-PROP-VIEW.
           DISPLAY "PROPOSAL " WS-PV-ID " " WS-PV-ACTION
                   " KEY " WS-PV-KEY.
           DISPLAY "  RAISED BY " WS-PV-MAKER " VIA " WS-PV-PROGRAM
                   " ON " WS-PV-DATE " " WS-PV-TIME.
           DISPLAY "  BEFORE: " WS-PV-BEFORE.
           DISPLAY "  AFTER:  " WS-PV-AFTER.
           DISPLAY "APPROVE, REJECT OR SKIP (A/R/S): "
                   WITH NO ADVANCING.
           ACCEPT WS-DECISION.
           EVALUATE WS-DECISION
               WHEN "A"
                   IF WS-PV-MAKER = WS-OPERATOR-ID THEN
                       DISPLAY "REFUSED - A PROPOSAL CANNOT BE "
                               "APPROVED BY THE OPERATOR WHO RAISED IT"
                   ELSE
                       PERFORM APPROVE-PROPOSAL
                   END-IF
               WHEN "R"
                   MOVE "REJECTED" TO WS-DECISION-WORD
                   PERFORM LOG-PROPOSAL-DECISION
                   PERFORM DROP-PROPOSAL-ENTRY
                   DISPLAY "PROPOSAL REJECTED - MASTER UNCHANGED"
               WHEN OTHER
                   DISPLAY "PROPOSAL LEFT OPEN"
           END-EVALUATE.

       APPROVE-PROPOSAL.
      * THE APPROVAL MAKES THE CHANGE. A CHANGE, DELETE OR RELEASE
      * ONLY GOES AHEAD IF THE MASTER STILL HOLDS THE IMAGE THE MAKER
      * SAW - IF ANOTHER APPROVED CHANGE OR A PURGE HAS MOVED THE
      * RECORD ON, THE PROPOSAL IS STALE AND IS LEFT OPEN TO BE
      * REJECTED AND RAISED AGAIN. THE JOURNAL ENTRY CARRIES THE
      * RAISING PROGRAM, THE MAKER AND THIS OPERATOR AS CHECKER
           MOVE 'N' TO WS-PROP-OK.
           MOVE SPACES TO WS-PROP-REASON.
           MOVE WS-PV-PROGRAM TO WS-HIST-PROGRAM.
           MOVE WS-PV-MAKER TO WS-HIST-MAKER.
           MOVE WS-OPERATOR-ID TO WS-HIST-CHECKER.
           MOVE WS-PV-KEY TO WS-HIST-KEY.
           MOVE WS-PV-ACTION TO WS-HIST-ACTION.
           MOVE WS-PV-BEFORE TO WS-BEFORE-IMAGE.
           MOVE WS-PV-AFTER TO WS-AFTER-IMAGE.
           MOVE WS-PV-KEY TO DB-KEY.
           IF WS-PV-ACTION = "ADD" THEN
               MOVE WS-PV-AFTER TO DB-RAW-REC
               WRITE DB-RECORD
                   INVALID KEY
                       MOVE "KEY ALREADY ON FILE" TO WS-PROP-REASON
                   NOT INVALID KEY
                       PERFORM WRITE-HISTORY
                       MOVE +1 TO WS-TRAILER-DELTA
                       PERFORM BUMP-TRAILER
                       MOVE 'Y' TO WS-PROP-OK
               END-WRITE
           ELSE
               READ DATABASE
                   INVALID KEY
                       MOVE "KEY NO LONGER ON FILE" TO WS-PROP-REASON
                   NOT INVALID KEY
                       IF DB-RAW-REC NOT = WS-PV-BEFORE THEN
                           MOVE "RECORD CHANGED SINCE PROPOSED"
                             TO WS-PROP-REASON
                       ELSE
                       IF WS-PV-ACTION = "DELETE" THEN
                           PERFORM APPROVE-DELETE
                       ELSE
                           PERFORM APPROVE-REWRITE
                       END-IF
                       END-IF
               END-READ
           END-IF.
           IF WS-PROP-OK = 'Y' THEN
               MOVE "APPROVED" TO WS-DECISION-WORD
               PERFORM LOG-PROPOSAL-DECISION
               PERFORM DROP-PROPOSAL-ENTRY
               DISPLAY "PROPOSAL APPROVED - MASTER UPDATED"
           ELSE
               DISPLAY "NOT APPROVED - " WS-PROP-REASON
               DISPLAY "PROPOSAL LEFT OPEN"
           END-IF.
           MOVE "COBOL_A_MAINT" TO WS-HIST-PROGRAM.
           MOVE WS-OPERATOR-ID TO WS-HIST-MAKER.
           MOVE SPACES TO WS-HIST-CHECKER.

       APPROVE-REWRITE.
           MOVE WS-PV-AFTER TO DB-RAW-REC.
           REWRITE DB-RECORD
               INVALID KEY
                   DISPLAY "REWRITE FAILED - STATUS " DB-STAT
                   MOVE "MASTER REWRITE FAILED" TO WS-PROP-REASON
               NOT INVALID KEY
                   PERFORM WRITE-HISTORY
                   MOVE 'Y' TO WS-PROP-OK
           END-REWRITE.

       APPROVE-DELETE.
           DELETE DATABASE RECORD
               INVALID KEY
                   DISPLAY "DELETE FAILED - STATUS " DB-STAT
                   MOVE "MASTER DELETE FAILED" TO WS-PROP-REASON
               NOT INVALID KEY
                   PERFORM WRITE-HISTORY
                   MOVE -1 TO WS-TRAILER-DELTA
                   PERFORM BUMP-TRAILER
                   MOVE 'Y' TO WS-PROP-OK
           END-DELETE.

       LOG-PROPOSAL-DECISION.
      * PERMANENT RECORD OF EVERY DECISION - THE PROPOSAL FILE ONLY
      * EVER HOLDS WHAT IS STILL OPEN
           PERFORM GET-TIME-SECS.
           OPEN EXTEND PROP-LOG-FILE.
           IF PROP-LOG-STAT = "35" THEN
               OPEN OUTPUT PROP-LOG-FILE
           END-IF.
           MOVE SPACES TO PROP-LOG-LINE.
           STRING WS-TODAY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-NOW-TIME(1:6) DELIMITED BY SIZE
                  " PROPOSAL " DELIMITED BY SIZE
                  WS-PV-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DECISION-WORD DELIMITED BY SIZE
                  " BY " DELIMITED BY SIZE
                  WS-OPERATOR-ID DELIMITED BY SIZE
                  " MAKER " DELIMITED BY SIZE
                  WS-PV-MAKER DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-PV-ACTION DELIMITED BY SIZE
                  " KEY " DELIMITED BY SIZE
                  WS-PV-KEY DELIMITED BY SIZE
                  INTO PROP-LOG-LINE
           END-STRING.
           WRITE PROP-LOG-LINE.
           CLOSE PROP-LOG-FILE.

       DROP-PROPOSAL-ENTRY.
           PERFORM VARYING WS-PROP-IDX FROM WS-SEL-NO BY 1
                   UNTIL WS-PROP-IDX >= PROP-COUNT
               MOVE PROP-ENTRY(WS-PROP-IDX + 1)
                 TO PROP-ENTRY(WS-PROP-IDX)
           END-PERFORM.
           SUBTRACT 1 FROM PROP-COUNT.
           MOVE 'Y' TO WS-PROP-DIRTY.

       SAVE-PROPOSALS.
      * UNDECIDED PROPOSALS GO BACK IN FULL - THE PROPOSAL FILE ALWAYS
      * REFLECTS EXACTLY WHAT IS STILL AWAITING A CHECKER
           OPEN OUTPUT PROPOSAL-FILE.
           PERFORM VARYING WS-PROP-IDX FROM 1 BY 1
                   UNTIL WS-PROP-IDX > PROP-COUNT
               MOVE PROP-ENTRY(WS-PROP-IDX) TO PROP-RECORD
               WRITE PROP-RECORD
           END-PERFORM.
           CLOSE PROPOSAL-FILE.

       MAINTAIN-CATEGORIES.
      * THE TABLE WAS LOADED AT SESSION START AND IS THE SAME ONE THE
      * ADD/CHANGE PROMPTS VALIDATE AGAINST, SO AN EDIT MADE HERE
           MOVE WS-HIST-SEQ-NO TO HIST-SEQ.
           MOVE WS-TODAY TO HIST-DATE.
           MOVE WS-NOW-TIME(1:6) TO HIST-TIME.
           MOVE WS-HIST-PROGRAM TO HIST-PROGRAM.
           MOVE 0 TO HIST-JOB-ID.
           MOVE WS-HIST-ACTION TO HIST-ACTION.
           MOVE WS-BEFORE-IMAGE TO HIST-BEFORE.
           MOVE WS-AFTER-IMAGE TO HIST-AFTER.
           MOVE WS-HIST-MAKER TO HIST-MAKER.
           MOVE WS-HIST-CHECKER TO HIST-CHECKER.
           WRITE HIST-RECORD
               INVALID KEY
                   DISPLAY "HISTORY WRITE FAILED - STATUS " HIST-STAT
