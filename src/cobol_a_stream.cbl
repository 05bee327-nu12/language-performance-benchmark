       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOL_A_STREAM.

      * NIGHTLY JOB-STREAM CONTROLLER. RUNS THE NIGHT'S STEPS IN THE
      * ORDER GIVEN BY control/cobol_a_stream.ctl - NORMALLY
      * COBOL_A_STANDING, THEN COBOL_A_APPLY, THEN COBOL_A (OR ONE
      * COBOL_A PER PARTITION FOLLOWED BY COBOL_A_MERGE), THEN
      * COBOL_A_GLRECON, THEN COBOL_A_DIGEST - AND AFTER EACH ONE
      * DECIDES FROM ITS RETURN CODE, AND WHERE THE STEP KEEPS ONE
      * FROM ITS STATUS SNAPSHOT (control/cobol_a_status.dat),
      * WHETHER THE STREAM CONTINUES, HOLDS OR ABORTS. EVERY STEP'S
      * START, END AND RETURN CODE GO TO outputs/cobol_a_stream.log.
      * THE STREAM'S PROGRESS IS KEPT IN control/cobol_a_streamstat.dat
      * AND REWRITTEN AT EVERY STEP BOUNDARY. A STREAM THAT HELD OR
      * ABORTED IS RESUMED BY THE NEXT INVOCATION AT THE STEP THAT
      * STOPPED IT - STEPS ALREADY FINISHED ARE NEVER RUN AGAIN. A
      * STEP HELD BEFORE IT STARTED (HOLD FILE, REQUIRED FILE NOT YET
      * ARRIVED, NO JOB-ID, REFUSED UNDER A LOCK) RUNS ON THE RESUME.
      * A STEP THAT RAN TO THE END BUT HELD THE STREAM ON ITS RETURN
      * CODE HAS DONE ITS WORK AND IS NOT RUN AGAIN: THE OPERATOR
      * CHECKS ITS OUTPUT AND RELEASES IT, OR THE STREAM STAYS HELD. A
      * STEP MARKED NOT REPEATABLE (THE APPLY - IT MUST NEVER RAISE
      * THE SAME TRANSACTION FILE TWICE) THAT WAS CUT OFF MID-RUN IS
      * NOT RESTARTED BLIND: THE OPERATOR CHECKS ITS OUTPUT AND
      * CONFIRMS IT, OR THE STREAM STAYS HELD. ONCE SUCH A STEP HAS
      * RUN, ITS INPUT FILE IS MOVED TO archive/ SO NO LATER STREAM
      * CAN PICK IT UP AGAIN.
      * TO ABANDON AN INTERRUPTED STREAM AND START AFRESH, REMOVE
      * control/cobol_a_streamstat.dat.
      * EXITS 0 WHEN THE STREAM COMPLETED, 4 WHEN IT IS HELD, 8 WHEN
      * IT ABORTED OR COULD NOT START.
      *
      * DEFINITION LINE LAYOUT (ONE STEP PER LINE, IN RUN ORDER):
      *   COL   1- 2  STEP NUMBER, ASCENDING
      *   COL   4-11  STEP NAME
      *   COL  13-14  HIGHEST RC THAT CONTINUES THE STREAM
      *   COL  16-17  HIGHEST RC THAT HOLDS IT - ANYTHING ABOVE ABORTS
      *   COL  19     Y = SAFE TO REPEAT IF CUT OFF MID-RUN, N = NOT
      *   COL  21     WHEN THE REQUIRED FILE IS ABSENT: S = SKIP THE
      *               STEP, H = HOLD UNTIL IT ARRIVES, BLANK = NO
      *               REQUIRED FILE
      *   COL  23     Y = MOVE THE REQUIRED FILE TO archive/ ONCE THE
      *               STEP HAS RUN
      *   COL  25-64  REQUIRED FILE
      *   COL  66-105 HOLD FILE - THE STEP WAITS WHILE IT EXISTS
      *   COL 107-146 STATUS SNAPSHOT THE STEP WRITES, BLANK = NONE
      *   COL 148-163 LINE PIPED TO THE STEP'S PROMPT, BLANK = NONE,
      *               *JOB = THE NIGHT'S JOB-ID FROM THE SNAPSHOT
      *   COL 165-244 COMMAND
      * E.G.
      *   01 STANDING 04 04 Y
      *   02 APPLY    04 04 N S Y db/cobol_a_trans.dat ...  BATCH01
      *   03 COBOL_A  00 04 Y     ... control/cobol_a_rerun.ctl
      *                           ... control/cobol_a_status.dat
      *   04 GLRECON  00 04 Y H N db/cobol_a_glack.dat ... *JOB
      *   05 DIGEST   00 00 Y
      * A PARTITIONED NIGHT LISTS ONE COBOL_A STEP PER PARTITION
      * (PARTITION NUMBER AS THE PIPED LINE, ITS OWN
      * control/cobol_a_statusNNNN.dat AS THE SNAPSHOT) AND THEN THE
      * MERGE STEP WITH THE MAIN SNAPSHOT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STREAM-DEF-FILE ASSIGN TO "control/cobol_a_stream.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS DEF-STAT.
           SELECT STREAM-STATE-FILE
               ASSIGN TO "control/cobol_a_streamstat.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS STATE-STAT.
           SELECT STREAM-LOG-FILE ASSIGN TO "outputs/cobol_a_stream.log"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS STREAM-LOG-STAT.
      * A STEP'S OWN SNAPSHOT - THE NAME COMES FROM THE DEFINITION
      * BECAUSE EACH PARTITION KEEPS ITS OWN
           SELECT STATUS-FILE ASSIGN DYNAMIC WS-STATUS-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS STATUS-STAT.
      * ONLY OPENED TO SEE WHETHER A REQUIRED OR HOLD FILE EXISTS
           SELECT PROBE-FILE ASSIGN DYNAMIC WS-PROBE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS PROBE-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD  STREAM-DEF-FILE
           RECORD CONTAINS 244 CHARACTERS
           BLOCK 0
           DATA RECORD IS DEF-REC
           RECORDING MODE IS F.
       01  DEF-REC.
           05  DEF-SEQ          PIC X(2).
           05  DEF-SEQ-N REDEFINES DEF-SEQ PIC 9(2).
           05  FILLER           PIC X.
           05  DEF-NAME         PIC X(8).
           05  FILLER           PIC X.
           05  DEF-CONT-RC      PIC X(2).
           05  DEF-CONT-RC-N REDEFINES DEF-CONT-RC PIC 9(2).
           05  FILLER           PIC X.
           05  DEF-HOLD-RC      PIC X(2).
           05  DEF-HOLD-RC-N REDEFINES DEF-HOLD-RC PIC 9(2).
           05  FILLER           PIC X.
           05  DEF-REPEATABLE   PIC X.
           05  FILLER           PIC X.
           05  DEF-REQ-ACTION   PIC X.
           05  FILLER           PIC X.
           05  DEF-CONSUME      PIC X.
           05  FILLER           PIC X.
           05  DEF-REQ-FILE     PIC X(40).
           05  FILLER           PIC X.
           05  DEF-HOLD-FILE    PIC X(40).
           05  FILLER           PIC X.
           05  DEF-STATUS-FILE  PIC X(40).
           05  FILLER           PIC X.
           05  DEF-INPUT        PIC X(16).
           05  FILLER           PIC X.
           05  DEF-COMMAND      PIC X(80).
      *
      * STREAM STATE: ONE HEADER LINE, THEN ONE LINE PER STEP IN
      * DEFINITION ORDER. STEP STATE P PENDING, R RUNNING (STARTED,
      * NO END RECORDED), D DONE, S SKIPPED, H HELD BEFORE IT RAN,
      * W RAN AND HELD ON ITS RC (WAITING FOR RELEASE), A ABORTED
       FD  STREAM-STATE-FILE
           RECORD CONTAINS 51 CHARACTERS
           BLOCK 0
           DATA RECORDS ARE STATE-HDR-REC STATE-STEP-REC
           RECORDING MODE IS F.
       01  STATE-HDR-REC.
           05  STH-TYPE         PIC X.
           05  FILLER           PIC X.
           05  STH-DATE         PIC 9(8).
           05  FILLER           PIC X.
           05  STH-TIME         PIC 9(6).
           05  FILLER           PIC X.
           05  STH-JOB-ID       PIC 9(9).
           05  FILLER           PIC X.
           05  STH-RESULT       PIC X(8).
           05  FILLER           PIC X(15).
       01  STATE-STEP-REC.
           05  STS-TYPE         PIC X.
           05  FILLER           PIC X.
           05  STS-SEQ          PIC 9(2).
           05  FILLER           PIC X.
           05  STS-NAME         PIC X(8).
           05  FILLER           PIC X.
           05  STS-STATE        PIC X.
           05  FILLER           PIC X.
           05  STS-RC           PIC 9(3).
           05  FILLER           PIC X.
           05  STS-START-DATE   PIC 9(8).
           05  FILLER           PIC X.
           05  STS-START-TIME   PIC 9(6).
           05  FILLER           PIC X.
           05  STS-END-DATE     PIC 9(8).
           05  FILLER           PIC X.
           05  STS-END-TIME     PIC 9(6).
      *
       FD  STREAM-LOG-FILE
           RECORD CONTAINS 100 CHARACTERS
           BLOCK 0
           DATA RECORD IS STREAM-LOG-LINE
           RECORDING MODE IS F.
       01  STREAM-LOG-LINE PIC X(100).
      *
      * FIXED STATUS LAYOUT - MUST MATCH cobol_a.cbl
       FD  STATUS-FILE
           RECORD CONTAINS 36 CHARACTERS
           BLOCK 0
           DATA RECORD IS STATUS-REC
           RECORDING MODE IS F.
       01  STATUS-REC.
           05  STATUS-JOB-ID       PIC 9(9).
           05  STATUS-PHASE        PIC X(12).
           05  STATUS-FILE-IDX     PIC 9(4).
           05  STATUS-RECORDS      PIC 9(9).
           05  STATUS-COMP-CODE    PIC 9(2).
      *
       FD  PROBE-FILE
           RECORD CONTAINS 80 CHARACTERS
           BLOCK 0
           DATA RECORD IS PROBE-LINE
           RECORDING MODE IS F.
       01  PROBE-LINE      PIC X(80).

       WORKING-STORAGE SECTION.
       01  DEF-STAT        PIC XX.
       01  STATE-STAT      PIC XX.
       01  STREAM-LOG-STAT PIC XX.
       01  STATUS-STAT     PIC XX.
       01  PROBE-STAT      PIC XX.
       01  WS-DEF-EOF      PIC X.
       01  WS-STATE-EOF    PIC X.
       01  WS-RUN-DATE     PIC 9(8).
       01  WS-RUN-TIME     PIC 9(8).
       01  WS-NOW-DATE     PIC 9(8).
       01  WS-NOW-TIME     PIC 9(8).
       01  WS-OUTPUTS-DIR  PIC X(10) VALUE "outputs".
       01  WS-CONTROL-DIR  PIC X(10) VALUE "control".
       01  WS-ARCHIVE-DIR  PIC X(10) VALUE "archive".
       01  WS-DIR-RC       PIC 9(9) COMP-5 VALUE 0.
       01  WS-RENAME-RC    PIC 9(9) COMP-5 VALUE 0.
       01  WS-STATUS-NAME  PIC X(40).
       01  WS-PROBE-NAME   PIC X(40).
       01  WS-PROBE-FOUND  PIC X.
      * THE STEPS AS DEFINED, WITH WHERE EACH ONE STANDS
       01  WS-STEP-COUNT   PIC 9(2) VALUE 0.
       01  WS-STEP-IDX     PIC 9(2).
       01  WS-SAVE-IDX     PIC 9(2).
       01  WS-DEF-BAD      PIC X VALUE 'N'.
       01  WS-DEF-LINE     PIC 9(3) VALUE 0.
       01  WS-PRIOR-SEQ    PIC 9(2) VALUE 0.
       01  STEP-TABLE.
           05  STEP-ENTRY OCCURS 20 TIMES.
               10  STP-SEQ          PIC 9(2).
               10  STP-NAME         PIC X(8).
               10  STP-CONT-RC      PIC 9(2).
               10  STP-HOLD-RC      PIC 9(2).
               10  STP-REPEATABLE   PIC X.
               10  STP-REQ-ACTION   PIC X.
               10  STP-CONSUME      PIC X.
               10  STP-REQ-FILE     PIC X(40).
               10  STP-HOLD-FILE    PIC X(40).
               10  STP-STATUS-FILE  PIC X(40).
               10  STP-INPUT        PIC X(16).
               10  STP-COMMAND      PIC X(80).
               10  STP-STATE        PIC X.
               10  STP-RC           PIC 9(3).
               10  STP-START-DATE   PIC 9(8).
               10  STP-START-TIME   PIC 9(6).
               10  STP-END-DATE     PIC 9(8).
               10  STP-END-TIME     PIC 9(6).
      * THE STREAM AS A WHOLE
       01  WS-STREAM-DATE  PIC 9(8).
       01  WS-STREAM-TIME  PIC 9(6).
       01  WS-STREAM-JOB   PIC 9(9) VALUE 0.
       01  WS-STREAM-RESULT PIC X(8).
       01  WS-RESUMING     PIC X VALUE 'N'.
       01  WS-STATE-COUNT  PIC 9(2) VALUE 0.
       01  WS-STATE-BAD    PIC X VALUE 'N'.
       01  WS-STOP         PIC X VALUE 'N'.
       01  WS-WARNED       PIC X VALUE 'N'.
       01  WS-ANSWER       PIC X(4).
      * ONE STEP'S RUN AND THE VERDICT ON IT
       01  WS-COMMAND-LINE PIC X(200).
       01  WS-PIPED-INPUT  PIC X(16).
       01  WS-SYS-RC       PIC S9(9) COMP-5.
       01  WS-STEP-RC      PIC 9(3).
       01  WS-ABNORMAL     PIC X.
       01  WS-BLOCKED      PIC X.
       01  WS-DECISION     PIC X(8).
       01  WS-REASON       PIC X(60).
      * ARCHIVE NAME FOR A CONSUMED INPUT FILE
       01  WS-BASE-START   PIC 9(3).
       01  WS-CHAR-IDX     PIC 9(3).
       01  WS-ARCHIVE-NAME PIC X(80).
      * LOG EDITING
       01  STM-DATE-O      PIC 9(4)/99/99.
       01  STM-TIME-O      PIC 99B99B99.
       01  STM-SEQ-O       PIC 99.
       01  STM-RC-O        PIC 999.
       01  STM-CNT-O       PIC Z9.
       01  STM-JOB-O       PIC Z(8)9.

       PROCEDURE DIVISION.

       STREAM-MAIN.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           DISPLAY "COBOL_A NIGHTLY JOB STREAM".
           PERFORM LOAD-DEFINITION.
           IF WS-DEF-BAD = 'Y' OR WS-STEP-COUNT = 0 THEN
               DISPLAY "NO USABLE STREAM DEFINITION IN "
                       "CONTROL/COBOL_A_STREAM.CTL - NOTHING RUN"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           CALL "CBL_CREATE_DIR" USING WS-CONTROL-DIR
               RETURNING WS-DIR-RC
           END-CALL.
           CALL "CBL_CREATE_DIR" USING WS-OUTPUTS-DIR
               RETURNING WS-DIR-RC
           END-CALL.
           PERFORM LOAD-STREAM-STATE.
           IF WS-STATE-BAD = 'Y' THEN
               DISPLAY "CONTROL/COBOL_A_STREAMSTAT.DAT DOES NOT MATCH "
                       "THE DEFINITION - RESTART REFUSED"
               DISPLAY "RESOLVE THE INTERRUPTED STREAM BY HAND, THEN "
                       "REMOVE THE STATE FILE TO START AFRESH"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND STREAM-LOG-FILE.
           IF STREAM-LOG-STAT = "35" THEN
               OPEN OUTPUT STREAM-LOG-FILE
           END-IF.
           IF WS-RESUMING = 'Y' THEN
               PERFORM LOG-STREAM-RESUME
               PERFORM CHECK-INTERRUPTED-STEPS
           ELSE
               PERFORM START-NEW-STREAM
           END-IF.
           IF WS-STOP = 'N' THEN
               MOVE "RUNNING" TO WS-STREAM-RESULT
               PERFORM SAVE-STREAM-STATE
               PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                       UNTIL WS-STEP-IDX > WS-STEP-COUNT
                          OR WS-STOP = 'Y'
                   IF STP-STATE(WS-STEP-IDX) NOT = 'D'
                      AND STP-STATE(WS-STEP-IDX) NOT = 'S' THEN
                       PERFORM RUN-ONE-STEP
                   END-IF
               END-PERFORM
           END-IF.
           IF WS-STOP = 'N' THEN
               MOVE "COMPLETE" TO WS-STREAM-RESULT
           END-IF.
           PERFORM SAVE-STREAM-STATE.
           PERFORM LOG-STREAM-END.
           CLOSE STREAM-LOG-FILE.
           DISPLAY "JOB STREAM " WS-STREAM-DATE " " WS-STREAM-TIME
                   ": " WS-STREAM-RESULT.
      * A COMPLETE STREAM WHOSE STEPS CONTINUED PAST A WARNING STILL
      * EXITS 0 - THE WARNINGS ARE ON THE STREAM LOG AND IN THE
      * DIGEST, AND THE NIGHT IS FINISHED
           EVALUATE WS-STREAM-RESULT
               WHEN "COMPLETE" MOVE 0 TO RETURN-CODE
               WHEN "HELD" MOVE 4 TO RETURN-CODE
               WHEN OTHER MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           STOP RUN.

       LOAD-DEFINITION.
      * EVERY LINE IS CHECKED BEFORE ANYTHING RUNS - A STREAM THAT
      * STOPS HALF WAY ON A TYPING ERROR IS WORSE THAN ONE THAT NEVER
      * STARTS
           MOVE 0 TO WS-STEP-COUNT.
           MOVE 0 TO WS-PRIOR-SEQ.
           OPEN INPUT STREAM-DEF-FILE.
           IF DEF-STAT NOT = "00" THEN
               MOVE 'Y' TO WS-DEF-BAD
           ELSE
               MOVE 'N' TO WS-DEF-EOF
               PERFORM UNTIL WS-DEF-EOF = 'Y'
                   MOVE SPACES TO DEF-REC
                   READ STREAM-DEF-FILE
                       AT END MOVE 'Y' TO WS-DEF-EOF
                       NOT AT END
                           ADD 1 TO WS-DEF-LINE
                           IF DEF-REC NOT = SPACES THEN
                               PERFORM TAKE-DEFINITION-LINE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STREAM-DEF-FILE
           END-IF.

       TAKE-DEFINITION-LINE.
           IF DEF-SEQ IS NOT NUMERIC
              OR DEF-NAME = SPACES
              OR DEF-CONT-RC IS NOT NUMERIC
              OR DEF-HOLD-RC IS NOT NUMERIC
              OR DEF-COMMAND = SPACES THEN
               PERFORM REJECT-DEFINITION-LINE
           ELSE
           IF DEF-SEQ-N NOT > WS-PRIOR-SEQ
              OR DEF-CONT-RC-N > DEF-HOLD-RC-N
              OR (DEF-REPEATABLE NOT = "Y"
                  AND DEF-REPEATABLE NOT = "N")
              OR (DEF-REQ-ACTION NOT = SPACE
                  AND DEF-REQ-ACTION NOT = "S"
                  AND DEF-REQ-ACTION NOT = "H")
              OR (DEF-CONSUME NOT = SPACE
                  AND DEF-CONSUME NOT = "Y"
                  AND DEF-CONSUME NOT = "N") THEN
               PERFORM REJECT-DEFINITION-LINE
           ELSE
      * A FILE TO CONSUME OR TO WAIT FOR MUST BE NAMED
           IF (DEF-REQ-ACTION NOT = SPACE OR DEF-CONSUME = "Y")
              AND DEF-REQ-FILE = SPACES THEN
               PERFORM REJECT-DEFINITION-LINE
           ELSE
           IF WS-STEP-COUNT = 20 THEN
               DISPLAY "STREAM DEFINITION HAS MORE THAN 20 STEPS"
               MOVE 'Y' TO WS-DEF-BAD
           ELSE
               ADD 1 TO WS-STEP-COUNT
               MOVE DEF-SEQ-N TO WS-PRIOR-SEQ
               MOVE DEF-SEQ-N TO STP-SEQ(WS-STEP-COUNT)
               MOVE DEF-NAME TO STP-NAME(WS-STEP-COUNT)
               MOVE DEF-CONT-RC-N TO STP-CONT-RC(WS-STEP-COUNT)
               MOVE DEF-HOLD-RC-N TO STP-HOLD-RC(WS-STEP-COUNT)
               MOVE DEF-REPEATABLE TO STP-REPEATABLE(WS-STEP-COUNT)
               MOVE DEF-REQ-ACTION TO STP-REQ-ACTION(WS-STEP-COUNT)
               MOVE DEF-CONSUME TO STP-CONSUME(WS-STEP-COUNT)
               MOVE DEF-REQ-FILE TO STP-REQ-FILE(WS-STEP-COUNT)
               MOVE DEF-HOLD-FILE TO STP-HOLD-FILE(WS-STEP-COUNT)
               MOVE DEF-STATUS-FILE TO STP-STATUS-FILE(WS-STEP-COUNT)
               MOVE DEF-INPUT TO STP-INPUT(WS-STEP-COUNT)
               MOVE DEF-COMMAND TO STP-COMMAND(WS-STEP-COUNT)
               MOVE "P" TO STP-STATE(WS-STEP-COUNT)
               MOVE 0 TO STP-RC(WS-STEP-COUNT)
               MOVE 0 TO STP-START-DATE(WS-STEP-COUNT)
               MOVE 0 TO STP-START-TIME(WS-STEP-COUNT)
               MOVE 0 TO STP-END-DATE(WS-STEP-COUNT)
               MOVE 0 TO STP-END-TIME(WS-STEP-COUNT)
           END-IF
           END-IF
           END-IF
           END-IF.

       REJECT-DEFINITION-LINE.
           DISPLAY "STREAM DEFINITION LINE " WS-DEF-LINE
                   " IS INVALID: " DEF-REC(1:60).
           MOVE 'Y' TO WS-DEF-BAD.

       LOAD-STREAM-STATE.
      * NO STATE, OR THE LAST STREAM COMPLETED - THIS IS A NEW
      * STREAM. OTHERWISE IT IS A RESTART, AND THE STATE MUST LINE
      * UP STEP FOR STEP WITH THE DEFINITION: A STEP LIST CHANGED
      * UNDER AN INTERRUPTED STREAM COULD SKIP WORK OR REPEAT IT
           MOVE 'N' TO WS-RESUMING.
           OPEN INPUT STREAM-STATE-FILE.
           IF STATE-STAT = "00" THEN
               MOVE SPACES TO STATE-HDR-REC
               READ STREAM-STATE-FILE
                   AT END MOVE SPACES TO STATE-HDR-REC
               END-READ
               IF STH-TYPE = "H" AND STH-RESULT NOT = "COMPLETE"
                  AND STH-DATE IS NUMERIC AND STH-TIME IS NUMERIC
                  AND STH-JOB-ID IS NUMERIC THEN
                   MOVE 'Y' TO WS-RESUMING
                   MOVE STH-DATE TO WS-STREAM-DATE
                   MOVE STH-TIME TO WS-STREAM-TIME
                   MOVE STH-JOB-ID TO WS-STREAM-JOB
                   MOVE 0 TO WS-STATE-COUNT
                   MOVE 'N' TO WS-STATE-EOF
                   PERFORM UNTIL WS-STATE-EOF = 'Y'
                       READ STREAM-STATE-FILE
                           AT END MOVE 'Y' TO WS-STATE-EOF
                           NOT AT END PERFORM TAKE-STATE-LINE
                       END-READ
                   END-PERFORM
                   IF WS-STATE-COUNT NOT = WS-STEP-COUNT THEN
                       MOVE 'Y' TO WS-STATE-BAD
                   END-IF
               END-IF
               CLOSE STREAM-STATE-FILE
           END-IF.

       TAKE-STATE-LINE.
           ADD 1 TO WS-STATE-COUNT.
           IF WS-STATE-COUNT > WS-STEP-COUNT THEN
               MOVE 'Y' TO WS-STATE-BAD
           ELSE
           IF STS-TYPE NOT = "S"
              OR STS-SEQ NOT = STP-SEQ(WS-STATE-COUNT)
              OR STS-NAME NOT = STP-NAME(WS-STATE-COUNT)
              OR STS-RC IS NOT NUMERIC
              OR STS-START-DATE IS NOT NUMERIC
              OR STS-START-TIME IS NOT NUMERIC
              OR STS-END-DATE IS NOT NUMERIC
              OR STS-END-TIME IS NOT NUMERIC THEN
               MOVE 'Y' TO WS-STATE-BAD
           ELSE
               MOVE STS-STATE TO STP-STATE(WS-STATE-COUNT)
               MOVE STS-RC TO STP-RC(WS-STATE-COUNT)
               MOVE STS-START-DATE TO STP-START-DATE(WS-STATE-COUNT)
               MOVE STS-START-TIME TO STP-START-TIME(WS-STATE-COUNT)
               MOVE STS-END-DATE TO STP-END-DATE(WS-STATE-COUNT)
               MOVE STS-END-TIME TO STP-END-TIME(WS-STATE-COUNT)
           END-IF
           END-IF.

       START-NEW-STREAM.
           MOVE WS-RUN-DATE TO WS-STREAM-DATE.
           MOVE WS-RUN-TIME(1:6) TO WS-STREAM-TIME.
           MOVE 0 TO WS-STREAM-JOB.
           MOVE WS-STEP-COUNT TO STM-CNT-O.
           MOVE SPACES TO STREAM-LOG-LINE.
           STRING "STREAM " DELIMITED BY SIZE
                  WS-STREAM-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-STREAM-TIME DELIMITED BY SIZE
                  " START - " DELIMITED BY SIZE
                  STM-CNT-O DELIMITED BY SIZE
                  " STEP(S)" DELIMITED BY SIZE
                  INTO STREAM-LOG-LINE
           END-STRING.
           WRITE STREAM-LOG-LINE.

       LOG-STREAM-RESUME.
           MOVE SPACES TO STREAM-LOG-LINE.
           STRING "STREAM " DELIMITED BY SIZE
                  WS-STREAM-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-STREAM-TIME DELIMITED BY SIZE
                  " RESUMED " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RUN-TIME(1:6) DELIMITED BY SIZE
                  " - FINISHED STEPS ARE NOT RUN AGAIN"
                  DELIMITED BY SIZE
                  INTO STREAM-LOG-LINE
           END-STRING.
           WRITE STREAM-LOG-LINE.

       CHECK-INTERRUPTED-STEPS.
      * A STEP STILL MARKED RUNNING WAS CUT OFF - THE CONTROLLER
      * ITSELF DIED UNDER IT. A REPEATABLE STEP (COBOL_A RESUMES FROM
      * ITS OWN CHECKPOINT) SIMPLY RUNS AGAIN. ONE THAT IS NOT MAY
      * HAVE DONE SOME OR ALL OF ITS WORK, SO THE OPERATOR MUST LOOK
      * AND CONFIRM IT BEFORE THE STREAM MOVES ON; WITHOUT THAT THE
      * STREAM STAYS HELD RATHER THAN RISK DOING THE WORK TWICE. A
      * STEP THAT RAN TO THE END AND HELD ON ITS RETURN CODE IS
      * RELEASED THE SAME WAY - IT IS NEVER RUN AGAIN
           PERFORM VARYING WS-STEP-IDX FROM 1 BY 1
                   UNTIL WS-STEP-IDX > WS-STEP-COUNT
                      OR WS-STOP = 'Y'
               IF STP-STATE(WS-STEP-IDX) = "R"
                  AND STP-REPEATABLE(WS-STEP-IDX) = "N" THEN
                   PERFORM CONFIRM-INTERRUPTED-STEP
               END-IF
               IF STP-STATE(WS-STEP-IDX) = "W" THEN
                   PERFORM RELEASE-HELD-STEP
               END-IF
           END-PERFORM.

       CONFIRM-INTERRUPTED-STEP.
           DISPLAY "STEP " STP-SEQ(WS-STEP-IDX) " "
                   STP-NAME(WS-STEP-IDX) " WAS CUT OFF MID-RUN AND "
                   "MUST NOT BE REPEATED".
           DISPLAY "CHECK ITS OUTPUT, THEN ENTER DONE TO MARK IT "
                   "FINISHED: " WITH NO ADVANCING.
           MOVE SPACES TO WS-ANSWER.
           ACCEPT WS-ANSWER.
           IF WS-ANSWER = "DONE" OR WS-ANSWER = "done" THEN
               MOVE "D" TO STP-STATE(WS-STEP-IDX)
               MOVE 0 TO STP-RC(WS-STEP-IDX)
               PERFORM STAMP-STEP-END
               MOVE "CONFIRM" TO WS-DECISION
               MOVE "MARKED FINISHED BY THE OPERATOR" TO WS-REASON
               PERFORM LOG-STEP-EVENT
               IF STP-CONSUME(WS-STEP-IDX) = "Y" THEN
                   PERFORM CONSUME-REQUIRED-FILE
               END-IF
      * LEFT MARKED RUNNING, SO EVERY RESTART ASKS AGAIN
           ELSE
               MOVE "HOLD" TO WS-DECISION
               MOVE "CUT OFF MID-RUN - AWAITING OPERATOR CONFIRMATION"
                 TO WS-REASON
               PERFORM LOG-STEP-EVENT
               MOVE "HELD" TO WS-STREAM-RESULT
               MOVE 'Y' TO WS-STOP
           END-IF.

       RELEASE-HELD-STEP.
      * ITS INPUT WAS ALREADY MOVED TO archive/ WHEN IT RAN
           MOVE STP-RC(WS-STEP-IDX) TO STM-RC-O.
           DISPLAY "STEP " STP-SEQ(WS-STEP-IDX) " "
                   STP-NAME(WS-STEP-IDX) " RAN TO THE END WITH RC "
                   STM-RC-O " AND HELD THE STREAM".
           DISPLAY "CHECK ITS OUTPUT, THEN ENTER DONE TO RELEASE IT: "
                   WITH NO ADVANCING.
           MOVE SPACES TO WS-ANSWER.
           ACCEPT WS-ANSWER.
           IF WS-ANSWER = "DONE" OR WS-ANSWER = "done" THEN
               MOVE "D" TO STP-STATE(WS-STEP-IDX)
               MOVE "RELEASE" TO WS-DECISION
               MOVE "RELEASED BY THE OPERATOR - NOT RUN AGAIN"
                 TO WS-REASON
               PERFORM LOG-STEP-EVENT
               MOVE 'Y' TO WS-WARNED
      * LEFT WAITING, SO EVERY RESTART ASKS AGAIN
           ELSE
               MOVE "HOLD" TO WS-DECISION
               MOVE "HELD ON ITS RC - AWAITING OPERATOR RELEASE"
                 TO WS-REASON
               PERFORM LOG-STEP-EVENT
               MOVE "HELD" TO WS-STREAM-RESULT
               MOVE 'Y' TO WS-STOP
           END-IF.

       RUN-ONE-STEP.
      * PRECONDITIONS FIRST - A HOLD FILE PRESENT OR A REQUIRED FILE
      * NOT YET ARRIVED STOPS THE STREAM HERE WITHOUT RUNNING
      * ANYTHING, SO THE NEXT INVOCATION PICKS UP AT THIS SAME STEP
           MOVE SPACES TO WS-REASON.
           IF STP-HOLD-FILE(WS-STEP-IDX) NOT = SPACES THEN
               MOVE STP-HOLD-FILE(WS-STEP-IDX) TO WS-PROBE-NAME
               PERFORM PROBE-FOR-FILE
               IF WS-PROBE-FOUND = 'Y' THEN
                   STRING "HOLD FILE PRESENT: " DELIMITED BY SIZE
                          WS-PROBE-NAME DELIMITED BY SPACE
                          INTO WS-REASON
                   END-STRING
                   PERFORM HOLD-BEFORE-START
               END-IF
           END-IF.
           IF WS-STOP = 'N'
              AND STP-REQ-ACTION(WS-STEP-IDX) NOT = SPACE THEN
               MOVE STP-REQ-FILE(WS-STEP-IDX) TO WS-PROBE-NAME
               PERFORM PROBE-FOR-FILE
               IF WS-PROBE-FOUND = 'N' THEN
                   IF STP-REQ-ACTION(WS-STEP-IDX) = "S" THEN
                       PERFORM SKIP-STEP
                   ELSE
                       STRING "WAITING FOR " DELIMITED BY SIZE
                              WS-PROBE-NAME DELIMITED BY SPACE
                              INTO WS-REASON
                       END-STRING
                       PERFORM HOLD-BEFORE-START
                   END-IF
               END-IF
           END-IF.
           IF WS-STOP = 'N'
              AND STP-STATE(WS-STEP-IDX) NOT = "S" THEN
               PERFORM BUILD-STEP-COMMAND
           END-IF.
           IF WS-STOP = 'N'
              AND STP-STATE(WS-STEP-IDX) NOT = "S" THEN
               PERFORM EXECUTE-STEP
               PERFORM JUDGE-STEP
           END-IF.

       PROBE-FOR-FILE.
      * ONLY A FILE THAT IS NOT THERE AT ALL COUNTS AS ABSENT - ONE
      * THAT EXISTS BUT CANNOT BE READ IS STILL THERE
           MOVE 'N' TO WS-PROBE-FOUND.
           OPEN INPUT PROBE-FILE.
           IF PROBE-STAT NOT = "35" THEN
               MOVE 'Y' TO WS-PROBE-FOUND
               IF PROBE-STAT = "00" THEN
                   CLOSE PROBE-FILE
               END-IF
           END-IF.

       HOLD-BEFORE-START.
           MOVE "H" TO STP-STATE(WS-STEP-IDX).
           MOVE "HOLD" TO WS-DECISION.
           PERFORM LOG-STEP-EVENT.
           MOVE "HELD" TO WS-STREAM-RESULT.
           MOVE 'Y' TO WS-STOP.

       SKIP-STEP.
           MOVE "S" TO STP-STATE(WS-STEP-IDX).
           MOVE 0 TO STP-RC(WS-STEP-IDX).
           PERFORM STAMP-STEP-START.
           PERFORM STAMP-STEP-END.
           MOVE "SKIP" TO WS-DECISION.
           STRING "NOTHING TO DO - NO " DELIMITED BY SIZE
                  WS-PROBE-NAME DELIMITED BY SPACE
                  INTO WS-REASON
           END-STRING.
           PERFORM LOG-STEP-EVENT.
           PERFORM SAVE-STREAM-STATE.

       BUILD-STEP-COMMAND.
      * THE NIGHT'S PROGRAMS TAKE THEIR FEW PARAMETERS (OPERATOR ID,
      * PARTITION NUMBER, JOB-ID) AT A PROMPT, SO THE DEFINITION'S
      * LINE IS PIPED TO IT. *JOB MEANS THE JOB-ID AN EARLIER STEP
      * LEFT IN ITS STATUS SNAPSHOT - THERE IS NO SENSIBLE DEFAULT IF
      * NONE HAS YET
           MOVE SPACES TO WS-COMMAND-LINE.
           MOVE STP-INPUT(WS-STEP-IDX) TO WS-PIPED-INPUT.
           IF WS-PIPED-INPUT = "*JOB" THEN
               IF WS-STREAM-JOB = 0 THEN
                   MOVE "NO JOB-ID YET - NO EARLIER STEP REPORTED ONE"
                     TO WS-REASON
                   PERFORM HOLD-BEFORE-START
               ELSE
                   MOVE WS-STREAM-JOB TO WS-PIPED-INPUT
               END-IF
           END-IF.
           IF WS-PIPED-INPUT = SPACES THEN
               MOVE STP-COMMAND(WS-STEP-IDX) TO WS-COMMAND-LINE
           ELSE
               STRING "echo " DELIMITED BY SIZE
                      WS-PIPED-INPUT DELIMITED BY SPACE
                      " | " DELIMITED BY SIZE
                      STP-COMMAND(WS-STEP-IDX) DELIMITED BY SIZE
                      INTO WS-COMMAND-LINE
               END-STRING
           END-IF.

       EXECUTE-STEP.
      * THE STEP IS MARKED RUNNING ON DISK BEFORE IT STARTS, SO A
      * CONTROLLER THAT DIES UNDER IT LEAVES THE EVIDENCE BEHIND
           MOVE "R" TO STP-STATE(WS-STEP-IDX).
           MOVE 0 TO STP-RC(WS-STEP-IDX).
           PERFORM STAMP-STEP-START.
           MOVE 0 TO STP-END-DATE(WS-STEP-IDX).
           MOVE 0 TO STP-END-TIME(WS-STEP-IDX).
           PERFORM SAVE-STREAM-STATE.
           PERFORM LOG-STEP-START.
           DISPLAY "STEP " STP-SEQ(WS-STEP-IDX) " "
                   STP-NAME(WS-STEP-IDX) " STARTING".
           CALL "SYSTEM" USING WS-COMMAND-LINE
           END-CALL.
           MOVE RETURN-CODE TO WS-SYS-RC.
           MOVE 0 TO RETURN-CODE.
           PERFORM STAMP-STEP-END.
      * THE SHELL HANDS BACK A WAIT STATUS WITH THE EXIT CODE IN ITS
      * HIGH-ORDER BYTE; A NEGATIVE ONE MEANS THE STEP NEVER STARTED
           IF WS-SYS-RC < 0 THEN
               MOVE 999 TO WS-STEP-RC
           ELSE
           IF WS-SYS-RC > 255 THEN
               DIVIDE 256 INTO WS-SYS-RC
               IF WS-SYS-RC > 999 THEN
                   MOVE 999 TO WS-STEP-RC
               ELSE
                   MOVE WS-SYS-RC TO WS-STEP-RC
               END-IF
           ELSE
               MOVE WS-SYS-RC TO WS-STEP-RC
           END-IF
           END-IF.
      * EVERY PROGRAM IN THE SUITE ENDS WITH 0, 4 OR 8 - ANY OTHER
      * CODE IS A RUNTIME FAILURE OR A KILLED PROCESS, WHICH CAN HAVE
      * STOPPED ANYWHERE
           MOVE 'N' TO WS-ABNORMAL.
           IF WS-STEP-RC NOT = 0 AND WS-STEP-RC NOT = 4
              AND WS-STEP-RC NOT = 8 THEN
               MOVE 'Y' TO WS-ABNORMAL
           END-IF.
           MOVE 'N' TO WS-BLOCKED.
           IF STP-STATUS-FILE(WS-STEP-IDX) NOT = SPACES THEN
               PERFORM CHECK-STEP-STATUS
           END-IF.
           MOVE WS-STEP-RC TO STP-RC(WS-STEP-IDX).

       CHECK-STEP-STATUS.
      * THE SNAPSHOT IS THE STEP'S OWN ACCOUNT OF HOW IT ENDED. A
      * COMPLETION CODE STILL AT 99 MEANS IT NEVER GOT TO THE END
      * WHATEVER THE PROCESS RETURNED; A "BLOCKED" PHASE MEANS IT
      * REFUSED TO START UNDER A LOCK, WHICH IS A WAIT, NOT A
      * FAILURE; AND A CODE WORSE THAN THE PROCESS'S OWN WINS
           MOVE STP-STATUS-FILE(WS-STEP-IDX) TO WS-STATUS-NAME.
           OPEN INPUT STATUS-FILE.
           IF STATUS-STAT NOT = "00" THEN
               MOVE 'Y' TO WS-ABNORMAL
               MOVE "NO STATUS SNAPSHOT AFTER THE STEP" TO WS-REASON
           ELSE
               MOVE SPACES TO STATUS-REC
               READ STATUS-FILE
                   AT END MOVE SPACES TO STATUS-REC
               END-READ
               CLOSE STATUS-FILE
               IF STATUS-COMP-CODE IS NOT NUMERIC
                  OR STATUS-JOB-ID IS NOT NUMERIC THEN
                   MOVE 'Y' TO WS-ABNORMAL
                   MOVE "STATUS SNAPSHOT UNREADABLE" TO WS-REASON
               ELSE
                   IF STATUS-JOB-ID > 0 THEN
                       MOVE STATUS-JOB-ID TO WS-STREAM-JOB
                   END-IF
                   IF STATUS-COMP-CODE = 99 THEN
                       MOVE 'Y' TO WS-ABNORMAL
                       MOVE "STATUS SNAPSHOT SAYS STILL RUNNING"
                         TO WS-REASON
                   ELSE
                   IF STATUS-PHASE = "BLOCKED" THEN
                       MOVE 'Y' TO WS-BLOCKED
                       MOVE "REFUSED UNDER A LOCK - SEE THE RUN LOG"
                         TO WS-REASON
                   ELSE
                   IF STATUS-COMP-CODE > WS-STEP-RC THEN
                       MOVE STATUS-COMP-CODE TO WS-STEP-RC
                   END-IF
                   END-IF
                   END-IF
               END-IF
           END-IF.

       JUDGE-STEP.
      * CONTINUE, HOLD OR ABORT BY THE STEP'S OWN LIMITS. A STEP
      * THAT MUST NOT BE REPEATED AND ENDED ABNORMALLY STAYS MARKED
      * RUNNING, SO THE RESTART ASKS THE OPERATOR ABOUT IT RATHER
      * THAN RUNNING IT AGAIN. A HOLD ON THE RETURN CODE COMES AFTER
      * THE WORK IS DONE, SO IT WAITS FOR RELEASE (W) INSTEAD OF
      * BEING HELD TO RUN AGAIN (H) LIKE A STEP REFUSED UNDER A LOCK
           IF WS-ABNORMAL = 'Y' THEN
               MOVE "ABORT" TO WS-DECISION
               IF WS-REASON = SPACES THEN
                   MOVE "ABNORMAL END" TO WS-REASON
               END-IF
               IF STP-REPEATABLE(WS-STEP-IDX) = "Y" THEN
                   MOVE "A" TO STP-STATE(WS-STEP-IDX)
               END-IF
           ELSE
           IF WS-BLOCKED = 'Y' THEN
               MOVE "HOLD" TO WS-DECISION
               MOVE "H" TO STP-STATE(WS-STEP-IDX)
           ELSE
           IF WS-STEP-RC NOT > STP-CONT-RC(WS-STEP-IDX) THEN
               MOVE "CONTINUE" TO WS-DECISION
               MOVE "D" TO STP-STATE(WS-STEP-IDX)
               IF WS-STEP-RC > 0 THEN
                   MOVE 'Y' TO WS-WARNED
               END-IF
           ELSE
           IF WS-STEP-RC NOT > STP-HOLD-RC(WS-STEP-IDX) THEN
               MOVE "HOLD" TO WS-DECISION
               MOVE "W" TO STP-STATE(WS-STEP-IDX)
               MOVE "RAN TO THE END - AWAITING OPERATOR RELEASE"
                 TO WS-REASON
           ELSE
               MOVE "ABORT" TO WS-DECISION
               MOVE "A" TO STP-STATE(WS-STEP-IDX)
           END-IF
           END-IF
           END-IF
           END-IF.
           PERFORM LOG-STEP-END.
           DISPLAY "STEP " STP-SEQ(WS-STEP-IDX) " "
                   STP-NAME(WS-STEP-IDX) " RC " WS-STEP-RC " - "
                   WS-DECISION.
           EVALUATE WS-DECISION
               WHEN "HOLD"
                   MOVE "HELD" TO WS-STREAM-RESULT
                   MOVE 'Y' TO WS-STOP
               WHEN "ABORT"
                   MOVE "ABORTED" TO WS-STREAM-RESULT
                   MOVE 'Y' TO WS-STOP
           END-EVALUATE.
      * A STEP THAT RAN TO THE END HAS USED ITS INPUT, HOLD OR NOT.
      * ONE REFUSED UNDER A LOCK, ABORTED ON ITS RC (THE SUITE'S RC 8
      * MEANS THE INPUT WAS REFUSED, NOT USED) OR CUT OFF KEEPS IT
      * FOR THE RERUN OR THE OPERATOR'S CONFIRMATION
           IF STP-CONSUME(WS-STEP-IDX) = "Y"
              AND (STP-STATE(WS-STEP-IDX) = "D"
                OR STP-STATE(WS-STEP-IDX) = "W") THEN
               PERFORM CONSUME-REQUIRED-FILE
           END-IF.
           PERFORM SAVE-STREAM-STATE.

       CONSUME-REQUIRED-FILE.
      * THE INPUT HAS BEEN USED - MOVE IT OUT OF THE WAY UNDER ITS
      * OWN NAME PLUS THE STREAM STAMP, SO NO LATER STREAM CAN TAKE
      * IT AGAIN. IF IT CANNOT BE MOVED THE STREAM HOLDS: GOING ON
      * WOULD LEAVE IT WHERE TOMORROW'S STEP WOULD FIND IT
           CALL "CBL_CREATE_DIR" USING WS-ARCHIVE-DIR
               RETURNING WS-DIR-RC
           END-CALL.
           MOVE 1 TO WS-BASE-START.
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-CHAR-IDX > 40
               IF STP-REQ-FILE(WS-STEP-IDX)(WS-CHAR-IDX:1) = "/" THEN
                   COMPUTE WS-BASE-START = WS-CHAR-IDX + 1
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-ARCHIVE-NAME.
           STRING "archive/" DELIMITED BY SIZE
                  STP-REQ-FILE(WS-STEP-IDX)(WS-BASE-START:)
                  DELIMITED BY SPACE
                  "." DELIMITED BY SIZE
                  WS-STREAM-DATE DELIMITED BY SIZE
                  WS-STREAM-TIME DELIMITED BY SIZE
                  INTO WS-ARCHIVE-NAME
           END-STRING.
           CALL "CBL_RENAME_FILE" USING STP-REQ-FILE(WS-STEP-IDX)
                WS-ARCHIVE-NAME
                RETURNING WS-RENAME-RC
           END-CALL.
           MOVE 0 TO RETURN-CODE.
           IF WS-RENAME-RC = 0 THEN
               MOVE "CONSUMED" TO WS-DECISION
               MOVE SPACES TO WS-REASON
               STRING "MOVED TO " DELIMITED BY SIZE
                      WS-ARCHIVE-NAME DELIMITED BY SPACE
                      INTO WS-REASON
               END-STRING
               PERFORM LOG-STEP-EVENT
           ELSE
               MOVE "HOLD" TO WS-DECISION
               MOVE SPACES TO WS-REASON
               STRING "*CANNOT MOVE " DELIMITED BY SIZE
                      STP-REQ-FILE(WS-STEP-IDX) DELIMITED BY SPACE
                      " TO archive/ - MOVE IT BY HAND*"
                      DELIMITED BY SIZE
                      INTO WS-REASON
               END-STRING
               PERFORM LOG-STEP-EVENT
               MOVE "HELD" TO WS-STREAM-RESULT
               MOVE 'Y' TO WS-STOP
           END-IF.

       STAMP-STEP-START.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME FROM TIME.
           MOVE WS-NOW-DATE TO STP-START-DATE(WS-STEP-IDX).
           MOVE WS-NOW-TIME(1:6) TO STP-START-TIME(WS-STEP-IDX).

       STAMP-STEP-END.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME FROM TIME.
           MOVE WS-NOW-DATE TO STP-END-DATE(WS-STEP-IDX).
           MOVE WS-NOW-TIME(1:6) TO STP-END-TIME(WS-STEP-IDX).

       SAVE-STREAM-STATE.
      * REWRITTEN WHOLE AT EVERY STEP BOUNDARY, LIKE THE RUN'S OWN
      * STATUS SNAPSHOT
           OPEN OUTPUT STREAM-STATE-FILE.
           MOVE SPACES TO STATE-HDR-REC.
           MOVE "H" TO STH-TYPE.
           MOVE WS-STREAM-DATE TO STH-DATE.
           MOVE WS-STREAM-TIME TO STH-TIME.
           MOVE WS-STREAM-JOB TO STH-JOB-ID.
           MOVE WS-STREAM-RESULT TO STH-RESULT.
           WRITE STATE-HDR-REC.
           PERFORM VARYING WS-SAVE-IDX FROM 1 BY 1
                   UNTIL WS-SAVE-IDX > WS-STEP-COUNT
               MOVE SPACES TO STATE-STEP-REC
               MOVE "S" TO STS-TYPE
               MOVE STP-SEQ(WS-SAVE-IDX) TO STS-SEQ
               MOVE STP-NAME(WS-SAVE-IDX) TO STS-NAME
               MOVE STP-STATE(WS-SAVE-IDX) TO STS-STATE
               MOVE STP-RC(WS-SAVE-IDX) TO STS-RC
               MOVE STP-START-DATE(WS-SAVE-IDX) TO STS-START-DATE
               MOVE STP-START-TIME(WS-SAVE-IDX) TO STS-START-TIME
               MOVE STP-END-DATE(WS-SAVE-IDX) TO STS-END-DATE
               MOVE STP-END-TIME(WS-SAVE-IDX) TO STS-END-TIME
               WRITE STATE-STEP-REC
           END-PERFORM.
           CLOSE STREAM-STATE-FILE.

       LOG-STEP-START.
           MOVE STP-SEQ(WS-STEP-IDX) TO STM-SEQ-O.
           MOVE STP-START-DATE(WS-STEP-IDX) TO STM-DATE-O.
           MOVE STP-START-TIME(WS-STEP-IDX) TO STM-TIME-O.
           MOVE SPACES TO STREAM-LOG-LINE.
           STRING "STEP " DELIMITED BY SIZE
                  STM-SEQ-O DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  STP-NAME(WS-STEP-IDX) DELIMITED BY SIZE
                  " START " DELIMITED BY SIZE
                  STM-DATE-O DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  STM-TIME-O DELIMITED BY SIZE
                  INTO STREAM-LOG-LINE
           END-STRING.
           WRITE STREAM-LOG-LINE.

       LOG-STEP-END.
           MOVE STP-SEQ(WS-STEP-IDX) TO STM-SEQ-O.
           MOVE STP-END-DATE(WS-STEP-IDX) TO STM-DATE-O.
           MOVE STP-END-TIME(WS-STEP-IDX) TO STM-TIME-O.
           MOVE WS-STEP-RC TO STM-RC-O.
           MOVE SPACES TO STREAM-LOG-LINE.
           STRING "STEP " DELIMITED BY SIZE
                  STM-SEQ-O DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  STP-NAME(WS-STEP-IDX) DELIMITED BY SIZE
                  " END   " DELIMITED BY SIZE
                  STM-DATE-O DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  STM-TIME-O DELIMITED BY SIZE
                  " RC " DELIMITED BY SIZE
                  STM-RC-O DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DECISION DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-REASON DELIMITED BY SIZE
                  INTO STREAM-LOG-LINE
           END-STRING.
           WRITE STREAM-LOG-LINE.

       LOG-STEP-EVENT.
      * HOLDS, SKIPS AND CONFIRMATIONS - THINGS THAT HAPPEN TO A STEP
      * WITHOUT IT RUNNING
           MOVE STP-SEQ(WS-STEP-IDX) TO STM-SEQ-O.
           MOVE SPACES TO STREAM-LOG-LINE.
           STRING "STEP " DELIMITED BY SIZE
                  STM-SEQ-O DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  STP-NAME(WS-STEP-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DECISION DELIMITED BY SPACE
                  " - " DELIMITED BY SIZE
                  WS-REASON DELIMITED BY SIZE
                  INTO STREAM-LOG-LINE
           END-STRING.
           WRITE STREAM-LOG-LINE.
           DISPLAY STREAM-LOG-LINE.

       LOG-STREAM-END.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-NOW-TIME FROM TIME.
           MOVE WS-NOW-DATE TO STM-DATE-O.
           MOVE WS-NOW-TIME(1:6) TO STM-TIME-O.
           MOVE WS-STREAM-JOB TO STM-JOB-O.
           MOVE SPACES TO STREAM-LOG-LINE.
           STRING "STREAM " DELIMITED BY SIZE
                  WS-STREAM-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-STREAM-TIME DELIMITED BY SIZE
                  " END " DELIMITED BY SIZE
                  STM-DATE-O DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  STM-TIME-O DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-STREAM-RESULT DELIMITED BY SPACE
                  " - JOB " DELIMITED BY SIZE
                  STM-JOB-O DELIMITED BY SIZE
                  INTO STREAM-LOG-LINE
           END-STRING.
           IF WS-STREAM-RESULT = "COMPLETE" AND WS-WARNED = 'Y' THEN
               MOVE "(WITH WARNINGS)" TO STREAM-LOG-LINE(73:15)
           END-IF.
           WRITE STREAM-LOG-LINE.
