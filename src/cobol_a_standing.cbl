       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOL_A_STANDING.

      * STANDING-INSTRUCTION GENERATOR. MASTER ENTRIES THAT REPEAT
      * EVERY MONTH, QUARTER, HALF-YEAR OR YEAR (FIXED ALLOCATIONS,
      * RENT-TYPE CHARGES) ARE HELD AS INSTRUCTIONS IN
      * control/cobol_a_standing.dat INSTEAD OF BEING KEYED AGAIN IN
      * THE MAINTENANCE FACILITY EVERY CYCLE. EACH RUN WRITES EVERY
      * OCCURRENCE DUE ON OR BEFORE THE PROCESSING DATE AS AN "A"
      * TRANSACTION, IN THE TRN-RECORD LAYOUT, ON THE END OF
      * db/cobol_a_trans.dat FOR COBOL_A_APPLY TO RAISE UNDER DUAL
      * CONTROL, THEN MOVES EACH INSTRUCTION'S NEXT DUE DATE ON AND
      * WRITES THE INSTRUCTION FILE BACK. AN INSTRUCTION THAT MISSED
      * CYCLES (NO RUN FOR A MONTH) CATCHES UP ONE OCCURRENCE PER
      * CYCLE, EACH WITH ITS OWN DUE DATE AS THE EFFECTIVE DATE, UP TO
      * WS-CATCHUP-LIMIT IN ONE RUN.
      * EVERY OCCURRENCE WRITTEN IS ALSO LOGGED, BY INSTRUCTION AND DUE
      * DATE, IN db/cobol_a_standing_gen.dat BEFORE THE INSTRUCTION
      * FILE IS TOUCHED. AN OCCURRENCE ALREADY IN THE LOG IS NEVER
      * WRITTEN AGAIN - A RERUN, OR A RUN CUT OFF BEFORE THE
      * INSTRUCTION FILE WAS SAVED, ONLY MOVES THE DUE DATE ON. TO
      * REGENERATE AN OCCURRENCE ON PURPOSE, ITS LOG LINE MUST BE
      * REMOVED.
      * THE SCHEDULE REPORT outputs/cobol_a_standing.txt, REWRITTEN ON
      * EVERY RUN, LISTS WHAT THIS RUN GENERATED, WHAT COMES DUE IN THE
      * NEXT 30 DAYS AND ANY INSTRUCTION THAT COULD NOT BE USED.
      * EXITS 0 WHEN EVERY INSTRUCTION WAS USABLE, 4 WHEN ONE WAS
      * REFUSED OR STOPPED SHORT, 8 WHEN THE RUN COULD NOT START.
      *
      * INSTRUCTION LINE LAYOUT:
      *   COL  1- 6  INSTRUCTION NUMBER, UNIQUE
      *   COL  8-15  KEY PATTERN - DIGITS ARE TAKEN AS THEY STAND; Y, M
      *              AND D ARE FILLED FROM THE DUE DATE'S YEAR, MONTH
      *              AND DAY AND N FROM THE OCCURRENCE NUMBER, EACH RUN
      *              OF LETTERS TAKING THE LOW-ORDER DIGITS (E.G.
      *              "41YYMMNN"). SO THAT NO TWO OCCURRENCES SHARE A
      *              KEY THE PATTERN MUST HOLD AT LEAST ONE N, OR ELSE
      *              AT LEAST TWO Y'S AND, FOR FREQUENCY M, Q OR H, AT
      *              LEAST TWO M'S - A DAY OR A MONTH ALONE COMES ROUND
      *              AGAIN. AN OCCURRENCE NUMBER WITH MORE DIGITS THAN
      *              THE PATTERN HAS N'S STOPS THE INSTRUCTION BEFORE
      *              ANYTHING IS WRITTEN (ONE N STOPS AT THE 10TH)
      *   COL 17-26  AMOUNT, 9 DIGITS PLUS TRAILING SIGN, IMPLIED 2
      *              DECIMALS (BLANK SIGN = '+')
      *   COL 28-30  CURRENCY CODE, BLANK = BASE CURRENCY
      *   COL 32-33  CATEGORY
      *   COL 35     FREQUENCY: M MONTHLY, Q QUARTERLY, H HALF-YEARLY,
      *              A ANNUAL
      *   COL 37-44  START DATE - ITS DAY OF THE MONTH IS THE DAY EVERY
      *              OCCURRENCE FALLS ON (THE LAST DAY IN A SHORTER
      *              MONTH)
      *   COL 46-53  END DATE, BLANK = NO END
      *   COL 55-62  NEXT DUE DATE, BLANK = THE START DATE
      *   COL 64-67  OCCURRENCES GENERATED SO FAR, BLANK = NONE
      *   COL 69-98  DESCRIPTION
      * A LINE STARTING "*" IS A COMMENT AND IS KEPT AS IT STANDS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STANDING-FILE ASSIGN TO "control/cobol_a_standing.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS STANDING-STAT.
      * THE APPLY FACILITY'S INPUT - APPENDED TO, NEVER REPLACED, SO A
      * BATCH ALREADY WAITING FROM AN UPSTREAM SENDER IS KEPT
           SELECT TRANS-FILE ASSIGN TO "db/cobol_a_trans.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS TRANS-STAT.
      * ONE LINE PER OCCURRENCE EVER GENERATED - THE RERUN GUARD
           SELECT GENLOG-FILE ASSIGN TO "db/cobol_a_standing_gen.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS GENLOG-STAT.
           SELECT STANDING-REPORT
               ASSIGN TO "outputs/cobol_a_standing.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS STD-RPT-STAT.
      * BUSINESS-DAY CALENDAR AND THE OPERATOR'S PROCESSING-DATE
      * OVERRIDE - SEE DERIVE-PROCESSING-DATE. BOTH ARE OPTIONAL
           SELECT CALENDAR-CTL-FILE
               ASSIGN TO "control/cobol_a_calendar.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS CAL-STAT.
           SELECT PROCDATE-CTL-FILE
               ASSIGN TO "control/cobol_a_procdate.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS PROCDATE-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD  STANDING-FILE
           RECORD CONTAINS 98 CHARACTERS
           BLOCK 0
           DATA RECORD IS STANDING-REC
           RECORDING MODE IS F.
       01  STANDING-REC    PIC X(98).
      *
      * TRANSACTION - LAYOUT MUST MATCH TRN-RECORD IN
      * cobol_a_apply.cbl
       FD  TRANS-FILE
           RECORD CONTAINS 32 CHARACTERS
           BLOCK 0
           DATA RECORD IS TRN-RECORD
           RECORDING MODE IS F.
       01  TRN-RECORD.
           05  TRN-ACTION      PIC X.
           05  TRN-KEY         PIC X(8).
           05  TRN-AMOUNT      PIC X(10).
           05  TRN-CATEGORY    PIC X(2).
           05  TRN-EFF-DATE    PIC X(8).
           05  TRN-EFF-DATE-N REDEFINES TRN-EFF-DATE PIC 9(8).
           05  TRN-CURRENCY    PIC X(3).
      *
      * LOG LINE: INSTRUCTION (6) SPACE DUE DATE (8) SPACE KEY (8)
      * SPACE DATE (8) AND TIME (6) IT WAS GENERATED
       FD  GENLOG-FILE
           RECORD CONTAINS 40 CHARACTERS
           BLOCK 0
           DATA RECORD IS GENLOG-REC
           RECORDING MODE IS F.
       01  GENLOG-REC.
           05  GENLOG-ID       PIC X(6).
           05  GENLOG-ID-N REDEFINES GENLOG-ID PIC 9(6).
           05  FILLER          PIC X.
           05  GENLOG-DUE      PIC X(8).
           05  GENLOG-DUE-N REDEFINES GENLOG-DUE PIC 9(8).
           05  FILLER          PIC X.
           05  GENLOG-KEY      PIC X(8).
           05  FILLER          PIC X.
           05  GENLOG-DATE     PIC 9(8).
           05  GENLOG-TIME     PIC 9(6).
      *
       FD  STANDING-REPORT
           RECORD CONTAINS 100 CHARACTERS
           BLOCK 0
           DATA RECORD IS STD-LINE
           RECORDING MODE IS F.
       01  STD-LINE        PIC X(100).
      *
      * CALENDAR LINE: DATE (8) SPACE TYPE (1) SPACE DESCRIPTION (30)
      * TYPE H = HOLIDAY, W = WEEKEND DAY WORKED AS A BUSINESS DAY
       FD  CALENDAR-CTL-FILE
           RECORD CONTAINS 41 CHARACTERS
           BLOCK 0
           DATA RECORD IS CAL-CTL-REC
           RECORDING MODE IS F.
       01  CAL-CTL-REC.
           05  CAL-CTL-DATE     PIC X(8).
           05  CAL-CTL-DATE-N REDEFINES CAL-CTL-DATE PIC 9(8).
           05  FILLER           PIC X.
           05  CAL-CTL-TYPE     PIC X.
           05  FILLER           PIC X.
           05  CAL-CTL-DESC     PIC X(30).
      *
      * OVERRIDE: PROCESSING DATE (8) SPACE NIGHT IT APPLIES TO (8)
       FD  PROCDATE-CTL-FILE
           RECORD CONTAINS 17 CHARACTERS
           BLOCK 0
           DATA RECORD IS PROCDATE-CTL-REC
           RECORDING MODE IS F.
       01  PROCDATE-CTL-REC.
           05  PROCDATE-CTL-DATE  PIC X(8).
           05  PROCDATE-CTL-DATE-N REDEFINES PROCDATE-CTL-DATE
                                  PIC 9(8).
           05  FILLER             PIC X.
           05  PROCDATE-CTL-NIGHT PIC X(8).
           05  PROCDATE-CTL-NIGHT-N REDEFINES PROCDATE-CTL-NIGHT
                                  PIC 9(8).

       WORKING-STORAGE SECTION.
       01  STANDING-STAT   PIC XX.
       01  TRANS-STAT      PIC XX.
       01  GENLOG-STAT     PIC XX.
       01  STD-RPT-STAT    PIC XX.
       01  WS-RUN-DATE     PIC 9(8).
       01  WS-RUN-TIME     PIC 9(8).
      * LAST DAY OF THE DUE-SOON WINDOW
       01  WS-HORIZON-DATE PIC 9(8).
      * INSTRUCTION TABLE - THE FILE IS HELD WHOLE WHILE THE RUN WORKS
      * THROUGH IT, THEN WRITTEN BACK WHOLE, THE SAME WAY THE
      * MAINTENANCE FACILITY HANDLES ITS PROPOSAL FILE
       01  SI-COUNT        PIC 9(4) VALUE 0.
       01  SI-LIMIT        PIC 9(4) VALUE 500.
       01  SI-IDX          PIC 9(4).
       01  SI-CHK-IDX      PIC 9(4).
       01  SI-TABLE.
           05  SI-ENTRY OCCURS 500 TIMES.
               10  SI-LINE     PIC X(98).
      * 'Y' USABLE, 'N' REFUSED, 'C' COMMENT OR BLANK LINE
               10  SI-USABLE   PIC X.
               10  SI-REASON   PIC X(32).
       01  WS-SI-OVERFLOW  PIC X VALUE 'N'.
      * ONE INSTRUCTION, BROKEN OUT - SEE THE LAYOUT ABOVE
       01  WS-SI-VIEW.
           05  WS-SV-ID        PIC X(6).
           05  WS-SV-ID-N REDEFINES WS-SV-ID PIC 9(6).
           05  FILLER          PIC X.
           05  WS-SV-PATTERN   PIC X(8).
           05  FILLER          PIC X.
           05  WS-SV-AMOUNT    PIC X(10).
           05  WS-SV-AMOUNT-N REDEFINES WS-SV-AMOUNT
                               PIC S9(7)V99 SIGN TRAILING
                               SEPARATE CHARACTER.
           05  FILLER          PIC X.
           05  WS-SV-CURRENCY  PIC X(3).
           05  FILLER          PIC X.
           05  WS-SV-CATEGORY  PIC X(2).
           05  WS-SV-CATEGORY-N REDEFINES WS-SV-CATEGORY PIC 9(2).
           05  FILLER          PIC X.
           05  WS-SV-FREQ      PIC X.
           05  FILLER          PIC X.
           05  WS-SV-START     PIC X(8).
           05  WS-SV-START-N REDEFINES WS-SV-START PIC 9(8).
           05  WS-SV-START-R REDEFINES WS-SV-START.
               10  FILLER          PIC 9(6).
               10  WS-SV-START-DD  PIC 9(2).
           05  FILLER          PIC X.
           05  WS-SV-END       PIC X(8).
           05  WS-SV-END-N REDEFINES WS-SV-END PIC 9(8).
           05  FILLER          PIC X.
           05  WS-SV-NEXT-DUE  PIC X(8).
           05  WS-SV-NEXT-DUE-N REDEFINES WS-SV-NEXT-DUE PIC 9(8).
           05  FILLER          PIC X.
           05  WS-SV-SEQ       PIC X(4).
           05  WS-SV-SEQ-N REDEFINES WS-SV-SEQ PIC 9(4).
           05  FILLER          PIC X.
           05  WS-SV-DESC      PIC X(30).
      * VALIDATION WORK FIELDS
       01  WS-SV-REASON    PIC X(32).
       01  WS-PAT-IDX      PIC 9(2).
       01  WS-PAT-CHAR     PIC X.
       01  WS-PAT-Y        PIC 9(2).
       01  WS-PAT-M        PIC 9(2).
       01  WS-PAT-N        PIC 9(2).
      * GENERATION CONTROL FOR ONE INSTRUCTION - THE CATCH-UP LIMIT
      * STOPS A MISKEYED NEXT DUE DATE FLOODING THE APPLY
       01  WS-SI-STOP      PIC X.
       01  WS-SI-STEPS     PIC 9(4).
       01  WS-CATCHUP-LIMIT    PIC 9(4) VALUE 24.
       01  WS-FREQ-MONTHS  PIC 9(2).
      * KEY BUILDING - DUE DATE AND OCCURRENCE NUMBER IN, KEY OUT
       01  WS-BK-DATE      PIC 9(8).
       01  WS-BK-DATE-R REDEFINES WS-BK-DATE.
           05  WS-BK-DATE-YYYY PIC 9(4).
           05  WS-BK-DATE-MM   PIC 9(2).
           05  WS-BK-DATE-DD   PIC 9(2).
       01  WS-BK-OCCUR     PIC 9(5).
       01  WS-BK-YEAR      PIC 9(4).
       01  WS-BK-MONTH     PIC 9(2).
       01  WS-BK-DAY       PIC 9(2).
       01  WS-BK-SEQ       PIC 9(5).
       01  WS-BK-QUOT      PIC 9(5).
       01  WS-BK-DIGIT     PIC 9.
       01  WS-GEN-KEY      PIC X(8).
      * 'Y' WHEN THE PATTERN'S N'S CANNOT HOLD THE OCCURRENCE NUMBER
       01  WS-BK-HAS-N     PIC X.
       01  WS-BK-OUTGROWN  PIC X.
      * DATE ADVANCE - WS-ADV-DATE MOVES ON WS-FREQ-MONTHS MONTHS TO
      * THE ANCHOR DAY, OR THE LAST DAY OF A SHORTER MONTH
       01  WS-ADV-DATE     PIC 9(8).
       01  WS-ADV-DATE-R REDEFINES WS-ADV-DATE.
           05  WS-ADV-YYYY     PIC 9(4).
           05  WS-ADV-MM       PIC 9(2).
           05  WS-ADV-DD       PIC 9(2).
       01  WS-ADV-ANCHOR   PIC 9(2).
       01  WS-ADV-MONTHS   PIC 9(6).
       01  WS-ADV-REM      PIC 9(2).
      * OCCURRENCES ALREADY GENERATED - ONLY THOSE ON OR AFTER THE
      * EARLIEST NEXT DUE DATE CAN BE MET AGAIN, SO ONLY THOSE ARE HELD
       01  GENLOG-EOF      PIC X.
       01  WS-MIN-DUE      PIC 9(8).
       01  GEN-COUNT       PIC 9(5) VALUE 0.
       01  GEN-LIMIT       PIC 9(5) VALUE 20000.
       01  GEN-IDX         PIC 9(5).
       01  WS-GEN-FOUND    PIC X.
       01  GEN-TABLE.
           05  GEN-ENTRY OCCURS 20000 TIMES.
               10  GEN-ID      PIC 9(6).
               10  GEN-DUE     PIC 9(8).
      * THE NEXT 30 DAYS, COLLECTED THEN SORTED INTO DATE ORDER
       01  DUE-COUNT       PIC 9(4) VALUE 0.
       01  DUE-LIMIT       PIC 9(4) VALUE 2000.
       01  DUE-IDX         PIC 9(4).
       01  WS-DUE-CLIPPED  PIC X VALUE 'N'.
       01  WS-PROJ-OCCUR   PIC 9(5).
       01  DUE-TABLE.
           05  DUE-ENTRY OCCURS 1 TO 2000 TIMES
               DEPENDING ON DUE-COUNT.
               10  DUE-DATE    PIC 9(8).
               10  DUE-ID      PIC 9(6).
               10  DUE-KEY     PIC X(8).
               10  DUE-OCCUR   PIC 9(4).
               10  DUE-SI-IDX  PIC 9(4).
      * RUN COUNTS
       01  WS-INSTR-COUNT  PIC 9(4) VALUE 0.
       01  WS-REFUSED-COUNT    PIC 9(4) VALUE 0.
       01  WS-STOPPED-COUNT    PIC 9(4) VALUE 0.
       01  WS-ENDED-COUNT  PIC 9(4) VALUE 0.
       01  WS-GENERATED-COUNT  PIC 9(6) VALUE 0.
       01  WS-SKIPPED-COUNT    PIC 9(6) VALUE 0.
       01  WS-GEN-AMOUNT   PIC S9(11)V99 COMP-3 VALUE 0.
      * REPORT EDITING FIELDS
       01  STD-COLUMN-HEAD.
           05  FILLER PIC X(25) VALUE "  DUE DATE   INSTR   OCC ".
           05  FILLER PIC X(29) VALUE "KEY           AMOUNT CCY CAT ".
           05  FILLER PIC X(11) VALUE "DESCRIPTION".
       01  STD-DATE-O      PIC 9(4)/99/99.
       01  STD-DUE-O       PIC 9(4)/99/99.
       01  STD-AMT-O       PIC +Z(6)9.99.
       01  STD-TOT-O       PIC +Z(10)9.99.
       01  STD-CNT-O       PIC Z(5)9.
       01  STD-LINE-O      PIC Z(3)9.
       01  STD-OCC-O       PIC Z(3)9.
      * PROCESSING-DATE AND CALENDAR FIELDS - AN OCCURRENCE IS DUE
      * WHEN ITS DATE IS ON OR BEFORE THE NIGHT'S PROCESSING DATE, THE
      * SAME DATE THE NIGHTLY RUN WILL POST UNDER
       01  CAL-STAT             PIC XX.
       01  PROCDATE-STAT        PIC XX.
       01  WS-SYSTEM-DATE       PIC 9(8).
       01  WS-NIGHT-DATE        PIC 9(8).
       01  WS-NIGHT-END-HH      PIC XX VALUE "06".
       01  WS-NATURAL-DATE      PIC 9(8).
       01  WS-PROC-OVERRIDE     PIC X VALUE 'N'.
       01  WS-PROC-IGNORED      PIC X VALUE 'N'.
       01  WS-PROC-ASKED        PIC 9(8) VALUE 0.
       01  WS-CAL-COUNT         PIC 9(4) VALUE 0.
       01  WS-CAL-IDX           PIC 9(4).
       01  CAL-TABLE.
           05  CAL-ENTRY OCCURS 500 TIMES.
               10  CAL-DATE     PIC 9(8).
               10  CAL-TYPE     PIC X.
       01  WS-CAL-DAY           PIC 9(8).
       01  WS-CAL-WEEKDAY       PIC 9.
       01  WS-CAL-BUSINESS      PIC X.
       01  WS-CAL-ROLLS         PIC 9(3).

       PROCEDURE DIVISION.

       STANDING-MAIN.
           PERFORM DERIVE-PROCESSING-DATE.
           DISPLAY "COBOL_A STANDING-INSTRUCTION GENERATOR - "
                   "PROCESSING DATE " WS-RUN-DATE.
           COMPUTE WS-HORIZON-DATE = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE) + 30).
           PERFORM LOAD-INSTRUCTIONS.
           PERFORM LOAD-GENERATED.
           PERFORM OPEN-OUTPUTS.
           PERFORM WRITE-REPORT-HEADER.
           PERFORM VARYING SI-IDX FROM 1 BY 1 UNTIL SI-IDX > SI-COUNT
               IF SI-USABLE(SI-IDX) = 'Y' THEN
                   PERFORM GENERATE-ONE-INSTRUCTION
               END-IF
           END-PERFORM.
           IF WS-GENERATED-COUNT = 0 AND WS-SKIPPED-COUNT = 0 THEN
               MOVE SPACES TO STD-LINE
               MOVE "  NOTHING DUE" TO STD-LINE
               WRITE STD-LINE
           END-IF.
      * THE TRANSACTIONS AND THEIR LOG LINES ARE SAFELY CLOSED BEFORE
      * THE INSTRUCTION FILE CHANGES - CUT OFF BETWEEN THE TWO, A RERUN
      * FINDS THE LOG LINES AND ONLY MOVES THE DUE DATES ON
           CLOSE TRANS-FILE.
           CLOSE GENLOG-FILE.
           PERFORM SAVE-INSTRUCTIONS.
           PERFORM WRITE-DUE-SOON.
           PERFORM WRITE-REFUSED-INSTRUCTIONS.
           PERFORM WRITE-REPORT-TOTALS.
           CLOSE STANDING-REPORT.
           DISPLAY "OCCURRENCES GENERATED " WS-GENERATED-COUNT
                   " ALREADY GENERATED " WS-SKIPPED-COUNT.
           DISPLAY "SCHEDULE WRITTEN TO OUTPUTS/COBOL_A_STANDING.TXT".
           IF WS-REFUSED-COUNT > 0 OR WS-STOPPED-COUNT > 0 THEN
               DISPLAY "SOME INSTRUCTIONS NOT USED - SEE THE REPORT"
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

       LOAD-INSTRUCTIONS.
      * EVERY LINE IS KEPT, IN FILE ORDER, SO THE FILE IS WRITTEN BACK
      * AS IT WAS APART FROM THE DUE DATES AND COUNTS THAT MOVED ON. A
      * FILE TOO BIG FOR THE TABLE IS REFUSED OUTRIGHT - WRITING BACK
      * PART OF IT WOULD LOSE THE REST
           OPEN INPUT STANDING-FILE.
           IF STANDING-STAT NOT = "00" THEN
               DISPLAY "NO STANDING-INSTRUCTION FILE "
                       "CONTROL/COBOL_A_STANDING.DAT - STATUS "
                       STANDING-STAT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL STANDING-STAT NOT = "00"
               READ STANDING-FILE
                   AT END MOVE "10" TO STANDING-STAT
                   NOT AT END
                       IF SI-COUNT < SI-LIMIT THEN
                           ADD 1 TO SI-COUNT
                           MOVE STANDING-REC TO SI-LINE(SI-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-SI-OVERFLOW
                       END-IF
               END-READ
           END-PERFORM.
           IF STANDING-STAT NOT = "10" THEN
               DISPLAY "CANNOT READ CONTROL/COBOL_A_STANDING.DAT - "
                       "STATUS " STANDING-STAT " AFTER LINE " SI-COUNT
               CLOSE STANDING-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE STANDING-FILE.
           IF WS-SI-OVERFLOW = 'Y' THEN
               DISPLAY "MORE THAN " SI-LIMIT " INSTRUCTION LINES - "
                       "NOTHING GENERATED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE 99999999 TO WS-MIN-DUE.
           PERFORM VARYING SI-IDX FROM 1 BY 1 UNTIL SI-IDX > SI-COUNT
               PERFORM CHECK-INSTRUCTION
           END-PERFORM.

       CHECK-INSTRUCTION.
      * THE FIRST FAULT FOUND IS THE ONE REPORTED. A USABLE LINE IS
      * STORED BACK WITH ITS DEFAULTS FILLED IN (SIGN, NEXT DUE DATE,
      * OCCURRENCE COUNT) SO THE SAVED FILE SHOWS WHAT WAS USED
           MOVE SI-LINE(SI-IDX) TO WS-SI-VIEW.
           MOVE SPACES TO SI-REASON(SI-IDX).
           IF WS-SI-VIEW = SPACES OR WS-SI-VIEW(1:1) = "*" THEN
               MOVE 'C' TO SI-USABLE(SI-IDX)
           ELSE
               ADD 1 TO WS-INSTR-COUNT
               IF WS-SV-AMOUNT(10:1) = SPACE THEN
                   MOVE "+" TO WS-SV-AMOUNT(10:1)
               END-IF
               IF WS-SV-NEXT-DUE = SPACES THEN
                   MOVE WS-SV-START TO WS-SV-NEXT-DUE
               END-IF
               IF WS-SV-SEQ = SPACES THEN
                   MOVE 0 TO WS-SV-SEQ-N
               END-IF
               PERFORM VALIDATE-INSTRUCTION
               IF WS-SV-REASON = SPACES THEN
                   MOVE 'Y' TO SI-USABLE(SI-IDX)
                   MOVE WS-SI-VIEW TO SI-LINE(SI-IDX)
                   IF WS-SV-NEXT-DUE-N < WS-MIN-DUE THEN
                       MOVE WS-SV-NEXT-DUE-N TO WS-MIN-DUE
                   END-IF
               ELSE
                   MOVE 'N' TO SI-USABLE(SI-IDX)
                   MOVE WS-SV-REASON TO SI-REASON(SI-IDX)
                   ADD 1 TO WS-REFUSED-COUNT
               END-IF
           END-IF.

       VALIDATE-INSTRUCTION.
           MOVE SPACES TO WS-SV-REASON.
           IF WS-SV-ID IS NOT NUMERIC THEN
               MOVE "INSTRUCTION NUMBER NOT NUMERIC" TO WS-SV-REASON
           END-IF.
           IF WS-SV-REASON = SPACES THEN
               PERFORM CHECK-DUPLICATE-ID
           END-IF.
           IF WS-SV-REASON = SPACES THEN
               PERFORM CHECK-KEY-PATTERN
           END-IF.
           IF WS-SV-REASON = SPACES
              AND WS-SV-AMOUNT-N IS NOT NUMERIC THEN
               MOVE "AMOUNT NOT NUMERIC" TO WS-SV-REASON
           END-IF.
      * A CURRENCY CODE IS EXACTLY THREE CAPITAL LETTERS
           IF WS-SV-REASON = SPACES
              AND WS-SV-CURRENCY NOT = SPACES THEN
               IF WS-SV-CURRENCY IS NOT ALPHABETIC-UPPER
                  OR WS-SV-CURRENCY(1:1) = SPACE
                  OR WS-SV-CURRENCY(2:1) = SPACE
                  OR WS-SV-CURRENCY(3:1) = SPACE THEN
                   MOVE "CURRENCY CODE INVALID" TO WS-SV-REASON
               END-IF
           END-IF.
           IF WS-SV-REASON = SPACES
              AND WS-SV-CATEGORY IS NOT NUMERIC THEN
               MOVE "CATEGORY NOT NUMERIC" TO WS-SV-REASON
           END-IF.
           IF WS-SV-REASON = SPACES
              AND WS-SV-FREQ NOT = "M" AND WS-SV-FREQ NOT = "Q"
              AND WS-SV-FREQ NOT = "H" AND WS-SV-FREQ NOT = "A" THEN
               MOVE "FREQUENCY NOT M, Q, H OR A" TO WS-SV-REASON
           END-IF.
           IF WS-SV-REASON = SPACES THEN
               PERFORM CHECK-KEY-CYCLE
           END-IF.
           IF WS-SV-REASON = SPACES THEN
               IF WS-SV-START IS NOT NUMERIC THEN
                   MOVE "START DATE NOT A DATE" TO WS-SV-REASON
               ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-SV-START-N) NOT = 0
                   MOVE "START DATE NOT A DATE" TO WS-SV-REASON
               END-IF
               END-IF
           END-IF.
           IF WS-SV-REASON = SPACES
              AND WS-SV-END NOT = SPACES THEN
               IF WS-SV-END IS NOT NUMERIC THEN
                   MOVE "END DATE NOT A DATE" TO WS-SV-REASON
               ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-SV-END-N) NOT = 0
                   MOVE "END DATE NOT A DATE" TO WS-SV-REASON
               ELSE
               IF WS-SV-END-N < WS-SV-START-N THEN
                   MOVE "END DATE BEFORE START DATE" TO WS-SV-REASON
               END-IF
               END-IF
               END-IF
           END-IF.
           IF WS-SV-REASON = SPACES THEN
               IF WS-SV-NEXT-DUE IS NOT NUMERIC THEN
                   MOVE "NEXT DUE DATE NOT A DATE" TO WS-SV-REASON
               ELSE
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-SV-NEXT-DUE-N)
                  NOT = 0
                   MOVE "NEXT DUE DATE NOT A DATE" TO WS-SV-REASON
               ELSE
               IF WS-SV-NEXT-DUE-N < WS-SV-START-N THEN
                   MOVE "NEXT DUE BEFORE START DATE" TO WS-SV-REASON
               END-IF
               END-IF
               END-IF
           END-IF.
           IF WS-SV-REASON = SPACES
              AND WS-SV-SEQ IS NOT NUMERIC THEN
               MOVE "OCCURRENCE COUNT NOT NUMERIC" TO WS-SV-REASON
           END-IF.

       CHECK-DUPLICATE-ID.
      * THE GENERATION LOG IS KEYED ON THE INSTRUCTION NUMBER, SO TWO
      * LINES SHARING ONE WOULD GUARD EACH OTHER'S OCCURRENCES - THE
      * FIRST KEEPS THE NUMBER AND EVERY LATER ONE IS REFUSED
           PERFORM VARYING SI-CHK-IDX FROM 1 BY 1
                   UNTIL SI-CHK-IDX NOT < SI-IDX
               IF SI-USABLE(SI-CHK-IDX) NOT = 'C'
                  AND SI-LINE(SI-CHK-IDX)(1:6) = WS-SV-ID THEN
                   MOVE "DUPLICATE INSTRUCTION NUMBER" TO WS-SV-REASON
               END-IF
           END-PERFORM.

       CHECK-KEY-PATTERN.
           MOVE 0 TO WS-PAT-Y.
           MOVE 0 TO WS-PAT-M.
           MOVE 0 TO WS-PAT-N.
           PERFORM VARYING WS-PAT-IDX FROM 1 BY 1 UNTIL WS-PAT-IDX > 8
               MOVE WS-SV-PATTERN(WS-PAT-IDX:1) TO WS-PAT-CHAR
               EVALUATE WS-PAT-CHAR
                   WHEN "Y" ADD 1 TO WS-PAT-Y
                   WHEN "M" ADD 1 TO WS-PAT-M
                   WHEN "N" ADD 1 TO WS-PAT-N
                   WHEN OTHER
                       IF WS-PAT-CHAR NOT = "D"
                          AND WS-PAT-CHAR IS NOT NUMERIC THEN
                           MOVE "KEY PATTERN INVALID" TO WS-SV-REASON
                       END-IF
               END-EVALUATE
           END-PERFORM.

       CHECK-KEY-CYCLE.
      * APPLY REFUSES AN ADD WHOSE KEY IS ALREADY ON THE MASTER, AND A
      * LOGGED OCCURRENCE IS NEVER WRITTEN AGAIN - A KEY THAT COMES
      * ROUND AGAIN WOULD LOSE THAT OCCURRENCE FOR GOOD. THE OCCURRENCE
      * NUMBER ALWAYS MOVES ON (BUILD-KEY STOPS IT OUTGROWING ITS N'S);
      * WITHOUT IT TWO DIGITS OF THE YEAR MUST, AND FOR MORE THAN ONE
      * OCCURRENCE A YEAR SO MUST THE WHOLE MONTH
           IF WS-PAT-N = 0 THEN
               IF WS-PAT-Y < 2 THEN
                   MOVE "KEY PATTERN REPEATS WITHIN CYCLE"
                     TO WS-SV-REASON
               ELSE
               IF WS-SV-FREQ NOT = "A" AND WS-PAT-M < 2 THEN
                   MOVE "KEY PATTERN REPEATS WITHIN CYCLE"
                     TO WS-SV-REASON
               END-IF
               END-IF
           END-IF.

       LOAD-GENERATED.
      * NO LOG YET IS A FIRST RUN - NOTHING HAS BEEN GENERATED. A LOG
      * TOO BIG FOR THE TABLE STOPS THE RUN: WITHOUT ALL OF IT THE
      * RERUN GUARD CANNOT BE TRUSTED
           MOVE 'N' TO GENLOG-EOF.
           OPEN INPUT GENLOG-FILE.
           IF GENLOG-STAT = "35" THEN
               MOVE 'Y' TO GENLOG-EOF
           ELSE
           IF GENLOG-STAT NOT = "00" THEN
               DISPLAY "CANNOT READ DB/COBOL_A_STANDING_GEN.DAT - "
                       "STATUS " GENLOG-STAT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           END-IF.
           PERFORM UNTIL GENLOG-EOF = 'Y'
               READ GENLOG-FILE
                   AT END MOVE 'Y' TO GENLOG-EOF
                   NOT AT END PERFORM TAKE-GENLOG-LINE
               END-READ
           END-PERFORM.
           IF GENLOG-STAT NOT = "35" THEN
               CLOSE GENLOG-FILE
           END-IF.

       TAKE-GENLOG-LINE.
           IF GENLOG-ID IS NUMERIC AND GENLOG-DUE IS NUMERIC THEN
               IF GENLOG-DUE-N NOT < WS-MIN-DUE THEN
                   IF GEN-COUNT < GEN-LIMIT THEN
                       ADD 1 TO GEN-COUNT
                       MOVE GENLOG-ID-N TO GEN-ID(GEN-COUNT)
                       MOVE GENLOG-DUE-N TO GEN-DUE(GEN-COUNT)
                   ELSE
                       DISPLAY "GENERATION LOG HAS MORE THAN "
                               GEN-LIMIT " OPEN OCCURRENCES - "
                               "NOTHING GENERATED"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
               END-IF
           END-IF.

       OPEN-OUTPUTS.
           OPEN EXTEND TRANS-FILE.
           IF TRANS-STAT = "35" THEN
               OPEN OUTPUT TRANS-FILE
           END-IF.
           IF TRANS-STAT NOT = "00" THEN
               DISPLAY "CANNOT OPEN DB/COBOL_A_TRANS.DAT - STATUS "
                       TRANS-STAT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN EXTEND GENLOG-FILE.
           IF GENLOG-STAT = "35" THEN
               OPEN OUTPUT GENLOG-FILE
           END-IF.
           IF GENLOG-STAT NOT = "00" THEN
               DISPLAY "CANNOT OPEN DB/COBOL_A_STANDING_GEN.DAT - "
                       "STATUS " GENLOG-STAT
               CLOSE TRANS-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT STANDING-REPORT.

       GENERATE-ONE-INSTRUCTION.
           MOVE SI-LINE(SI-IDX) TO WS-SI-VIEW.
           EVALUATE WS-SV-FREQ
               WHEN "M" MOVE 1 TO WS-FREQ-MONTHS
               WHEN "Q" MOVE 3 TO WS-FREQ-MONTHS
               WHEN "H" MOVE 6 TO WS-FREQ-MONTHS
               WHEN "A" MOVE 12 TO WS-FREQ-MONTHS
           END-EVALUATE.
           MOVE 'N' TO WS-SI-STOP.
           MOVE 0 TO WS-SI-STEPS.
           PERFORM GENERATE-OCCURRENCE UNTIL WS-SI-STOP = 'Y'.
           MOVE WS-SI-VIEW TO SI-LINE(SI-IDX).
           IF WS-SV-END NOT = SPACES
              AND WS-SV-NEXT-DUE-N > WS-SV-END-N THEN
               ADD 1 TO WS-ENDED-COUNT
           END-IF.

       GENERATE-OCCURRENCE.
      * ONE OCCURRENCE PER PASS, OLDEST FIRST, UNTIL THE NEXT DUE DATE
      * IS PAST THE PROCESSING DATE OR THE END DATE
           IF WS-SV-NEXT-DUE-N > WS-RUN-DATE THEN
               MOVE 'Y' TO WS-SI-STOP
           ELSE
           IF WS-SV-END NOT = SPACES
              AND WS-SV-NEXT-DUE-N > WS-SV-END-N THEN
               MOVE 'Y' TO WS-SI-STOP
           ELSE
           IF WS-SI-STEPS NOT < WS-CATCHUP-LIMIT THEN
               MOVE 'Y' TO WS-SI-STOP
               MOVE "CATCH-UP LIMIT - REST NEXT RUN"
                 TO SI-REASON(SI-IDX)
               ADD 1 TO WS-STOPPED-COUNT
           ELSE
               ADD 1 TO WS-SI-STEPS
               MOVE WS-SV-NEXT-DUE-N TO WS-BK-DATE
               COMPUTE WS-BK-OCCUR = WS-SV-SEQ-N + 1
               PERFORM BUILD-KEY
               IF WS-BK-OUTGROWN = 'Y' THEN
                   MOVE 'Y' TO WS-SI-STOP
                   MOVE "OCCURRENCE NUMBER OUTGROWS KEY"
                     TO SI-REASON(SI-IDX)
                   ADD 1 TO WS-STOPPED-COUNT
               ELSE
               IF WS-GEN-KEY = "99999999" THEN
                   MOVE 'Y' TO WS-SI-STOP
                   MOVE "KEY WOULD BE THE TRAILER KEY"
                     TO SI-REASON(SI-IDX)
                   ADD 1 TO WS-STOPPED-COUNT
               ELSE
                   PERFORM FIND-GENERATED
                   IF WS-GEN-FOUND = 'Y' THEN
                       ADD 1 TO WS-SKIPPED-COUNT
                   ELSE
                       PERFORM WRITE-TRANSACTION
                       ADD 1 TO WS-GENERATED-COUNT
                       ADD WS-SV-AMOUNT-N TO WS-GEN-AMOUNT
                   END-IF
                   PERFORM WRITE-GENERATED-LINE
                   MOVE WS-BK-OCCUR TO WS-SV-SEQ-N
                   MOVE WS-SV-NEXT-DUE-N TO WS-ADV-DATE
                   MOVE WS-SV-START-DD TO WS-ADV-ANCHOR
                   PERFORM ADVANCE-DATE
                   MOVE WS-ADV-DATE TO WS-SV-NEXT-DUE-N
               END-IF
               END-IF
           END-IF
           END-IF
           END-IF.

       FIND-GENERATED.
           MOVE 'N' TO WS-GEN-FOUND.
           PERFORM VARYING GEN-IDX FROM 1 BY 1
                   UNTIL GEN-IDX > GEN-COUNT OR WS-GEN-FOUND = 'Y'
               IF GEN-ID(GEN-IDX) = WS-SV-ID-N
                  AND GEN-DUE(GEN-IDX) = WS-BK-DATE THEN
                   MOVE 'Y' TO WS-GEN-FOUND
               END-IF
           END-PERFORM.

       WRITE-TRANSACTION.
      * THE TRANSACTION GOES OUT FIRST AND ITS LOG LINE STRAIGHT
      * AFTER; THE EFFECTIVE DATE IS THE OCCURRENCE'S OWN DUE DATE
           MOVE SPACES TO TRN-RECORD.
           MOVE "A" TO TRN-ACTION.
           MOVE WS-GEN-KEY TO TRN-KEY.
           MOVE WS-SV-AMOUNT TO TRN-AMOUNT.
           MOVE WS-SV-CATEGORY TO TRN-CATEGORY.
           MOVE WS-BK-DATE TO TRN-EFF-DATE-N.
           MOVE WS-SV-CURRENCY TO TRN-CURRENCY.
           WRITE TRN-RECORD.
           MOVE SPACES TO GENLOG-REC.
           MOVE WS-SV-ID-N TO GENLOG-ID-N.
           MOVE WS-BK-DATE TO GENLOG-DUE-N.
           MOVE WS-GEN-KEY TO GENLOG-KEY.
           ACCEPT GENLOG-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-RUN-TIME(1:6) TO GENLOG-TIME.
           WRITE GENLOG-REC.

       BUILD-KEY.
      * RIGHT TO LEFT, SO EACH RUN OF A LETTER TAKES THE LOW-ORDER
      * DIGITS OF ITS VALUE. WHATEVER OF THE OCCURRENCE NUMBER IS LEFT
      * OVER WOULD BE LOST, AND THE KEY WOULD REPEAT AN EARLIER ONE
           MOVE 'N' TO WS-BK-HAS-N.
           MOVE 'N' TO WS-BK-OUTGROWN.
           MOVE WS-BK-DATE-YYYY TO WS-BK-YEAR.
           MOVE WS-BK-DATE-MM TO WS-BK-MONTH.
           MOVE WS-BK-DATE-DD TO WS-BK-DAY.
           MOVE WS-BK-OCCUR TO WS-BK-SEQ.
           MOVE WS-SV-PATTERN TO WS-GEN-KEY.
           PERFORM VARYING WS-PAT-IDX FROM 8 BY -1 UNTIL WS-PAT-IDX < 1
               MOVE WS-SV-PATTERN(WS-PAT-IDX:1) TO WS-PAT-CHAR
               EVALUATE WS-PAT-CHAR
                   WHEN "Y"
                       DIVIDE WS-BK-YEAR BY 10 GIVING WS-BK-QUOT
                           REMAINDER WS-BK-DIGIT
                       MOVE WS-BK-QUOT TO WS-BK-YEAR
                       MOVE WS-BK-DIGIT TO WS-GEN-KEY(WS-PAT-IDX:1)
                   WHEN "M"
                       DIVIDE WS-BK-MONTH BY 10 GIVING WS-BK-QUOT
                           REMAINDER WS-BK-DIGIT
                       MOVE WS-BK-QUOT TO WS-BK-MONTH
                       MOVE WS-BK-DIGIT TO WS-GEN-KEY(WS-PAT-IDX:1)
                   WHEN "D"
                       DIVIDE WS-BK-DAY BY 10 GIVING WS-BK-QUOT
                           REMAINDER WS-BK-DIGIT
                       MOVE WS-BK-QUOT TO WS-BK-DAY
                       MOVE WS-BK-DIGIT TO WS-GEN-KEY(WS-PAT-IDX:1)
                   WHEN "N"
                       MOVE 'Y' TO WS-BK-HAS-N
                       DIVIDE WS-BK-SEQ BY 10 GIVING WS-BK-QUOT
                           REMAINDER WS-BK-DIGIT
                       MOVE WS-BK-QUOT TO WS-BK-SEQ
                       MOVE WS-BK-DIGIT TO WS-GEN-KEY(WS-PAT-IDX:1)
               END-EVALUATE
           END-PERFORM.
           IF WS-BK-HAS-N = 'Y' AND WS-BK-SEQ NOT = 0 THEN
               MOVE 'Y' TO WS-BK-OUTGROWN
           END-IF.

       ADVANCE-DATE.
      * WHOLE MONTHS ARE COUNTED FROM YEAR ZERO SO A STEP ACROSS A
      * YEAR END NEEDS NO SPECIAL CASE; THE DAY IS THE ANCHOR, PULLED
      * BACK TO THE MONTH'S LAST DAY WHERE THE MONTH IS SHORTER
           COMPUTE WS-ADV-MONTHS =
               (WS-ADV-YYYY * 12) + WS-ADV-MM - 1 + WS-FREQ-MONTHS.
           DIVIDE WS-ADV-MONTHS BY 12 GIVING WS-ADV-YYYY
               REMAINDER WS-ADV-REM.
           COMPUTE WS-ADV-MM = WS-ADV-REM + 1.
           MOVE WS-ADV-ANCHOR TO WS-ADV-DD.
           PERFORM UNTIL FUNCTION TEST-DATE-YYYYMMDD(WS-ADV-DATE) = 0
                      OR WS-ADV-DD < 29
               SUBTRACT 1 FROM WS-ADV-DD
           END-PERFORM.

       SAVE-INSTRUCTIONS.
      * WRITTEN BACK WHOLE, IN FILE ORDER - COMMENTS AND REFUSED LINES
      * EXACTLY AS THEY WERE READ
           OPEN OUTPUT STANDING-FILE.
           IF STANDING-STAT NOT = "00" THEN
               DISPLAY "CANNOT REWRITE CONTROL/COBOL_A_STANDING.DAT - "
                       "STATUS " STANDING-STAT
               DISPLAY "TRANSACTIONS ARE LOGGED - A RERUN WILL NOT "
                       "REPEAT THEM"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM VARYING SI-IDX FROM 1 BY 1 UNTIL SI-IDX > SI-COUNT
               MOVE SI-LINE(SI-IDX) TO STANDING-REC
               WRITE STANDING-REC
           END-PERFORM.
           CLOSE STANDING-FILE.

       WRITE-REPORT-HEADER.
           MOVE WS-RUN-DATE TO STD-DATE-O.
           MOVE SPACES TO STD-LINE.
           STRING "STANDING-INSTRUCTION SCHEDULE  PROCESSING DATE "
                  DELIMITED BY SIZE
                  STD-DATE-O DELIMITED BY SIZE
                  INTO STD-LINE
           END-STRING.
           WRITE STD-LINE.
           MOVE ALL "=" TO STD-LINE.
           WRITE STD-LINE.
           MOVE SPACES TO STD-LINE.
           MOVE "GENERATED THIS RUN (DB/COBOL_A_TRANS.DAT):"
             TO STD-LINE.
           WRITE STD-LINE.
           MOVE SPACES TO STD-LINE.
           MOVE STD-COLUMN-HEAD TO STD-LINE.
           WRITE STD-LINE.

       WRITE-GENERATED-LINE.
           MOVE WS-BK-DATE TO STD-DUE-O.
           MOVE WS-BK-OCCUR TO STD-OCC-O.
           MOVE WS-SV-AMOUNT-N TO STD-AMT-O.
           MOVE SPACES TO STD-LINE.
           STRING "  " DELIMITED BY SIZE
                  STD-DUE-O DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-SV-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  STD-OCC-O DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-GEN-KEY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  STD-AMT-O DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-SV-CURRENCY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-SV-CATEGORY DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-SV-DESC DELIMITED BY SIZE
                  INTO STD-LINE
           END-STRING.
           IF WS-GEN-FOUND = 'Y' THEN
               MOVE "ALREADY LOGGED" TO STD-LINE(87:14)
           END-IF.
           WRITE STD-LINE.

       WRITE-DUE-SOON.
      * PROJECTED FROM EACH INSTRUCTION'S NEW NEXT DUE DATE, THE SAME
      * WAY THE GENERATION STEPS IT, THEN SORTED INTO DATE ORDER
           MOVE 0 TO DUE-COUNT.
           PERFORM VARYING SI-IDX FROM 1 BY 1 UNTIL SI-IDX > SI-COUNT
               IF SI-USABLE(SI-IDX) = 'Y' THEN
                   PERFORM PROJECT-ONE-INSTRUCTION
               END-IF
           END-PERFORM.
           MOVE WS-HORIZON-DATE TO STD-DATE-O.
           MOVE SPACES TO STD-LINE.
           WRITE STD-LINE.
           STRING "DUE IN THE NEXT 30 DAYS (TO " DELIMITED BY SIZE
                  STD-DATE-O DELIMITED BY SIZE
                  "):" DELIMITED BY SIZE
                  INTO STD-LINE
           END-STRING.
           WRITE STD-LINE.
           IF DUE-COUNT = 0 THEN
               MOVE SPACES TO STD-LINE
               MOVE "  NOTHING DUE" TO STD-LINE
               WRITE STD-LINE
           ELSE
               MOVE SPACES TO STD-LINE
               MOVE STD-COLUMN-HEAD TO STD-LINE
               WRITE STD-LINE
               SORT DUE-ENTRY ASCENDING KEY DUE-DATE DUE-ID
               PERFORM VARYING DUE-IDX FROM 1 BY 1
                       UNTIL DUE-IDX > DUE-COUNT
                   PERFORM WRITE-DUE-LINE
               END-PERFORM
           END-IF.
           IF WS-DUE-CLIPPED = 'Y' THEN
               MOVE SPACES TO STD-LINE
               MOVE DUE-LIMIT TO STD-CNT-O
               STRING "  ONLY THE FIRST " DELIMITED BY SIZE
                      STD-CNT-O DELIMITED BY SIZE
                      " OCCURRENCES COLLECTED ARE SHOWN"
                      DELIMITED BY SIZE
                      INTO STD-LINE
               END-STRING
               WRITE STD-LINE
           END-IF.

       PROJECT-ONE-INSTRUCTION.
           MOVE SI-LINE(SI-IDX) TO WS-SI-VIEW.
           EVALUATE WS-SV-FREQ
               WHEN "M" MOVE 1 TO WS-FREQ-MONTHS
               WHEN "Q" MOVE 3 TO WS-FREQ-MONTHS
               WHEN "H" MOVE 6 TO WS-FREQ-MONTHS
               WHEN "A" MOVE 12 TO WS-FREQ-MONTHS
           END-EVALUATE.
           MOVE WS-SV-NEXT-DUE-N TO WS-ADV-DATE.
           MOVE WS-SV-START-DD TO WS-ADV-ANCHOR.
           MOVE WS-SV-SEQ-N TO WS-PROJ-OCCUR.
           MOVE 'N' TO WS-SI-STOP.
           PERFORM PROJECT-OCCURRENCE UNTIL WS-SI-STOP = 'Y'.

       PROJECT-OCCURRENCE.
      * AN INSTRUCTION HELD BACK THIS RUN (CATCH-UP LIMIT) STILL SHOWS
      * ITS OVERDUE OCCURRENCES HERE, UNDER THEIR OWN DUE DATES
           IF WS-ADV-DATE > WS-HORIZON-DATE THEN
               MOVE 'Y' TO WS-SI-STOP
           ELSE
           IF WS-SV-END NOT = SPACES
              AND WS-ADV-DATE > WS-SV-END-N THEN
               MOVE 'Y' TO WS-SI-STOP
           ELSE
           IF DUE-COUNT NOT < DUE-LIMIT THEN
               MOVE 'Y' TO WS-SI-STOP
               MOVE 'Y' TO WS-DUE-CLIPPED
           ELSE
               ADD 1 TO WS-PROJ-OCCUR
               MOVE WS-ADV-DATE TO WS-BK-DATE
               MOVE WS-PROJ-OCCUR TO WS-BK-OCCUR
               PERFORM BUILD-KEY
               IF WS-GEN-KEY = "99999999" OR WS-BK-OUTGROWN = 'Y' THEN
                   MOVE 'Y' TO WS-SI-STOP
               ELSE
                   ADD 1 TO DUE-COUNT
                   MOVE WS-ADV-DATE TO DUE-DATE(DUE-COUNT)
                   MOVE WS-SV-ID-N TO DUE-ID(DUE-COUNT)
                   MOVE WS-GEN-KEY TO DUE-KEY(DUE-COUNT)
                   MOVE WS-PROJ-OCCUR TO DUE-OCCUR(DUE-COUNT)
                   MOVE SI-IDX TO DUE-SI-IDX(DUE-COUNT)
                   PERFORM ADVANCE-DATE
               END-IF
           END-IF
           END-IF
           END-IF.

       WRITE-DUE-LINE.
      * AMOUNT, CURRENCY, CATEGORY AND DESCRIPTION COME FROM THE
      * INSTRUCTION LINE THE OCCURRENCE WAS PROJECTED FROM
           MOVE SI-LINE(DUE-SI-IDX(DUE-IDX)) TO WS-SI-VIEW.
           MOVE DUE-DATE(DUE-IDX) TO STD-DUE-O.
           MOVE DUE-OCCUR(DUE-IDX) TO STD-OCC-O.
           MOVE WS-SV-AMOUNT-N TO STD-AMT-O.
           MOVE SPACES TO STD-LINE.
           STRING "  " DELIMITED BY SIZE
                  STD-DUE-O DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-SV-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  STD-OCC-O DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  DUE-KEY(DUE-IDX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  STD-AMT-O DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-SV-CURRENCY DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-SV-CATEGORY DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-SV-DESC DELIMITED BY SIZE
                  INTO STD-LINE
           END-STRING.
           WRITE STD-LINE.

       WRITE-REFUSED-INSTRUCTIONS.
      * REFUSED LINES WERE NOT USED AT ALL; STOPPED ONES GENERATED
      * WHAT THEY COULD BEFORE THE REASON SHOWN
           IF WS-REFUSED-COUNT > 0 OR WS-STOPPED-COUNT > 0 THEN
               MOVE SPACES TO STD-LINE
               WRITE STD-LINE
               MOVE "INSTRUCTIONS NOT FULLY USED:" TO STD-LINE
               WRITE STD-LINE
               PERFORM VARYING SI-IDX FROM 1 BY 1
                       UNTIL SI-IDX > SI-COUNT
                   IF SI-USABLE(SI-IDX) NOT = 'C'
                      AND SI-REASON(SI-IDX) NOT = SPACES THEN
                       MOVE SI-IDX TO STD-LINE-O
                       MOVE SPACES TO STD-LINE
                       STRING "  LINE " DELIMITED BY SIZE
                              STD-LINE-O DELIMITED BY SIZE
                              " INSTR " DELIMITED BY SIZE
                              SI-LINE(SI-IDX)(1:6) DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              SI-REASON(SI-IDX) DELIMITED BY SIZE
                              INTO STD-LINE
                       END-STRING
                       WRITE STD-LINE
                   END-IF
               END-PERFORM
           END-IF.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO STD-LINE.
           WRITE STD-LINE.
           MOVE ALL "-" TO STD-LINE.
           WRITE STD-LINE.
           MOVE WS-INSTR-COUNT TO STD-CNT-O.
           MOVE SPACES TO STD-LINE.
           STRING "  INSTRUCTIONS READ ......... " DELIMITED BY SIZE
                  STD-CNT-O DELIMITED BY SIZE
                  INTO STD-LINE
           END-STRING.
           WRITE STD-LINE.
           MOVE WS-REFUSED-COUNT TO STD-CNT-O.
           MOVE SPACES TO STD-LINE.
           STRING "  REFUSED ................... " DELIMITED BY SIZE
                  STD-CNT-O DELIMITED BY SIZE
                  INTO STD-LINE
           END-STRING.
           WRITE STD-LINE.
           MOVE WS-STOPPED-COUNT TO STD-CNT-O.
           MOVE SPACES TO STD-LINE.
           STRING "  STOPPED SHORT ............. " DELIMITED BY SIZE
                  STD-CNT-O DELIMITED BY SIZE
                  INTO STD-LINE
           END-STRING.
           WRITE STD-LINE.
           MOVE WS-ENDED-COUNT TO STD-CNT-O.
           MOVE SPACES TO STD-LINE.
           STRING "  PAST THEIR END DATE ....... " DELIMITED BY SIZE
                  STD-CNT-O DELIMITED BY SIZE
                  INTO STD-LINE
           END-STRING.
           WRITE STD-LINE.
           MOVE WS-GENERATED-COUNT TO STD-CNT-O.
           MOVE WS-GEN-AMOUNT TO STD-TOT-O.
           MOVE SPACES TO STD-LINE.
           STRING "  OCCURRENCES GENERATED ..... " DELIMITED BY SIZE
                  STD-CNT-O DELIMITED BY SIZE
                  "  AMOUNT " DELIMITED BY SIZE
                  STD-TOT-O DELIMITED BY SIZE
                  " (MIXED CURRENCIES UNCONVERTED)" DELIMITED BY SIZE
                  INTO STD-LINE
           END-STRING.
           WRITE STD-LINE.
           MOVE WS-SKIPPED-COUNT TO STD-CNT-O.
           MOVE SPACES TO STD-LINE.
           STRING "  ALREADY GENERATED, SKIPPED  " DELIMITED BY SIZE
                  STD-CNT-O DELIMITED BY SIZE
                  INTO STD-LINE
           END-STRING.
           WRITE STD-LINE.

       DERIVE-PROCESSING-DATE.
      * THE NIGHT'S RUN MAY START EITHER SIDE OF MIDNIGHT, SO A START
      * BEFORE WS-NIGHT-END-HH BELONGS TO THE PREVIOUS DAY'S NIGHT -
      * THIS PROGRAM THEN DERIVES THE SAME PROCESSING DATE AS THE
      * NIGHTLY RUN HOWEVER LATE IT RUNS. A NIGHT THAT IS NOT A
      * BUSINESS DAY POSTS AS THE NEXT ONE THAT IS. AN OVERRIDE MAY
      * MOVE THE DATE BACK (A MISSED NIGHT CAUGHT UP) BUT NEVER PAST
      * THE DATE THE CALENDAR GIVES
           ACCEPT WS-SYSTEM-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-RUN-TIME FROM TIME.
           MOVE WS-SYSTEM-DATE TO WS-NIGHT-DATE.
           IF WS-RUN-TIME(1:2) < WS-NIGHT-END-HH THEN
               COMPUTE WS-NIGHT-DATE = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-SYSTEM-DATE) - 1)
           END-IF.
           PERFORM LOAD-CALENDAR.
           MOVE WS-NIGHT-DATE TO WS-CAL-DAY.
           PERFORM ROLL-TO-BUSINESS-DAY.
           MOVE WS-CAL-DAY TO WS-NATURAL-DATE.
           MOVE WS-CAL-DAY TO WS-RUN-DATE.
           PERFORM LOAD-PROCDATE-OVERRIDE.
           IF WS-PROC-OVERRIDE = 'Y' THEN
               MOVE WS-PROC-ASKED TO WS-CAL-DAY
               PERFORM ROLL-TO-BUSINESS-DAY
               MOVE WS-CAL-DAY TO WS-RUN-DATE
               DISPLAY "COBOL_A_STANDING: "
                       "PROCESSING DATE OVERRIDDEN TO "
                       WS-RUN-DATE
           END-IF.
           IF WS-PROC-IGNORED = 'Y' THEN
               DISPLAY "COBOL_A_STANDING: "
                       "PROCESSING DATE OVERRIDE IGNORED"
                       " - NOT FOR THIS NIGHT OR NOT A VALID DATE"
           END-IF.

       LOAD-CALENDAR.
      * LINES ARE "YYYYMMDD T DESCRIPTION" - T IS H FOR A HOLIDAY, W
      * FOR A WEEKEND DAY WORKED AS A BUSINESS DAY. SATURDAY AND
      * SUNDAY ARE OTHERWISE NON-BUSINESS; NO FILE MEANS WEEKENDS ONLY
      * AND A LINE WITHOUT A VALID DATE (A COMMENT) IS PASSED OVER
           MOVE 0 TO WS-CAL-COUNT.
           OPEN INPUT CALENDAR-CTL-FILE.
           IF CAL-STAT = "00" THEN
               PERFORM UNTIL CAL-STAT NOT = "00"
                   READ CALENDAR-CTL-FILE
                       AT END MOVE "10" TO CAL-STAT
                       NOT AT END PERFORM TAKE-CALENDAR-LINE
                   END-READ
               END-PERFORM
               CLOSE CALENDAR-CTL-FILE
           END-IF.

       TAKE-CALENDAR-LINE.
           IF CAL-CTL-DATE IS NUMERIC
              AND (CAL-CTL-TYPE = 'H' OR CAL-CTL-TYPE = 'W')
              AND WS-CAL-COUNT < 500 THEN
               IF FUNCTION TEST-DATE-YYYYMMDD(CAL-CTL-DATE-N) = 0 THEN
                   ADD 1 TO WS-CAL-COUNT
                   MOVE CAL-CTL-DATE-N TO CAL-DATE(WS-CAL-COUNT)
                   MOVE CAL-CTL-TYPE TO CAL-TYPE(WS-CAL-COUNT)
               END-IF
           END-IF.

       LOAD-PROCDATE-OVERRIDE.
      * THE OVERRIDE NAMES THE NIGHT IT IS FOR AND BELONGS TO THE
      * NIGHTLY RUN, SO THIS PROGRAM ONLY READS IT AND LEAVES IT IN
      * PLACE; A LATER NIGHT SIMPLY PASSES IT OVER
           MOVE 'N' TO WS-PROC-OVERRIDE.
           MOVE 'N' TO WS-PROC-IGNORED.
           OPEN INPUT PROCDATE-CTL-FILE.
           IF PROCDATE-STAT = "00" THEN
               MOVE SPACES TO PROCDATE-CTL-REC
               READ PROCDATE-CTL-FILE
                   AT END MOVE SPACES TO PROCDATE-CTL-REC
               END-READ
               CLOSE PROCDATE-CTL-FILE
               MOVE 'Y' TO WS-PROC-IGNORED
               IF PROCDATE-CTL-DATE IS NUMERIC
                  AND PROCDATE-CTL-NIGHT IS NUMERIC THEN
                   IF PROCDATE-CTL-NIGHT-N = WS-NIGHT-DATE
                      AND PROCDATE-CTL-DATE-N NOT > WS-NATURAL-DATE
                      AND FUNCTION TEST-DATE-YYYYMMDD
                          (PROCDATE-CTL-DATE-N) = 0 THEN
                       MOVE 'N' TO WS-PROC-IGNORED
                       MOVE 'Y' TO WS-PROC-OVERRIDE
                       MOVE PROCDATE-CTL-DATE-N TO WS-PROC-ASKED
                   END-IF
               END-IF
           END-IF.

       ROLL-TO-BUSINESS-DAY.
      * WS-CAL-DAY MOVES FORWARD UNTIL IT IS A BUSINESS DAY; THE
      * LIMIT ONLY GUARDS AGAINST A CALENDAR THAT CLOSES A WHOLE YEAR
           PERFORM CHECK-BUSINESS-DAY.
           MOVE 0 TO WS-CAL-ROLLS.
           PERFORM UNTIL WS-CAL-BUSINESS = 'Y' OR WS-CAL-ROLLS > 366
               ADD 1 TO WS-CAL-ROLLS
               COMPUTE WS-CAL-DAY = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WS-CAL-DAY) + 1)
               PERFORM CHECK-BUSINESS-DAY
           END-PERFORM.

       CHECK-BUSINESS-DAY.
      * DAY 1 OF THE INTEGER DATE COUNT (1601-01-01) WAS A MONDAY, SO
      * WEEKDAYS 5 AND 6 BELOW ARE SATURDAY AND SUNDAY. A CALENDAR
      * LINE FOR THE DAY OVERRIDES THE WEEKEND RULE EITHER WAY
           COMPUTE WS-CAL-WEEKDAY = FUNCTION MOD(
               FUNCTION INTEGER-OF-DATE(WS-CAL-DAY) - 1, 7).
           IF WS-CAL-WEEKDAY > 4 THEN
               MOVE 'N' TO WS-CAL-BUSINESS
           ELSE
               MOVE 'Y' TO WS-CAL-BUSINESS
           END-IF.
           PERFORM VARYING WS-CAL-IDX FROM 1 BY 1
                   UNTIL WS-CAL-IDX > WS-CAL-COUNT
               IF CAL-DATE(WS-CAL-IDX) = WS-CAL-DAY THEN
                   IF CAL-TYPE(WS-CAL-IDX) = 'H' THEN
                       MOVE 'N' TO WS-CAL-BUSINESS
                   ELSE
                       MOVE 'Y' TO WS-CAL-BUSINESS
                   END-IF
               END-IF
           END-PERFORM.
