       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOL_A_BUDGET.

      * BUDGET-VERSUS-ACTUAL REPORT. GIVEN A PERIOD (YYYYMM, BLANK FOR
      * THE PERIOD OF THE CURRENT PROCESSING DATE) IT READS THAT
      * MONTH'S DATED DAILY CSVS (archive/cobol_a_YYYYMMDD.csv, FALLING
      * BACK TO outputs/ FOR A DAY NOT YET ARCHIVED) THE SAME WAY THE
      * MONTH-END CLOSE DOES - PER-CATEGORY ROWS ONLY, EVERY ROW OF A
      * JOB THE BACKOUT FACILITY MARKED "RV" HELD OUT - AND SETS EACH
      * CATEGORY'S MONTH-TO-DATE ACTUAL AGAINST ITS BUDGET FROM
      * control/cobol_a_budget.dat: VARIANCE, PERCENT USED, AND A
      * MONTH-END PROJECTION AT THE RUN RATE SO FAR (ACTUAL PER
      * BUSINESS DAY ELAPSED, TIMES THE BUSINESS DAYS IN THE MONTH -
      * control/cobol_a_calendar.ctl DECIDES WHICH DAYS THOSE ARE).
      * A CATEGORY WHOSE PROJECTION RUNS PAST ITS BUDGET BY MORE THAN
      * THE THRESHOLD IN control/cobol_a_budget.ctl, OR THAT HAS
      * POSTED WITH NO BUDGET AT ALL, IS FLAGGED AND THE RUN ENDS
      * RC 4. THE REPORT IS outputs/cobol_a_budget_YYYYMM.txt,
      * REWRITTEN ON EVERY RUN SO IT CAN BE TAKEN DAILY MID-MONTH.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * FILE NAME IS DATE-STAMPED PER DAY SCANNED - SEE SCAN-ONE-DAY.
      * PLAIN SEQUENTIAL TO MATCH THE WRITER (DATA-OUT IN cobol_a)
           SELECT BUDGET-CSV ASSIGN DYNAMIC WS-CSV-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS CSV-STAT.
           SELECT BUDGET-REPORT ASSIGN DYNAMIC WS-BUDGET-RPT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS BUDGET-RPT-STAT.
      * ONE LINE PER CATEGORY AND PERIOD, KEPT BY FINANCE
           SELECT BUDGET-FILE ASSIGN TO "control/cobol_a_budget.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS BUDGET-STAT.
           SELECT BUDGET-CTL-FILE ASSIGN TO "control/cobol_a_budget.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS BUDGET-CTL-STAT.
           SELECT CATREF-CTL-FILE ASSIGN TO "control/cobol_a_catref.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS CATREF-STAT.
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
      * ROW LAYOUT MUST MATCH DATA-OUT-FIELDS IN cobol_a.cbl - THE
      * SPLIT SIGN/INTEGER/DECIMAL VIEW IS THE SAME ONE THE CLOSE
      * READER USES
       FD  BUDGET-CSV
           RECORD CONTAINS 87 CHARACTERS
           BLOCK 0
           DATA RECORD IS CSV-ROW
           RECORDING MODE IS F.
       01  CSV-ROW.
           05  CSV-RUN-DATE    PIC 9(8).
           05  FILLER          PIC X.
           05  CSV-RUN-TIME    PIC 9(6).
           05  FILLER          PIC X.
           05  CSV-JOB-ID      PIC 9(9).
           05  FILLER          PIC X.
           05  CSV-CATEGORY    PIC X(2).
           05  CSV-CATEGORY-N REDEFINES CSV-CATEGORY PIC 9(2).
           05  FILLER          PIC X.
           05  CSV-HIGH-SGN    PIC X.
           05  CSV-HIGH-INT    PIC 9(7).
           05  FILLER          PIC X.
           05  CSV-HIGH-DEC    PIC 9(2).
           05  FILLER          PIC X.
           05  CSV-LOW-SGN     PIC X.
           05  CSV-LOW-INT     PIC 9(7).
           05  FILLER          PIC X.
           05  CSV-LOW-DEC     PIC 9(2).
           05  FILLER          PIC X.
           05  CSV-SUM-SGN     PIC X.
           05  CSV-SUM-INT     PIC 9(20).
           05  FILLER          PIC X.
           05  CSV-SUM-DEC     PIC 9(2).
           05  FILLER          PIC X.
           05  CSV-COUNT       PIC 9(9).
      *
       FD  BUDGET-REPORT
           RECORD CONTAINS 100 CHARACTERS
           BLOCK 0
           DATA RECORD IS BUDGET-LINE
           RECORDING MODE IS F.
       01  BUDGET-LINE     PIC X(100).
      *
      * BUDGET LINE: CATEGORY (2) SPACE PERIOD YYYYMM (6) SPACE
      * AMOUNT (14, SIGNED, TWO IMPLIED DECIMALS, SIGN LAST - THE
      * SAME CONVENTION AS THE BANDS CONTROL FILE)
       FD  BUDGET-FILE
           RECORD CONTAINS 24 CHARACTERS
           BLOCK 0
           DATA RECORD IS BUDGET-REC
           RECORDING MODE IS F.
       01  BUDGET-REC.
           05  BUDGET-CAT      PIC X(2).
           05  BUDGET-CAT-N REDEFINES BUDGET-CAT PIC 9(2).
           05  FILLER          PIC X.
           05  BUDGET-PERIOD   PIC X(6).
           05  BUDGET-PERIOD-N REDEFINES BUDGET-PERIOD PIC 9(6).
           05  FILLER          PIC X.
           05  BUDGET-AMOUNT   PIC X(14).
           05  BUDGET-AMOUNT-N REDEFINES BUDGET-AMOUNT
                               PIC S9(11)V99 SIGN TRAILING
                               SEPARATE CHARACTER.
      *
      * CONTROL RECORD: OVERSPEND THRESHOLD PERCENT (3)
       FD  BUDGET-CTL-FILE
           RECORD CONTAINS 3 CHARACTERS
           BLOCK 0
           DATA RECORD IS BUDGET-CTL-REC
           RECORDING MODE IS F.
       01  BUDGET-CTL-REC  PIC X(3).
      *
      * REFERENCE LINE - LAYOUT MUST MATCH cobol_a_maint.cbl
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
       01  CSV-STAT        PIC XX.
       01  BUDGET-RPT-STAT PIC XX.
       01  BUDGET-STAT     PIC XX.
       01  BUDGET-CTL-STAT PIC XX.
       01  CATREF-STAT     PIC XX.
       01  WS-RUN-DATE     PIC 9(8).
       01  WS-RUN-TIME     PIC 9(8).
       01  WS-CSV-NAME         PIC X(40).
       01  WS-BUDGET-RPT-NAME  PIC X(40).
      * OPERATOR/SCHEDULER INPUT - TAKEN RAW AND VALIDATED
       01  WS-PERIOD-X     PIC X(6).
       01  WS-PERIOD-N REDEFINES WS-PERIOD-X PIC 9(6).
       01  WS-PERIOD-R REDEFINES WS-PERIOD-X.
           05  WS-PERIOD-YYYY  PIC 9(4).
           05  WS-PERIOD-MM    PIC 9(2).
      * OVERSPEND THRESHOLD - OVERRIDDEN BY THE CONTROL FILE WHEN
      * PRESENT, OTHERWISE THIS DEFAULT APPLIES
       01  WS-OVER-PCT     PIC 9(3) VALUE 10.
       01  WS-OVER-PCT-X   PIC X(3).
       01  WS-OVER-PCT-N REDEFINES WS-OVER-PCT-X PIC 9(3).
      * SCAN STATE - ONE PASS OVER DAYS 1-31 OF THE PERIOD
       01  WS-DD           PIC 9(2).
       01  WS-DAY-DATE     PIC 9(8).
       01  CSV-EOF         PIC X.
       01  WS-DAYS-WITH-DATA   PIC 9(2) VALUE 0.
       01  WS-LAST-DATA-DATE   PIC 9(8) VALUE 0.
       01  WS-LAST-DATA-R REDEFINES WS-LAST-DATA-DATE.
           05  FILLER          PIC 9(6).
           05  WS-LAST-DATA-DD PIC 9(2).
      * RUN-RATE BASIS - BUSINESS DAYS IN THE WHOLE MONTH AND THOSE
      * UP TO THE LAST DAY THAT HAS POSTED
       01  DAY-BUSINESS-TABLE.
           05  DAY-BUSINESS OCCURS 31 TIMES PIC X.
       01  WS-BDAYS-MONTH      PIC 9(2) VALUE 0.
       01  WS-BDAYS-ELAPSED    PIC 9(2) VALUE 0.
      * JOBS THE BACKOUT FACILITY REVERSED - COLLECTED FROM THE "RV"
      * MARKER ROWS BEFORE EACH DAY IS COUNTED, AS IN THE CLOSE
       01  WS-RV-COUNT     PIC 9(3) VALUE 0.
       01  WS-RV-IDX       PIC 9(3).
       01  WS-RV-DUP       PIC X.
       01  WS-ROW-BACKED-OUT   PIC X.
       01  RV-JOB-TABLE.
           05  RV-JOB-ID OCCURS 200 TIMES PIC 9(9).
       01  WS-ROW-SUM      PIC S9(20)V99 COMP-3.
      * CATEGORY TABLE - ENTRY N HOLDS CATEGORY N - 1
       01  CAT-IDX         PIC 9(3).
       01  BUDGET-TABLE.
           05  BUDGET-ENTRY OCCURS 100 TIMES.
               10  BUD-HAS-BUDGET  PIC X.
               10  BUD-AMOUNT      PIC S9(11)V99 COMP-3.
               10  BUD-ACTUAL      PIC S9(20)V99 COMP-3.
               10  BUD-COUNT       PIC 9(9).
       01  WS-BUDGET-LINES     PIC 9(4) VALUE 0.
       01  WS-BUDGET-REJECTS   PIC 9(4) VALUE 0.
       01  WS-BUDGET-REPEATS   PIC 9(4) VALUE 0.
      * PER-CATEGORY FIGURES AS EACH LINE IS WRITTEN
       01  WS-VARIANCE     PIC S9(20)V99 COMP-3.
       01  WS-PROJECTED    PIC S9(20)V99 COMP-3.
       01  WS-LIMIT        PIC S9(20)V99 COMP-3.
       01  WS-USED-PCT     PIC S9(5)V9 COMP-3.
       01  WS-FLAG         PIC X(11).
       01  WS-FLAG-COUNT   PIC 9(3) VALUE 0.
       01  WS-TOT-ACTUAL   PIC S9(20)V99 COMP-3 VALUE 0.
       01  WS-TOT-BUDGET   PIC S9(20)V99 COMP-3 VALUE 0.
       01  WS-TOT-PROJECTED    PIC S9(20)V99 COMP-3 VALUE 0.
      * CATEGORY NAMES, AS IN THE NIGHTLY RUN
       01  CATREF-TABLE.
           05  CATREF-ENTRY OCCURS 100 TIMES.
               10  CREF-KNOWN  PIC X.
               10  CREF-NAME   PIC X(20).
      * REPORT EDITING FIELDS
       01  BUD-CAT-O       PIC 9(2).
       01  BUD-ACT-O       PIC +Z(13)9.99.
       01  BUD-BUD-O       PIC +Z(13)9.99.
       01  BUD-VAR-O       PIC +Z(13)9.99.
       01  BUD-PROJ-O      PIC +Z(13)9.99.
       01  BUD-PCT-O       PIC +ZZZ9.9.
       01  BUD-DATE-O      PIC 9(4)/99/99.
       01  BUD-DAYS-O      PIC Z9.
       01  BUD-ELAPSED-O   PIC Z9.
       01  BUD-THR-O       PIC ZZ9.
       01  BUD-JOB-O       PIC Z(8)9.
       01  BUD-CNT-O       PIC Z(3)9.
      * PROCESSING-DATE AND CALENDAR FIELDS - THE DEFAULT PERIOD IS
      * THAT OF THE CURRENT BUSINESS DAY, AND THE RUN RATE COUNTS
      * ONLY THE DAYS THE CALENDAR SAYS POST
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

       BUDGET-MAIN.
           PERFORM DERIVE-PROCESSING-DATE.
           DISPLAY "COBOL_A BUDGET-VERSUS-ACTUAL REPORT".
           DISPLAY "ENTER PERIOD YYYYMM (BLANK = "
                   WS-RUN-DATE(1:6) "): " WITH NO ADVANCING.
           ACCEPT WS-PERIOD-X.
           IF WS-PERIOD-X = SPACES THEN
               MOVE WS-RUN-DATE(1:6) TO WS-PERIOD-X
           END-IF.
           IF WS-PERIOD-X IS NOT NUMERIC
              OR WS-PERIOD-MM < 1 OR WS-PERIOD-MM > 12 THEN
               DISPLAY "INVALID PERIOD"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-BUDGET-CONTROL.
           PERFORM LOAD-CATREF.
           PERFORM INIT-BUDGET-TABLE.
           PERFORM LOAD-BUDGETS.
           PERFORM SCAN-PERIOD.
           PERFORM COUNT-ELAPSED-DAYS.
           PERFORM WRITE-BUDGET-REPORT.
           DISPLAY "BUDGET REPORT FOR " WS-PERIOD-X " WRITTEN TO "
                   WS-BUDGET-RPT-NAME.
           IF WS-FLAG-COUNT > 0 THEN
               DISPLAY WS-FLAG-COUNT " CATEGORY(S) FLAGGED - SEE "
                       "THE REPORT"
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

       LOAD-BUDGET-CONTROL.
      * THE THRESHOLD COMES FROM THE CONTROL FILE SO FINANCE CAN
      * TUNE IT WITHOUT A RECOMPILE; ABSENT OR UNUSABLE FALLS BACK
      * TO THE COMPILED-IN DEFAULT
           OPEN INPUT BUDGET-CTL-FILE.
           IF BUDGET-CTL-STAT = "00" THEN
               READ BUDGET-CTL-FILE
                   NOT AT END
                       MOVE BUDGET-CTL-REC TO WS-OVER-PCT-X
                       IF WS-OVER-PCT-X IS NUMERIC
                           MOVE WS-OVER-PCT-N TO WS-OVER-PCT
                       END-IF
               END-READ
               CLOSE BUDGET-CTL-FILE
           END-IF.

       LOAD-CATREF.
      * NAMES ONLY - THE REPORT SHOWS WHAT THE MONTH POSTED, IT DOES
      * NOT RE-VALIDATE IT
           PERFORM VARYING CAT-IDX FROM 1 BY 1 UNTIL CAT-IDX > 100
               MOVE 'N' TO CREF-KNOWN(CAT-IDX)
               MOVE SPACES TO CREF-NAME(CAT-IDX)
           END-PERFORM.
           OPEN INPUT CATREF-CTL-FILE.
           IF CATREF-STAT = "00" THEN
               PERFORM UNTIL CATREF-STAT NOT = "00"
                   READ CATREF-CTL-FILE
                       AT END MOVE "10" TO CATREF-STAT
                       NOT AT END
                           IF CATREF-CODE IS NUMERIC
                               COMPUTE CAT-IDX = CATREF-CODE-N + 1
                               MOVE 'Y' TO CREF-KNOWN(CAT-IDX)
                               MOVE CATREF-NAME
                                 TO CREF-NAME(CAT-IDX)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CATREF-CTL-FILE
           END-IF.

       INIT-BUDGET-TABLE.
           PERFORM VARYING CAT-IDX FROM 1 BY 1 UNTIL CAT-IDX > 100
               MOVE 'N' TO BUD-HAS-BUDGET(CAT-IDX)
               MOVE 0 TO BUD-AMOUNT(CAT-IDX)
               MOVE 0 TO BUD-ACTUAL(CAT-IDX)
               MOVE 0 TO BUD-COUNT(CAT-IDX)
           END-PERFORM.

       LOAD-BUDGETS.
      * ONLY THE REQUESTED PERIOD'S LINES ARE TAKEN. A SECOND LINE FOR
      * THE SAME CATEGORY AND PERIOD REPLACES THE FIRST (FINANCE
      * APPENDS REVISIONS) AND IS COUNTED ON THE REPORT; A LINE THAT
      * CANNOT BE READ IS COUNTED AND PASSED OVER
           OPEN INPUT BUDGET-FILE.
           IF BUDGET-STAT = "00" THEN
               PERFORM UNTIL BUDGET-STAT NOT = "00"
                   READ BUDGET-FILE
                       AT END MOVE "10" TO BUDGET-STAT
                       NOT AT END PERFORM TAKE-BUDGET-LINE
                   END-READ
               END-PERFORM
               CLOSE BUDGET-FILE
           END-IF.

       TAKE-BUDGET-LINE.
           IF BUDGET-CAT IS NOT NUMERIC
              OR BUDGET-PERIOD IS NOT NUMERIC
              OR BUDGET-AMOUNT-N IS NOT NUMERIC THEN
               ADD 1 TO WS-BUDGET-REJECTS
           ELSE
               IF BUDGET-PERIOD-N = WS-PERIOD-N THEN
                   ADD 1 TO WS-BUDGET-LINES
                   COMPUTE CAT-IDX = BUDGET-CAT-N + 1
                   IF BUD-HAS-BUDGET(CAT-IDX) = 'Y' THEN
                       ADD 1 TO WS-BUDGET-REPEATS
                   END-IF
                   MOVE 'Y' TO BUD-HAS-BUDGET(CAT-IDX)
                   MOVE BUDGET-AMOUNT-N TO BUD-AMOUNT(CAT-IDX)
               END-IF
           END-IF.

       SCAN-PERIOD.
      * DAY NUMBERS RUN 1-31 FOR EVERY MONTH - A DATE THAT NEVER
      * EXISTED IS NEITHER A BUSINESS DAY NOR HAS A CSV ON DISK
           PERFORM VARYING WS-DD FROM 1 BY 1 UNTIL WS-DD > 31
               COMPUTE WS-DAY-DATE = (WS-PERIOD-N * 100) + WS-DD
               MOVE 'N' TO DAY-BUSINESS(WS-DD)
               IF FUNCTION TEST-DATE-YYYYMMDD(WS-DAY-DATE) = 0 THEN
                   MOVE WS-DAY-DATE TO WS-CAL-DAY
                   PERFORM CHECK-BUSINESS-DAY
                   MOVE WS-CAL-BUSINESS TO DAY-BUSINESS(WS-DD)
                   IF WS-CAL-BUSINESS = 'Y' THEN
                       ADD 1 TO WS-BDAYS-MONTH
                   END-IF
               END-IF
               PERFORM SCAN-ONE-DAY
           END-PERFORM.

       SCAN-ONE-DAY.
      * ARCHIVED LOCATION FIRST; A DAY NOT YET ROLLED BY THE NIGHTLY
      * ROTATION (NORMALLY ONLY THE LATEST) IS STILL UNDER outputs/
           MOVE SPACES TO WS-CSV-NAME.
           STRING "archive/cobol_a_" DELIMITED BY SIZE
                  WS-DAY-DATE DELIMITED BY SIZE
                  ".csv" DELIMITED BY SIZE
                  INTO WS-CSV-NAME
           END-STRING.
           OPEN INPUT BUDGET-CSV.
           IF CSV-STAT NOT = "00" THEN
               MOVE SPACES TO WS-CSV-NAME
               STRING "outputs/cobol_a_" DELIMITED BY SIZE
                      WS-DAY-DATE DELIMITED BY SIZE
                      ".csv" DELIMITED BY SIZE
                      INTO WS-CSV-NAME
               END-STRING
               OPEN INPUT BUDGET-CSV
           END-IF.
           IF CSV-STAT = "00" THEN
               ADD 1 TO WS-DAYS-WITH-DATA
               MOVE WS-DAY-DATE TO WS-LAST-DATA-DATE
      * FIRST PASS COLLECTS THE JOB-IDS MARKED "RV" IN THIS FILE,
      * THEN THE FILE IS RE-READ WITH THOSE JOBS EXCLUDED
               PERFORM COLLECT-RV-JOBS
               CLOSE BUDGET-CSV
               OPEN INPUT BUDGET-CSV
               PERFORM READ-DAY-ROWS
               CLOSE BUDGET-CSV
           END-IF.

       COLLECT-RV-JOBS.
           MOVE 'N' TO CSV-EOF.
           PERFORM UNTIL CSV-EOF = 'Y'
               READ BUDGET-CSV
                   AT END MOVE 'Y' TO CSV-EOF
                   NOT AT END
                       IF CSV-CATEGORY = "RV"
                          AND CSV-JOB-ID IS NUMERIC
                           PERFORM NOTE-RV-JOB
                       END-IF
               END-READ
           END-PERFORM.

       NOTE-RV-JOB.
      * ONE ENTRY PER BACKED-OUT JOB; A FULL TABLE STOPS THE REPORT
      * RATHER THAN LET AN UNTRACKED BACKOUT INFLATE THE ACTUALS
           MOVE 'N' TO WS-RV-DUP.
           PERFORM VARYING WS-RV-IDX FROM 1 BY 1
                   UNTIL WS-RV-IDX > WS-RV-COUNT
               IF RV-JOB-ID(WS-RV-IDX) = CSV-JOB-ID
                   MOVE 'Y' TO WS-RV-DUP
               END-IF
           END-PERFORM.
           IF WS-RV-DUP = 'N' THEN
               IF WS-RV-COUNT >= 200 THEN
                   DISPLAY "MORE THAN 200 BACKED-OUT JOBS IN THE "
                           "PERIOD - REPORT NOT PRODUCED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-RV-COUNT
               MOVE CSV-JOB-ID TO RV-JOB-ID(WS-RV-COUNT)
           END-IF.

       READ-DAY-ROWS.
           MOVE 'N' TO CSV-EOF.
           PERFORM UNTIL CSV-EOF = 'Y'
               READ BUDGET-CSV
                   AT END MOVE 'Y' TO CSV-EOF
                   NOT AT END PERFORM ACCUMULATE-ROW
               END-READ
           END-PERFORM.

       ACCUMULATE-ROW.
      * ONLY THE PER-CATEGORY ROWS COUNT - THE "**" GRAND TOTAL WOULD
      * DOUBLE-COUNT, "RV" MARKERS ARE BACKOUTS, NOT MONEY, AND EVERY
      * ROW OF A BACKED-OUT JOB IS EXCLUDED WITH THEM. A HAND-EDITED
      * OR TRUNCATED ROW IS SKIPPED
           PERFORM CHECK-ROW-BACKED-OUT.
           IF WS-ROW-BACKED-OUT = 'Y'
               CONTINUE
           ELSE
           IF CSV-CATEGORY IS NOT NUMERIC
               CONTINUE
           ELSE
           IF CSV-COUNT IS NOT NUMERIC
              OR CSV-SUM-INT IS NOT NUMERIC
              OR CSV-SUM-DEC IS NOT NUMERIC THEN
               CONTINUE
           ELSE
               COMPUTE WS-ROW-SUM =
                   CSV-SUM-INT + (CSV-SUM-DEC / 100)
               IF CSV-SUM-SGN = "-"
                   COMPUTE WS-ROW-SUM = 0 - WS-ROW-SUM
               END-IF
               COMPUTE CAT-IDX = CSV-CATEGORY-N + 1
               ADD CSV-COUNT TO BUD-COUNT(CAT-IDX)
               ADD WS-ROW-SUM TO BUD-ACTUAL(CAT-IDX)
           END-IF
           END-IF
           END-IF.

       CHECK-ROW-BACKED-OUT.
      * THE "RV" MARKER CARRIES THE ORIGINAL JOB-ID, SO EVERY ROW
      * STAMPED WITH A MARKED JOB - INCLUDING THE MARKER ITSELF - IS
      * OUT OF THE MONTH
           MOVE 'N' TO WS-ROW-BACKED-OUT.
           IF CSV-CATEGORY = "RV" THEN
               MOVE 'Y' TO WS-ROW-BACKED-OUT
           ELSE
               IF CSV-JOB-ID IS NUMERIC THEN
                   PERFORM VARYING WS-RV-IDX FROM 1 BY 1
                           UNTIL WS-RV-IDX > WS-RV-COUNT
                       IF RV-JOB-ID(WS-RV-IDX) = CSV-JOB-ID
                           MOVE 'Y' TO WS-ROW-BACKED-OUT
                       END-IF
                   END-PERFORM
               END-IF
           END-IF.

       COUNT-ELAPSED-DAYS.
      * THE RUN RATE IS TAKEN OVER THE BUSINESS DAYS UP TO THE LAST
      * DAY THAT HAS POSTED, NOT UP TO THE CLOCK - A REPORT TAKEN
      * BEFORE TONIGHT'S RUN WOULD OTHERWISE COUNT A DAY THAT HAS NO
      * MONEY IN IT YET AND UNDERSTATE THE PROJECTION
           MOVE 0 TO WS-BDAYS-ELAPSED.
           IF WS-LAST-DATA-DATE > 0 THEN
               PERFORM VARYING WS-DD FROM 1 BY 1
                       UNTIL WS-DD > WS-LAST-DATA-DD
                   IF DAY-BUSINESS(WS-DD) = 'Y' THEN
                       ADD 1 TO WS-BDAYS-ELAPSED
                   END-IF
               END-PERFORM
           END-IF.

       WRITE-BUDGET-REPORT.
      * REGENERATED IN FULL ON EVERY RUN - THE REPORT IS A VIEW OVER
      * THE CSVS AND THE BUDGET FILE, NOT AN AUDIT TRAIL
           MOVE SPACES TO WS-BUDGET-RPT-NAME.
           STRING "outputs/cobol_a_budget_" DELIMITED BY SIZE
                  WS-PERIOD-X DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-BUDGET-RPT-NAME
           END-STRING.
           OPEN OUTPUT BUDGET-REPORT.
           PERFORM WRITE-BUDGET-HEADER.
           PERFORM VARYING CAT-IDX FROM 1 BY 1 UNTIL CAT-IDX > 100
               IF BUD-HAS-BUDGET(CAT-IDX) = 'Y'
                  OR BUD-COUNT(CAT-IDX) > 0
                  OR BUD-ACTUAL(CAT-IDX) NOT = 0
                   PERFORM WRITE-ONE-BUDGET-CATEGORY
               END-IF
           END-PERFORM.
           PERFORM WRITE-BUDGET-TOTALS.
           PERFORM WRITE-EXCLUDED-JOBS.
           CLOSE BUDGET-REPORT.

       WRITE-BUDGET-HEADER.
           MOVE WS-RUN-DATE TO BUD-DATE-O.
           MOVE SPACES TO BUDGET-LINE.
           STRING "BUDGET VERSUS ACTUAL FOR PERIOD " DELIMITED BY SIZE
                  WS-PERIOD-X DELIMITED BY SIZE
                  "  PROCESSING DATE " DELIMITED BY SIZE
                  BUD-DATE-O DELIMITED BY SIZE
                  INTO BUDGET-LINE
           END-STRING.
           WRITE BUDGET-LINE.
           MOVE WS-BDAYS-ELAPSED TO BUD-ELAPSED-O.
           MOVE WS-BDAYS-MONTH TO BUD-DAYS-O.
           MOVE WS-OVER-PCT TO BUD-THR-O.
           MOVE SPACES TO BUDGET-LINE.
           IF WS-LAST-DATA-DATE > 0 THEN
               MOVE WS-LAST-DATA-DATE TO BUD-DATE-O
               STRING "RUN RATE OVER " DELIMITED BY SIZE
                      BUD-ELAPSED-O DELIMITED BY SIZE
                      " OF " DELIMITED BY SIZE
                      BUD-DAYS-O DELIMITED BY SIZE
                      " BUSINESS DAYS, DATA TO " DELIMITED BY SIZE
                      BUD-DATE-O DELIMITED BY SIZE
                      ", OVERSPEND THRESHOLD " DELIMITED BY SIZE
                      BUD-THR-O DELIMITED BY SIZE
                      " PCT" DELIMITED BY SIZE
                      INTO BUDGET-LINE
               END-STRING
           ELSE
               STRING "NO DAILY CSV DATA YET FOR THE PERIOD - "
                      DELIMITED BY SIZE
                      "NO PROJECTION, OVERSPEND THRESHOLD "
                      DELIMITED BY SIZE
                      BUD-THR-O DELIMITED BY SIZE
                      " PCT" DELIMITED BY SIZE
                      INTO BUDGET-LINE
               END-STRING
           END-IF.
           WRITE BUDGET-LINE.
           IF WS-BUDGET-REJECTS > 0 OR WS-BUDGET-REPEATS > 0 THEN
               MOVE SPACES TO BUDGET-LINE
               MOVE WS-BUDGET-REJECTS TO BUD-CNT-O
               STRING "BUDGET FILE: " DELIMITED BY SIZE
                      BUD-CNT-O DELIMITED BY SIZE
                      " UNREADABLE LINE(S) IGNORED, " DELIMITED BY SIZE
                      INTO BUDGET-LINE
               END-STRING
               MOVE WS-BUDGET-REPEATS TO BUD-CNT-O
               STRING BUD-CNT-O DELIMITED BY SIZE
                      " LATER LINE(S) REPLACED AN EARLIER ONE"
                      DELIMITED BY SIZE
                      INTO BUDGET-LINE(47:50)
               END-STRING
               WRITE BUDGET-LINE
           END-IF.
           MOVE ALL "=" TO BUDGET-LINE.
           WRITE BUDGET-LINE.

       WRITE-ONE-BUDGET-CATEGORY.
      * PROJECTION = ACTUAL PER ELAPSED BUSINESS DAY TIMES THE
      * BUSINESS DAYS IN THE MONTH; ONCE THE MONTH IS COMPLETE (OR
      * BEFORE ANYTHING HAS POSTED) IT IS JUST THE ACTUAL
           IF WS-BDAYS-ELAPSED > 0
              AND WS-BDAYS-ELAPSED < WS-BDAYS-MONTH THEN
               COMPUTE WS-PROJECTED ROUNDED =
                   (BUD-ACTUAL(CAT-IDX) * WS-BDAYS-MONTH)
                   / WS-BDAYS-ELAPSED
           ELSE
               MOVE BUD-ACTUAL(CAT-IDX) TO WS-PROJECTED
           END-IF.
           COMPUTE WS-VARIANCE =
               BUD-ACTUAL(CAT-IDX) - BUD-AMOUNT(CAT-IDX).
           MOVE SPACES TO WS-FLAG.
           IF BUD-HAS-BUDGET(CAT-IDX) = 'N' THEN
               IF BUD-ACTUAL(CAT-IDX) NOT = 0 THEN
                   MOVE "*NO BUDGET" TO WS-FLAG
               END-IF
           ELSE
               COMPUTE WS-LIMIT ROUNDED =
                   BUD-AMOUNT(CAT-IDX) * (100 + WS-OVER-PCT) / 100
               IF BUD-AMOUNT(CAT-IDX) > 0
                  AND WS-PROJECTED > WS-LIMIT THEN
                   MOVE "*OVERSPEND" TO WS-FLAG
               END-IF
           END-IF.
           IF WS-FLAG NOT = SPACES THEN
               ADD 1 TO WS-FLAG-COUNT
           END-IF.
           ADD BUD-ACTUAL(CAT-IDX) TO WS-TOT-ACTUAL.
           ADD BUD-AMOUNT(CAT-IDX) TO WS-TOT-BUDGET.
           ADD WS-PROJECTED TO WS-TOT-PROJECTED.
           COMPUTE BUD-CAT-O = CAT-IDX - 1.
           MOVE BUD-ACTUAL(CAT-IDX) TO BUD-ACT-O.
           MOVE BUD-AMOUNT(CAT-IDX) TO BUD-BUD-O.
           MOVE SPACES TO BUDGET-LINE.
           STRING "  CAT " DELIMITED BY SIZE
                  BUD-CAT-O DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  CREF-NAME(CAT-IDX) DELIMITED BY SIZE
                  " MTD " DELIMITED BY SIZE
                  BUD-ACT-O DELIMITED BY SIZE
                  " BUDGET " DELIMITED BY SIZE
                  BUD-BUD-O DELIMITED BY SIZE
                  INTO BUDGET-LINE
           END-STRING.
           IF BUD-AMOUNT(CAT-IDX) NOT = 0 THEN
               COMPUTE WS-USED-PCT ROUNDED =
                   (BUD-ACTUAL(CAT-IDX) * 100) / BUD-AMOUNT(CAT-IDX)
               IF WS-USED-PCT > 9999.9
                   MOVE 9999.9 TO WS-USED-PCT
               END-IF
               IF WS-USED-PCT < -9999.9
                   MOVE -9999.9 TO WS-USED-PCT
               END-IF
               MOVE WS-USED-PCT TO BUD-PCT-O
               STRING " USED " DELIMITED BY SIZE
                      BUD-PCT-O DELIMITED BY SIZE
                      "%" DELIMITED BY SIZE
                      INTO BUDGET-LINE(79:20)
               END-STRING
           ELSE
               MOVE " USED     N/A" TO BUDGET-LINE(79:20)
           END-IF.
           WRITE BUDGET-LINE.
           MOVE WS-VARIANCE TO BUD-VAR-O.
           MOVE WS-PROJECTED TO BUD-PROJ-O.
           MOVE SPACES TO BUDGET-LINE.
           STRING "         VARIANCE " DELIMITED BY SIZE
                  BUD-VAR-O DELIMITED BY SIZE
                  " PROJECTED " DELIMITED BY SIZE
                  BUD-PROJ-O DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-FLAG DELIMITED BY SIZE
                  INTO BUDGET-LINE
           END-STRING.
           WRITE BUDGET-LINE.

       WRITE-BUDGET-TOTALS.
           MOVE ALL "-" TO BUDGET-LINE.
           WRITE BUDGET-LINE.
           MOVE WS-TOT-ACTUAL TO BUD-ACT-O.
           MOVE WS-TOT-BUDGET TO BUD-BUD-O.
           MOVE SPACES TO BUDGET-LINE.
           STRING "  PERIOD TOTAL" DELIMITED BY SIZE
                  INTO BUDGET-LINE
           END-STRING.
           STRING " MTD " DELIMITED BY SIZE
                  BUD-ACT-O DELIMITED BY SIZE
                  " BUDGET " DELIMITED BY SIZE
                  BUD-BUD-O DELIMITED BY SIZE
                  INTO BUDGET-LINE(30:50)
           END-STRING.
           WRITE BUDGET-LINE.
           COMPUTE WS-VARIANCE = WS-TOT-ACTUAL - WS-TOT-BUDGET.
           MOVE WS-VARIANCE TO BUD-VAR-O.
           MOVE WS-TOT-PROJECTED TO BUD-PROJ-O.
           MOVE SPACES TO BUDGET-LINE.
           STRING "         VARIANCE " DELIMITED BY SIZE
                  BUD-VAR-O DELIMITED BY SIZE
                  " PROJECTED " DELIMITED BY SIZE
                  BUD-PROJ-O DELIMITED BY SIZE
                  INTO BUDGET-LINE
           END-STRING.
           WRITE BUDGET-LINE.
           MOVE WS-FLAG-COUNT TO BUD-CNT-O.
           MOVE SPACES TO BUDGET-LINE.
           STRING "  CATEGORIES FLAGGED " DELIMITED BY SIZE
                  BUD-CNT-O DELIMITED BY SIZE
                  INTO BUDGET-LINE
           END-STRING.
           WRITE BUDGET-LINE.

       WRITE-EXCLUDED-JOBS.
      * THE READER SEES EXACTLY WHICH MONEY WAS HELD OUT AND WHY
           PERFORM VARYING WS-RV-IDX FROM 1 BY 1
                   UNTIL WS-RV-IDX > WS-RV-COUNT
               MOVE RV-JOB-ID(WS-RV-IDX) TO BUD-JOB-O
               MOVE SPACES TO BUDGET-LINE
               STRING "  JOB " DELIMITED BY SIZE
                      BUD-JOB-O DELIMITED BY SIZE
                      " BACKED OUT - EXCLUDED FROM THE ACTUALS"
                      DELIMITED BY SIZE
                      INTO BUDGET-LINE
               END-STRING
               WRITE BUDGET-LINE
           END-PERFORM.

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
               DISPLAY "COBOL_A_BUDGET: "
                       "PROCESSING DATE OVERRIDDEN TO "
                       WS-RUN-DATE
           END-IF.
           IF WS-PROC-IGNORED = 'Y' THEN
               DISPLAY "COBOL_A_BUDGET: "
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
