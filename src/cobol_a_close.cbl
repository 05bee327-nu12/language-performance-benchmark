      * THE PERIOD AS CLOSED IN control/cobol_a_closed.ctl. THE
      * BACKOUT FACILITY REFUSES TO REVERSE A JOB WHOSE RUN DATE
      * FALLS INSIDE A CLOSED PERIOD, SO A REPORTED MONTH CAN NEVER
      * BE QUIETLY REOPENED. A BUSINESS DAY OF THE PERIOD THAT HAS NO
      * CSV IS LISTED ON THE STATEMENT AND ENDS THE CLOSE WITH RC 4;
      * WEEKENDS AND HOLIDAYS ON control/cobol_a_calendar.ctl ARE
      * EXPECTED GAPS, NOT MISSING DAYS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
       01  GLMAP-STAT      PIC XX.
       01  CATREF-STAT     PIC XX.
       01  WS-RUN-DATE     PIC 9(8).
       01  WS-RUN-TIME     PIC 9(8).
       01  WS-JOB-ID       PIC 9(9) VALUE 0.
      * DYNAMIC FILE NAMES - THE REPORT AND THE GL SUMMARY ARE BOTH
      * STAMPED WITH THE PERIOD THEY CLOSE
       01  WS-CLOSED-EOF   PIC X.
       01  WS-ALREADY-CLOSED   PIC X.
       01  WS-DAYS-WITH-DATA   PIC 9(2) VALUE 0.
       01  WS-DAY-FOUND        PIC X.
      * BUSINESS DAYS OF THE PERIOD UP TO THE PROCESSING DATE, AND
      * THOSE OF THEM THAT HAVE NO CSV IN EITHER LOCATION
       01  WS-DAYS-EXPECTED    PIC 9(2) VALUE 0.
       01  WS-MISSING-COUNT    PIC 9(2) VALUE 0.
       01  WS-MISSING-IDX      PIC 9(2).
       01  MISSING-DAY-TABLE.
           05  MISSING-DAY OCCURS 31 TIMES PIC 9(8).
      * JOBS THE BACKOUT FACILITY REVERSED - COLLECTED FROM THE "RV"
      * MARKER ROWS BEFORE EACH DAY IS COUNTED, THEN EVERY ROW OF
      * THOSE JOBS IS HELD OUT OF THE CLOSE; THE PASS TAG REMEMBERS
       01  CLS-PCT-O       PIC +ZZ9.9.
       01  CLS-JOB-O       PIC Z(8)9.
       01  CLS-DATE-O      PIC 9(4)/99/99.
       01  CLS-DAYS-O      PIC Z9.
      * PROCESSING-DATE AND CALENDAR FIELDS - THE CLOSE IS STAMPED
      * AND POSTED AS THE CURRENT BUSINESS DAY, AND ONLY A BUSINESS
      * DAY WITHOUT A CSV COUNTS AS MISSING FROM THE PERIOD
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

       CLOSE-MAIN.
           PERFORM DERIVE-PROCESSING-DATE.
           DISPLAY "COBOL_A MONTH-END CLOSE FACILITY".
           DISPLAY "ENTER PERIOD TO CLOSE (YYYYMM): "
                   WITH NO ADVANCING.
           PERFORM RECORD-PERIOD-CLOSED.
           DISPLAY "PERIOD " WS-PERIOD-X " CLOSED UNDER JOB "
                   WS-JOB-ID.
      * A BUSINESS DAY WITH NO CSV DOES NOT STOP THE CLOSE - THE
      * STATEMENT LISTS IT - BUT THE SCHEDULER SEES A WARNING
           IF WS-MISSING-COUNT > 0 THEN
               DISPLAY WS-MISSING-COUNT " BUSINESS DAY(S) OF THE "
                       "PERIOD HAVE NO DAILY CSV - SEE THE STATEMENT"
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
           STOP RUN.

       COMPUTE-PRIOR-PERIOD.
               END-STRING
               OPEN INPUT CLOSE-CSV
           END-IF.
           MOVE 'N' TO WS-DAY-FOUND.
           IF CSV-STAT = "00" THEN
               MOVE 'Y' TO WS-DAY-FOUND
               IF WS-PASS = 'T' THEN
                   ADD 1 TO WS-DAYS-WITH-DATA
               END-IF
               PERFORM READ-DAY-ROWS
               CLOSE CLOSE-CSV
           END-IF.
           IF WS-PASS = 'T' THEN
               PERFORM CHECK-EXPECTED-DAY
           END-IF.

       CHECK-EXPECTED-DAY.
      * ONLY REAL DATES NO LATER THAN THE PROCESSING DATE ARE EXPECTED
      * TO HAVE POSTED; WEEKENDS AND CALENDAR HOLIDAYS ARE NOT
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-DAY-DATE) = 0
              AND WS-DAY-DATE NOT > WS-RUN-DATE THEN
               MOVE WS-DAY-DATE TO WS-CAL-DAY
               PERFORM CHECK-BUSINESS-DAY
               IF WS-CAL-BUSINESS = 'Y' THEN
                   ADD 1 TO WS-DAYS-EXPECTED
                   IF WS-DAY-FOUND = 'N' THEN
                       ADD 1 TO WS-MISSING-COUNT
                       MOVE WS-DAY-DATE
                         TO MISSING-DAY(WS-MISSING-COUNT)
                   END-IF
               END-IF
           END-IF.

       COLLECT-RV-JOBS.
           MOVE 'N' TO CSV-EOF.
               END-IF
           END-PERFORM.
           PERFORM WRITE-CLOSE-TOTALS.
           PERFORM WRITE-DAY-COVERAGE.
           PERFORM WRITE-EXCLUDED-JOBS.
           CLOSE CLOSE-REPORT.

           END-STRING.
           WRITE CLOSE-LINE.

       WRITE-DAY-COVERAGE.
      * BUSINESS DAYS ONLY - A WEEKEND OR HOLIDAY WITHOUT A CSV IS
      * THE CALENDAR WORKING AS INTENDED AND IS NOT LISTED
           MOVE WS-DAYS-EXPECTED TO CLS-DAYS-O.
           MOVE SPACES TO CLOSE-LINE.
           STRING "  BUSINESS DAYS EXPECTED " DELIMITED BY SIZE
                  CLS-DAYS-O DELIMITED BY SIZE
                  INTO CLOSE-LINE
           END-STRING.
           MOVE WS-DAYS-WITH-DATA TO CLS-DAYS-O.
           STRING "  DAYS WITH DATA " DELIMITED BY SIZE
                  CLS-DAYS-O DELIMITED BY SIZE
                  INTO CLOSE-LINE(28:30)
           END-STRING.
           MOVE WS-MISSING-COUNT TO CLS-DAYS-O.
           STRING "  MISSING " DELIMITED BY SIZE
                  CLS-DAYS-O DELIMITED BY SIZE
                  INTO CLOSE-LINE(47:20)
           END-STRING.
           WRITE CLOSE-LINE.
           PERFORM VARYING WS-MISSING-IDX FROM 1 BY 1
                   UNTIL WS-MISSING-IDX > WS-MISSING-COUNT
               MOVE MISSING-DAY(WS-MISSING-IDX) TO CLS-DATE-O
               MOVE SPACES TO CLOSE-LINE
               STRING "  BUSINESS DAY " DELIMITED BY SIZE
                      CLS-DATE-O DELIMITED BY SIZE
                      " HAS NO DAILY CSV - MISSING FROM THE PERIOD"
                      DELIMITED BY SIZE
                      INTO CLOSE-LINE
               END-STRING
               WRITE CLOSE-LINE
           END-PERFORM.

       WRITE-EXCLUDED-JOBS.
      * THE READER SEES EXACTLY WHICH MONEY WAS HELD OUT AND WHY -
      * ONLY JOBS BACKED OUT INSIDE THE PERIOD BEING CLOSED ARE
           MOVE WS-TARGET-PERIOD TO CLOSED-CTL-REC.
           WRITE CLOSED-CTL-REC.
           CLOSE CLOSED-CTL-FILE.

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
               DISPLAY "COBOL_A_CLOSE: "
                       "PROCESSING DATE OVERRIDDEN TO "
                       WS-RUN-DATE
           END-IF.
           IF WS-PROC-IGNORED = 'Y' THEN
               DISPLAY "COBOL_A_CLOSE: "
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
