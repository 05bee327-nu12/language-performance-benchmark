       PROGRAM-ID. COBOL_A_TREND.

      * HISTORICAL TREND AND VARIANCE REPORT OVER THE DATED DAILY CSVS
      * PRODUCED BY COBOL_A. READS THE LAST N DAYS UP TO THE CURRENT
      * PROCESSING DATE OF archive/cobol_a_YYYYMMDD.csv (FALLING BACK
      * TO outputs/ FOR A DAY NOT YET ARCHIVED) AND REPORTS DAY-BY-DAY
      * COUNT/TOTAL/HIGH/LOW/AVERAGE WITH DAY-OVER-DAY AND
      * WEEK-OVER-WEEK PERCENTAGE MOVEMENT, FLAGGING ANY DAY WHOSE
      * TOTAL OR COUNT MOVES MORE THAN A CONFIGURABLE TOLERANCE FROM
           SELECT TREND-REPORT ASSIGN TO "outputs/cobol_a_trend.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS TREND-RPT-STAT.
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
           DATA RECORD IS TREND-LINE
           RECORDING MODE IS F.
       01  TREND-LINE      PIC X(80).
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
       01  WS-TREND-DAYS   PIC 9(3) VALUE 14.
       01  WS-TREND-TOL    PIC 9(3) VALUE 25.
       01  WS-RUN-DATE     PIC 9(8).
       01  WS-RUN-TIME     PIC 9(8).
       01  WS-TODAY-INT    PIC 9(9).
       01  WS-DAY-INT      PIC 9(9).
       01  CSV-EOF         PIC X.
           05  DAY-ENTRY OCCURS 99 TIMES.
               10  DAY-DATE        PIC 9(8).
               10  DAY-PRESENT     PIC X.
               10  DAY-BUSINESS    PIC X.
               10  DAY-WEEKEND     PIC X.
               10  DAY-COUNT       PIC 9(9).
               10  DAY-TOTAL       PIC S9(20)V99 COMP-3.
               10  DAY-HIGH        PIC S9(7)V99 COMP-3.
       01  WS-TRAIL-AVG-TOT    PIC S9(20)V99 COMP-3.
       01  WS-TRAIL-AVG-CNT    PIC 9(9)V99 COMP-3.
       01  WS-DOD-AVAIL    PIC X.
       01  WS-PRIOR-IDX    PIC 9(3).
       01  WS-MISSING-DAYS PIC 9(3).
       01  WS-WOW-AVAIL    PIC X.
       01  WS-FLAG         PIC X(10).
      * REPORT EDITING FIELDS
       01  RPT-TOL-O       PIC ZZ9.
      * RUNNING POSITION FOR THE PIECEWISE DAY-LINE STRING
       01  TREND-PTR       PIC 9(4).
      * PROCESSING-DATE AND CALENDAR FIELDS - THE WINDOW ENDS AT THE
      * CURRENT BUSINESS DAY, AND A DAY THE CALENDAR SAYS NOTHING
      * POSTS ON IS AN EXPECTED GAP RATHER THAN MISSING DATA
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

       TREND-MAIN.
           PERFORM DERIVE-PROCESSING-DATE.
           PERFORM LOAD-TREND-CONTROL.
           PERFORM BUILD-DAY-TABLE.
           PERFORM SCAN-ALL-DAYS.
           END-IF.

       BUILD-DAY-TABLE.
      * ENTRY 1 IS THE OLDEST DAY, ENTRY WS-TREND-DAYS IS THE
      * PROCESSING DATE
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-RUN-DATE).
           PERFORM VARYING DAY-IDX FROM 1 BY 1
               MOVE FUNCTION DATE-OF-INTEGER(WS-DAY-INT)
                 TO DAY-DATE(DAY-IDX)
               MOVE 'N' TO DAY-PRESENT(DAY-IDX)
               MOVE DAY-DATE(DAY-IDX) TO WS-CAL-DAY
               PERFORM CHECK-BUSINESS-DAY
               MOVE WS-CAL-BUSINESS TO DAY-BUSINESS(DAY-IDX)
               IF WS-CAL-WEEKDAY > 4 THEN
                   MOVE 'Y' TO DAY-WEEKEND(DAY-IDX)
               ELSE
                   MOVE 'N' TO DAY-WEEKEND(DAY-IDX)
               END-IF
               MOVE 0 TO DAY-COUNT(DAY-IDX)
               MOVE 0 TO DAY-TOTAL(DAY-IDX)
      * SEEDED WIDE SO SIGNED HIGHS AND LOWS BOTH TAKE ON THE FIRST
      * THE ARCHIVE, NOT AN AUDIT TRAIL, SO NO EXTEND HERE
           OPEN OUTPUT TREND-REPORT.
           PERFORM WRITE-TREND-HEADER.
           MOVE 0 TO WS-PRIOR-IDX.
           MOVE 0 TO WS-MISSING-DAYS.
           PERFORM VARYING DAY-IDX FROM 1 BY 1
                   UNTIL DAY-IDX > WS-TREND-DAYS
               PERFORM WRITE-ONE-DAY
           END-PERFORM.
           PERFORM WRITE-TREND-FOOTER.
           CLOSE TREND-REPORT.

       WRITE-TREND-HEADER.
                  INTO TREND-LINE
           END-STRING.
           WRITE TREND-LINE.
           MOVE WS-RUN-DATE TO RPT-DATE-O.
           MOVE SPACES TO TREND-LINE.
           STRING "WINDOW ENDS AT PROCESSING DATE " DELIMITED BY SIZE
                  RPT-DATE-O DELIMITED BY SIZE
                  "; WEEKENDS/HOLIDAYS ARE NOT GAPS"
                  DELIMITED BY SIZE
                  INTO TREND-LINE
           END-STRING.
           WRITE TREND-LINE.
           MOVE ALL "=" TO TREND-LINE.
           WRITE TREND-LINE.

       WRITE-ONE-DAY.
      * A NON-BUSINESS DAY WITHOUT A CSV IS WHAT THE CALENDAR SAYS
      * SHOULD HAPPEN, SO IT NEITHER COUNTS AS MISSING NOR BREAKS
      * THE DAY-OVER-DAY CHAIN; A BUSINESS DAY WITHOUT ONE DOES BOTH
           MOVE DAY-DATE(DAY-IDX) TO RPT-DATE-O.
           IF DAY-PRESENT(DAY-IDX) NOT = 'Y' THEN
               MOVE SPACES TO TREND-LINE
               IF DAY-BUSINESS(DAY-IDX) = 'Y' THEN
                   ADD 1 TO WS-MISSING-DAYS
                   MOVE 0 TO WS-PRIOR-IDX
                   STRING RPT-DATE-O DELIMITED BY SIZE
                          " NO DATA" DELIMITED BY SIZE
                          INTO TREND-LINE
                   END-STRING
               ELSE
               IF DAY-WEEKEND(DAY-IDX) = 'Y' THEN
                   STRING RPT-DATE-O DELIMITED BY SIZE
                          " WEEKEND - NO POSTING EXPECTED"
                          DELIMITED BY SIZE
                          INTO TREND-LINE
                   END-STRING
               ELSE
                   STRING RPT-DATE-O DELIMITED BY SIZE
                          " HOLIDAY - NO POSTING EXPECTED"
                          DELIMITED BY SIZE
                          INTO TREND-LINE
                   END-STRING
               END-IF
               END-IF
               WRITE TREND-LINE
           ELSE
               PERFORM COMPUTE-MOVEMENT
               PERFORM COMPUTE-VARIANCE-FLAG
               PERFORM WRITE-DAY-LINES
               MOVE DAY-IDX TO WS-PRIOR-IDX
           END-IF.

       WRITE-TREND-FOOTER.
           MOVE ALL "=" TO TREND-LINE.
           WRITE TREND-LINE.
           MOVE WS-MISSING-DAYS TO RPT-DAYS-O.
           MOVE SPACES TO TREND-LINE.
           STRING "BUSINESS DAYS WITH NO DATA: " DELIMITED BY SIZE
                  RPT-DAYS-O DELIMITED BY SIZE
                  INTO TREND-LINE
           END-STRING.
           WRITE TREND-LINE.

       COMPUTE-MOVEMENT.
      * DAY-OVER-DAY AGAINST THE PREVIOUS REPORTED DAY IN THE TABLE,
      * LOOKING BACK OVER ANY WEEKEND OR HOLIDAY BETWEEN THEM (SEE
      * WS-PRIOR-IDX IN WRITE-ONE-DAY); WEEK-OVER-WEEK AGAINST THE DAY
      * SEVEN CALENDAR DAYS EARLIER. EITHER IS UNAVAILABLE WHEN THE
      * COMPARISON DAY HAS NO DATA
           MOVE 'N' TO WS-DOD-AVAIL.
           MOVE 0 TO WS-DOD-PCT.
           IF WS-PRIOR-IDX > 0 THEN
               IF DAY-TOTAL(WS-PRIOR-IDX) > 0
                   MOVE 'Y' TO WS-DOD-AVAIL
                   COMPUTE WS-DOD-PCT ROUNDED =
                       ((DAY-TOTAL(DAY-IDX)
                         - DAY-TOTAL(WS-PRIOR-IDX)) * 100)
                       / DAY-TOTAL(WS-PRIOR-IDX)
                   PERFORM CAP-DOD-PCT
               END-IF
           END-IF.
                  INTO TREND-LINE
           END-STRING.
           WRITE TREND-LINE.

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
               DISPLAY "COBOL_A_TREND: "
                       "PROCESSING DATE OVERRIDDEN TO "
                       WS-RUN-DATE
           END-IF.
           IF WS-PROC-IGNORED = 'Y' THEN
               DISPLAY "COBOL_A_TREND: "
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
