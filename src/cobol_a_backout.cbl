           SELECT CLOSED-CTL-FILE ASSIGN TO "control/cobol_a_closed.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS CLOSED-STAT.
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
           DATA RECORD IS CLOSED-CTL-REC
           RECORDING MODE IS F.
       01  CLOSED-CTL-REC  PIC 9(6).
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
       01  JOB-SEQ-STAT    PIC XX.
       01  WS-CSV-NAME     PIC X(40).
       01  WS-RUN-DATE     PIC 9(8).
       01  WS-RUN-TIME     PIC 9(8).
      * OPERATOR INPUT - TAKEN RAW AND VALIDATED
       01  WS-JOB-X        PIC X(9).
       01  WS-JOB-N REDEFINES WS-JOB-X PIC 9(9).
       01  WS-CLOSED-EOF   PIC X.
       01  WS-PERIOD-CLOSED    PIC X.
       01  WS-TARGET-PERIOD    PIC 9(6).
      * PROCESSING-DATE FIELDS - THE DEFAULT RUN DATE AND THE
      * REVERSAL'S GL POSTING DATE ARE THE CURRENT BUSINESS DAY,
      * DERIVED THE SAME WAY AS THE NIGHTLY RUN'S
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

       BACKOUT-MAIN.
           PERFORM DERIVE-PROCESSING-DATE.
           DISPLAY "COBOL_A RUN BACKOUT FACILITY".
           DISPLAY "ENTER 9-DIGIT JOB-ID TO REVERSE: "
                   WITH NO ADVANCING.
               STOP RUN
           END-IF.
           MOVE WS-JOB-N TO WS-TARGET-JOB.
           DISPLAY "ENTER RUN DATE YYYYMMDD (BLANK = "
                   WS-RUN-DATE "): "
                   WITH NO ADVANCING.
           ACCEPT WS-DATE-X.
           IF WS-DATE-X = SPACES OR WS-DATE-X IS NOT NUMERIC THEN
           MOVE "RV" TO CSV-CATEGORY.
           WRITE CSV-ROW.
           CLOSE TARGET-CSV.

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
               DISPLAY "COBOL_A_BACKOUT: "
                       "PROCESSING DATE OVERRIDDEN TO "
                       WS-RUN-DATE
           END-IF.
           IF WS-PROC-IGNORED = 'Y' THEN
               DISPLAY "COBOL_A_BACKOUT: "
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
