      * CONSOLIDATED TRAILER RECONCILIATION ACROSS ALL RANGES. A
      * MISSING WORK FILE MEANS A PARTITION HAS NOT FINISHED (OR
      * FAILED AND MUST BE RESTARTED FROM ITS OWN CHECKPOINT), SO
      * THE MERGE REFUSES RATHER THAN PUBLISH A PARTIAL NIGHT. EACH
      * PARTITION'S RECORD-LEVEL DETAIL (control/cobol_a_detail<ID>
      * .dat) IS COMBINED ONTO THE CUMULATIVE DETAIL FILE UNDER THE
      * MERGE'S OWN JOB-ID, THE ONE THE GL RECORDS CARRY. THE
      * PARTITIONS HAVE ALREADY PUT EVERY AMOUNT INTO BASE CURRENCY;
      * THEIR PER-CURRENCY SUBTOTALS ARE COMBINED FOR THE SUMMARY
      * REPORT. WORK FILES ARE RETIRED ONCE THE MERGE COMPLETES.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-LOG-FILE ASSIGN TO "outputs/cobol_a_runlog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS RUNLOG-STAT.
      * MASTER CHANGES STILL AWAITING A SECOND OPERATOR - COUNTED
      * UNDER THE NIGHT'S JOB-ID FOR THE MORNING DIGEST, AS THE
      * UNPARTITIONED RUN DOES
           SELECT PROPOSAL-FILE ASSIGN TO "db/cobol_a_proposals.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS PROP-STAT.
      * THE MERGE WRITES THE NIGHT'S MAIN STATUS SNAPSHOT - THE
      * PARTITIONS ONLY EVER WROTE THEIR PRIVATE ONES
           SELECT STATUS-FILE ASSIGN TO "control/cobol_a_status.dat"
           SELECT EXPDUR-CTL-FILE ASSIGN TO "control/cobol_a_expdur.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS EXPDUR-STAT.
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
      * FILE NAME IS BUILT PER PARTITION - SEE MERGE-ONE-PARTITION
           SELECT PART-DETAIL-FILE ASSIGN DYNAMIC WS-PART-DETAIL-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS PART-DTL-STAT.
           SELECT DETAIL-FILE ASSIGN TO "outputs/cobol_a_detail.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS DETAIL-STAT.
           SELECT BASECCY-CTL-FILE
               ASSIGN TO "control/cobol_a_baseccy.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS BASECCY-STAT.

       DATA DIVISION.
       FILE SECTION.
           05  PW-VAL-BODY REDEFINES PW-REC-BODY.
               10  PW-VAL-VALUE    PIC S9(7)V99.
               10  FILLER          PIC X(131).
           05  PW-CCY-BODY REDEFINES PW-REC-BODY.
               10  PW-CCY-CODE     PIC X(3).
               10  PW-CCY-RATE     PIC 9(6)V9(6).
               10  PW-CCY-COUNT    PIC 9(9).
               10  PW-CCY-ORIG-SUM PIC S9(20)V99.
               10  PW-CCY-BASE-SUM PIC S9(20)V99.
               10  FILLER          PIC X(72).
      *
      * ONE ROW PER CATEGORY PLUS THE GRAND-TOTAL ROW FLAGGED "**" -
      * LAYOUT MUST MATCH DATA-OUT-FIELDS IN cobol_a.cbl
           RECORDING MODE IS F.
       01  RUN-LOG-LINE    PIC X(80).
      *
      * PROPOSAL LINE - FULL LAYOUT IN cobol_a_maint.cbl
       FD  PROPOSAL-FILE
           RECORD CONTAINS 134 CHARACTERS
           BLOCK 0
           DATA RECORD IS PROP-LINE
           RECORDING MODE IS F.
       01  PROP-LINE       PIC X(134).
      *
      * FIXED STATUS LAYOUT - MUST MATCH cobol_a.cbl
       FD  STATUS-FILE
           RECORD CONTAINS 36 CHARACTERS
           DATA RECORD IS EXPDUR-CTL-REC
           RECORDING MODE IS F.
       01  EXPDUR-CTL-REC  PIC X(6).
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
      *
      * DETAIL LINE - LAYOUT MUST MATCH DETAIL-WORK-REC IN cobol_a.cbl
       FD  PART-DETAIL-FILE
           RECORD CONTAINS 67 CHARACTERS
           BLOCK 0
           DATA RECORD IS DETAIL-WORK-REC
           RECORDING MODE IS F.
       01  DETAIL-WORK-REC.
           05  DTL-JOB-ID      PIC 9(9).
           05  FILLER          PIC X.
           05  DTL-KEY         PIC 9(8).
           05  FILLER          PIC X.
           05  DTL-CATEGORY    PIC 9(2).
           05  FILLER          PIC X.
           05  DTL-GL-ACCOUNT  PIC X(10).
           05  FILLER          PIC X.
           05  DTL-AMOUNT      PIC S9(7)V99 SIGN TRAILING
                               SEPARATE CHARACTER.
           05  FILLER          PIC X.
           05  DTL-EFF-DATE    PIC 9(8).
           05  FILLER          PIC X.
           05  DTL-CURRENCY    PIC X(3).
           05  FILLER          PIC X.
           05  DTL-ORIG-AMOUNT PIC S9(7)V99 SIGN TRAILING
                               SEPARATE CHARACTER.
      *
       FD  DETAIL-FILE
           RECORD CONTAINS 67 CHARACTERS
           BLOCK 0
           DATA RECORD IS DETAIL-LINE
           RECORDING MODE IS F.
       01  DETAIL-LINE     PIC X(67).
      *
      * BASE CURRENCY - LAYOUT MUST MATCH cobol_a.cbl
       FD  BASECCY-CTL-FILE
           RECORD CONTAINS 3 CHARACTERS
           BLOCK 0
           DATA RECORD IS BASECCY-CTL-REC
           RECORDING MODE IS F.
       01  BASECCY-CTL-REC PIC X(3).

       WORKING-STORAGE SECTION.
       01  PARTS-STAT      PIC XX.
       01  PROOF-GL-O      PIC +Z(19)9.99.
       01  PROOF-CSV-O     PIC +Z(19)9.99.
       01  PROOF-DIFF-O    PIC +Z(19)9.99.
      * DETAIL PROOF FIELDS - THE COMBINED PARTITION DETAIL MUST
      * ACCOUNT FOR EVERY RECORD THE MERGED TOTALS COUNT
       01  PART-DTL-STAT   PIC XX.
       01  DETAIL-STAT     PIC XX.
       01  WS-PART-DETAIL-NAME PIC X(40).
       01  WS-DTL-EOF      PIC X.
       01  WS-DTL-PUBLISHED    PIC 9(9) VALUE 0.
       01  WS-DTL-SUM      PIC S9(20)V99 COMP-3 VALUE 0.
       01  WS-DTL-OUT      PIC X VALUE 'N'.
       01  DTL-CNT-O       PIC Z(8)9.
       01  DTL-CTR-O       PIC Z(8)9.
       01  PROOF-DTL-O     PIC +Z(19)9.99.
      * CURRENCY SUBTOTALS - ENTRY 1 IS THE BASE CURRENCY, THE REST
      * ARE TAKEN IN THE ORDER THE PARTITIONS REPORT THEM. EVERY
      * PARTITION LOADED THE SAME RATES, SO THE FIRST RATE SEEN FOR A
      * CURRENCY IS THE NIGHT'S
       01  BASECCY-STAT    PIC XX.
       01  WS-BASE-CCY     PIC X(3) VALUE SPACES.
       01  WS-CCY-USED     PIC 9(3) VALUE 1.
       01  WS-CCY-LIMIT    PIC 9(3) VALUE 50.
       01  WS-CCY-IDX      PIC 9(3).
       01  WS-CCY-FOUND    PIC X.
       01  CCY-TABLE.
           05  CCY-ENTRY OCCURS 50 TIMES.
               10  CCY-CODE     PIC X(3).
               10  CCY-RATE     PIC 9(6)V9(6) COMP-3.
               10  CCY-COUNT    PIC 9(9).
               10  CCY-ORIG-SUM PIC S9(20)V99 COMP-3.
               10  CCY-BASE-SUM PIC S9(20)V99 COMP-3.
       01  RPT-CCY-O       PIC X(4).
       01  RPT-CCY-RATE-O  PIC Z(5)9.9(6).
       01  RPT-CCY-CNT-O   PIC Z(8)9.
       01  RPT-CCY-ORIG-O  PIC +Z(13)9.99.
       01  RPT-CCY-BASE-O  PIC +Z(13)9.99.
      * REPORT AND LOG EDITING FIELDS
       01  WS-AVERAGE      PIC S9(7)V99 COMP-3 VALUE 0.
       01  RPT-DATE-O      PIC 9(4)/99/99.
       01  LOG-TIME-O      PIC 99B99B99.
       01  LOG-SECS-O      PIC Z(8)9.
       01  LOG-EXP-O       PIC Z(5)9.
       01  LOG-PROPS-O     PIC Z(8)9.
       01  PROP-STAT       PIC XX.
       01  WS-OPEN-PROPOSALS   PIC 9(9) VALUE 0.
       01  WS-COMP-CODE    PIC 9(2) VALUE 99.
      * MERGE TIMING AND EXPECTED-DURATION FIELDS - SAME SHAPES AS
      * THE NIGHTLY RUN'S
       01  WS-NOW-SECS     PIC 9(9).
       01  WS-JOB-START-SECS   PIC 9(9) VALUE 0.
       01  WS-ELAPSED-SECS PIC S9(9).
      * PROCESSING-DATE FIELDS - THE MERGE POSTS AS THE SAME BUSINESS
      * DAY THE PARTITIONS RAN FOR, DERIVED THE SAME WAY (SEE
      * DERIVE-PROCESSING-DATE IN cobol_a.cbl)
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

       MERGE-MAIN.
           PERFORM DERIVE-PROCESSING-DATE.
           PERFORM GET-TIME-SECS.
           MOVE WS-NOW-SECS TO WS-JOB-START-SECS.
           PERFORM LOAD-EXP-DURATION.
               STOP RUN
           END-IF.
           PERFORM INIT-MERGE-TOTALS.
           PERFORM LOAD-BASE-CURRENCY.
           PERFORM LOAD-BANDS.
           PERFORM LOAD-GL-MAP.
           PERFORM LOAD-CATREF.
               OPEN OUTPUT RUN-LOG-FILE
           END-IF.
           PERFORM LOG-MERGE-START.
           PERFORM LOG-PROCESSING-DATE.
           PERFORM COUNT-OPEN-PROPOSALS.
           PERFORM LOG-OPEN-PROPOSALS.
           PERFORM ROTATE-DATA-OUT.
           OPEN EXTEND DATA-OUT.
           IF FILE-STAT = "35" THEN
           CLOSE RECON-FILE.
           PERFORM RETIRE-WORK-FILES.
           IF WS-RECON-HAD-ISSUE = 'Y' OR WS-DUP-COUNT > 0
              OR WS-PROOF-OUT = 'Y' OR WS-DTL-OUT = 'Y' THEN
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
      * EVERY FINISHED PARTITION LEAVES A DETAIL FILE, EMPTY IF IT
      * COUNTED NOTHING - ONE MISSING WOULD LEAVE THE NIGHT'S POSTINGS
      * UNTRACEABLE, SO IT REFUSES THE MERGE THE SAME WAY
           PERFORM BUILD-PART-DETAIL-NAME.
           OPEN INPUT PART-DETAIL-FILE.
           IF PART-DTL-STAT NOT = "00" THEN
               DISPLAY "COBOL_A_MERGE: PARTITION "
                       PART-ID-ENTRY(WS-PART-IDX)
                       " HAS NO DETAIL FILE - MERGE REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE PART-DETAIL-FILE.
           MOVE 'N' TO WS-PART-EOF2.
           PERFORM UNTIL WS-PART-EOF2 = 'Y'
               READ PART-WORK-FILE
               WHEN "BND" PERFORM MERGE-BND-RECORD
               WHEN "OOR" PERFORM MERGE-OOR-RECORD
               WHEN "VAL" PERFORM MERGE-VAL-RECORD
               WHEN "CCY" PERFORM MERGE-CCY-RECORD
           END-EVALUATE.

       MERGE-HDR-RECORD.
               MOVE 'Y' TO WS-VAL-CLIPPED
           END-IF.

       MERGE-CCY-RECORD.
      * A CURRENCY PAST THE TABLE'S LIMIT STILL COUNTS IN EVERY BASE
      * TOTAL - IT IS ONLY MISSING FROM THE SUBTOTAL LINES
           IF PW-CCY-CODE = WS-BASE-CCY THEN
               MOVE 1 TO WS-CCY-IDX
               MOVE 'Y' TO WS-CCY-FOUND
           ELSE
               MOVE 'N' TO WS-CCY-FOUND
               PERFORM VARYING WS-CCY-IDX FROM 2 BY 1
                       UNTIL WS-CCY-IDX > WS-CCY-USED
                          OR WS-CCY-FOUND = 'Y'
                   IF CCY-CODE(WS-CCY-IDX) = PW-CCY-CODE THEN
                       MOVE 'Y' TO WS-CCY-FOUND
                   END-IF
               END-PERFORM
               IF WS-CCY-FOUND = 'Y' THEN
                   SUBTRACT 1 FROM WS-CCY-IDX
               ELSE
               IF WS-CCY-USED < WS-CCY-LIMIT THEN
                   ADD 1 TO WS-CCY-USED
                   MOVE WS-CCY-USED TO WS-CCY-IDX
                   MOVE PW-CCY-CODE TO CCY-CODE(WS-CCY-IDX)
                   MOVE PW-CCY-RATE TO CCY-RATE(WS-CCY-IDX)
                   MOVE 'Y' TO WS-CCY-FOUND
               END-IF
               END-IF
           END-IF.
           IF WS-CCY-FOUND = 'Y' THEN
               ADD PW-CCY-COUNT TO CCY-COUNT(WS-CCY-IDX)
               ADD PW-CCY-ORIG-SUM TO CCY-ORIG-SUM(WS-CCY-IDX)
               ADD PW-CCY-BASE-SUM TO CCY-BASE-SUM(WS-CCY-IDX)
           END-IF.

       RECONCILE-NIGHT.
      * THE NIGHT RECONCILES AS A WHOLE: EVERY PARTITION'S READS
      * AGAINST EVERY TRAILER ANY PARTITION SAW. ONLY THE RANGE
           WRITE JOB-SEQ-REC.
           CLOSE JOB-SEQ-FILE.

       LOAD-BASE-CURRENCY.
      * ONLY THE BASE CODE IS NEEDED HERE - THE RATES THEMSELVES
      * TRAVEL IN THE PARTITIONS' "CCY" RECORDS
           MOVE SPACES TO WS-BASE-CCY.
           OPEN INPUT BASECCY-CTL-FILE.
           IF BASECCY-STAT = "00" THEN
               READ BASECCY-CTL-FILE
                   NOT AT END
                       IF BASECCY-CTL-REC IS ALPHABETIC-UPPER
                          AND BASECCY-CTL-REC(1:1) NOT = SPACE
                          AND BASECCY-CTL-REC(2:1) NOT = SPACE
                          AND BASECCY-CTL-REC(3:1) NOT = SPACE
                           MOVE BASECCY-CTL-REC TO WS-BASE-CCY
                       END-IF
               END-READ
               CLOSE BASECCY-CTL-FILE
           END-IF.
           PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
                   UNTIL WS-CCY-IDX > WS-CCY-LIMIT
               MOVE SPACES TO CCY-CODE(WS-CCY-IDX)
               MOVE 0 TO CCY-RATE(WS-CCY-IDX)
               MOVE 0 TO CCY-COUNT(WS-CCY-IDX)
               MOVE 0 TO CCY-ORIG-SUM(WS-CCY-IDX)
               MOVE 0 TO CCY-BASE-SUM(WS-CCY-IDX)
           END-PERFORM.
           MOVE WS-BASE-CCY TO CCY-CODE(1).
           MOVE 1 TO CCY-RATE(1).
           MOVE 1 TO WS-CCY-USED.

       LOAD-BANDS.
      * SAME EDGES THE PARTITIONS TALLIED AGAINST - ONLY THE EDGES
      * ARE NEEDED HERE, FOR THE REPORT LINES; WITHOUT A CONTROL
           PERFORM WRITE-DIST-REPORT.
           PERFORM WRITE-GL-EXTRACT.
           PERFORM PROVE-GL-EXTRACT.
           PERFORM PUBLISH-DETAIL.

       WRITE-CSV-CATEGORY.
           PERFORM BUILD-CSV-STAMP.
           END-STRING.
           WRITE REPORT-LINE.
           PERFORM WRITE-CATEGORY-BREAKDOWN.
           PERFORM WRITE-CURRENCY-SUBTOTALS.

       WRITE-CATEGORY-BREAKDOWN.
           IF COUNTER > 0 THEN
           END-STRING.
           WRITE REPORT-LINE.

       WRITE-CURRENCY-SUBTOTALS.
           IF COUNTER > 0 THEN
               MOVE SPACES TO REPORT-LINE
               MOVE CCY-CODE(1) TO RPT-CCY-O
               IF RPT-CCY-O = SPACES THEN
                   MOVE "NONE" TO RPT-CCY-O
               END-IF
               STRING "  CURRENCY SUBTOTALS (BASE CURRENCY "
                      DELIMITED BY SIZE
                      RPT-CCY-O DELIMITED BY SPACE
                      "):" DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               WRITE REPORT-LINE
               PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
                       UNTIL WS-CCY-IDX > WS-CCY-USED
                   IF CCY-COUNT(WS-CCY-IDX) > 0 THEN
                       PERFORM WRITE-ONE-CURRENCY-LINE
                   END-IF
               END-PERFORM
           END-IF.

       WRITE-ONE-CURRENCY-LINE.
           MOVE CCY-CODE(WS-CCY-IDX) TO RPT-CCY-O.
           IF RPT-CCY-O = SPACES THEN
               MOVE "BASE" TO RPT-CCY-O
           END-IF.
           MOVE CCY-RATE(WS-CCY-IDX) TO RPT-CCY-RATE-O.
           MOVE CCY-COUNT(WS-CCY-IDX) TO RPT-CCY-CNT-O.
           MOVE CCY-ORIG-SUM(WS-CCY-IDX) TO RPT-CCY-ORIG-O.
           MOVE CCY-BASE-SUM(WS-CCY-IDX) TO RPT-CCY-BASE-O.
           MOVE SPACES TO REPORT-LINE.
           STRING "    " DELIMITED BY SIZE
                  RPT-CCY-O DELIMITED BY SIZE
                  " RATE " DELIMITED BY SIZE
                  RPT-CCY-RATE-O DELIMITED BY SIZE
                  " COUNT " DELIMITED BY SIZE
                  RPT-CCY-CNT-O DELIMITED BY SIZE
                  " ORIGINAL " DELIMITED BY SIZE
                  RPT-CCY-ORIG-O DELIMITED BY SIZE
                  " BASE " DELIMITED BY SIZE
                  RPT-CCY-BASE-O DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.

       WRITE-DIST-REPORT.
           OPEN EXTEND DIST-REPORT-FILE.
           IF DIST-STAT = "35" THEN
           END-IF.
           WRITE RECON-LINE.

       PUBLISH-DETAIL.
      * THE PARTITIONS STAMPED THEIR LINES WITH THEIR OWN DERIVED
      * JOB-IDS; ON THE CUMULATIVE FILE THEY CARRY THE MERGE'S, THE
      * ONE THE NIGHT'S GL RECORDS WERE POSTED UNDER
           MOVE 0 TO WS-DTL-PUBLISHED.
           MOVE 0 TO WS-DTL-SUM.
           OPEN EXTEND DETAIL-FILE.
           IF DETAIL-STAT = "35" THEN
               OPEN OUTPUT DETAIL-FILE
           END-IF.
           PERFORM VARYING WS-PART-IDX FROM 1 BY 1
                   UNTIL WS-PART-IDX > WS-PART-COUNT
               PERFORM PUBLISH-PART-DETAIL
           END-PERFORM.
           CLOSE DETAIL-FILE.
           PERFORM PROVE-DETAIL.

       PUBLISH-PART-DETAIL.
           PERFORM BUILD-PART-DETAIL-NAME.
           MOVE 'N' TO WS-DTL-EOF.
           OPEN INPUT PART-DETAIL-FILE.
           IF PART-DTL-STAT NOT = "00" THEN
               MOVE 'Y' TO WS-DTL-EOF
           END-IF.
           PERFORM UNTIL WS-DTL-EOF = 'Y'
               READ PART-DETAIL-FILE
                   AT END MOVE 'Y' TO WS-DTL-EOF
                   NOT AT END
                       MOVE WS-JOB-ID TO DTL-JOB-ID
                       WRITE DETAIL-LINE FROM DETAIL-WORK-REC
                       ADD 1 TO WS-DTL-PUBLISHED
                       ADD DTL-AMOUNT TO WS-DTL-SUM
               END-READ
           END-PERFORM.
           IF PART-DTL-STAT NOT = "35" THEN
               CLOSE PART-DETAIL-FILE
           END-IF.

       PROVE-DETAIL.
      * SAME PROOF AS A SINGLE RUN MAKES - ONE LINE PER COUNTED
      * RECORD, NETTING TO THE CSV GRAND TOTAL
           IF WS-DTL-PUBLISHED = COUNTER AND WS-DTL-SUM = SUMM THEN
               MOVE 'N' TO WS-DTL-OUT
           ELSE
               MOVE 'Y' TO WS-DTL-OUT
           END-IF.
           MOVE WS-DTL-PUBLISHED TO DTL-CNT-O.
           MOVE COUNTER TO DTL-CTR-O.
           MOVE WS-DTL-SUM TO PROOF-DTL-O.
           MOVE WS-JOB-ID TO RECON-JOB-O.
           MOVE SPACES TO REPORT-LINE.
           STRING "  DETAIL PROOF: " DELIMITED BY SIZE
                  DTL-CNT-O DELIMITED BY SIZE
                  " LINES NET " DELIMITED BY SIZE
                  PROOF-DTL-O DELIMITED BY SIZE
                  " VS COUNT " DELIMITED BY SIZE
                  DTL-CTR-O DELIMITED BY SIZE
                  INTO REPORT-LINE
           END-STRING.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE SPACES TO RECON-LINE.
           IF WS-DTL-OUT = 'Y' THEN
               STRING "  DETAIL PROOF: *OUT OF BALANCE*"
                      DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               STRING "JOB " DELIMITED BY SIZE
                      RECON-JOB-O DELIMITED BY SIZE
                      " DETAIL PROOF OUT OF BALANCE LINES "
                      DELIMITED BY SIZE
                      DTL-CNT-O DELIMITED BY SIZE
                      INTO RECON-LINE
               END-STRING
           ELSE
               STRING "  DETAIL PROOF: IN BALANCE" DELIMITED BY SIZE
                      INTO REPORT-LINE
               END-STRING
               STRING "JOB " DELIMITED BY SIZE
                      RECON-JOB-O DELIMITED BY SIZE
                      " DETAIL PROOF IN BALANCE LINES "
                      DELIMITED BY SIZE
                      DTL-CNT-O DELIMITED BY SIZE
                      INTO RECON-LINE
               END-STRING
           END-IF.
           WRITE REPORT-LINE.
           WRITE RECON-LINE.

       RETIRE-WORK-FILES.
      * THE PARTIALS HAVE SERVED THEIR PURPOSE - LEAVING THEM WOULD
      * LET A RERUN OF THE MERGE DOUBLE-PUBLISH A STALE NIGHT
               END-STRING
               CALL "CBL_DELETE_FILE" USING WS-PART-WORK-NAME
               END-CALL
               PERFORM BUILD-PART-DETAIL-NAME
               CALL "CBL_DELETE_FILE" USING WS-PART-DETAIL-NAME
               END-CALL
           END-PERFORM.

       BUILD-PART-DETAIL-NAME.
           MOVE SPACES TO WS-PART-DETAIL-NAME.
           STRING "control/cobol_a_detail" DELIMITED BY SIZE
                  PART-ID-ENTRY(WS-PART-IDX) DELIMITED BY SIZE
                  ".dat" DELIMITED BY SIZE
                  INTO WS-PART-DETAIL-NAME
           END-STRING.

       WRITE-STATUS-FILE.
      * THE NIGHT'S MAIN STATUS SNAPSHOT - MONITORING AND THE
      * MORNING DIGEST READ THIS ONE, NOT THE PER-PARTITION FILES
           WRITE STATUS-REC.
           CLOSE STATUS-FILE.

       DERIVE-PROCESSING-DATE.
      * THE NIGHT'S RUN MAY START EITHER SIDE OF MIDNIGHT, SO A START
      * BEFORE WS-NIGHT-END-HH BELONGS TO THE PREVIOUS DAY'S NIGHT -
      * EVERY PARTITION AND THE MERGE THEN AGREE ON THE DATE HOWEVER
      * LATE THEY RUN. A NIGHT THAT IS NOT A BUSINESS DAY POSTS AS THE
      * NEXT ONE THAT IS. AN OVERRIDE MAY MOVE THE DATE BACK (A MISSED
      * NIGHT CAUGHT UP) BUT NEVER PAST THE DATE THE CALENDAR GIVES
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
               DISPLAY "COBOL_A_MERGE: PROCESSING DATE OVERRIDDEN TO "
                       WS-RUN-DATE
           END-IF.
           IF WS-PROC-IGNORED = 'Y' THEN
               DISPLAY "COBOL_A_MERGE: PROCESSING DATE OVERRIDE IGNORED"
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
      * THE OVERRIDE NAMES THE NIGHT IT IS FOR, SO IT IS LEFT IN PLACE
      * FOR THE PARTITIONS AND THE MERGE TO READ AND A LATER NIGHT
      * SIMPLY PASSES IT OVER
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

       LOG-MERGE-START.
           MOVE WS-JOB-ID TO LOG-JOB-O.
           MOVE WS-RUN-TIME(1:6) TO LOG-TIME-O.
           END-STRING.
           WRITE RUN-LOG-LINE.

       LOG-PROCESSING-DATE.
           MOVE WS-JOB-ID TO LOG-JOB-O.
           MOVE SPACES TO RUN-LOG-LINE.
           STRING "JOB " DELIMITED BY SIZE
                  LOG-JOB-O DELIMITED BY SIZE
                  " PROCESSING DATE " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  " NIGHT OF " DELIMITED BY SIZE
                  WS-NIGHT-DATE DELIMITED BY SIZE
                  INTO RUN-LOG-LINE
           END-STRING.
           IF WS-PROC-OVERRIDE = 'Y' THEN
               MOVE "(OVERRIDE)" TO RUN-LOG-LINE(58:10)
           END-IF.
           WRITE RUN-LOG-LINE.
           IF WS-PROC-IGNORED = 'Y' THEN
               MOVE SPACES TO RUN-LOG-LINE
               STRING "JOB " DELIMITED BY SIZE
                      LOG-JOB-O DELIMITED BY SIZE
                      " PROCESSING DATE OVERRIDE IGNORED"
                      DELIMITED BY SIZE
                      INTO RUN-LOG-LINE
               END-STRING
               WRITE RUN-LOG-LINE
           END-IF.

       COUNT-OPEN-PROPOSALS.
      * EVERY LINE ON THE PROPOSAL FILE IS STILL UNDECIDED
           MOVE 0 TO WS-OPEN-PROPOSALS.
           OPEN INPUT PROPOSAL-FILE.
           IF PROP-STAT = "00" THEN
               PERFORM UNTIL PROP-STAT NOT = "00"
                   READ PROPOSAL-FILE
                       AT END MOVE "10" TO PROP-STAT
                       NOT AT END ADD 1 TO WS-OPEN-PROPOSALS
                   END-READ
               END-PERFORM
               CLOSE PROPOSAL-FILE
           END-IF.

       LOG-OPEN-PROPOSALS.
           MOVE WS-JOB-ID TO LOG-JOB-O.
           MOVE WS-OPEN-PROPOSALS TO LOG-PROPS-O.
           MOVE SPACES TO RUN-LOG-LINE.
           STRING "JOB " DELIMITED BY SIZE
                  LOG-JOB-O DELIMITED BY SIZE
                  " OPEN PROPOSALS " DELIMITED BY SIZE
                  LOG-PROPS-O DELIMITED BY SIZE
                  INTO RUN-LOG-LINE
           END-STRING.
           WRITE RUN-LOG-LINE.

       LOG-MERGE-END.
      * SAME END-OF-JOB LINE FORMAT AS THE NIGHTLY RUN, SO THE
      * MORNING DIGEST'S ELAPSED/OVERRUN PARSE WORKS UNCHANGED ON A
