           SELECT RUN-LOG-FILE ASSIGN TO "outputs/cobol_a_runlog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS RUNLOG-STAT.
      * MASTER CHANGES STILL AWAITING A SECOND OPERATOR - ONLY
      * COUNTED, SO THE MORNING DIGEST CAN WARN THAT THE NIGHT RAN
      * WITHOUT THEM
           SELECT PROPOSAL-FILE ASSIGN TO "db/cobol_a_proposals.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS PROP-STAT.
      * MACHINE-READABLE JOB STATUS, REWRITTEN AS THE RUN PROGRESSES
      * SO THE SCHEDULER CAN SEE A HUNG OR OVERRUNNING JOB IN FLIGHT
      * FILE NAME IS PER PARTITION IN PARTITIONED MODE SO CONCURRENT
           SELECT PART-WORK-FILE ASSIGN DYNAMIC WS-PART-WORK-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS PART-WORK-STAT.
      * NON-POSTING RERUN REQUEST LEFT BY THE POINT-IN-TIME REBUILD
      * (COBOL_A_ASOF). WHEN ONE RAISED TODAY IS ON FILE THE RUN
      * READS THE REBUILT COPY OF THE MASTER INSTEAD OF THE FEED
      * LIST, TAKES NO JOB-ID, WRITES NO CSV, REPORT OR GL EXTRACT,
      * AND COMPARES ITS TOTALS WITH THE CSV ROWS THAT NIGHT ACTUALLY
      * POSTED - SEE LOAD-RERUN-REQUEST
           SELECT RERUN-CTL-FILE ASSIGN TO "control/cobol_a_rerun.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS RERUN-STAT.
           SELECT RERUN-REPORT-FILE
               ASSIGN TO "outputs/cobol_a_rerun.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS RERUN-RPT-STAT.
      * THE NIGHT'S DATED CSV READ BACK - archive/ FIRST, THEN
      * outputs/, THE SAME SEARCH THE MONTH-END CLOSE MAKES
           SELECT POSTED-CSV ASSIGN DYNAMIC WS-POSTED-CSV-NAME
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS POSTED-STAT.
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
      * RECORD-LEVEL DETAIL BEHIND THE GL POSTINGS - ONE LINE PER
      * RECORD COUNTED, SO A POSTING CAN BE TRACED BACK TO THE MASTER
      * RECORDS THAT MAKE IT UP (COBOL_A_GLDRILL). LINES GO TO A
      * PER-RUN WORK FILE AS THEY ARE COUNTED AND REACH THE
      * CUMULATIVE FILE ONLY ONCE THE GL EXTRACT IS WRITTEN; IN
      * PARTITIONED MODE THE WORK FILE IS THE RANGE'S DETAIL FOR THE
      * MERGE STEP - SEE SETUP-DETAIL-WORK AND PUBLISH-DETAIL
           SELECT DETAIL-FILE ASSIGN TO "outputs/cobol_a_detail.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS DETAIL-STAT.
           SELECT DETAIL-WORK-FILE ASSIGN DYNAMIC WS-DETAIL-WORK-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS DTL-WORK-STAT.
           SELECT DETAIL-PRIOR-FILE
               ASSIGN DYNAMIC WS-DETAIL-PRIOR-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS DTL-PRIOR-STAT.
      * BASE CURRENCY CODE AND THE DATED EXCHANGE RATES INTO IT -
      * A MASTER AMOUNT HELD IN ANY OTHER CURRENCY IS COUNTED AT THE
      * RATE DATED THE PROCESSING DATE, OR NOT AT ALL - SEE LOAD-RATES
           SELECT BASECCY-CTL-FILE
               ASSIGN TO "control/cobol_a_baseccy.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS BASECCY-STAT.
           SELECT RATES-CTL-FILE ASSIGN TO "control/cobol_a_rates.ctl"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS RATES-STAT.

       DATA DIVISION.
       FILE SECTION.
       FD DATABASE
           RECORD CONTAINS 32 CHARACTERS
           BLOCK 0
           DATA RECORD IS DB-RECORD.
      * KEYED MASTER RECORD - UNIQUE KEY, SIGNED AMOUNT (TRAILING
      * SEPARATE SIGN SO CREDITS AND REVERSALS CARRY AS '-'),
      * CATEGORY/DEPARTMENT CODE, EFFECTIVE DATE, STATUS AND THE
      * CURRENCY THE AMOUNT IS HELD IN (SPACES = BASE CURRENCY). THE
      * RESERVED KEY 99999999 (ALWAYS THE LAST RECORD IN KEY ORDER)
      * CARRIES THE RECONCILIATION TRAILER, STATUS 'T', WITH THE
      * EXPECTED DATA-RECORD COUNT IN THE AMOUNT POSITIONS
           05  DB-CATEGORY     PIC 9(2).
           05  DB-EFF-DATE     PIC 9(8).
           05  DB-STATUS       PIC X.
           05  DB-CURRENCY     PIC X(3).
       01  DB-RAW-REC          PIC X(32).
      *
       FD  FILE-LIST-CTL
           RECORD CONTAINS 100 CHARACTERS
               10  CKPT-CAT-HIGH   PIC S9(7)V99.
               10  CKPT-CAT-LOW    PIC S9(7)V99.
               10  FILLER          PIC X(97).
      * LINES ON THE DETAIL WORK FILE AT CHECKPOINT TIME - A RESTART
      * CUTS THE WORK FILE BACK TO THIS MANY (SETUP-DETAIL-WORK)
           05  CKPT-DTL-BODY REDEFINES CKPT-REC-BODY.
               10  CKPT-DTL-COUNT  PIC 9(9).
               10  FILLER          PIC X(139).
      * PER-CURRENCY SUBTOTALS, ONE "CCY" RECORD PER CURRENCY SEEN
           05  CKPT-CCY-BODY REDEFINES CKPT-REC-BODY.
               10  CKPT-CCY-CODE     PIC X(3).
               10  CKPT-CCY-COUNT    PIC 9(9).
               10  CKPT-CCY-ORIG-SUM PIC S9(20)V99.
               10  CKPT-CCY-BASE-SUM PIC S9(20)V99.
               10  FILLER            PIC X(92).
      *
       FD  REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS
      * SUSPENSE ENTRY: MASTER RECORD IMAGE PLUS THE DIVERT REASON -
      * THE MAINTENANCE FACILITY READS THIS LAYOUT BACK FOR REVIEW
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
      * PARTIAL-TOTALS WORK FILE, ONE PER PARTITION PER NIGHT: ONE
      * "HDR" WITH THE RANGE'S GRAND TOTALS AND DIVERT COUNTS, THEN
      * "CAT" PER CATEGORY, "BND" PER DISTRIBUTION BAND, ONE "OOR",
      * ONE "VAL" PER CAPTURED PERCENTILE VALUE AND ONE "CCY" PER
      * CURRENCY THE RANGE COUNTED - EVERYTHING THE
      * MERGE STEP NEEDS TO WRITE THE NIGHT'S OUTPUTS AS IF ONE RUN
      * HAD DONE THE WHOLE MASTER
       FD  PART-WORK-FILE
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
      * TOLERANCE CONTROL: MIN (9 DIGITS + TRAILING SIGN, IMPLIED 2
      * DECIMALS) SPACE MAX (10) SPACE DUPLICATE-RUN LENGTH (3,
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
      * FIXED STATUS LAYOUT: JOB-ID(9) PHASE(12) FILE-IDX(4)
      * RECORDS-PROCESSED(9) COMPLETION-CODE(2, 99 = STILL RUNNING)
       FD  STATUS-FILE
           05  BANDS-CTL-HIGH-N REDEFINES BANDS-CTL-HIGH
                               PIC S9(7)V99 SIGN TRAILING
                               SEPARATE CHARACTER.
      *
      * RERUN REQUEST: AS-OF DATE (8) SPACE DATE RAISED (8) SPACE
      * REBUILT COPY (40) - LAYOUT MUST MATCH cobol_a_asof.cbl
       FD  RERUN-CTL-FILE
           RECORD CONTAINS 58 CHARACTERS
           BLOCK 0
           DATA RECORD IS RERUN-CTL-REC
           RECORDING MODE IS F.
       01  RERUN-CTL-REC.
           05  RERUN-CTL-ASOF   PIC X(8).
           05  RERUN-CTL-ASOF-N REDEFINES RERUN-CTL-ASOF PIC 9(8).
           05  FILLER           PIC X.
           05  RERUN-CTL-RAISED PIC X(8).
           05  RERUN-CTL-RAISED-N REDEFINES RERUN-CTL-RAISED
                                PIC 9(8).
           05  FILLER           PIC X.
           05  RERUN-CTL-FEED   PIC X(40).
      *
       FD  RERUN-REPORT-FILE
           RECORD CONTAINS 100 CHARACTERS
           BLOCK 0
           DATA RECORD IS RERUN-LINE
           RECORDING MODE IS F.
       01  RERUN-LINE      PIC X(100).
      *
      * ROW LAYOUT MUST MATCH DATA-OUT-FIELDS - THE SPLIT SIGN/
      * INTEGER/DECIMAL VIEW IS THE ONE THE CLOSE AND TREND READERS
      * USE
       FD  POSTED-CSV
           RECORD CONTAINS 87 CHARACTERS
           BLOCK 0
           DATA RECORD IS PST-ROW
           RECORDING MODE IS F.
       01  PST-ROW.
           05  PST-RUN-DATE    PIC 9(8).
           05  FILLER          PIC X.
           05  PST-RUN-TIME    PIC 9(6).
           05  FILLER          PIC X.
           05  PST-JOB-ID      PIC 9(9).
           05  FILLER          PIC X.
           05  PST-CATEGORY    PIC X(2).
           05  PST-CATEGORY-N REDEFINES PST-CATEGORY PIC 9(2).
           05  FILLER          PIC X.
           05  PST-HIGH-SGN    PIC X.
           05  PST-HIGH-INT    PIC 9(7).
           05  FILLER          PIC X.
           05  PST-HIGH-DEC    PIC 9(2).
           05  FILLER          PIC X.
           05  PST-LOW-SGN     PIC X.
           05  PST-LOW-INT     PIC 9(7).
           05  FILLER          PIC X.
           05  PST-LOW-DEC     PIC 9(2).
           05  FILLER          PIC X.
           05  PST-SUM-SGN     PIC X.
           05  PST-SUM-INT     PIC 9(20).
           05  FILLER          PIC X.
           05  PST-SUM-DEC     PIC 9(2).
           05  FILLER          PIC X.
           05  PST-COUNT       PIC 9(9).
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
       FD  DETAIL-FILE
           RECORD CONTAINS 67 CHARACTERS
           BLOCK 0
           DATA RECORD IS DETAIL-LINE
           RECORDING MODE IS F.
       01  DETAIL-LINE     PIC X(67).
      *
      * DETAIL LINE: JOB(9) KEY(8) CATEGORY(2) GL ACCOUNT(10)
      * AMOUNT(10, BASE CURRENCY, TRAILING SEPARATE SIGN, IMPLIED 2
      * DECIMALS) EFFECTIVE DATE(8) CURRENCY(3) ORIGINAL AMOUNT(10,
      * AS HELD ON THE MASTER), SPACE-SEPARATED = 67 CHARACTERS. THE
      * JOB-ID IS RESTAMPED WITH THE POSTING JOB WHEN THE LINES ARE
      * PUBLISHED. LAYOUT MUST MATCH cobol_a_merge.cbl AND
      * cobol_a_gldrill.cbl
       FD  DETAIL-WORK-FILE
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
       FD  DETAIL-PRIOR-FILE
           RECORD CONTAINS 67 CHARACTERS
           BLOCK 0
           DATA RECORD IS DTLP-LINE
           RECORDING MODE IS F.
       01  DTLP-LINE       PIC X(67).
      *
      * BASE CURRENCY: ISO CODE (3); LAYOUT MUST MATCH
      * cobol_a_merge.cbl
       FD  BASECCY-CTL-FILE
           RECORD CONTAINS 3 CHARACTERS
           BLOCK 0
           DATA RECORD IS BASECCY-CTL-REC
           RECORDING MODE IS F.
       01  BASECCY-CTL-REC PIC X(3).
      *
      * RATE LINE: CURRENCY (3) SPACE DATE (8) SPACE RATE (12, UNITS
      * OF BASE CURRENCY PER ONE UNIT, IMPLIED 6 DECIMALS). ONE LINE
      * PER CURRENCY PER BUSINESS DAY; THE FILE KEEPS ITS HISTORY SO
      * A PAST NIGHT CAN BE RERUN AT THE RATES IT USED
       FD  RATES-CTL-FILE
           RECORD CONTAINS 25 CHARACTERS
           BLOCK 0
           DATA RECORD IS RATES-CTL-REC
           RECORDING MODE IS F.
       01  RATES-CTL-REC.
           05  RATES-CTL-CCY    PIC X(3).
           05  FILLER           PIC X.
           05  RATES-CTL-DATE   PIC X(8).
           05  RATES-CTL-DATE-N REDEFINES RATES-CTL-DATE PIC 9(8).
           05  FILLER           PIC X.
           05  RATES-CTL-RATE   PIC X(12).
           05  RATES-CTL-RATE-N REDEFINES RATES-CTL-RATE
                                PIC 9(6)V9(6).

       WORKING-STORAGE SECTION.
       01  CURRENT   PIC S9(7)V99 COMP-3.
       01  PEND-KEY-O           PIC 9(8).
       01  PEND-AMT-O           PIC +Z(6)9.99.
       01  PEND-JOB-O           PIC Z(8)9.
       01  PEND-AMT-LBL         PIC X(8).
       01  RPT-PEND-O           PIC Z(8)9.
      * CROSS-FEED DUPLICATE-KEY FIELDS - TRACKING ONLY RUNS ON A
      * CONSOLIDATED (MULTI-FEED) RUN; WITHIN ONE INDEXED FEED THE
       01  LOG-RECS-O           PIC Z(8)9.
       01  LOG-SECS-O           PIC Z(8)9.
       01  LOG-EXP-O            PIC Z(5)9.
       01  LOG-PROPS-O          PIC Z(8)9.
       01  PROP-STAT            PIC XX.
       01  WS-OPEN-PROPOSALS    PIC 9(9) VALUE 0.
      * RUN/EDIT INTERLOCK FIELDS - A LOCK OLDER THAN THE STALE LIMIT
      * IS TREATED AS DEBRIS FROM AN ABEND AND BROKEN AUTOMATICALLY;
      * A FRESHER ONE NEEDS THE OPERATOR OVERRIDE FILE TO CLEAR
       01  DIST-SUM-O           PIC +Z(13)9.99.
       01  DIST-PCTL-O          PIC +Z(6)9.99.
       01  DIST-N-O             PIC Z(8)9.
      * NON-POSTING RERUN FIELDS - THE RUN DATE BECOMES THE AS-OF
      * DATE SO THE PENDING GATE AND THE CATEGORY DATE CHECK JUDGE
      * EACH RECORD AS THAT NIGHT DID; THE POSTED FIGURES ARE THE
      * LAST "**" ROW ON THE NIGHT'S CSV WHOSE JOB WAS NOT BACKED OUT
       01  RERUN-STAT           PIC XX.
       01  RERUN-RPT-STAT       PIC XX.
       01  POSTED-STAT          PIC XX.
       01  WS-RERUN-MODE        PIC X VALUE 'N'.
       01  WS-RERUN-DROPPED     PIC X VALUE 'N'.
       01  WS-RERUN-FEED        PIC X(40).
       01  WS-RERUN-RAN-ON      PIC 9(8).
       01  WS-RERUN-CTL-NAME    PIC X(30)
           VALUE "control/cobol_a_rerun.ctl".
       01  WS-RERUN-DIFFERS     PIC X VALUE 'N'.
       01  WS-POSTED-CSV-NAME   PIC X(40).
       01  POSTED-EOF           PIC X.
       01  WS-POSTED-FILE       PIC X VALUE 'N'.
       01  WS-POSTED-FOUND      PIC X VALUE 'N'.
       01  WS-POSTED-JOBS       PIC 9(4) VALUE 0.
       01  WS-POSTED-JOB-ID     PIC 9(9) VALUE 0.
       01  WS-POSTED-TIME       PIC 9(6) VALUE 0.
       01  WS-POSTED-COUNT      PIC 9(9) VALUE 0.
       01  WS-POSTED-SUM        PIC S9(20)V99 COMP-3 VALUE 0.
       01  WS-POSTED-HIGH       PIC S9(7)V99 COMP-3 VALUE 0.
       01  WS-POSTED-LOW        PIC S9(7)V99 COMP-3 VALUE 0.
       01  WS-ROW-OK            PIC X.
       01  WS-ROW-SUM           PIC S9(20)V99 COMP-3.
       01  WS-ROW-BACKED-OUT    PIC X.
       01  WS-RV-COUNT          PIC 9(3) VALUE 0.
       01  WS-RV-IDX            PIC 9(3).
       01  RV-JOB-TABLE.
           05  RV-JOB-ID OCCURS 200 TIMES PIC 9(9).
       01  POSTED-CAT-TABLE.
           05  POSTED-CAT-ENTRY OCCURS 100 TIMES.
               10  PST-CAT-COUNT PIC 9(9).
               10  PST-CAT-SUM   PIC S9(20)V99 COMP-3.
       01  WS-MEASURE           PIC X(16).
       01  WS-MEASURE-AGREES    PIC X.
       01  RRN-DATE-O           PIC 9(4)/99/99.
       01  RRN-TIME-O           PIC 99B99B99.
       01  RRN-JOB-O            PIC Z(8)9.
       01  RRN-CNT-O            PIC Z(8)9.
       01  RRN-PCNT-O           PIC Z(8)9.
       01  RRN-SUM-O            PIC +Z(19)9.99.
       01  RRN-PSUM-O           PIC +Z(19)9.99.
       01  RRN-CSUM-O           PIC +Z(13)9.99.
       01  RRN-PCSUM-O          PIC +Z(13)9.99.
       01  RRN-CAT-O            PIC 9(2).
      * PROCESSING-DATE FIELDS - WS-RUN-DATE CARRIES THE BUSINESS
      * DAY THE NIGHT POSTS AS (PENDING GATE, CATEGORY DATES, CSV
      * NAME AND ROTATION, REPORTS, GL); WS-SYSTEM-DATE IS THE CLOCK
      * DATE, KEPT FOR THE LOCK STAMPS AND THE RERUN REQUEST CHECK
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
      * POSTING DETAIL FIELDS - THE WORK FILE IS PER RUN (PER RANGE
      * IN PARTITIONED MODE) AND ITS LINE COUNT TRAVELS IN THE
      * CHECKPOINT; THE PUBLISHED LINES ARE PROVEN AGAINST THE
      * NIGHT'S COUNT AND TOTAL LIKE THE GL EXTRACT IS
       01  DETAIL-STAT          PIC XX.
       01  DTL-WORK-STAT        PIC XX.
       01  DTL-PRIOR-STAT       PIC XX.
       01  WS-DETAIL-WORK-NAME  PIC X(40)
           VALUE "control/cobol_a_detail.dat".
       01  WS-DETAIL-PRIOR-NAME PIC X(40).
       01  WS-DTL-RC            PIC 9(9) COMP-5 VALUE 0.
       01  WS-DTL-EOF           PIC X.
       01  WS-DTL-LINES         PIC 9(9) VALUE 0.
       01  WS-DTL-CKPT-LINES    PIC 9(9) VALUE 0.
       01  WS-DTL-PUBLISHED     PIC 9(9) VALUE 0.
       01  WS-DTL-SUM           PIC S9(20)V99 COMP-3 VALUE 0.
       01  WS-DTL-OUT           PIC X VALUE 'N'.
       01  DTL-CNT-O            PIC Z(8)9.
       01  DTL-CTR-O            PIC Z(8)9.
       01  PROOF-DTL-O          PIC +Z(19)9.99.
      * CURRENCY FIELDS - ENTRY 1 OF THE CURRENCY TABLE IS THE BASE
      * CURRENCY AT A RATE OF ONE; THE REST ARE THE CURRENCIES WITH A
      * RATE DATED THE PROCESSING DATE. EACH ENTRY ALSO CARRIES THE
      * NIGHT'S SUBTOTALS IN THE ORIGINAL CURRENCY AND IN BASE. A
      * RATE OF ZERO MARKS AN ENTRY RESTORED FROM A CHECKPOINT WHOSE
      * RATE HAS SINCE LEFT THE FILE - NOTHING MORE IS COUNTED AT IT
       01  BASECCY-STAT         PIC XX.
       01  RATES-STAT           PIC XX.
       01  WS-BASE-CCY          PIC X(3) VALUE SPACES.
       01  WS-CCY-USED          PIC 9(3) VALUE 1.
       01  WS-CCY-LIMIT         PIC 9(3) VALUE 50.
       01  WS-CCY-IDX           PIC 9(3).
       01  WS-CCY-FOUND         PIC X.
       01  WS-CCY-VALID         PIC X.
       01  WS-CCY-CODE          PIC X(3).
       01  WS-CONVERTED         PIC X.
       01  WS-BASE-AMOUNT       PIC S9(7)V99 COMP-3.
       01  CCY-TABLE.
           05  CCY-ENTRY OCCURS 50 TIMES.
               10  CCY-CODE     PIC X(3).
               10  CCY-RATE     PIC 9(6)V9(6) COMP-3.
               10  CCY-COUNT    PIC 9(9).
               10  CCY-ORIG-SUM PIC S9(20)V99 COMP-3.
               10  CCY-BASE-SUM PIC S9(20)V99 COMP-3.
       01  RPT-CCY-O            PIC X(4).
       01  LOG-RATES-O          PIC Z(2)9.
       01  RPT-CCY-RATE-O       PIC Z(5)9.9(6).
       01  RPT-CCY-CNT-O        PIC Z(8)9.
       01  RPT-CCY-ORIG-O       PIC +Z(13)9.99.
       01  RPT-CCY-BASE-O       PIC +Z(13)9.99.

       PROCEDURE DIVISION.

       OPEN-FILES.
           PERFORM DERIVE-PROCESSING-DATE.
      * UNLIKE db/ AND outputs/, control/ IS NOT A PRE-EXISTING
      * OPERATIONAL DIRECTORY - IT HOLDS ONLY FILES THIS PROGRAM'S OWN
      * FEATURES INTRODUCED (JOB-SEQ, CHECKPOINT, ROTATE-CTL, FILE-LIST)
           CALL "CBL_CREATE_DIR" USING WS-CONTROL-DIR
               RETURNING WS-CONTROL-RC
           END-CALL.
           PERFORM LOAD-RERUN-REQUEST.
      * RECON-FILE IS OPENED BEFORE ROTATE-DATA-OUT SINCE A FAILED
      * ARCHIVE OF THE PRIOR DAY'S CSV (ARCHIVE-DATA-OUT, CALLED FROM
      * ROTATE-DATA-OUT) IS LOGGED THERE. A NON-POSTING RERUN LEAVES
      * EVERY NIGHTLY LOG ALONE - ITS FINDINGS GO TO ITS OWN REPORT -
      * AND ALWAYS READS THE WHOLE REBUILT COPY, NEVER A PARTITION
           IF WS-RERUN-MODE = 'N' THEN
               OPEN EXTEND RECON-FILE
               IF RECON-FILE-STAT = "35" THEN
                   OPEN OUTPUT RECON-FILE
               END-IF
               PERFORM LOAD-PARTITION
           END-IF.
      * CSV IS NAMED BY RUN DATE AND THE PRIOR DAY'S FILE IS ARCHIVED
      * BEFORE THE FIRST RUN OF A NEW DAY OPENS, SO NO SINGLE CSV
      * GROWS WITHOUT BOUND ACROSS EVERY RUN WE'VE EVER DONE. IN
      * PARTITIONED MODE THE NIGHT'S OUTPUTS BELONG TO THE MERGE
      * STEP, SO NEITHER THE ROTATION NOR THE CSV/REPORT/GL FILES
      * ARE TOUCHED HERE, AND NEITHER ARE THEY ON A RERUN
           IF WS-PART-MODE = 'N' AND WS-RERUN-MODE = 'N' THEN
               PERFORM ROTATE-DATA-OUT
               OPEN EXTEND DATA-OUT
      * FILE-STAT 35 MEANS FILE DOESN'T EXIST
                   OPEN OUTPUT GL-FILE
               END-IF
           END-IF.
      * A RERUN ONLY COUNTS ITS REJECTS, SUSPENSES AND PENDINGS - A
      * SUSPENSE ENTRY WRITTEN FROM A PAST NIGHT'S COPY COULD BE
      * RELEASED ONTO TODAY'S MASTER
           IF WS-RERUN-MODE = 'N' THEN
               OPEN EXTEND REJECT-FILE
               IF REJECT-STAT = "35" THEN
                   OPEN OUTPUT REJECT-FILE
               END-IF
               OPEN EXTEND SUSPENSE-FILE
               IF SUSP-STAT = "35" THEN
                   OPEN OUTPUT SUSPENSE-FILE
               END-IF
               OPEN EXTEND PENDING-FILE
               IF PEND-STAT = "35" THEN
                   OPEN OUTPUT PENDING-FILE
               END-IF
           END-IF.
           PERFORM LOAD-TOLERANCE.
      * BOTH EXTREMES ARE SEEDED WIDE SO THE FIRST VALID RECORD TAKES
           PERFORM LOAD-GL-MAP.
           PERFORM LOAD-CATEGORY-REF.
           PERFORM LOAD-BANDS.
           PERFORM LOAD-RATES.
      * A PARTITION DERIVES ITS JOB-ID FROM THE SHARED SEQUENCE
      * WITHOUT ADVANCING IT (SEE DERIVE-PARTITION-JOBID) - THE
      * UNGUARDED READ/ADD/REWRITE WOULD RACE BETWEEN CONCURRENT
      * INSTANCES AND TWO RANGES COULD DRAW THE SAME NUMBER. A
      * RERUN POSTS NOTHING, SO IT TAKES NO NUMBER AT ALL AND RUNS
      * AS JOB 0
           IF WS-PART-MODE = 'N' AND WS-RERUN-MODE = 'N' THEN
               PERFORM GET-NEXT-JOBID
           END-IF.
           PERFORM LOAD-CHECKPOINT.
           IF WS-RERUN-MODE = 'Y' THEN
               MOVE 1 TO FILE-LIST-COUNT
               MOVE WS-RERUN-FEED TO FILE-LIST-ENTRY(1)
           ELSE
               PERFORM LOAD-FILE-LIST
           END-IF.
           PERFORM SETUP-DUP-TRACKING.
           IF WS-RERUN-MODE = 'N' THEN
               PERFORM SETUP-DETAIL-WORK
           END-IF.
           OPEN EXTEND RUN-LOG-FILE.
           IF RUNLOG-STAT = "35" THEN
               OPEN OUTPUT RUN-LOG-FILE
           PERFORM GET-TIME-SECS.
           MOVE WS-NOW-SECS TO WS-JOB-START-SECS.
           PERFORM LOG-JOB-START.
           PERFORM COUNT-OPEN-PROPOSALS.
           PERFORM LOG-OPEN-PROPOSALS.
           PERFORM LOG-RERUN-REQUEST.
           PERFORM LOG-PROCESSING-DATE.
           PERFORM LOG-RATES.
           MOVE "INIT" TO WS-STATUS-PHASE.
           PERFORM WRITE-STATUS-FILE.
      * A RERUN READS ITS OWN COPY, NOT THE MASTER, SO IT NEITHER
      * NEEDS NOR TAKES THE RUN LOCK
           IF WS-RERUN-MODE = 'N' THEN
               PERFORM ACQUIRE-RUN-LOCK
           END-IF.

       PROCESS-ALL-FILES.
           PERFORM VARYING FILE-IDX FROM WS-START-FILE-IDX BY 1
      * WRITES NONE OF THE NIGHT'S OUTPUTS ITSELF
           IF WS-PART-MODE = 'Y' THEN
               PERFORM WRITE-PART-WORK-FILE
           ELSE
           IF WS-RERUN-MODE = 'Y' THEN
               PERFORM WRITE-RERUN-REPORT
           ELSE
               PERFORM WRITE-NIGHT-OUTPUTS
           END-IF
           END-IF.

       CLOSE-STOP.
      * DATABASE ITSELF IS CLOSED PER SOURCE FILE IN PROCESS-ONE-FILE;
      * GL-FILE WAS ALREADY CLOSED BY THE ZERO-PROOF READBACK, AND A
      * PARTITION NEVER OPENED THE CSV OR THE REPORTS AT ALL; A
      * RERUN OPENED NONE OF THE NIGHTLY FILES
           IF WS-PART-MODE = 'N' AND WS-RERUN-MODE = 'N' THEN
               CLOSE DATA-OUT
               CLOSE REPORT-FILE
           END-IF.
           IF WS-RERUN-MODE = 'N' THEN
               CLOSE REJECT-FILE
               CLOSE RECON-FILE
               CLOSE SUSPENSE-FILE
               CLOSE PENDING-FILE
           END-IF.
      * THE KEY-SEEN SCRATCH IS ONLY KEPT FOR A RESTART OF THE SAME
      * RUN - A CLEAN FINISH RETIRES IT WITH THE CHECKPOINT
           IF WS-DUP-TRACKING = 'Y' THEN
               CALL "CBL_DELETE_FILE" USING WS-KEYSEEN-NAME
               END-CALL
           END-IF.
      * THE DETAIL WORK FILE IS LIKEWISE ONLY KEPT FOR A RESTART -
      * ONCE PUBLISHED IT IS RETIRED. A PARTITION'S IS THE RANGE'S
      * DETAIL FOR THE MERGE STEP, WHICH RETIRES IT THERE
           IF WS-RERUN-MODE = 'N' THEN
               IF WS-PART-MODE = 'Y' THEN
                   CLOSE DETAIL-WORK-FILE
               ELSE
                   CALL "CBL_DELETE_FILE" USING WS-DETAIL-WORK-NAME
                   END-CALL
               END-IF
           END-IF.
      * JOB COMPLETED CLEANLY - DROP THE CHECKPOINT SO THE NEXT RUN
      * STARTS FROM RECORD ONE INSTEAD OF RESUMING A FINISHED PASS.
      * CBL_DELETE_FILE SETS RETURN-CODE TO 128 WHEN THERE IS NO
           END-CALL.
      * RUN FINISHED - HAND THE MASTER BACK TO THE MAINTENANCE
      * FACILITY BY DROPPING THE RUN-IN-PROGRESS LOCK; IN PARTITIONED
      * MODE RUN-LOCK-NAME IS THIS RANGE'S OWN LOCK. A RERUN TOOK NO
      * LOCK, AND ITS REQUEST IS ONE-SHOT - CONSUMED HERE SO THE
      * NEXT RUN POSTS AS NORMAL
           IF WS-RERUN-MODE = 'N' THEN
               CALL "CBL_DELETE_FILE" USING RUN-LOCK-NAME
               END-CALL
           ELSE
               CALL "CBL_DELETE_FILE" USING WS-RERUN-CTL-NAME
               END-CALL
           END-IF.
      * A CLEAN READ PASS STILL EXITS NONZERO IF ANY FILE'S
      * RECONCILIATION CAME BACK DISCREPANCY OR FILE-ERROR, OR IF ANY
      * CROSS-FEED DUPLICATE KEY WAS DIVERTED, SO A TRUNCATED DROP OR
      * A RE-SENT FEED IS VISIBLE TO THE CALLING JOB/SCHEDULER WITHOUT
      * IT HAVING TO PARSE THE LOGS ITSELF
      * AN OUT-OF-BALANCE GL PROOF EXITS NONZERO THE SAME WAY, SO THE
      * EXTRACT NEVER LEAVES THE BUILDING UNPROVEN, AND SO DOES A
      * DETAIL FILE THAT DOES NOT ACCOUNT FOR EVERY COUNTED RECORD
      * A RERUN THAT DISAGREES WITH WHAT WAS POSTED, OR FINDS
      * NOTHING POSTED TO COMPARE WITH, EXITS 4 THE SAME WAY
           IF WS-RECON-HAD-ISSUE = 'Y' OR WS-DUP-COUNT > 0
              OR WS-PROOF-OUT = 'Y' OR WS-RERUN-DIFFERS = 'Y'
              OR WS-DTL-OUT = 'Y' THEN
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           PERFORM WRITE-DIST-REPORT.
           PERFORM WRITE-GL-EXTRACT.
           PERFORM PROVE-GL-EXTRACT.
           PERFORM PUBLISH-DETAIL.

       WRITE-PART-WORK-FILE.
      * EVERYTHING THE MERGE STEP NEEDS, IN ONE TAGGED FILE - SEE
           MOVE WS-OOR-CNT TO PW-OOR-CNT.
           MOVE WS-OOR-SUM TO PW-OOR-SUM.
           WRITE PART-WORK-REC.
           PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
                   UNTIL WS-CCY-IDX > WS-CCY-USED
               IF CCY-COUNT(WS-CCY-IDX) > 0 THEN
                   PERFORM WRITE-PART-CCY-RECORD
               END-IF
           END-PERFORM.
           PERFORM VARYING WS-P-IDX FROM 1 BY 1
                   UNTIL WS-P-IDX > WS-VAL-COUNT
               MOVE SPACES TO PART-WORK-REC
           MOVE BAND-SUM(BAND-IDX) TO PW-BND-SUM.
           WRITE PART-WORK-REC.

       WRITE-PART-CCY-RECORD.
      * THE BASE ENTRY TRAVELS AT RATE ONE LIKE ANY OTHER, SO THE
      * MERGE TELLS IT APART BY ITS CODE ALONE
           MOVE SPACES TO PART-WORK-REC.
           MOVE "CCY" TO PW-REC-TYPE.
           MOVE CCY-CODE(WS-CCY-IDX) TO PW-CCY-CODE.
           MOVE CCY-RATE(WS-CCY-IDX) TO PW-CCY-RATE.
           MOVE CCY-COUNT(WS-CCY-IDX) TO PW-CCY-COUNT.
           MOVE CCY-ORIG-SUM(WS-CCY-IDX) TO PW-CCY-ORIG-SUM.
           MOVE CCY-BASE-SUM(WS-CCY-IDX) TO PW-CCY-BASE-SUM.
           WRITE PART-WORK-REC.

       LOG-PART-WORK-WRITTEN.
           MOVE WS-JOB-ID TO LOG-JOB-O.
           MOVE SPACES TO RUN-LOG-LINE.
           END-STRING.
           WRITE RUN-LOG-LINE.

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
               DISPLAY "COBOL_A: PROCESSING DATE OVERRIDDEN TO "
                       WS-RUN-DATE
           END-IF.
           IF WS-PROC-IGNORED = 'Y' THEN
               DISPLAY "COBOL_A: PROCESSING DATE OVERRIDE IGNORED"
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

       LOAD-RERUN-REQUEST.
      * A REQUEST IS ONLY HONOURED ON THE DAY IT WAS RAISED, AND
      * NEVER AGAINST THE LIVE MASTER - ONE LEFT BEHIND BY A REBUILD
      * NOBODY RERAN MUST NOT TURN A LATER NIGHT'S POSTING RUN INTO
      * A NON-POSTING ONE, SO IT IS DROPPED AND THE RUN CARRIES ON AS
      * AN ORDINARY NIGHT. A RERUN KEEPS ITS OWN CHECKPOINT AND
      * STATUS FILE SO IT CAN NEITHER RESUME NOR REPORT AS THE NIGHT
           OPEN INPUT RERUN-CTL-FILE.
           IF RERUN-STAT = "00" THEN
               MOVE SPACES TO RERUN-CTL-REC
               READ RERUN-CTL-FILE
                   AT END MOVE SPACES TO RERUN-CTL-REC
               END-READ
               CLOSE RERUN-CTL-FILE
               IF RERUN-CTL-RAISED IS NUMERIC
                  AND RERUN-CTL-RAISED-N = WS-SYSTEM-DATE
                  AND RERUN-CTL-ASOF IS NUMERIC
                  AND RERUN-CTL-ASOF-N NOT > WS-SYSTEM-DATE
                  AND RERUN-CTL-FEED NOT = SPACES
                  AND RERUN-CTL-FEED NOT = "db/database.dat" THEN
                   MOVE 'Y' TO WS-RERUN-MODE
                   MOVE WS-SYSTEM-DATE TO WS-RERUN-RAN-ON
                   MOVE RERUN-CTL-ASOF-N TO WS-RUN-DATE
                   MOVE RERUN-CTL-FEED TO WS-RERUN-FEED
                   MOVE "control/cobol_a_rerun.ckpt"
                     TO CKPT-FILE-NAME
                   MOVE "control/cobol_a_rerunstat.dat"
                     TO WS-STATUS-NAME
                   DISPLAY "COBOL_A: NON-POSTING RERUN AS OF "
                           WS-RUN-DATE " FROM " WS-RERUN-FEED
               ELSE
                   MOVE 'Y' TO WS-RERUN-DROPPED
                   DISPLAY "COBOL_A: STALE RERUN REQUEST DISCARDED"
                           " - THIS RUN POSTS AS NORMAL"
                   CALL "CBL_DELETE_FILE" USING WS-RERUN-CTL-NAME
                   END-CALL
               END-IF
           END-IF.

       WRITE-RERUN-REPORT.
      * THE REBUILT MASTER'S TOTALS SET AGAINST WHAT THE NIGHT
      * ACTUALLY POSTED - GRAND TOTAL FIRST, THEN CATEGORY BY
      * CATEGORY. ANY DIFFERENCE, OR NOTHING POSTED TO COMPARE WITH,
      * MARKS THE RERUN AS DISAGREEING
           PERFORM FIND-POSTED-FIGURES.
           OPEN EXTEND RERUN-REPORT-FILE.
           IF RERUN-RPT-STAT = "35" THEN
               OPEN OUTPUT RERUN-REPORT-FILE
           END-IF.
           PERFORM WRITE-RERUN-HEADER.
           IF WS-POSTED-FOUND = 'Y' THEN
               PERFORM WRITE-RERUN-COMPARISON
           ELSE
               MOVE 'Y' TO WS-RERUN-DIFFERS
               PERFORM WRITE-RERUN-NOT-POSTED
           END-IF.
           PERFORM WRITE-RERUN-RESULT.
           CLOSE RERUN-REPORT-FILE.

       FIND-POSTED-FIGURES.
      * ARCHIVED LOCATION FIRST, THEN outputs/ FOR A DAY NOT YET
      * ROLLED. THREE PASSES, THE WAY THE CLOSE READS A DAY: NOTE THE
      * JOBS THE BACKOUT FACILITY MARKED "RV", FIND THE LAST "**" ROW
      * OF A JOB NOT AMONG THEM, THEN PICK UP THAT JOB'S CATEGORY ROWS
           MOVE 'N' TO WS-POSTED-FILE.
           MOVE 'N' TO WS-POSTED-FOUND.
           MOVE 0 TO WS-RV-COUNT.
           PERFORM VARYING CAT-IDX FROM 1 BY 1 UNTIL CAT-IDX > 100
               MOVE 0 TO PST-CAT-COUNT(CAT-IDX)
               MOVE 0 TO PST-CAT-SUM(CAT-IDX)
           END-PERFORM.
           MOVE SPACES TO WS-POSTED-CSV-NAME.
           STRING "archive/cobol_a_" DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  ".csv" DELIMITED BY SIZE
                  INTO WS-POSTED-CSV-NAME
           END-STRING.
           OPEN INPUT POSTED-CSV.
           IF POSTED-STAT NOT = "00" THEN
               MOVE SPACES TO WS-POSTED-CSV-NAME
               STRING "outputs/cobol_a_" DELIMITED BY SIZE
                      WS-RUN-DATE DELIMITED BY SIZE
                      ".csv" DELIMITED BY SIZE
                      INTO WS-POSTED-CSV-NAME
               END-STRING
               OPEN INPUT POSTED-CSV
           END-IF.
           IF POSTED-STAT = "00" THEN
               MOVE 'Y' TO WS-POSTED-FILE
               MOVE 'N' TO POSTED-EOF
               PERFORM UNTIL POSTED-EOF = 'Y'
                   READ POSTED-CSV
                       AT END MOVE 'Y' TO POSTED-EOF
                       NOT AT END PERFORM NOTE-POSTED-RV-JOB
                   END-READ
               END-PERFORM
               CLOSE POSTED-CSV
               OPEN INPUT POSTED-CSV
               MOVE 'N' TO POSTED-EOF
               PERFORM UNTIL POSTED-EOF = 'Y'
                   READ POSTED-CSV
                       AT END MOVE 'Y' TO POSTED-EOF
                       NOT AT END PERFORM TAKE-POSTED-TOTAL-ROW
                   END-READ
               END-PERFORM
               CLOSE POSTED-CSV
           END-IF.
           IF WS-POSTED-FOUND = 'Y' THEN
               OPEN INPUT POSTED-CSV
               MOVE 'N' TO POSTED-EOF
               PERFORM UNTIL POSTED-EOF = 'Y'
                   READ POSTED-CSV
                       AT END MOVE 'Y' TO POSTED-EOF
                       NOT AT END PERFORM TAKE-POSTED-CATEGORY-ROW
                   END-READ
               END-PERFORM
               CLOSE POSTED-CSV
           END-IF.

       NOTE-POSTED-RV-JOB.
      * A NIGHT NEVER CARRIES ANYWHERE NEAR A TABLE'S WORTH OF
      * BACKOUTS; A REPEATED MARKER SIMPLY TAKES A SECOND ENTRY
           IF PST-CATEGORY = "RV" AND PST-JOB-ID IS NUMERIC
              AND WS-RV-COUNT < 200 THEN
               ADD 1 TO WS-RV-COUNT
               MOVE PST-JOB-ID TO RV-JOB-ID(WS-RV-COUNT)
           END-IF.

       CHECK-POSTED-BACKED-OUT.
           MOVE 'N' TO WS-ROW-BACKED-OUT.
           PERFORM VARYING WS-RV-IDX FROM 1 BY 1
                   UNTIL WS-RV-IDX > WS-RV-COUNT
               IF RV-JOB-ID(WS-RV-IDX) = PST-JOB-ID
                   MOVE 'Y' TO WS-ROW-BACKED-OUT
               END-IF
           END-PERFORM.

       DECODE-POSTED-ROW.
      * A HAND-EDITED OR TRUNCATED ROW IS PASSED OVER, AS THE CLOSE
      * PASSES IT OVER
           MOVE 'N' TO WS-ROW-OK.
           IF PST-COUNT IS NUMERIC
              AND PST-SUM-INT IS NUMERIC
              AND PST-SUM-DEC IS NUMERIC
              AND PST-HIGH-INT IS NUMERIC
              AND PST-HIGH-DEC IS NUMERIC
              AND PST-LOW-INT IS NUMERIC
              AND PST-LOW-DEC IS NUMERIC THEN
               MOVE 'Y' TO WS-ROW-OK
               COMPUTE WS-ROW-SUM =
                   PST-SUM-INT + (PST-SUM-DEC / 100)
               IF PST-SUM-SGN = "-"
                   COMPUTE WS-ROW-SUM = 0 - WS-ROW-SUM
               END-IF
           END-IF.

       TAKE-POSTED-TOTAL-ROW.
      * THE LAST UNREVERSED GRAND-TOTAL ROW OF THE DAY IS WHAT STOOD
      * ON THE LEDGER; EARLIER ONES ARE COUNTED FOR THE REPORT
           IF PST-CATEGORY = "**" AND PST-JOB-ID IS NUMERIC THEN
               PERFORM CHECK-POSTED-BACKED-OUT
               IF WS-ROW-BACKED-OUT = 'N' THEN
                   PERFORM DECODE-POSTED-ROW
                   IF WS-ROW-OK = 'Y' THEN
                       MOVE 'Y' TO WS-POSTED-FOUND
                       ADD 1 TO WS-POSTED-JOBS
                       MOVE PST-JOB-ID TO WS-POSTED-JOB-ID
                       MOVE 0 TO WS-POSTED-TIME
                       IF PST-RUN-TIME IS NUMERIC
                           MOVE PST-RUN-TIME TO WS-POSTED-TIME
                       END-IF
                       MOVE PST-COUNT TO WS-POSTED-COUNT
                       MOVE WS-ROW-SUM TO WS-POSTED-SUM
                       COMPUTE WS-POSTED-HIGH =
                           PST-HIGH-INT + (PST-HIGH-DEC / 100)
                       IF PST-HIGH-SGN = "-"
                           COMPUTE WS-POSTED-HIGH = 0 - WS-POSTED-HIGH
                       END-IF
                       COMPUTE WS-POSTED-LOW =
                           PST-LOW-INT + (PST-LOW-DEC / 100)
                       IF PST-LOW-SGN = "-"
                           COMPUTE WS-POSTED-LOW = 0 - WS-POSTED-LOW
                       END-IF
                   END-IF
               END-IF
           END-IF.

       TAKE-POSTED-CATEGORY-ROW.
           IF PST-JOB-ID IS NUMERIC
              AND PST-JOB-ID = WS-POSTED-JOB-ID
              AND PST-CATEGORY IS NUMERIC THEN
               PERFORM DECODE-POSTED-ROW
               IF WS-ROW-OK = 'Y' THEN
                   COMPUTE CAT-IDX = PST-CATEGORY-N + 1
                   ADD PST-COUNT TO PST-CAT-COUNT(CAT-IDX)
                   ADD WS-ROW-SUM TO PST-CAT-SUM(CAT-IDX)
               END-IF
           END-IF.

       WRITE-RERUN-HEADER.
           MOVE SPACES TO RERUN-LINE.
           STRING "=================================================="
                  DELIMITED BY SIZE
                  INTO RERUN-LINE
           END-STRING.
           WRITE RERUN-LINE.
           MOVE WS-RUN-DATE TO RPT-DATE-O.
           MOVE WS-RERUN-RAN-ON TO RRN-DATE-O.
           MOVE WS-RUN-TIME(1:6) TO RRN-TIME-O.
           MOVE SPACES TO RERUN-LINE.
           STRING "NON-POSTING RERUN AS OF " DELIMITED BY SIZE
                  RPT-DATE-O DELIMITED BY SIZE
                  "  RUN ON " DELIMITED BY SIZE
                  RRN-DATE-O DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RRN-TIME-O DELIMITED BY SIZE
                  INTO RERUN-LINE
           END-STRING.
           WRITE RERUN-LINE.
           MOVE SPACES TO RERUN-LINE.
           STRING "  REBUILT COPY........: " DELIMITED BY SIZE
                  WS-RERUN-FEED DELIMITED BY SIZE
                  INTO RERUN-LINE
           END-STRING.
           WRITE RERUN-LINE.
           MOVE WS-EXPECTED-CNT TO RECON-EXP-O.
           MOVE WS-TOTAL-READ TO RECON-ACT-O.
           MOVE SPACES TO RERUN-LINE.
           STRING "  TRAILER CHECK.......: " DELIMITED BY SIZE
                  WS-RECON-RESULT DELIMITED BY SIZE
                  " EXPECTED " DELIMITED BY SIZE
                  RECON-EXP-O DELIMITED BY SIZE
                  " ACTUAL " DELIMITED BY SIZE
                  RECON-ACT-O DELIMITED BY SIZE
                  INTO RERUN-LINE
           END-STRING.
           WRITE RERUN-LINE.
           MOVE REJECT-COUNT TO RRN-CNT-O.
           MOVE SPACES TO RERUN-LINE.
           STRING "  REJECTED RECORDS....: " DELIMITED BY SIZE
                  RRN-CNT-O DELIMITED BY SIZE
                  INTO RERUN-LINE
           END-STRING.
           WRITE RERUN-LINE.
           MOVE WS-SUSP-COUNT TO RRN-CNT-O.
           MOVE SPACES TO RERUN-LINE.
           STRING "  SUSPENDED RECORDS...: " DELIMITED BY SIZE
                  RRN-CNT-O DELIMITED BY SIZE
                  INTO RERUN-LINE
           END-STRING.
           WRITE RERUN-LINE.
           MOVE WS-PENDING-COUNT TO RRN-CNT-O.
           MOVE SPACES TO RERUN-LINE.
           STRING "  PENDING RECORDS.....: " DELIMITED BY SIZE
                  RRN-CNT-O DELIMITED BY SIZE
                  " (FUTURE EFFECTIVE DATE)" DELIMITED BY SIZE
                  INTO RERUN-LINE
           END-STRING.
           WRITE RERUN-LINE.
      * THE PLAUSIBILITY LIMITS AND THE CATEGORY REFERENCE ARE NOT
      * JOURNALED, SO THE RERUN CAN ONLY JUDGE BY TODAY'S
           MOVE SPACES TO RERUN-LINE.
           STRING "  NOTE: SUSPENSE JUDGED BY TODAY'S TOLERANCE AND "
                  DELIMITED BY SIZE
                  "CATEGORY REFERENCE FILES" DELIMITED BY SIZE
                  INTO RERUN-LINE
           END-STRING.
           WRITE RERUN-LINE.

       WRITE-RERUN-NOT-POSTED.
           MOVE SPACES TO RERUN-LINE.
           IF WS-POSTED-FILE = 'Y' THEN
               STRING "  POSTED CSV..........: " DELIMITED BY SIZE
                      WS-POSTED-CSV-NAME DELIMITED BY SPACE
                      " HAS NO UNREVERSED TOTAL ROW"
                      DELIMITED BY SIZE
                      INTO RERUN-LINE
               END-STRING
           ELSE
               STRING "  POSTED CSV..........: NONE IN archive/ OR "
                      DELIMITED BY SIZE
                      "outputs/ FOR THIS DATE" DELIMITED BY SIZE
                      INTO RERUN-LINE
               END-STRING
           END-IF.
           WRITE RERUN-LINE.
           MOVE COUNTER TO RRN-CNT-O.
           MOVE SPACES TO RERUN-LINE.
           STRING "  RERUN RECORD COUNT..: " DELIMITED BY SIZE
                  RRN-CNT-O DELIMITED BY SIZE
                  INTO RERUN-LINE
           END-STRING.
           WRITE RERUN-LINE.
           MOVE SUMM TO RRN-SUM-O.
           MOVE SPACES TO RERUN-LINE.
           STRING "  RERUN TOTAL SUM.....: " DELIMITED BY SIZE
                  RRN-SUM-O DELIMITED BY SIZE
                  INTO RERUN-LINE
           END-STRING.
           WRITE RERUN-LINE.

       WRITE-RERUN-COMPARISON.
           MOVE SPACES TO RERUN-LINE.
           STRING "  POSTED CSV..........: " DELIMITED BY SIZE
                  WS-POSTED-CSV-NAME DELIMITED BY SIZE
                  INTO RERUN-LINE
           END-STRING.
           WRITE RERUN-LINE.
           MOVE WS-POSTED-JOB-ID TO RRN-JOB-O.
           MOVE WS-POSTED-TIME TO RRN-TIME-O.
           MOVE WS-POSTED-JOBS TO RRN-PCNT-O.
           MOVE SPACES TO RERUN-LINE.
           IF WS-POSTED-JOBS > 1 THEN
               STRING "  POSTED JOB..........: " DELIMITED BY SIZE
                      RRN-JOB-O DELIMITED BY SIZE
                      " AT " DELIMITED BY SIZE
                      RRN-TIME-O DELIMITED BY SIZE
                      " (LAST OF " DELIMITED BY SIZE
                      RRN-PCNT-O DELIMITED BY SIZE
                      " UNREVERSED)" DELIMITED BY SIZE
                      INTO RERUN-LINE
               END-STRING
           ELSE
               STRING "  POSTED JOB..........: " DELIMITED BY SIZE
                      RRN-JOB-O DELIMITED BY SIZE
                      " AT " DELIMITED BY SIZE
                      RRN-TIME-O DELIMITED BY SIZE
                      INTO RERUN-LINE
               END-STRING
           END-IF.
           WRITE RERUN-LINE.
           MOVE COUNTER TO RRN-CNT-O.
           MOVE WS-POSTED-COUNT TO RRN-PCNT-O.
           IF COUNTER = WS-POSTED-COUNT THEN
               MOVE 'Y' TO WS-MEASURE-AGREES
           ELSE
               MOVE 'N' TO WS-MEASURE-AGREES
               MOVE 'Y' TO WS-RERUN-DIFFERS
           END-IF.
           MOVE SPACES TO RERUN-LINE.
           STRING "  RECORD COUNT....: RERUN " DELIMITED BY SIZE
                  RRN-CNT-O DELIMITED BY SIZE
                  " POSTED " DELIMITED BY SIZE
                  RRN-PCNT-O DELIMITED BY SIZE
                  INTO RERUN-LINE
           END-STRING.
           PERFORM MARK-RERUN-MEASURE.
           MOVE "TOTAL SUM" TO WS-MEASURE.
           MOVE SUMM TO RRN-SUM-O.
           MOVE WS-POSTED-SUM TO RRN-PSUM-O.
           IF SUMM = WS-POSTED-SUM THEN
               MOVE 'Y' TO WS-MEASURE-AGREES
           ELSE
               MOVE 'N' TO WS-MEASURE-AGREES
           END-IF.
           PERFORM WRITE-RERUN-AMOUNT-LINE.
           MOVE "HIGHEST VALUE" TO WS-MEASURE.
           MOVE HIGHEST TO RRN-SUM-O.
           MOVE WS-POSTED-HIGH TO RRN-PSUM-O.
           IF HIGHEST = WS-POSTED-HIGH THEN
               MOVE 'Y' TO WS-MEASURE-AGREES
           ELSE
               MOVE 'N' TO WS-MEASURE-AGREES
           END-IF.
           PERFORM WRITE-RERUN-AMOUNT-LINE.
           MOVE "LOWEST VALUE" TO WS-MEASURE.
           MOVE LOWEST TO RRN-SUM-O.
           MOVE WS-POSTED-LOW TO RRN-PSUM-O.
           IF LOWEST = WS-POSTED-LOW THEN
               MOVE 'Y' TO WS-MEASURE-AGREES
           ELSE
               MOVE 'N' TO WS-MEASURE-AGREES
           END-IF.
           PERFORM WRITE-RERUN-AMOUNT-LINE.
           MOVE SPACES TO RERUN-LINE.
           STRING "  BY CATEGORY:" DELIMITED BY SIZE
                  INTO RERUN-LINE
           END-STRING.
           WRITE RERUN-LINE.
           PERFORM VARYING CAT-IDX FROM 1 BY 1 UNTIL CAT-IDX > 100
               IF CAT-COUNT(CAT-IDX) > 0
                  OR PST-CAT-COUNT(CAT-IDX) > 0 THEN
                   PERFORM WRITE-RERUN-CATEGORY-LINE
               END-IF
           END-PERFORM.

       WRITE-RERUN-AMOUNT-LINE.
           IF WS-MEASURE-AGREES = 'N' THEN
               MOVE 'Y' TO WS-RERUN-DIFFERS
           END-IF.
           MOVE SPACES TO RERUN-LINE.
           STRING "  " DELIMITED BY SIZE
                  WS-MEASURE DELIMITED BY SIZE
                  ": RERUN " DELIMITED BY SIZE
                  RRN-SUM-O DELIMITED BY SIZE
                  " POSTED " DELIMITED BY SIZE
                  RRN-PSUM-O DELIMITED BY SIZE
                  INTO RERUN-LINE
           END-STRING.
           PERFORM MARK-RERUN-MEASURE.

       WRITE-RERUN-CATEGORY-LINE.
           COMPUTE RRN-CAT-O = CAT-IDX - 1.
           MOVE CAT-COUNT(CAT-IDX) TO RRN-CNT-O.
           MOVE CAT-SUM(CAT-IDX) TO RRN-CSUM-O.
           MOVE PST-CAT-COUNT(CAT-IDX) TO RRN-PCNT-O.
           MOVE PST-CAT-SUM(CAT-IDX) TO RRN-PCSUM-O.
           IF CAT-COUNT(CAT-IDX) = PST-CAT-COUNT(CAT-IDX)
              AND CAT-SUM(CAT-IDX) = PST-CAT-SUM(CAT-IDX) THEN
               MOVE 'Y' TO WS-MEASURE-AGREES
           ELSE
               MOVE 'N' TO WS-MEASURE-AGREES
               MOVE 'Y' TO WS-RERUN-DIFFERS
           END-IF.
           MOVE SPACES TO RERUN-LINE.
           STRING "    CAT " DELIMITED BY SIZE
                  RRN-CAT-O DELIMITED BY SIZE
                  " RERUN " DELIMITED BY SIZE
                  RRN-CNT-O DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RRN-CSUM-O DELIMITED BY SIZE
                  "  POSTED " DELIMITED BY SIZE
                  RRN-PCNT-O DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RRN-PCSUM-O DELIMITED BY SIZE
                  INTO RERUN-LINE
           END-STRING.
           PERFORM MARK-RERUN-MEASURE.

       MARK-RERUN-MEASURE.
      * THE LINE IS ALREADY BUILT IN THE FIRST 90 POSITIONS; THE
      * VERDICT GOES IN THE LAST TEN
           IF WS-MEASURE-AGREES = 'Y' THEN
               MOVE " AGREES" TO RERUN-LINE(91:10)
           ELSE
               MOVE " *DIFFERS*" TO RERUN-LINE(91:10)
           END-IF.
           WRITE RERUN-LINE.

       WRITE-RERUN-RESULT.
           MOVE WS-POSTED-JOB-ID TO RRN-JOB-O.
           MOVE SPACES TO RERUN-LINE.
           IF WS-POSTED-FOUND = 'N' THEN
               STRING "  RESULT..............: *NOTHING POSTED TO "
                      DELIMITED BY SIZE
                      "COMPARE WITH*" DELIMITED BY SIZE
                      INTO RERUN-LINE
               END-STRING
           ELSE
           IF WS-RERUN-DIFFERS = 'Y' THEN
               STRING "  RESULT..............: *RERUN DIFFERS FROM "
                      DELIMITED BY SIZE
                      "POSTED JOB " DELIMITED BY SIZE
                      RRN-JOB-O DELIMITED BY SIZE
                      "*" DELIMITED BY SIZE
                      INTO RERUN-LINE
               END-STRING
           ELSE
               STRING "  RESULT..............: RERUN AGREES WITH "
                      DELIMITED BY SIZE
                      "POSTED JOB " DELIMITED BY SIZE
                      RRN-JOB-O DELIMITED BY SIZE
                      INTO RERUN-LINE
               END-STRING
           END-IF
           END-IF.
           WRITE RERUN-LINE.

       LOAD-PARTITION.
      * PRESENCE OF THE PARTITION CONTROL FILE SWITCHES THE RUN INTO
      * PARTITIONED MODE; THE INSTANCE THEN ASKS WHICH RANGE IT OWNS
                      ".dat" DELIMITED BY SIZE
                      INTO WS-PART-WORK-NAME
               END-STRING
               MOVE SPACES TO WS-DETAIL-WORK-NAME
               STRING "control/cobol_a_detail" DELIMITED BY SIZE
                      WS-PART-ID-X DELIMITED BY SIZE
                      ".dat" DELIMITED BY SIZE
                      INTO WS-DETAIL-WORK-NAME
               END-STRING
               MOVE SPACES TO RUN-LOCK-NAME
               STRING "control/cobol_a_run" DELIMITED BY SIZE
                      WS-PART-ID-X DELIMITED BY SIZE
      * - IT IS CARRIED AS PENDING AND PICKED UP AUTOMATICALLY BY
      * THE FIRST RUN ON OR AFTER ITS EFFECTIVE DATE
                    IF DB-EFF-DATE > WS-RUN-DATE THEN
                        PERFORM CONVERT-TO-BASE
                        PERFORM WRITE-PENDING
                    ELSE
      * AN AMOUNT THAT CANNOT BE PUT INTO BASE CURRENCY AT TONIGHT'S
      * RATE IS HELD IN SUSPENSE, NEVER COUNTED AT A GUESSED ONE
                        PERFORM CONVERT-TO-BASE
                        IF WS-CONVERTED = 'N' THEN
                            PERFORM WRITE-SUSPENSE
                        ELSE
                        PERFORM CHECK-SUSPENSE
                        IF SUSPECT-REC = 'Y' THEN
                            PERFORM WRITE-SUSPENSE
                        ELSE
                            PERFORM CODE-BLOCK
                        END-IF
                        END-IF
                    END-IF
                    END-IF
                END-IF
           WRITE DUPKEY-LINE.
           ADD 1 TO WS-DUP-COUNT.

       SETUP-DETAIL-WORK.
      * A FRESH RUN STARTS THE WORK FILE EMPTY. A CHECKPOINT RESTART
      * KEEPS ONLY THE LINES THE CHECKPOINT VOUCHES FOR - RECORDS
      * COUNTED AFTER IT ARE READ AND COUNTED AGAIN PAST THE RESTART
      * KEY, AND KEEPING THEIR FIRST LINES TOO WOULD TRACE THE SAME
      * RECORD INTO THE POSTING TWICE. THE OLD FILE IS SET ASIDE AND
      * COPIED BACK UP TO THE CHECKPOINT'S LINE COUNT
           MOVE 0 TO WS-DTL-LINES.
           IF WS-RESTART-SKIP = 0 THEN
               OPEN OUTPUT DETAIL-WORK-FILE
           ELSE
               MOVE SPACES TO WS-DETAIL-PRIOR-NAME
               STRING WS-DETAIL-WORK-NAME DELIMITED BY SPACE
                      ".prior" DELIMITED BY SIZE
                      INTO WS-DETAIL-PRIOR-NAME
               END-STRING
               CALL "CBL_RENAME_FILE" USING WS-DETAIL-WORK-NAME
                    WS-DETAIL-PRIOR-NAME
                    RETURNING WS-DTL-RC
               END-CALL
               OPEN OUTPUT DETAIL-WORK-FILE
               IF WS-DTL-RC = 0 THEN
                   PERFORM TRIM-DETAIL-WORK
               END-IF
           END-IF.

       TRIM-DETAIL-WORK.
           MOVE 'N' TO WS-DTL-EOF.
           OPEN INPUT DETAIL-PRIOR-FILE.
           IF DTL-PRIOR-STAT NOT = "00" THEN
               MOVE 'Y' TO WS-DTL-EOF
           END-IF.
           PERFORM UNTIL WS-DTL-EOF = 'Y'
                   OR WS-DTL-LINES >= WS-DTL-CKPT-LINES
               READ DETAIL-PRIOR-FILE
                   AT END MOVE 'Y' TO WS-DTL-EOF
                   NOT AT END
                       WRITE DETAIL-WORK-REC FROM DTLP-LINE
                       ADD 1 TO WS-DTL-LINES
               END-READ
           END-PERFORM.
           IF DTL-PRIOR-STAT NOT = "35" THEN
               CLOSE DETAIL-PRIOR-FILE
           END-IF.
           CALL "CBL_DELETE_FILE" USING WS-DETAIL-PRIOR-NAME
           END-CALL.

       GET-NEXT-JOBID.
      * MAINTAINS A PERSISTENT RUN SEQUENCE NUMBER ACROSS JOBS SO
      * EACH ROW WRITTEN TO DATA-OUT CAN BE TIED BACK TO ONE BATCH
      * A RECORD LOADED WITH GARBAGE IN ANY OF THEM GOES TO THE
      * REJECT FILE, NOT THE TOTALS. THE EFFECTIVE DATE FEEDS THE
      * PENDING GATE'S NUMERIC COMPARISON, SO AN UNGUARDED BAD DATE
      * WOULD BE A DATA EXCEPTION THERE. THE CURRENCY IS BLANK (BASE)
      * OR A THREE-LETTER CODE - ANYTHING ELSE IS GARBAGE TOO
           MOVE 'Y' TO VALID-REC.
           IF DB-AMOUNT IS NOT NUMERIC THEN
               MOVE 'N' TO VALID-REC
           IF DB-EFF-DATE IS NOT NUMERIC THEN
               MOVE 'N' TO VALID-REC
           END-IF.
           IF DB-CURRENCY NOT = SPACES THEN
               MOVE DB-CURRENCY TO WS-CCY-CODE
               PERFORM CHECK-CCY-CODE
               IF WS-CCY-VALID = 'N' THEN
                   MOVE 'N' TO VALID-REC
               END-IF
           END-IF.

       LOAD-CHECKPOINT.
      * RESUMES TOTALS FROM THE LAST CHECKPOINT IF ONE IS ON DISK,
                       MOVE CKPT-CAT-HIGH  TO CAT-HIGH(CAT-IDX)
                       MOVE CKPT-CAT-LOW   TO CAT-LOW(CAT-IDX)
                   END-IF
               WHEN "DTL"
                   IF WS-RESTART-SKIP > 0
                      AND CKPT-DTL-COUNT IS NUMERIC
                       MOVE CKPT-DTL-COUNT TO WS-DTL-CKPT-LINES
                   END-IF
               WHEN "CCY"
                   IF WS-RESTART-SKIP > 0
                      AND CKPT-CCY-COUNT IS NUMERIC
                       PERFORM RESTORE-CKPT-CURRENCY
                   END-IF
           END-EVALUATE.

       RESTORE-CKPT-CURRENCY.
      * THE RATES ARE RELOADED FROM THE CONTROL FILE ON RESTART, SO
      * ONLY THE SUBTOTALS TRAVEL; A CURRENCY WHOSE RATE HAS GONE
      * FROM THE FILE SINCE KEEPS WHAT IT ALREADY COUNTED AT RATE
      * ZERO AND COUNTS NOTHING MORE
           MOVE CKPT-CCY-CODE TO WS-CCY-CODE.
           IF WS-CCY-CODE = WS-BASE-CCY THEN
               MOVE 1 TO WS-CCY-IDX
               MOVE 'Y' TO WS-CCY-FOUND
           ELSE
               PERFORM FIND-CURRENCY
               IF WS-CCY-FOUND = 'N' AND WS-CCY-USED < WS-CCY-LIMIT
                       THEN
                   ADD 1 TO WS-CCY-USED
                   MOVE WS-CCY-USED TO WS-CCY-IDX
                   MOVE WS-CCY-CODE TO CCY-CODE(WS-CCY-IDX)
                   MOVE 0 TO CCY-RATE(WS-CCY-IDX)
                   MOVE 'Y' TO WS-CCY-FOUND
               END-IF
           END-IF.
           IF WS-CCY-FOUND = 'Y' THEN
               MOVE CKPT-CCY-COUNT TO CCY-COUNT(WS-CCY-IDX)
               MOVE CKPT-CCY-ORIG-SUM TO CCY-ORIG-SUM(WS-CCY-IDX)
               MOVE CKPT-CCY-BASE-SUM TO CCY-BASE-SUM(WS-CCY-IDX)
           END-IF.

       SKIP-TO-CHECKPOINT.
      * THE INDEXED MASTER POSITIONS DIRECTLY PAST THE LAST KEY THE
      * CHECKPOINT RECORDED - NO RE-READ OF RECORDS ALREADY COUNTED.
           MOVE WS-PART-READ-TOT TO CKPT-PART-READ-TOT.
           MOVE WS-PART-TRLR     TO CKPT-PART-TRLR.
           MOVE WS-PART-EXP-TOT  TO CKPT-PART-EXP-TOT.
      * THE DETAIL WORK FILE IS CLOSED AND REOPENED FIRST SO EVERY
      * LINE THE CHECKPOINT VOUCHES FOR IS ACTUALLY ON DISK
           IF WS-RERUN-MODE = 'N' THEN
               CLOSE DETAIL-WORK-FILE
               OPEN EXTEND DETAIL-WORK-FILE
           END-IF.
           OPEN OUTPUT CKPT-FILE.
           WRITE CKPT-RECORD.
           PERFORM VARYING CAT-IDX FROM 1 BY 1 UNTIL CAT-IDX > 100
                   PERFORM WRITE-CKPT-CAT-RECORD
               END-IF
           END-PERFORM.
           MOVE SPACES TO CKPT-RECORD.
           MOVE "DTL" TO CKPT-REC-TYPE.
           MOVE WS-DTL-LINES TO CKPT-DTL-COUNT.
           WRITE CKPT-RECORD.
           PERFORM VARYING WS-CCY-IDX FROM 1 BY 1
                   UNTIL WS-CCY-IDX > WS-CCY-USED
               IF CCY-COUNT(WS-CCY-IDX) > 0 THEN
                   PERFORM WRITE-CKPT-CCY-RECORD
               END-IF
           END-PERFORM.
           CLOSE CKPT-FILE.
           PERFORM LOG-CHECKPOINT.
           PERFORM WRITE-STATUS-FILE.
           MOVE CAT-LOW(CAT-IDX)   TO CKPT-CAT-LOW.
           WRITE CKPT-RECORD.

       WRITE-CKPT-CCY-RECORD.
           MOVE SPACES TO CKPT-RECORD.
           MOVE "CCY" TO CKPT-REC-TYPE.
           MOVE CCY-CODE(WS-CCY-IDX)     TO CKPT-CCY-CODE.
           MOVE CCY-COUNT(WS-CCY-IDX)    TO CKPT-CCY-COUNT.
           MOVE CCY-ORIG-SUM(WS-CCY-IDX) TO CKPT-CCY-ORIG-SUM.
           MOVE CCY-BASE-SUM(WS-CCY-IDX) TO CKPT-CCY-BASE-SUM.
           WRITE CKPT-RECORD.

       PROCESS-TRAILER.
           MOVE DB-TRAILER-COUNT TO WS-EXPECTED-CNT.
           MOVE 'Y' TO TRAILER-SEEN.
      * SECOND VALIDATION TIER - THE RECORD IS NUMERIC BUT MAY STILL
      * BE IMPLAUSIBLE. OUT-OF-RANGE VALUES AND THE NTH VALUE IN A
      * RUN OF IDENTICAL CONSECUTIVE VALUES ARE DIVERTED TO SUSPENSE
      * INSTEAD OF POISONING THE NIGHT'S TOTALS. THE LIMITS ARE IN
      * BASE CURRENCY, SO THE CONVERTED AMOUNT IS WHAT IS JUDGED
           MOVE 'N' TO SUSPECT-REC.
           MOVE SPACES TO WS-SUSP-REASON.
           IF WS-BASE-AMOUNT < WS-TOL-MIN THEN
               MOVE 'Y' TO SUSPECT-REC
               MOVE "BELOW MINIMUM" TO WS-SUSP-REASON
           END-IF.
           IF WS-BASE-AMOUNT > WS-TOL-MAX THEN
               MOVE 'Y' TO SUSPECT-REC
               MOVE "ABOVE MAXIMUM" TO WS-SUSP-REASON
           END-IF.
           IF WS-TOL-DUP > 0 THEN
               IF WS-DUP-RUN-LEN > 0
                  AND WS-BASE-AMOUNT = WS-PREV-AMOUNT THEN
                   ADD 1 TO WS-DUP-RUN-LEN
               ELSE
                   MOVE 1 TO WS-DUP-RUN-LEN
               END-IF
               MOVE WS-BASE-AMOUNT TO WS-PREV-AMOUNT
               IF WS-DUP-RUN-LEN >= WS-TOL-DUP
                  AND SUSPECT-REC = 'N' THEN
                   MOVE 'Y' TO SUSPECT-REC
           MOVE SPACES TO SUSP-LINE.
           MOVE DB-RAW-REC TO SUSP-RECORD.
           MOVE WS-SUSP-REASON TO SUSP-REASON.
           IF WS-RERUN-MODE = 'N' THEN
               WRITE SUSP-LINE
           END-IF.
           ADD 1 TO WS-SUSP-COUNT.

       WRITE-PENDING.
      * THE RECORD STAYS ON THE MASTER UNTOUCHED - ONLY ITS ARRIVAL
      * IS REPORTED HERE SO FINANCE CAN SEE WHAT IS COMING AND WHEN.
      * A FOREIGN AMOUNT IS LISTED IN ITS OWN CURRENCY AND ENTERS THE
      * PENDING TOTAL AT TONIGHT'S RATE - WITHOUT ONE IT IS LISTED
      * ONLY; ITS OWN NIGHT'S RATE DECIDES WHAT IT FINALLY COUNTS AS
           MOVE WS-JOB-ID TO PEND-JOB-O.
           MOVE DB-KEY TO PEND-KEY-O.
           MOVE DB-AMOUNT TO PEND-AMT-O.
           IF DB-CURRENCY = SPACES OR DB-CURRENCY = WS-BASE-CCY THEN
               MOVE " AMOUNT " TO PEND-AMT-LBL
           ELSE
               MOVE SPACES TO PEND-AMT-LBL
               STRING " AMT " DELIMITED BY SIZE
                      DB-CURRENCY DELIMITED BY SIZE
                      INTO PEND-AMT-LBL
               END-STRING
           END-IF.
           MOVE SPACES TO PENDING-LINE.
           STRING "JOB " DELIMITED BY SIZE
                  PEND-JOB-O DELIMITED BY SIZE
                  " KEY " DELIMITED BY SIZE
                  PEND-KEY-O DELIMITED BY SIZE
                  PEND-AMT-LBL DELIMITED BY SIZE
                  PEND-AMT-O DELIMITED BY SIZE
                  " EFFECTIVE " DELIMITED BY SIZE
                  DB-EFF-DATE DELIMITED BY SIZE
                  " HELD PENDING" DELIMITED BY SIZE
                  INTO PENDING-LINE
           END-STRING.
           IF WS-RERUN-MODE = 'N' THEN
               WRITE PENDING-LINE
           END-IF.
           ADD 1 TO WS-PENDING-COUNT.
           IF WS-CONVERTED = 'Y' THEN
               ADD WS-BASE-AMOUNT TO WS-PENDING-SUM
           END-IF.

       LOAD-EXP-DURATION.
      * EXPECTED WALL-CLOCK DURATION COMES FROM A CONTROL FILE SO THE
           END-STRING.
           WRITE RUN-LOG-LINE.

       COUNT-OPEN-PROPOSALS.
      * EVERY LINE ON THE PROPOSAL FILE IS STILL UNDECIDED - DECIDED
      * PROPOSALS ARE TAKEN OFF IT BY THE MAINTENANCE FACILITY
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

       LOG-RERUN-REQUEST.
           MOVE WS-JOB-ID TO LOG-JOB-O.
           IF WS-RERUN-MODE = 'Y' THEN
               MOVE SPACES TO RUN-LOG-LINE
               STRING "JOB " DELIMITED BY SIZE
                      LOG-JOB-O DELIMITED BY SIZE
                      " NON-POSTING RERUN AS OF " DELIMITED BY SIZE
                      WS-RUN-DATE DELIMITED BY SIZE
                      " FROM " DELIMITED BY SIZE
                      WS-RERUN-FEED(1:28) DELIMITED BY SIZE
                      INTO RUN-LOG-LINE
               END-STRING
               WRITE RUN-LOG-LINE
           END-IF.
           IF WS-RERUN-DROPPED = 'Y' THEN
               MOVE SPACES TO RUN-LOG-LINE
               STRING "JOB " DELIMITED BY SIZE
                      LOG-JOB-O DELIMITED BY SIZE
                      " STALE RERUN REQUEST DISCARDED"
                      DELIMITED BY SIZE
                      INTO RUN-LOG-LINE
               END-STRING
               WRITE RUN-LOG-LINE
           END-IF.

       LOG-PROCESSING-DATE.
      * A RERUN HAS ALREADY LOGGED ITS AS-OF DATE
           MOVE WS-JOB-ID TO LOG-JOB-O.
           IF WS-RERUN-MODE = 'N' THEN
               MOVE SPACES TO RUN-LOG-LINE
               STRING "JOB " DELIMITED BY SIZE
                      LOG-JOB-O DELIMITED BY SIZE
                      " PROCESSING DATE " DELIMITED BY SIZE
                      WS-RUN-DATE DELIMITED BY SIZE
                      " NIGHT OF " DELIMITED BY SIZE
                      WS-NIGHT-DATE DELIMITED BY SIZE
                      INTO RUN-LOG-LINE
               END-STRING
               IF WS-PROC-OVERRIDE = 'Y' THEN
                   MOVE "(OVERRIDE)" TO RUN-LOG-LINE(58:10)
               END-IF
               WRITE RUN-LOG-LINE
           END-IF.
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

       LOG-RATES.
      * WHICH RATES THE NIGHT COUNTED AT IS PART OF ITS AUDIT TRAIL
           MOVE WS-JOB-ID TO LOG-JOB-O.
           COMPUTE LOG-RATES-O = WS-CCY-USED - 1.
           MOVE CCY-CODE(1) TO RPT-CCY-O.
           IF RPT-CCY-O = SPACES THEN
               MOVE "NONE" TO RPT-CCY-O
           END-IF.
           MOVE SPACES TO RUN-LOG-LINE.
           STRING "JOB " DELIMITED BY SIZE
                  LOG-JOB-O DELIMITED BY SIZE
                  " BASE CURRENCY " DELIMITED BY SIZE
                  RPT-CCY-O DELIMITED BY SIZE
                  " RATES LOADED " DELIMITED BY SIZE
                  LOG-RATES-O DELIMITED BY SIZE
                  " DATED " DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO RUN-LOG-LINE
           END-STRING.
           WRITE RUN-LOG-LINE.

       LOG-FILE-START.
           MOVE WS-JOB-ID TO LOG-JOB-O.
           MOVE FILE-IDX TO LOG-FILE-O.
           END-IF.
           PERFORM GET-TIME-SECS.
           OPEN OUTPUT RUN-LOCK-FILE.
           MOVE WS-SYSTEM-DATE TO RUN-LOCK-DATE.
           MOVE WS-NOW-TIME(1:6) TO RUN-LOCK-TIME.
           WRITE RUN-LOCK-REC.
           CLOSE RUN-LOCK-FILE.
               COMPUTE WS-LOCK-DAY-TAKEN =
                   FUNCTION INTEGER-OF-DATE(WS-LOCK-CHK-DATE)
               COMPUTE WS-LOCK-DAY-NOW =
                   FUNCTION INTEGER-OF-DATE(WS-SYSTEM-DATE)
               PERFORM GET-TIME-SECS
               COMPUTE WS-LOCK-AGE-SECS =
                   ((WS-LOCK-DAY-NOW - WS-LOCK-DAY-TAKEN) * 86400)
                  WS-RECON-RESULT DELIMITED BY SIZE
                  INTO RECON-LINE
           END-STRING.
           IF WS-RERUN-MODE = 'N' THEN
               WRITE RECON-LINE
           END-IF.

       ROTATE-DATA-OUT.
      * THE CSV FOR TODAY IS ALWAYS outputs/cobol_a_<RUN-DATE>.csv; WHEN
           END-IF.
           WRITE RECON-LINE.

       PUBLISH-DETAIL.
      * THE RUN'S DETAIL REACHES THE CUMULATIVE FILE ONLY NOW THE GL
      * EXTRACT IS WRITTEN, STAMPED WITH THE JOB-ID THE GL RECORDS
      * CARRY - A RESTARTED RUN DRAWS A NEW ONE, SO LINES WRITTEN
      * BEFORE THE INTERRUPTION STILL HOLD THE OLD. THE LINES ARE
      * TOTALLED AS THEY GO FOR THE DETAIL PROOF
           CLOSE DETAIL-WORK-FILE.
           MOVE 0 TO WS-DTL-PUBLISHED.
           MOVE 0 TO WS-DTL-SUM.
           MOVE 'N' TO WS-DTL-EOF.
           OPEN EXTEND DETAIL-FILE.
           IF DETAIL-STAT = "35" THEN
               OPEN OUTPUT DETAIL-FILE
           END-IF.
           OPEN INPUT DETAIL-WORK-FILE.
           IF DTL-WORK-STAT NOT = "00" THEN
               MOVE 'Y' TO WS-DTL-EOF
           END-IF.
           PERFORM UNTIL WS-DTL-EOF = 'Y'
               READ DETAIL-WORK-FILE
                   AT END MOVE 'Y' TO WS-DTL-EOF
                   NOT AT END
                       MOVE WS-JOB-ID TO DTL-JOB-ID
                       WRITE DETAIL-LINE FROM DETAIL-WORK-REC
                       ADD 1 TO WS-DTL-PUBLISHED
                       ADD DTL-AMOUNT TO WS-DTL-SUM
               END-READ
           END-PERFORM.
           IF DTL-WORK-STAT NOT = "35" THEN
               CLOSE DETAIL-WORK-FILE
           END-IF.
           CLOSE DETAIL-FILE.
           PERFORM PROVE-DETAIL.

       PROVE-DETAIL.
      * EVERY RECORD COUNTED MUST HAVE EXACTLY ONE DETAIL LINE, AND
      * THE LINES MUST NET TO THE CSV GRAND TOTAL - OTHERWISE A
      * DRILL-DOWN FROM SOME POSTING WOULD COME UP SHORT
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

       WRITE-CSV-CATEGORY.
           PERFORM BUILD-CSV-STAMP.
           COMPUTE RPT-CAT-O = CAT-IDX - 1.
           END-STRING.
           WRITE REPORT-LINE.
           PERFORM WRITE-CATEGORY-BREAKDOWN.
           PERFORM WRITE-CURRENCY-SUBTOTALS.

       WRITE-CATEGORY-BREAKDOWN.
      * ONE LINE PER CATEGORY THE RUN SAW - THE BUSINESS READS THIS
           END-STRING.
           WRITE REPORT-LINE.

       WRITE-CURRENCY-SUBTOTALS.
      * EVERY FIGURE ABOVE IS IN BASE CURRENCY; THIS SECTION SHOWS
      * WHAT EACH CURRENCY CONTRIBUTED AS HELD AND AS COUNTED
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
      * AMOUNTS CARRYING NO CURRENCY ARE BASE AND SHOW AS "BASE"
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

       WRITE-REJECT.
           MOVE READ-SEQ-NO TO REJECT-POS-O.
           MOVE SPACES TO REJECT-LINE.
                  "]" DELIMITED BY SIZE
                  INTO REJECT-LINE
           END-STRING.
           IF WS-RERUN-MODE = 'N' THEN
               WRITE REJECT-LINE
           END-IF.
           ADD 1 TO REJECT-COUNT.

       CODE-BLOCK.
      * EVERY FIGURE FROM HERE ON IS IN BASE CURRENCY - ONLY THE
      * CURRENCY SUBTOTAL ALSO KEEPS THE AMOUNT AS HELD
           MOVE WS-BASE-AMOUNT TO CURRENT.
           ADD 1 TO CCY-COUNT(WS-CCY-IDX).
           ADD DB-AMOUNT TO CCY-ORIG-SUM(WS-CCY-IDX).
           ADD CURRENT TO CCY-BASE-SUM(WS-CCY-IDX).
           IF CURRENT > HIGHEST THEN
            MOVE CURRENT TO HIGHEST
           END-IF.
           IF CURRENT < CAT-LOW(CAT-IDX) THEN
            MOVE CURRENT TO CAT-LOW(CAT-IDX)
           END-IF.
           IF WS-RERUN-MODE = 'N' THEN
               PERFORM WRITE-DETAIL-LINE
           END-IF.

       WRITE-DETAIL-LINE.
      * THE ACCOUNT IS THE ONE THE RECORD'S CATEGORY POSTS TO, SO THE
      * LINES FOR A JOB AND ACCOUNT ADD UP TO WHAT WAS POSTED THERE
           MOVE SPACES TO DETAIL-WORK-REC.
           MOVE WS-JOB-ID TO DTL-JOB-ID.
           MOVE DB-KEY TO DTL-KEY.
           MOVE DB-CATEGORY TO DTL-CATEGORY.
           MOVE GLMAP-ACCT(CAT-IDX) TO DTL-GL-ACCOUNT.
           MOVE CURRENT TO DTL-AMOUNT.
           MOVE DB-EFF-DATE TO DTL-EFF-DATE.
           MOVE CCY-CODE(WS-CCY-IDX) TO DTL-CURRENCY.
           MOVE DB-AMOUNT TO DTL-ORIG-AMOUNT.
           WRITE DETAIL-WORK-REC.
           ADD 1 TO WS-DTL-LINES.

       INIT-CATEGORY-TABLE.
      * HIGH AND LOW ARE SEEDED TO OPPOSITE SENTINELS, THE SAME WAY
               MOVE 9999999.99 TO CAT-LOW(CAT-IDX)
           END-PERFORM.

       LOAD-RATES.
      * ENTRY 1 IS THE BASE CURRENCY; WITHOUT THE BASE CONTROL FILE
      * ITS CODE IS BLANK AND ONLY AMOUNTS CARRYING NO CURRENCY COUNT
      * AS BASE. ONLY RATES DATED THE PROCESSING DATE ARE TAKEN - A
      * RATE FROM ANY OTHER DAY WOULD BE A GUESS. A LATER LINE FOR
      * THE SAME CURRENCY AND DATE IS A CORRECTION AND REPLACES THE
      * EARLIER ONE
           MOVE SPACES TO WS-BASE-CCY.
           OPEN INPUT BASECCY-CTL-FILE.
           IF BASECCY-STAT = "00" THEN
               READ BASECCY-CTL-FILE
                   NOT AT END
                       MOVE BASECCY-CTL-REC TO WS-CCY-CODE
                       PERFORM CHECK-CCY-CODE
                       IF WS-CCY-VALID = 'Y' THEN
                           MOVE WS-CCY-CODE TO WS-BASE-CCY
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
           OPEN INPUT RATES-CTL-FILE.
           IF RATES-STAT = "00" THEN
               PERFORM UNTIL RATES-STAT NOT = "00"
                   READ RATES-CTL-FILE
                       AT END MOVE "10" TO RATES-STAT
                       NOT AT END PERFORM TAKE-RATE-LINE
                   END-READ
               END-PERFORM
               CLOSE RATES-CTL-FILE
           END-IF.

       TAKE-RATE-LINE.
      * A LINE FOR THE BASE CURRENCY ITSELF, OR WITHOUT A VALID CODE,
      * DATE OR NONZERO RATE (A COMMENT), IS PASSED OVER
           MOVE RATES-CTL-CCY TO WS-CCY-CODE.
           PERFORM CHECK-CCY-CODE.
           IF WS-CCY-VALID = 'Y' AND WS-CCY-CODE NOT = WS-BASE-CCY
              AND RATES-CTL-DATE IS NUMERIC
              AND RATES-CTL-RATE IS NUMERIC THEN
               IF RATES-CTL-DATE-N = WS-RUN-DATE
                  AND RATES-CTL-RATE-N > 0 THEN
                   PERFORM FIND-CURRENCY
                   IF WS-CCY-FOUND = 'N' THEN
                       IF WS-CCY-USED < WS-CCY-LIMIT THEN
                           ADD 1 TO WS-CCY-USED
                           MOVE WS-CCY-USED TO WS-CCY-IDX
                           MOVE WS-CCY-CODE TO CCY-CODE(WS-CCY-IDX)
                           MOVE 'Y' TO WS-CCY-FOUND
                       ELSE
                           DISPLAY "COBOL_A: RATE TABLE FULL - "
                                   WS-CCY-CODE " NOT LOADED"
                       END-IF
                   END-IF
                   IF WS-CCY-FOUND = 'Y' THEN
                       MOVE RATES-CTL-RATE-N TO CCY-RATE(WS-CCY-IDX)
                   END-IF
               END-IF
           END-IF.

       CHECK-CCY-CODE.
      * A CURRENCY CODE IS EXACTLY THREE CAPITAL LETTERS
           MOVE 'Y' TO WS-CCY-VALID.
           IF WS-CCY-CODE IS NOT ALPHABETIC-UPPER
              OR WS-CCY-CODE(1:1) = SPACE
              OR WS-CCY-CODE(2:1) = SPACE
              OR WS-CCY-CODE(3:1) = SPACE THEN
               MOVE 'N' TO WS-CCY-VALID
           END-IF.

       FIND-CURRENCY.
      * LOOKS WS-CCY-CODE UP AMONG THE RATED CURRENCIES (ENTRY 2 ON)
           MOVE 'N' TO WS-CCY-FOUND.
           PERFORM VARYING WS-CCY-IDX FROM 2 BY 1
                   UNTIL WS-CCY-IDX > WS-CCY-USED
                      OR WS-CCY-FOUND = 'Y'
               IF CCY-CODE(WS-CCY-IDX) = WS-CCY-CODE THEN
                   MOVE 'Y' TO WS-CCY-FOUND
               END-IF
           END-PERFORM.
           IF WS-CCY-FOUND = 'Y' THEN
               SUBTRACT 1 FROM WS-CCY-IDX
           END-IF.

       CONVERT-TO-BASE.
      * BLANK OR THE BASE CODE IS ALREADY BASE CURRENCY; ANY OTHER
      * CURRENCY NEEDS TONIGHT'S RATE. WITHOUT ONE, OR IF THE BASE
      * AMOUNT WOULD NOT FIT, WS-CONVERTED COMES BACK 'N' WITH THE
      * SUSPENSE REASON SET
           MOVE 'Y' TO WS-CONVERTED.
           MOVE SPACES TO WS-SUSP-REASON.
           MOVE DB-CURRENCY TO WS-CCY-CODE.
           IF WS-CCY-CODE = SPACES THEN
               MOVE WS-BASE-CCY TO WS-CCY-CODE
           END-IF.
           IF WS-CCY-CODE = WS-BASE-CCY THEN
               MOVE 1 TO WS-CCY-IDX
               MOVE DB-AMOUNT TO WS-BASE-AMOUNT
           ELSE
               PERFORM FIND-CURRENCY
               IF WS-CCY-FOUND = 'N' THEN
                   MOVE 'N' TO WS-CONVERTED
               ELSE
               IF CCY-RATE(WS-CCY-IDX) = 0 THEN
                   MOVE 'N' TO WS-CONVERTED
               ELSE
                   COMPUTE WS-BASE-AMOUNT ROUNDED =
                           DB-AMOUNT * CCY-RATE(WS-CCY-IDX)
                       ON SIZE ERROR
                           MOVE 'N' TO WS-CONVERTED
                           MOVE "BASE AMOUNT OVERFLOW"
                             TO WS-SUSP-REASON
                   END-COMPUTE
               END-IF
               END-IF
               IF WS-CONVERTED = 'N' AND WS-SUSP-REASON = SPACES
                       THEN
                   STRING "NO RATE FOR " DELIMITED BY SIZE
                          WS-CCY-CODE DELIMITED BY SIZE
                          INTO WS-SUSP-REASON
                   END-STRING
               END-IF
           END-IF.

       LOAD-GL-MAP.
      * EVERY CATEGORY STARTS ON THE DEFAULT ACCOUNT; LINES IN THE
      * MAPPING CONTROL FILE OVERRIDE INDIVIDUAL CATEGORIES
