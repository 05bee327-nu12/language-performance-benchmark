       IDENTIFICATION DIVISION.
       PROGRAM-ID. COBOL_A_GLDRILL.

      * GL POSTING DRILL-DOWN INQUIRY. EVERY NIGHTLY RUN (OR MERGE OF
      * A PARTITIONED NIGHT) LEAVES ONE LINE PER RECORD IT COUNTED ON
      * OUTPUTS/COBOL_A_DETAIL.DAT - JOB-ID, KEY, CATEGORY, GL
      * ACCOUNT, BASE-CURRENCY AMOUNT, EFFECTIVE DATE, AND THE
      * CURRENCY AND AMOUNT AS HELD ON THE MASTER. GIVEN A JOB-ID AND
      * A GL ACCOUNT THIS PROGRAM LISTS THE MASTER RECORDS BEHIND THAT
      * JOB'S POSTING TO THAT ACCOUNT AND PROVES THEM AGAINST THE
      * EXTRACT: THE LINES MUST NET TO THE GL-AMOUNT POSTED (DEBITS
      * LESS CREDITS, WHERE SEVERAL CATEGORIES SHARE THE ACCOUNT) AND
      * MATCH THE POSTED TRANSACTION COUNT. A POSTING THAT DOES NOT
      * PROVE, OR ONE THAT CANNOT BE FOUND, EXITS NONZERO.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DETAIL-FILE ASSIGN TO "outputs/cobol_a_detail.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS DETAIL-STAT.
           SELECT GL-FILE ASSIGN TO "outputs/cobol_a_gl.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS GL-STAT.

       DATA DIVISION.
       FILE SECTION.
      * DETAIL LINE - LAYOUT MUST MATCH DETAIL-WORK-REC IN cobol_a.cbl
       FD  DETAIL-FILE
           RECORD CONTAINS 67 CHARACTERS
           BLOCK 0
           DATA RECORD IS DETAIL-REC
           RECORDING MODE IS F.
       01  DETAIL-REC.
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
      * RECORD LAYOUT MUST MATCH GL-RECORD IN cobol_a.cbl
       FD  GL-FILE
           RECORD CONTAINS 62 CHARACTERS
           BLOCK 0
           DATA RECORD IS GL-RECORD
           RECORDING MODE IS F.
       01  GL-RECORD.
           05  GL-RECORD-TYPE  PIC X(2).
           05  GL-ACCOUNT-NO   PIC X(10).
           05  GL-POSTING-DATE PIC 9(8).
           05  GL-JOB-ID       PIC 9(9).
           05  GL-AMOUNT       PIC 9(20)V99.
           05  GL-TXN-COUNT    PIC 9(9).
           05  GL-DR-CR        PIC X(2).

       WORKING-STORAGE SECTION.
       01  DETAIL-STAT     PIC XX.
       01  GL-STAT         PIC XX.
      * OPERATOR INPUT - TAKEN RAW AND VALIDATED
       01  WS-JOB-X        PIC X(9).
       01  WS-JOB-N REDEFINES WS-JOB-X PIC 9(9).
       01  WS-TARGET-JOB   PIC 9(9).
       01  WS-TARGET-ACCT  PIC X(10).
      * SCAN STATE
       01  DETAIL-EOF      PIC X.
       01  GL-EOF          PIC X.
      * WHAT THE DETAIL SAYS AND WHAT THE EXTRACT SAYS
       01  WS-DTL-COUNT    PIC 9(9) VALUE 0.
       01  WS-DTL-NET      PIC S9(20)V99 COMP-3 VALUE 0.
       01  WS-GL-POSTINGS  PIC 9(4) VALUE 0.
       01  WS-GL-COUNT     PIC 9(9) VALUE 0.
       01  WS-GL-NET       PIC S9(20)V99 COMP-3 VALUE 0.
       01  WS-GL-POST-DATE PIC 9(8) VALUE 0.
      * POSTINGS FOR THE JOB AND ACCOUNT THAT ARE NOT NIGHTLY "GL"
      * POSTINGS (BACKOUT REVERSALS, MONTH-END CLOSE ENTRIES) HAVE NO
      * RECORD DETAIL OF THEIR OWN - COUNTED ONLY TO SAY SO
       01  WS-OTHER-POSTINGS   PIC 9(4) VALUE 0.
       01  WS-OTHER-TYPE   PIC X(2) VALUE SPACES.
       01  WS-DIFF         PIC S9(20)V99 COMP-3 VALUE 0.
      * DISPLAY EDITING
       01  INQ-DATE-O      PIC 9(4)/99/99.
       01  INQ-EFF-O       PIC 9(4)/99/99.
       01  INQ-JOB-O       PIC Z(8)9.
       01  INQ-AMT-O       PIC +Z(6)9.99.
      * LINES WRITTEN BEFORE THE MASTER CARRIED A CURRENCY HAVE NO
      * ORIGINAL AMOUNT - THE COLUMN IS LEFT BLANK FOR THEM
       01  INQ-ORIG-O      PIC +Z(6)9.99.
       01  INQ-ORIG-X      PIC X(11).
       01  INQ-NET-O       PIC +Z(19)9.99.
       01  INQ-NET2-O      PIC +Z(19)9.99.
       01  INQ-CNT-O       PIC Z(8)9.
       01  INQ-CNT2-O      PIC Z(8)9.

       PROCEDURE DIVISION.

       GLDRILL-MAIN.
           DISPLAY "COBOL_A GL POSTING DRILL-DOWN".
           DISPLAY "ENTER 9-DIGIT JOB-ID: " WITH NO ADVANCING.
           ACCEPT WS-JOB-X.
           IF WS-JOB-X IS NOT NUMERIC THEN
               DISPLAY "INVALID JOB-ID"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-JOB-N TO WS-TARGET-JOB.
           DISPLAY "ENTER GL ACCOUNT: " WITH NO ADVANCING.
           ACCEPT WS-TARGET-ACCT.
           IF WS-TARGET-ACCT = SPACES THEN
               DISPLAY "INVALID GL ACCOUNT"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM LOAD-GL-POSTINGS.
           MOVE WS-TARGET-JOB TO INQ-JOB-O.
           IF WS-GL-POSTINGS = 0 THEN
               IF WS-OTHER-POSTINGS > 0 THEN
                   DISPLAY "JOB " INQ-JOB-O " POSTED TO " WS-TARGET-ACCT
                           " ONLY AS TYPE " WS-OTHER-TYPE
                           " - NO RECORD DETAIL BEHIND IT"
               ELSE
                   DISPLAY "NO GL POSTING FOR JOB " INQ-JOB-O
                           " ON ACCOUNT " WS-TARGET-ACCT
               END-IF
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-GL-POST-DATE TO INQ-DATE-O.
           DISPLAY "JOB " INQ-JOB-O " ACCOUNT " WS-TARGET-ACCT
                   " POSTED " INQ-DATE-O.
           DISPLAY "KEY      CAT GL ACCOUNT       AMOUNT  EFFECTIVE"
                   "   CCY    ORIGINAL".
           PERFORM LIST-DETAIL-LINES.
           PERFORM WRITE-PROOF.
           STOP RUN.

       LOAD-GL-POSTINGS.
      * THE EXTRACT IS CUMULATIVE ACROSS NIGHTS - ONLY THE TARGET
      * JOB'S NIGHTLY POSTINGS TO THE TARGET ACCOUNT TAKE PART. MORE
      * THAN ONE IS NORMAL WHEN SEVERAL CATEGORIES MAP TO THE SAME
      * ACCOUNT; THEY NET DEBIT-MINUS-CREDIT AS THE ZERO-PROOF DOES
           MOVE 'N' TO GL-EOF.
           OPEN INPUT GL-FILE.
           IF GL-STAT NOT = "00" THEN
               DISPLAY "NO GL EXTRACT OUTPUTS/COBOL_A_GL.DAT - "
                       "STATUS " GL-STAT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL GL-EOF = 'Y'
               READ GL-FILE
                   AT END MOVE 'Y' TO GL-EOF
                   NOT AT END
                       IF GL-JOB-ID IS NUMERIC
                          AND GL-JOB-ID = WS-TARGET-JOB
                          AND GL-ACCOUNT-NO = WS-TARGET-ACCT
                           PERFORM TAKE-GL-POSTING
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE GL-FILE.

       TAKE-GL-POSTING.
           IF GL-RECORD-TYPE = "GL" THEN
               ADD 1 TO WS-GL-POSTINGS
               MOVE GL-POSTING-DATE TO WS-GL-POST-DATE
               ADD GL-TXN-COUNT TO WS-GL-COUNT
               IF GL-DR-CR = "CR"
                   SUBTRACT GL-AMOUNT FROM WS-GL-NET
               ELSE
                   ADD GL-AMOUNT TO WS-GL-NET
               END-IF
           ELSE
               ADD 1 TO WS-OTHER-POSTINGS
               MOVE GL-RECORD-TYPE TO WS-OTHER-TYPE
           END-IF.

       LIST-DETAIL-LINES.
           MOVE 'N' TO DETAIL-EOF.
           OPEN INPUT DETAIL-FILE.
           IF DETAIL-STAT NOT = "00" THEN
               DISPLAY "NO DETAIL FILE OUTPUTS/COBOL_A_DETAIL.DAT - "
                       "STATUS " DETAIL-STAT
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL DETAIL-EOF = 'Y'
               READ DETAIL-FILE
                   AT END MOVE 'Y' TO DETAIL-EOF
                   NOT AT END
                       IF DTL-JOB-ID IS NUMERIC
                          AND DTL-JOB-ID = WS-TARGET-JOB
                          AND DTL-GL-ACCOUNT = WS-TARGET-ACCT
                           PERFORM DISPLAY-DETAIL-LINE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DETAIL-FILE.

       DISPLAY-DETAIL-LINE.
           ADD 1 TO WS-DTL-COUNT.
           ADD DTL-AMOUNT TO WS-DTL-NET.
           MOVE DTL-AMOUNT TO INQ-AMT-O.
           MOVE DTL-EFF-DATE TO INQ-EFF-O.
           MOVE SPACES TO INQ-ORIG-X.
           IF DTL-ORIG-AMOUNT IS NUMERIC THEN
               MOVE DTL-ORIG-AMOUNT TO INQ-ORIG-O
               MOVE INQ-ORIG-O TO INQ-ORIG-X
           END-IF.
           DISPLAY DTL-KEY " " DTL-CATEGORY "  " DTL-GL-ACCOUNT
                   "  " INQ-AMT-O "  " INQ-EFF-O
                   "  " DTL-CURRENCY " " INQ-ORIG-X.

       WRITE-PROOF.
      * THE PROOF: THE RECORDS LISTED MUST NET TO EXACTLY WHAT WAS
      * POSTED AND THERE MUST BE AS MANY OF THEM AS THE POSTING SAYS
           MOVE WS-DTL-COUNT TO INQ-CNT-O.
           MOVE WS-GL-COUNT TO INQ-CNT2-O.
           MOVE WS-DTL-NET TO INQ-NET-O.
           MOVE WS-GL-NET TO INQ-NET2-O.
           DISPLAY "DETAIL RECORDS " INQ-CNT-O " NET " INQ-NET-O.
           DISPLAY "GL POSTED      " INQ-CNT2-O " NET " INQ-NET2-O.
           COMPUTE WS-DIFF = WS-DTL-NET - WS-GL-NET.
           IF WS-DIFF = 0 AND WS-DTL-COUNT = WS-GL-COUNT THEN
               DISPLAY "PROVEN - DETAIL AGREES WITH THE GL POSTING"
               MOVE 0 TO RETURN-CODE
           ELSE
               MOVE WS-DIFF TO INQ-NET-O
               DISPLAY "*NOT PROVEN* - DIFFERENCE " INQ-NET-O
               MOVE 4 TO RETURN-CODE
           END-IF.
