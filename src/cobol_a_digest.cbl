      *
      * LAYOUT MUST MATCH SUSP-LINE IN cobol_a.cbl
       FD  SUSPENSE-FILE
           RECORD CONTAINS 53 CHARACTERS
           BLOCK 0
           DATA RECORD IS SUSP-LINE
           RECORDING MODE IS F.
       01  SUSP-LINE       PIC X(53).
      *
       FD  RUN-LOG-FILE
           RECORD CONTAINS 80 CHARACTERS
      * EXACTLY WHAT STILL AWAITS REVIEW
       01  WS-REJECT-LINES PIC 9(9) VALUE 0.
       01  WS-SUSP-LINES   PIC 9(9) VALUE 0.
      * MASTER CHANGES STILL AWAITING A SECOND OPERATOR WHEN THE
      * NIGHT STARTED - FROM THE JOB'S "OPEN PROPOSALS" RUN-LOG LINE
       01  WS-PROP-OPEN    PIC 9(9) VALUE 0.
       01  WS-PROP-SEEN    PIC X VALUE 'N'.
      * GL TALLIES FOR THE JOB
       01  WS-GL-COUNT     PIC 9(9) VALUE 0.
       01  WS-GL-NET       PIC S9(20)V99 COMP-3 VALUE 0.

       SCAN-RUN-LOG.
      * THE JOB-END LINE CARRIES "ELAPSED SECS"; AN OVERRUN LEAVES A
      * SEPARATE "*OVERRUN*" LINE RIGHT BEHIND IT; THE START OF THE
      * JOB LOGS HOW MANY PROPOSALS WERE STILL OPEN
           MOVE 'N' TO WS-EOF.
           OPEN INPUT RUN-LOG-FILE.
           IF RUNLOG-STAT NOT = "00" THEN
           IF WS-TAIL NOT = SPACES THEN
               MOVE 'Y' TO WS-OVERRUN-SEEN
           END-IF.
           MOVE SPACES TO WS-DUMMY.
           MOVE SPACES TO WS-TAIL.
           UNSTRING RUN-LOG-LINE DELIMITED BY "OPEN PROPOSALS "
               INTO WS-DUMMY WS-TAIL
           END-UNSTRING.
           IF WS-TAIL NOT = SPACES THEN
               MOVE WS-TAIL(1:9) TO WS-ELAPSED-X
               INSPECT WS-ELAPSED-X
                   REPLACING LEADING " " BY "0"
               IF WS-ELAPSED-X IS NUMERIC
                   MOVE WS-ELAPSED-N TO WS-PROP-OPEN
                   MOVE 'Y' TO WS-PROP-SEEN
               END-IF
           END-IF.

       SCAN-GL-EXTRACT.
      * ONLY THE NIGHT'S OWN "GL" POSTINGS COUNT - REVERSALS AND
           IF WS-SUSP-LINES > 0 THEN
               ADD 1 TO WS-ATTN-COUNT
           END-IF.
      * UNDECIDED PROPOSALS MEAN THE NIGHT RAN ON A MASTER WITHOUT
      * CHANGES SOMEONE ASKED FOR
           IF WS-PROP-OPEN > 0 THEN
               ADD 1 TO WS-ATTN-COUNT
           END-IF.
           IF WS-ATTN-COUNT = 0 THEN
               MOVE "PASS" TO WS-VERDICT
           ELSE
                  INTO DIGEST-LINE
           END-STRING.
           WRITE DIGEST-LINE.
           MOVE WS-PROP-OPEN TO DIG-CNT-O.
           MOVE SPACES TO DIGEST-LINE.
           IF WS-PROP-SEEN = 'N' THEN
               STRING "  PROPOSALS OPEN.....: NOT ON RECORD"
                      DELIMITED BY SIZE
                      INTO DIGEST-LINE
               END-STRING
           ELSE
           IF WS-PROP-OPEN > 0 THEN
               STRING "  PROPOSALS OPEN.....: " DELIMITED BY SIZE
                      DIG-CNT-O DELIMITED BY SIZE
                      " *UNAPPROVED AT RUN START*" DELIMITED BY SIZE
                      INTO DIGEST-LINE
               END-STRING
           ELSE
               STRING "  PROPOSALS OPEN.....: " DELIMITED BY SIZE
                      DIG-CNT-O DELIMITED BY SIZE
                      INTO DIGEST-LINE
               END-STRING
           END-IF
           END-IF.
           WRITE DIGEST-LINE.
           MOVE WS-GL-COUNT TO DIG-CNT-O.
           MOVE WS-GL-NET TO DIG-NET-O.
           MOVE SPACES TO DIGEST-LINE.
