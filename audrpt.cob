      *termination reason, by rule string and by board size, the
      *total generations actually computed (the 'machine work'
      *figure the monthly report wants), and the runs that ended
      *with the largest final populations.  The first line of the
      *optional control file audsel.txt narrows the summary to one
      *period: 'from to [file]', both dates as YYYYMMDD and taken
      *inclusively against the date each run started, with the
      *file to read defaulting to audit.log (name a dated archive
      *the period-end close wrote to report on a closed month).
      *With a period given, records from before runs were dated
      *are left out.  RETURN-CODE is 0 on a written summary, 4 when
      *no run falls in the period, and 8 when the audit file is
      *missing or empty or the period on audsel.txt is not valid.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDIT-ROLLUP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SELECT-FILE ASSIGN TO 'audsel.txt'
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO DYNAMIC AUD-FNAME
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO 'audrpt.txt'
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD SELECT-FILE.
       01 SEL-RECORD PIC X(200).
      *The same fixed layout WRITE-AUDIT-LINE in the simulator
      *produces, field for field.
       FD AUDIT-FILE.
           03 AUD-POP PIC 9(7).
           03 FILLER PIC X.
           03 AUD-RAN PIC 9(5).
           03 FILLER PIC X.
           03 AUD-DATE PIC 9(8).
           03 FILLER PIC X.
           03 AUD-START PIC 9(6).
           03 FILLER PIC X.
           03 AUD-END PIC 9(6).
           03 FILLER PIC X.
           03 AUD-JOBSEQ PIC 9(5).
           03 FILLER PIC X.
           03 AUD-SOURCE PIC X(30).
       FD REPORT-FILE.
       01 RPT-RECORD PIC X(90).

       01 RUN-COUNT PIC 9(7) VALUE ZERO.
       01 RAN-TOTAL PIC 9(12) VALUE ZERO.

      *The period off audsel.txt.  READ-COUNT counts every record
      *read, so a period no run falls in can be told from an empty
      *file.
       01 SEL-EOF-ASGN PIC X VALUE 'N'.
           88 SEL-EOF VALUE 'Y'.
       01 SEL-ASGN PIC X VALUE 'N'.
           88 SEL-EVAL VALUE 'Y'.
       01 SEL-BAD-ASGN PIC X VALUE 'N'.
           88 SEL-BAD VALUE 'Y'.
       01 SEL-FROM-TOK PIC X(20) VALUE SPACES.
       01 SEL-TO-TOK PIC X(20) VALUE SPACES.
       01 SEL-FILE-TOK PIC X(90) VALUE SPACES.
       01 SEL-FROM PIC 9(8) VALUE ZERO.
       01 SEL-TO PIC 9(8) VALUE ZERO.
       01 AUD-FNAME PIC X(90) VALUE 'audit.log'.
       01 READ-COUNT PIC 9(7) VALUE ZERO.
       01 IN-PERIOD-ASGN PIC X VALUE 'Y'.
           88 IN-PERIOD VALUE 'Y'.

      *Every distinct termination reason seen, with its run count,
      *in order of first appearance.  STILL LIFE, each OSCILLATOR
      *PERIOD n, GEN EXHAUSTED and each distinct validation message
       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           OPEN OUTPUT REPORT-FILE
           PERFORM READ-PERIOD-CARD
           IF SEL-BAD
               MOVE SPACES TO RPT-RECORD
               STRING 'The period on audsel.txt is not valid: '
                   DELIMITED BY SIZE
                   SEL-RECORD DELIMITED BY SIZE
                   INTO RPT-RECORD
               END-STRING
               WRITE RPT-RECORD
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN INPUT AUDIT-FILE
               PERFORM TALLY-AUDIT-LINE
               CLOSE AUDIT-FILE
               PERFORM WRITE-ROLLUP-OR-EMPTY
           END-IF
           CLOSE REPORT-FILE
           STOP RUN.

      *A file with nothing in it is a failure; a period no run of
      *an otherwise good file falls in only a warning.
       WRITE-ROLLUP-OR-EMPTY.
           IF READ-COUNT = 0
               MOVE SPACES TO RPT-RECORD
               STRING 'Audit trail ' DELIMITED BY SIZE
                   AUD-FNAME DELIMITED BY SPACE
                   ' is missing or empty.' DELIMITED BY SIZE
                   INTO RPT-RECORD
               END-STRING
               WRITE RPT-RECORD
               MOVE 8 TO RETURN-CODE
           ELSE
               IF RUN-COUNT = 0
                   MOVE SPACES TO RPT-RECORD
                   STRING 'No run in ' DELIMITED BY SIZE
                       AUD-FNAME DELIMITED BY SPACE
                       ' falls in the period ' DELIMITED BY SIZE
                       SEL-FROM DELIMITED BY SIZE
                       ' to ' DELIMITED BY SIZE
                       SEL-TO DELIMITED BY SIZE
                       '.' DELIMITED BY SIZE
                       INTO RPT-RECORD
                   END-STRING
                   WRITE RPT-RECORD
                   MOVE 4 TO RETURN-CODE
               ELSE
                   PERFORM WRITE-ROLLUP-REPORT
               END-IF
           END-IF.

      *The period card, when there is one: two dates that must each
      *be eight digits, the first no later than the second, and an
      *optional audit file to read in place of audit.log.  A blank
      *or missing card reports on all history.
       READ-PERIOD-CARD.
           MOVE SPACES TO SEL-RECORD
           OPEN INPUT SELECT-FILE
           READ SELECT-FILE
               AT END MOVE SPACES TO SEL-RECORD
           END-READ
           CLOSE SELECT-FILE
           IF SEL-RECORD NOT = SPACES
               UNSTRING SEL-RECORD DELIMITED BY ALL SPACE
                   INTO SEL-FROM-TOK, SEL-TO-TOK, SEL-FILE-TOK
               END-UNSTRING
               IF SEL-FROM-TOK(1:8) NUMERIC
                   AND SEL-FROM-TOK(9:12) = SPACES
                   AND SEL-TO-TOK(1:8) NUMERIC
                   AND SEL-TO-TOK(9:12) = SPACES
                   MOVE SEL-FROM-TOK(1:8) TO SEL-FROM
                   MOVE SEL-TO-TOK(1:8) TO SEL-TO
                   MOVE 'Y' TO SEL-ASGN
                   IF SEL-FROM > SEL-TO
                       MOVE 'Y' TO SEL-BAD-ASGN
                   END-IF
                   IF SEL-FILE-TOK NOT = SPACES
                       MOVE SEL-FILE-TOK TO AUD-FNAME
                   END-IF
               ELSE
                   MOVE 'Y' TO SEL-BAD-ASGN
               END-IF
           END-IF.

      *One pass over the whole log, tallying each record into the
      *reason, rule, size and top-population tables.
       TALLY-AUDIT-LINE.
                   AT END MOVE 'Y' TO AUD-EOF-ASGN
               END-READ
               IF NOT AUD-EOF
                   ADD 1 TO READ-COUNT
                   PERFORM CHECK-IN-PERIOD
                   IF IN-PERIOD
                       ADD 1 TO RUN-COUNT
                       ADD AUD-RAN TO RAN-TOTAL
                       PERFORM TALLY-REASON
                       PERFORM TALLY-RULE
                       PERFORM TALLY-SIZE
                       PERFORM TALLY-TOP-POP
                   END-IF
                   GO TO TALLY-AUDIT-LINE
               END-IF
           END-IF.

      *With a period given, a record counts only if it carries a run
      *date inside it.
       CHECK-IN-PERIOD.
           MOVE 'Y' TO IN-PERIOD-ASGN
           IF SEL-EVAL
               IF AUD-DATE NOT NUMERIC
                   MOVE 'N' TO IN-PERIOD-ASGN
               ELSE
                   IF AUD-DATE < SEL-FROM OR AUD-DATE > SEL-TO
                       MOVE 'N' TO IN-PERIOD-ASGN
                   END-IF
               END-IF
           END-IF.

      *Find the record's reason in the table (adding it on first
      *sight) and bump its count.  A 101st distinct reason is
      *folded into the last bucket rather than lost.
       WRITE-ROLLUP-REPORT.
           MOVE 'Audit trail rollup' TO RPT-RECORD
           WRITE RPT-RECORD
           IF SEL-EVAL
               MOVE SPACES TO RPT-RECORD
               STRING 'Period: ' DELIMITED BY SIZE
                   SEL-FROM DELIMITED BY SIZE
                   ' to ' DELIMITED BY SIZE
                   SEL-TO DELIMITED BY SIZE
                   ', from ' DELIMITED BY SIZE
                   AUD-FNAME DELIMITED BY SPACE
                   INTO RPT-RECORD
               END-STRING
               WRITE RPT-RECORD
           END-IF
           MOVE RUN-COUNT TO RPT-N-D
           PERFORM TRIM-RPT-N
           MOVE SPACES TO RPT-RECORD
