      *Cobol program to close a period of the audit trail.  audit.log
      *only ever grows; at each period end this utility takes the
      *cut-off date off the first line of audclose.txt (YYYYMMDD),
      *moves every record of a run that started on or before it to
      *the dated archive audit || cut-off || '.log' (added to, if a
      *close for the same date has already been run), and leaves
      *the records of the open period in audit.log.  Records from
      *before runs were dated belong to no open period and go to
      *the archive with the rest.  The split is made through the
      *scratch file audclose.tmp, and the control report in
      *closerpt.txt gives, for the original file, the archive, the
      *rewritten audit.log and archive plus remainder, the record
      *count, the generations computed and a hash total of every
      *numeric field, so the close can be seen to have lost and
      *gained nothing.  RETURN-CODE is 0 on a balanced close, 4
      *when no record falls on or before the cut-off (nothing is
      *moved), and 8 when the cut-off is missing or not a date,
      *audit.log is missing or empty, or the totals do not balance.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDIT-CLOSE.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CLOSE-CARD ASSIGN TO 'audclose.txt'
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO 'audit.log'
             ORGANIZATION IS LINE SEQUENTIAL.
      *OPTIONAL: the first close for a date creates its archive, a
      *second one adds to it.
           SELECT OPTIONAL ARCHIVE-FILE ASSIGN TO DYNAMIC ARC-NAME
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HOLD-FILE ASSIGN TO 'audclose.tmp'
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO 'closerpt.txt'
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CLOSE-CARD.
       01 CARD-RECORD PIC X(200).
      *The same fixed layout WRITE-AUDIT-LINE in the simulator
      *produces, field for field.
       FD AUDIT-FILE.
       01 AUDIT-LINE.
           03 AUD-NAME PIC X(30).
           03 FILLER PIC X.
           03 AUD-GEN PIC 9(5).
           03 FILLER PIC X.
           03 AUD-ROW PIC 9(3).
           03 FILLER PIC X.
           03 AUD-COLM PIC 9(3).
           03 FILLER PIC X.
           03 AUD-RULE PIC X(20).
           03 FILLER PIC X.
           03 AUD-WRAP PIC X.
           03 FILLER PIC X.
           03 AUD-RESTART PIC X.
           03 FILLER PIC X.
           03 AUD-REASON PIC X(44).
           03 FILLER PIC X.
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
       01 AUDIT-TEXT PIC X(200).
       FD ARCHIVE-FILE.
       01 ARC-RECORD PIC X(200).
       FD HOLD-FILE.
       01 HOLD-RECORD PIC X(200).
      *One line of the control totals.
       FD REPORT-FILE.
       01 RPT-RECORD.
           03 RPT-LABEL PIC X(30).
           03 FILLER PIC X.
           03 RPT-RECS PIC X(7).
           03 FILLER PIC X(2).
           03 RPT-GENS PIC X(12).
           03 FILLER PIC X(2).
           03 RPT-HASH PIC X(15).
           03 FILLER PIC X(21).

       WORKING-STORAGE SECTION.
       01 AUD-EOF-ASGN PIC X VALUE 'N'.
           88 AUD-EOF VALUE 'Y'.
       01 HOLD-EOF-ASGN PIC X VALUE 'N'.
           88 HOLD-EOF VALUE 'Y'.
       01 CUT-OK-ASGN PIC X VALUE 'N'.
           88 CUT-OK VALUE 'Y'.
       01 CLOSED-ASGN PIC X VALUE 'N'.
           88 CLOSED-EVAL VALUE 'Y'.

      *The cut-off off the card, and the parts of it checked for a
      *plausible date.
       01 CUT-TOK PIC X(20) VALUE SPACES.
       01 CUT-DATE PIC 9(8) VALUE ZERO.
       01 CUT-PARTS REDEFINES CUT-DATE.
           03 CUT-YEAR PIC 9(4).
           03 CUT-MONTH PIC 9(2).
           03 CUT-DAY PIC 9(2).
       01 ARC-NAME PIC X(90) VALUE SPACES.

      *Control totals: record count, generations computed and hash
      *total, for the original file, the records archived and the
      *records left in the rewritten audit.log.  REC-HASH is one
      *record's share of the hash.
       01 ORG-RECS PIC 9(7) VALUE ZERO.
       01 ORG-GENS PIC 9(12) VALUE ZERO.
       01 ORG-HASH PIC 9(15) VALUE ZERO.
       01 ORG-CLOSED PIC 9(7) VALUE ZERO.
       01 ARC-RECS PIC 9(7) VALUE ZERO.
       01 ARC-GENS PIC 9(12) VALUE ZERO.
       01 ARC-HASH PIC 9(15) VALUE ZERO.
       01 REM-RECS PIC 9(7) VALUE ZERO.
       01 REM-GENS PIC 9(12) VALUE ZERO.
       01 REM-HASH PIC 9(15) VALUE ZERO.
       01 SUM-RECS PIC 9(7) VALUE ZERO.
       01 SUM-GENS PIC 9(12) VALUE ZERO.
       01 SUM-HASH PIC 9(15) VALUE ZERO.
       01 REC-HASH PIC 9(15) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           OPEN OUTPUT REPORT-FILE
           PERFORM READ-CUTOFF-CARD
           IF NOT CUT-OK
               MOVE SPACES TO RPT-RECORD
               STRING 'The cut-off date on audclose.txt is missing or '
                   DELIMITED BY SIZE
                   'not a date: ' DELIMITED BY SIZE
                   CUT-TOK DELIMITED BY SPACE
                   INTO RPT-RECORD
               END-STRING
               WRITE RPT-RECORD
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'N' TO AUD-EOF-ASGN
               OPEN INPUT AUDIT-FILE
               PERFORM TOTAL-ORIGINAL-LINE
               CLOSE AUDIT-FILE
               IF ORG-RECS = 0
                   MOVE 'Audit trail audit.log is missing or empty.'
                       TO RPT-RECORD
                   WRITE RPT-RECORD
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF ORG-CLOSED = 0
                       MOVE SPACES TO RPT-RECORD
                       STRING 'No record in audit.log falls on or '
                           DELIMITED BY SIZE
                           'before ' DELIMITED BY SIZE
                           CUT-DATE DELIMITED BY SIZE
                           ' - nothing closed.' DELIMITED BY SIZE
                           INTO RPT-RECORD
                       END-STRING
                       WRITE RPT-RECORD
                       MOVE 4 TO RETURN-CODE
                   ELSE
                       PERFORM CLOSE-PERIOD
                   END-IF
               END-IF
           END-IF
           CLOSE REPORT-FILE
           STOP RUN.

      *The cut-off must be eight digits making a month 01 to 12 and
      *a day 01 to 31.
       READ-CUTOFF-CARD.
           MOVE SPACES TO CARD-RECORD
           OPEN INPUT CLOSE-CARD
           READ CLOSE-CARD
               AT END MOVE SPACES TO CARD-RECORD
           END-READ
           CLOSE CLOSE-CARD
           MOVE SPACES TO CUT-TOK
           UNSTRING CARD-RECORD DELIMITED BY ALL SPACE
               INTO CUT-TOK
           END-UNSTRING
           IF CUT-TOK(1:8) NUMERIC AND CUT-TOK(9:12) = SPACES
               MOVE CUT-TOK(1:8) TO CUT-DATE
               IF CUT-MONTH >= 1 AND CUT-MONTH <= 12
                   AND CUT-DAY >= 1 AND CUT-DAY <= 31
                   MOVE 'Y' TO CUT-OK-ASGN
               END-IF
           END-IF.

      *Split the file, put the open period back, total what is left
      *and report.
       CLOSE-PERIOD.
           MOVE SPACES TO ARC-NAME
           STRING 'audit' DELIMITED BY SIZE
               CUT-DATE DELIMITED BY SIZE
               '.log' DELIMITED BY SIZE
               INTO ARC-NAME
           END-STRING
           MOVE 'N' TO AUD-EOF-ASGN
           OPEN INPUT AUDIT-FILE
           OPEN EXTEND ARCHIVE-FILE
           OPEN OUTPUT HOLD-FILE
           PERFORM SPLIT-AUDIT-LINE
           CLOSE AUDIT-FILE ARCHIVE-FILE HOLD-FILE
           MOVE 'N' TO HOLD-EOF-ASGN
           OPEN INPUT HOLD-FILE
           OPEN OUTPUT AUDIT-FILE
           PERFORM RESTORE-OPEN-LINE
           CLOSE HOLD-FILE AUDIT-FILE
           MOVE 'N' TO AUD-EOF-ASGN
           OPEN INPUT AUDIT-FILE
           PERFORM TOTAL-REMAINING-LINE
           CLOSE AUDIT-FILE
           ADD ARC-RECS REM-RECS GIVING SUM-RECS
           ADD ARC-GENS REM-GENS GIVING SUM-GENS
           ADD ARC-HASH REM-HASH GIVING SUM-HASH
           PERFORM WRITE-CLOSE-REPORT.

      *First pass: the original file's totals, and how many of its
      *records the cut-off closes.
       TOTAL-ORIGINAL-LINE.
           IF NOT AUD-EOF
               READ AUDIT-FILE
                   AT END MOVE 'Y' TO AUD-EOF-ASGN
               END-READ
               IF NOT AUD-EOF
                   PERFORM HASH-AUDIT-LINE
                   ADD 1 TO ORG-RECS
                   ADD AUD-RAN TO ORG-GENS
                   ADD REC-HASH TO ORG-HASH
                   PERFORM CHECK-CLOSED
                   IF CLOSED-EVAL
                       ADD 1 TO ORG-CLOSED
                   END-IF
                   GO TO TOTAL-ORIGINAL-LINE
               END-IF
           END-IF.

      *Second pass: closed records to the archive, open ones to the
      *scratch file, the archive's totals kept as they go.
       SPLIT-AUDIT-LINE.
           IF NOT AUD-EOF
               READ AUDIT-FILE
                   AT END MOVE 'Y' TO AUD-EOF-ASGN
               END-READ
               IF NOT AUD-EOF
                   PERFORM CHECK-CLOSED
                   IF CLOSED-EVAL
                       PERFORM HASH-AUDIT-LINE
                       ADD 1 TO ARC-RECS
                       ADD AUD-RAN TO ARC-GENS
                       ADD REC-HASH TO ARC-HASH
                       MOVE AUDIT-TEXT TO ARC-RECORD
                       WRITE ARC-RECORD
                   ELSE
                       MOVE AUDIT-TEXT TO HOLD-RECORD
                       WRITE HOLD-RECORD
                   END-IF
                   GO TO SPLIT-AUDIT-LINE
               END-IF
           END-IF.

       RESTORE-OPEN-LINE.
           IF NOT HOLD-EOF
               READ HOLD-FILE
                   AT END MOVE 'Y' TO HOLD-EOF-ASGN
               END-READ
               IF NOT HOLD-EOF
                   MOVE HOLD-RECORD TO AUDIT-TEXT
                   WRITE AUDIT-TEXT
                   GO TO RESTORE-OPEN-LINE
               END-IF
           END-IF.

      *Last pass: the rewritten audit.log's own totals, read back
      *off the file rather than carried over from the split.
       TOTAL-REMAINING-LINE.
           IF NOT AUD-EOF
               READ AUDIT-FILE
                   AT END MOVE 'Y' TO AUD-EOF-ASGN
               END-READ
               IF NOT AUD-EOF
                   PERFORM HASH-AUDIT-LINE
                   ADD 1 TO REM-RECS
                   ADD AUD-RAN TO REM-GENS
                   ADD REC-HASH TO REM-HASH
                   GO TO TOTAL-REMAINING-LINE
               END-IF
           END-IF.

      *A record is closed when its run started on or before the
      *cut-off, or when it was written before runs carried a date.
       CHECK-CLOSED.
           MOVE 'N' TO CLOSED-ASGN
           IF AUD-DATE NOT NUMERIC
               MOVE 'Y' TO CLOSED-ASGN
           ELSE
               IF AUD-DATE = ZERO OR AUD-DATE <= CUT-DATE
                   MOVE 'Y' TO CLOSED-ASGN
               END-IF
           END-IF.

      *One record's share of the hash total: the sum of its numeric
      *fields, meaningless in itself but changed by any record lost,
      *gained or altered on the way through.
       HASH-AUDIT-LINE.
           MOVE ZERO TO REC-HASH
           IF AUD-GEN NUMERIC
               ADD AUD-GEN TO REC-HASH
           END-IF
           IF AUD-ROW NUMERIC
               ADD AUD-ROW TO REC-HASH
           END-IF
           IF AUD-COLM NUMERIC
               ADD AUD-COLM TO REC-HASH
           END-IF
           IF AUD-POP NUMERIC
               ADD AUD-POP TO REC-HASH
           END-IF
           IF AUD-RAN NUMERIC
               ADD AUD-RAN TO REC-HASH
           END-IF
           IF AUD-DATE NUMERIC
               ADD AUD-DATE TO REC-HASH
           END-IF
           IF AUD-START NUMERIC
               ADD AUD-START TO REC-HASH
           END-IF
           IF AUD-END NUMERIC
               ADD AUD-END TO REC-HASH
           END-IF
           IF AUD-JOBSEQ NUMERIC
               ADD AUD-JOBSEQ TO REC-HASH
           END-IF.

       WRITE-CLOSE-REPORT.
           MOVE SPACES TO RPT-RECORD
           STRING 'Audit close at cut-off ' DELIMITED BY SIZE
               CUT-DATE DELIMITED BY SIZE
               ', archive ' DELIMITED BY SIZE
               ARC-NAME DELIMITED BY SPACE
               INTO RPT-RECORD
           END-STRING
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           MOVE 'RECORDS' TO RPT-RECS
           MOVE 'GENERATIONS' TO RPT-GENS
           MOVE 'HASH TOTAL' TO RPT-HASH
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           MOVE 'Original audit.log' TO RPT-LABEL
           MOVE ORG-RECS TO RPT-RECS
           MOVE ORG-GENS TO RPT-GENS
           MOVE ORG-HASH TO RPT-HASH
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           MOVE 'Archived' TO RPT-LABEL
           MOVE ARC-RECS TO RPT-RECS
           MOVE ARC-GENS TO RPT-GENS
           MOVE ARC-HASH TO RPT-HASH
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           MOVE 'Left in audit.log' TO RPT-LABEL
           MOVE REM-RECS TO RPT-RECS
           MOVE REM-GENS TO RPT-GENS
           MOVE REM-HASH TO RPT-HASH
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           MOVE 'Archived plus left' TO RPT-LABEL
           MOVE SUM-RECS TO RPT-RECS
           MOVE SUM-GENS TO RPT-GENS
           MOVE SUM-HASH TO RPT-HASH
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           IF SUM-RECS = ORG-RECS AND SUM-GENS = ORG-GENS
               AND SUM-HASH = ORG-HASH
               MOVE 'Control totals balance.' TO RPT-RECORD
               WRITE RPT-RECORD
           ELSE
               MOVE SPACES TO RPT-RECORD
               STRING 'Control totals DO NOT balance - check '
                   DELIMITED BY SIZE
                   'audit.log and the archive against audclose.tmp.'
                   DELIMITED BY SIZE
                   INTO RPT-RECORD
               END-STRING
               WRITE RPT-RECORD
               MOVE 8 TO RETURN-CODE
           END-IF.
