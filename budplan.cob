      *Cobol program to forecast what tonight's run queue will cost
      *in generations before the batch window opens, so the BUDGET
      *line at the head of input.txt can be set from experience
      *instead of guessed.  Every definition in input.txt is decoded
      *the way the simulator will decode it (a '!name' profile out of
      *lifesite.cfg applied, a rule sweep split into its NAME-nn
      *legs) and looked up in audit.log for like runs: the same
      *starting source - library entry, RLE file, or soup density -
      *with the same rule, the same ROW x COLM board and the same
      *wrap.  Only runs
      *that came to a natural end count as history (still life,
      *oscillator, watch target, GEN exhausted); restarts, cached,
      *budget-halted and rejected runs say nothing about what a
      *fresh run costs.  Each like run is projected onto tonight's
      *GEN - one that settled within it stops where it stopped, any
      *other runs the full GEN - and the definition is costed at the
      *average, rounded up.  When most of its like runs settled, the
      *forecast says it will probably stop early and on what.  A
      *definition with no history (a typed grid or placement list
      *has none, nor do runs logged before the audit trail recorded
      *the starting source) is costed at its full GEN and flagged
      *UNKNOWN; a restart costs what is left after its checkpoint,
      *and a definition the simulator will reject costs nothing.
      *An unwatched library or RLE run with a like run of the same
      *GEN (or one that settled within tonight's GEN) behind it is
      *expected to be answered by the run history and costs nothing
      *either; a soup is never costed that way, as its density does
      *not say which grid the seed will grow.
      *The forecast in budrpt.txt lists each run's estimate and the
      *running total, marks the run in which the budget would give
      *out, and recommends a BUDGET figure - the total plus a tenth
      *for headroom, rounded up to the next hundred.  The budget
      *tested is the figure on budplan.txt when that card is given,
      *otherwise the queue's own BUDGET line.  RETURN-CODE is 0 when
      *the budget tested covers the queue (or none is given), 4 when
      *it would give out before the queue is through, and 8 when
      *budplan.txt is malformed or input.txt holds no definitions.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGET-PLAN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PLAN-CARD ASSIGN TO 'budplan.txt'
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL QUEUE-FILE ASSIGN TO 'input.txt'
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CONFIG-FILE ASSIGN TO 'lifesite.cfg'
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO 'audit.log'
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CHECKPOINT-FILE ASSIGN TO DYNAMIC CHK-NAME
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SWEEP-LIST-FILE ASSIGN TO DYNAMIC SWEEP-LNAME
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO 'budrpt.txt'
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD PLAN-CARD.
       01 CARD-RECORD PIC X(200).
       FD QUEUE-FILE.
       01 QUEUE-RECORD PIC X(200).
       FD CONFIG-FILE.
       01 CFG-RECORD PIC X(200).
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
       FD CHECKPOINT-FILE.
       01 CHK-RECORD PIC X(200).
       FD SWEEP-LIST-FILE.
       01 SWEEP-LIST-RECORD PIC X(200).
       FD REPORT-FILE.
       01 RPT-RECORD PIC X(160).

       WORKING-STORAGE SECTION.
       01 CARD-EOF-ASGN PIC X VALUE 'N'.
           88 CARD-EOF VALUE 'Y'.
       01 QUEUE-EOF-ASGN PIC X VALUE 'N'.
           88 QUEUE-EOF VALUE 'Y'.
       01 QUEUE-CUT-ASGN PIC X VALUE 'N'.
           88 QUEUE-CUT VALUE 'Y'.
       01 CUT-LINES PIC 9(7) VALUE ZERO.
       01 CFG-EOF-ASGN PIC X VALUE 'N'.
           88 CFG-EOF VALUE 'Y'.
       01 AUD-EOF-ASGN PIC X VALUE 'N'.
           88 AUD-EOF VALUE 'Y'.
       01 CHK-EOF-ASGN PIC X VALUE 'N'.
           88 CHK-EOF VALUE 'Y'.
       01 BAD-ASGN PIC X VALUE 'N'.
           88 BAD-INPUT VALUE 'Y'.
       01 CHK-NAME PIC X(90) VALUE SPACES.
       01 SWEEP-LNAME PIC X(90) VALUE SPACES.

      *The budget being tested: the card's figure, else the queue's
      *BUDGET line, else none.  The simulator arms a BUDGET line
      *where it stands, so the queue's own covers only the runs
      *after it - BUDGET-AT is the number of plan entries ahead of
      *it, and SPENT what the covered runs are estimated to use.
      *The card's figure is tried against the whole queue.
       01 TEST-ASGN PIC X VALUE 'N'.
           88 TEST-EVAL VALUE 'Y'.
       01 TEST-BUDGET PIC 9(9) VALUE ZERO.
       01 TEST-FROM PIC X(20) VALUE SPACES.
       01 QUEUE-BUDGET-ASGN PIC X VALUE 'N'.
           88 QUEUE-BUDGET-HAVE VALUE 'Y'.
       01 QUEUE-BUDGET PIC 9(9) VALUE ZERO.
       01 QUEUE-BUDGET-AT PIC 9(3) VALUE ZERO.
       01 BUDGET-AT PIC 9(3) VALUE ZERO.
       01 SPENT PIC 9(9) VALUE ZERO.
       01 BUDGET-JUNK PIC X(20) VALUE SPACES.
       01 BUDGET-TOK PIC X(20) VALUE SPACES.

      *One definition as it is read off input.txt: its NAME, then
      *its GEN line, option line and (for a soup) the density/seed
      *line, up to ENDRUN.  DEF-STEP counts the lines taken so far.
       01 DEF-IN-ASGN PIC X VALUE 'N'.
           88 DEF-IN VALUE 'Y'.
       01 DEF-STEP PIC 9(5) VALUE ZERO.
       01 DEF-NAME PIC X(30) VALUE SPACES.
       01 DEF-GEN-LINE PIC X(200) VALUE SPACES.
       01 DEF-OPT-LINE PIC X(200) VALUE SPACES.
       01 DEF-SOUP-LINE PIC X(200) VALUE SPACES.
       01 DEF-BAD-ASGN PIC X VALUE 'N'.
           88 DEF-BAD VALUE 'Y'.
       01 DEF-NOTE PIC X(30) VALUE SPACES.
       01 DEF-SOURCE PIC X(30) VALUE SPACES.

      *Site configuration - the profile lines the simulator reads.
       01 CFG-KEY PIC X(10) VALUE SPACES.
       01 PROF-TBL.
           03 PROF-ENT OCCURS 20 TIMES.
               05 PROF-NAME PIC X(30).
               05 PROF-WRAP PIC X.
               05 PROF-RULE PIC X(20).
               05 PROF-RESTART PIC X.
       01 PROF-COUNT PIC 9(3) VALUE ZERO.
       01 PROF-TOK PIC X(31) VALUE SPACES.
       01 PROF-JUNK PIC X(20) VALUE SPACES.
       01 PROF-WANT PIC X(30) VALUE SPACES.
       01 PROF-HIT PIC 9(3) VALUE ZERO.
       01 PROF-I PIC 9(3) VALUE ZERO.
       01 PROF-MISS-ASGN PIC X VALUE 'N'.
           88 PROF-MISS VALUE 'Y'.
       01 RUN-PROF PIC X(31) VALUE SPACES.
       01 OVR-WRAP PIC X VALUE SPACE.
       01 OVR-RULE PIC X(20) VALUE SPACES.
       01 OVR-PAT PIC X(30) VALUE SPACES.
       01 OVR-RESTART PIC X VALUE SPACE.

      *The decoded options.
       01 GEN PIC 9(5) VALUE ZERO.
       01 ROW PIC 9(3) VALUE ZERO.
       01 COLM PIC 9(3) VALUE ZERO.
       01 GEN-TOK PIC X(20) VALUE SPACES.
       01 ROW-TOK PIC X(20) VALUE SPACES.
       01 COLM-TOK PIC X(20) VALUE SPACES.
       01 WRAP-ASGN PIC X VALUE 'N'.
       01 RULE-ASGN PIC X(20) VALUE 'B3/S23'.
       01 PATTERN-NAME PIC X(30) VALUE SPACES.
       01 RESTART-ASGN PIC X VALUE 'N'.
           88 RESTART-EVAL VALUE 'Y'.
       01 WATCH-NAME PIC X(30) VALUE SPACES.
       01 OVR-JUNK PIC X(30) VALUE SPACES.
       01 SOUP-DTOK PIC X(20) VALUE SPACES.
       01 SOUP-DENSITY PIC 9(3) VALUE ZERO.
       01 CHK-GEN PIC 9(5) VALUE ZERO.
       01 CHK-ROW PIC 9(3) VALUE ZERO.
       01 CHK-COLM PIC 9(3) VALUE ZERO.

      *A rule sweep, split into its rules the way the simulator
      *splits it.
       01 SWEEP-ASGN PIC X VALUE 'N'.
           88 SWEEP-EVAL VALUE 'Y'.
       01 SWEEP-OVER-ASGN PIC X VALUE 'N'.
           88 SWEEP-OVER VALUE 'Y'.
       01 SWEEP-EOF-ASGN PIC X VALUE 'N'.
           88 SWEEP-EOF VALUE 'Y'.
       01 SWEEP-TEXT PIC X(200) VALUE SPACES.
       01 SWEEP-TOK PIC X(20) VALUE SPACES.
       01 SWEEP-PTR PIC 9(3) VALUE ZERO.
       01 SWEEP-COMMAS PIC 9(3) VALUE ZERO.
       01 SWEEP-TBL.
           03 SWEEP-RULE PIC X(20) OCCURS 20 TIMES.
       01 SWEEP-COUNT PIC 9(2) VALUE ZERO.
       01 SWEEP-LEG PIC 9(2) VALUE ZERO.

      *The plan: one entry per run the simulator will make, in queue
      *order (a sweep contributes one per leg).  PLN-STATE is 'N' for
      *a run costed from its history, 'R' for a restart costed from
      *its checkpoint and 'X' for one the simulator will reject.  The
      *history tallies: like runs found, their projected cost summed,
      *and how many of them settled within tonight's GEN - on a
      *still life, on an oscillator, or in all - and how many would
      *let the run history stand in for the run (PLN-FRESH), which
      *only an unwatched library or RLE run can use.
       01 PLN-TBL.
           03 PLN-ENT OCCURS 500 TIMES.
               05 PLN-NAME PIC X(30).
               05 PLN-GEN PIC 9(5).
               05 PLN-ROW PIC 9(3).
               05 PLN-COLM PIC 9(3).
               05 PLN-RULE PIC X(20).
               05 PLN-SOURCE PIC X(30).
               05 PLN-WRAP PIC X.
               05 PLN-WATCH PIC X.
               05 PLN-STATE PIC X.
               05 PLN-CHKGEN PIC 9(5).
               05 PLN-NOTE PIC X(30).
               05 PLN-HITS PIC 9(5).
               05 PLN-SUM PIC 9(11).
               05 PLN-EARLY PIC 9(5).
               05 PLN-STILL PIC 9(5).
               05 PLN-OSC PIC 9(5).
               05 PLN-FRESH PIC 9(5).
               05 PLN-EST PIC 9(7).
       01 PLN-COUNT PIC 9(3) VALUE ZERO.
       01 PLN-MAX PIC 9(3) VALUE 500.
       01 PLN-FULL-ASGN PIC X VALUE 'N'.
           88 PLN-FULL VALUE 'Y'.
       01 P PIC 9(3) VALUE ZERO.

      *An audit record as history: how it ended ('S' still life, 'O'
      *oscillator, 'T' watch target, 'F' GEN exhausted, space for a
      *record that is no use).
       01 HIST-END PIC X VALUE SPACE.
       01 HIST-WRAP PIC X VALUE SPACE.
       01 HIST-READ PIC 9(7) VALUE ZERO.
       01 HIST-USED PIC 9(7) VALUE ZERO.

      *Totals.
       01 CUM-EST PIC 9(9) VALUE ZERO.
       01 UNKNOWN-COUNT PIC 9(5) VALUE ZERO.
       01 UNKNOWN-GENS PIC 9(9) VALUE ZERO.
       01 EARLY-COUNT PIC 9(5) VALUE ZERO.
       01 REC-BUDGET PIC 9(10) VALUE ZERO.
       01 REC-QUOT PIC 9(10) VALUE ZERO.
       01 OUT-ASGN PIC X VALUE 'N'.
           88 OUT-FOUND VALUE 'Y'.
       01 OUT-NAME PIC X(30) VALUE SPACES.

      *One forecast line.
       01 DET-LINE.
           03 DET-NAME PIC X(30).
           03 FILLER PIC X.
           03 DET-GEN PIC X(5).
           03 FILLER PIC X.
           03 DET-RULE PIC X(20).
           03 FILLER PIC X.
           03 DET-SIZE PIC X(7).
           03 FILLER PIC X.
           03 DET-SOURCE PIC X(20).
           03 FILLER PIC X.
           03 DET-HITS PIC X(5).
           03 FILLER PIC X.
           03 DET-EST PIC X(9).
           03 FILLER PIC X.
           03 DET-CUM PIC X(9).
           03 FILLER PIC X.
           03 DET-OUTLOOK PIC X(45).
       01 DET-GEN-ED PIC ZZZZ9.
       01 DET-HITS-ED PIC ZZZZ9.
       01 DET-EST-ED PIC ZZZZZZZZ9.
       01 DET-CUM-ED PIC ZZZZZZZZ9.

      *A left-justified token digit-scanned; any character that is
      *not a digit marks the token bad.
       01 TOK-TEXT PIC X(20) VALUE SPACES.
       01 TOK-VAL PIC 9(9) VALUE ZERO.
       01 TOK-DIGITS PIC 9(3) VALUE ZERO.
       01 TOK-POS PIC 9(3) VALUE ZERO.
       01 TOK-CH PIC X VALUE SPACE.
       01 TOK-DIGIT PIC 9 VALUE ZERO.
       01 TOK-BAD-ASGN PIC X VALUE 'N'.
           88 TOK-BAD VALUE 'Y'.
       01 TOK-TRAIL PIC 9(3) VALUE ZERO.
       01 TOK-LEN PIC 9(3) VALUE ZERO.

      *Scratch variables for the leading-zero trim on a number going
      *into a line.
       01 RPT-PTR PIC 9(3) VALUE 1.
       01 NUM-V PIC 9(10) VALUE ZERO.
       01 NUM-D PIC X(10) VALUE SPACES.
       01 NUM-A PIC 9(2) VALUE ZERO.
       01 NUM-B PIC 9(2) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           OPEN OUTPUT REPORT-FILE
           PERFORM READ-SITE-CONFIG
           PERFORM READ-PLAN-CARD
           IF NOT BAD-INPUT
               PERFORM LOAD-PLAN
               IF PLN-COUNT = 0
                   MOVE SPACES TO RPT-RECORD
                   STRING 'Run queue input.txt is missing or holds no '
                       DELIMITED BY SIZE
                       'definitions.' DELIMITED BY SIZE
                       INTO RPT-RECORD
                   END-STRING
                   WRITE RPT-RECORD
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF NOT TEST-EVAL AND QUEUE-BUDGET-HAVE
                       MOVE 'Y' TO TEST-ASGN
                       MOVE QUEUE-BUDGET TO TEST-BUDGET
                       MOVE QUEUE-BUDGET-AT TO BUDGET-AT
                       MOVE 'input.txt' TO TEST-FROM
                   END-IF
                   PERFORM SCAN-HISTORY
                   MOVE 1 TO P
                   PERFORM COST-PLAN-ENTRY
                   PERFORM WRITE-FORECAST
               END-IF
           END-IF
           CLOSE REPORT-FILE
           STOP RUN.

       READ-SITE-CONFIG.
           MOVE 'N' TO CFG-EOF-ASGN
           OPEN INPUT CONFIG-FILE
           PERFORM READ-SITE-CONFIG-LINE
           CLOSE CONFIG-FILE.

       READ-SITE-CONFIG-LINE.
           IF NOT CFG-EOF
               READ CONFIG-FILE
                   AT END MOVE 'Y' TO CFG-EOF-ASGN
               END-READ
               IF NOT CFG-EOF
                   MOVE SPACES TO CFG-KEY
                   UNSTRING CFG-RECORD DELIMITED BY SPACE
                       INTO CFG-KEY
                   END-UNSTRING
                   IF CFG-KEY = 'PROFILE' AND PROF-COUNT < 20
                       ADD 1 TO PROF-COUNT
                       UNSTRING CFG-RECORD DELIMITED BY SPACE
                           INTO CFG-KEY, PROF-NAME(PROF-COUNT),
                               PROF-WRAP(PROF-COUNT),
                               PROF-RULE(PROF-COUNT),
                               PROF-RESTART(PROF-COUNT)
                       END-UNSTRING
                   END-IF
                   GO TO READ-SITE-CONFIG-LINE
               END-IF
           END-IF.

      *An optional budplan.txt whose first token is the budget to
      *test; no card, or a blank one, tests the queue's own.
       READ-PLAN-CARD.
           OPEN INPUT PLAN-CARD
           READ PLAN-CARD
               AT END MOVE 'Y' TO CARD-EOF-ASGN
           END-READ
           CLOSE PLAN-CARD
           IF NOT CARD-EOF AND CARD-RECORD NOT = SPACES
               MOVE SPACES TO BUDGET-TOK
               UNSTRING CARD-RECORD DELIMITED BY ALL SPACE
                   INTO BUDGET-TOK
               END-UNSTRING
               IF BUDGET-TOK = SPACES
                   UNSTRING CARD-RECORD DELIMITED BY ALL SPACE
                       INTO BUDGET-JUNK, BUDGET-TOK
                   END-UNSTRING
               END-IF
               MOVE BUDGET-TOK TO TOK-TEXT
               PERFORM SCAN-TOKEN
               IF TOK-BAD OR TOK-DIGITS = 0 OR TOK-DIGITS > 9
                   MOVE 'Y' TO BAD-ASGN
                   MOVE SPACES TO RPT-RECORD
                   STRING 'budplan.txt must give the budget to test '
                       DELIMITED BY SIZE
                       'as a number of generations, not: '
                       DELIMITED BY SIZE
                       CARD-RECORD DELIMITED BY SIZE
                       INTO RPT-RECORD
                   END-STRING
                   WRITE RPT-RECORD
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE 'Y' TO TEST-ASGN
                   MOVE TOK-VAL TO TEST-BUDGET
                   MOVE 'budplan.txt' TO TEST-FROM
               END-IF
           END-IF.

      *Walk input.txt as the simulator does: outside a definition a
      *blank line ends the queue, a 'BUDGET n' line is the queue's
      *budget and anything else is a NAME opening a definition,
      *which runs to its ENDRUN (or to the end of the file).  What
      *follows a blank line will never run, so it is not planned -
      *only counted, for the note under the forecast.
       LOAD-PLAN.
           OPEN INPUT QUEUE-FILE
           PERFORM READ-QUEUE-LINE
           IF DEF-IN
               PERFORM PLAN-DEFINITION
           END-IF
           IF QUEUE-CUT
               PERFORM COUNT-CUT-LINE
           END-IF
           CLOSE QUEUE-FILE.

       READ-QUEUE-LINE.
           IF NOT QUEUE-EOF AND NOT QUEUE-CUT
               READ QUEUE-FILE
                   AT END MOVE 'Y' TO QUEUE-EOF-ASGN
               END-READ
               IF NOT QUEUE-EOF
                   IF DEF-IN
                       IF QUEUE-RECORD = 'ENDRUN'
                           PERFORM PLAN-DEFINITION
                       ELSE
                           PERFORM KEEP-DEFINITION-LINE
                       END-IF
                   ELSE
                       PERFORM START-DEFINITION
                   END-IF
                   GO TO READ-QUEUE-LINE
               END-IF
           END-IF.

       START-DEFINITION.
           IF QUEUE-RECORD = SPACES
               MOVE 'Y' TO QUEUE-CUT-ASGN
           ELSE
               IF QUEUE-RECORD(1:7) = 'BUDGET '
                   MOVE SPACES TO BUDGET-TOK
                   UNSTRING QUEUE-RECORD DELIMITED BY ALL SPACE
                       INTO BUDGET-JUNK, BUDGET-TOK
                   END-UNSTRING
                   MOVE BUDGET-TOK TO TOK-TEXT
                   PERFORM SCAN-TOKEN
                   MOVE TOK-VAL TO QUEUE-BUDGET
                   MOVE 'Y' TO QUEUE-BUDGET-ASGN
                   MOVE PLN-COUNT TO QUEUE-BUDGET-AT
               ELSE
                   MOVE 'Y' TO DEF-IN-ASGN
                   MOVE 1 TO DEF-STEP
                   MOVE QUEUE-RECORD(1:30) TO DEF-NAME
                   MOVE SPACES TO DEF-GEN-LINE
                   MOVE SPACES TO DEF-OPT-LINE
                   MOVE SPACES TO DEF-SOUP-LINE
               END-IF
           END-IF.

       COUNT-CUT-LINE.
           IF NOT QUEUE-EOF
               READ QUEUE-FILE
                   AT END MOVE 'Y' TO QUEUE-EOF-ASGN
               END-READ
               IF NOT QUEUE-EOF
                   IF QUEUE-RECORD NOT = SPACES
                       ADD 1 TO CUT-LINES
                   END-IF
                   GO TO COUNT-CUT-LINE
               END-IF
           END-IF.

       KEEP-DEFINITION-LINE.
           ADD 1 TO DEF-STEP
           IF DEF-STEP = 2
               MOVE QUEUE-RECORD TO DEF-GEN-LINE
           END-IF
           IF DEF-STEP = 3
               MOVE QUEUE-RECORD TO DEF-OPT-LINE
           END-IF
           IF DEF-STEP = 4
               MOVE QUEUE-RECORD TO DEF-SOUP-LINE
           END-IF.

      *Decode the definition just read and enter the run (or the
      *sweep's legs) it will make into the plan.
       PLAN-DEFINITION.
           MOVE 'N' TO DEF-IN-ASGN
           PERFORM RESET-RUN-STATE
           IF DEF-STEP < 3
               MOVE 'Y' TO DEF-BAD-ASGN
               MOVE 'GEN or option line missing' TO DEF-NOTE
           ELSE
               MOVE SPACES TO GEN-TOK
               UNSTRING DEF-GEN-LINE DELIMITED BY SPACE
                   INTO GEN-TOK
               END-UNSTRING
               MOVE GEN-TOK TO TOK-TEXT
               PERFORM SCAN-TOKEN
               IF TOK-BAD OR TOK-DIGITS = 0 OR TOK-DIGITS > 5
                   MOVE 'Y' TO DEF-BAD-ASGN
                   MOVE 'GEN is not a number' TO DEF-NOTE
               ELSE
                   MOVE TOK-VAL TO GEN
               END-IF
               PERFORM DECODE-OPTION-LINE
           END-IF
           IF DEF-BAD
               MOVE RULE-ASGN TO SWEEP-TOK
               PERFORM ADD-PLAN-ENTRY
           ELSE
               IF SWEEP-EVAL
                   PERFORM PLAN-SWEEP
               ELSE
                   IF RESTART-EVAL
                       PERFORM READ-CHECKPOINT-GEN
                   END-IF
                   MOVE RULE-ASGN TO SWEEP-TOK
                   PERFORM ADD-PLAN-ENTRY
               END-IF
           END-IF.

       RESET-RUN-STATE.
           MOVE 'N' TO DEF-BAD-ASGN
           MOVE SPACES TO DEF-NOTE
           MOVE SPACES TO DEF-SOURCE
           MOVE SPACES TO PATTERN-NAME
           MOVE SPACES TO RULE-ASGN
           MOVE ZERO TO GEN
           MOVE ZERO TO ROW
           MOVE ZERO TO COLM
           MOVE ZERO TO CHK-GEN
           MOVE ZERO TO SOUP-DENSITY
           MOVE 'N' TO WRAP-ASGN
           MOVE 'N' TO RESTART-ASGN
           MOVE SPACES TO WATCH-NAME
           MOVE 'N' TO SWEEP-ASGN
           MOVE ZERO TO SWEEP-COUNT
           MOVE 'N' TO PROF-MISS-ASGN
           MOVE SPACES TO RUN-PROF.

      *The option line decoded exactly as PARSE-OPTION-LINE does,
      *then the starting source named the way the audit trail names
      *it: the library entry, '@file' or '+' as given, '%' and the
      *density for a soup, '-' for typed rows.
       DECODE-OPTION-LINE.
           MOVE SPACES TO PROF-TOK
           UNSTRING DEF-OPT-LINE DELIMITED BY SPACE
               INTO ROW-TOK, COLM-TOK, PROF-TOK
           END-UNSTRING
           IF PROF-TOK(1:1) = '!'
               MOVE PROF-TOK TO RUN-PROF
               PERFORM APPLY-PROFILE
               UNSTRING DEF-OPT-LINE DELIMITED BY SPACE
                   INTO PROF-JUNK, PROF-JUNK, PROF-JUNK, OVR-WRAP,
                       OVR-RULE, OVR-PAT, OVR-RESTART, OVR-JUNK,
                       WATCH-NAME
               END-UNSTRING
               PERFORM APPLY-OPTION-OVERRIDES
           ELSE
               UNSTRING DEF-OPT-LINE DELIMITED BY SPACE
                   INTO PROF-JUNK, PROF-JUNK, WRAP-ASGN, RULE-ASGN,
                       PATTERN-NAME, RESTART-ASGN, OVR-JUNK,
                       WATCH-NAME
               END-UNSTRING
           END-IF
           IF WATCH-NAME = '-'
               MOVE SPACES TO WATCH-NAME
           END-IF
           IF RULE-ASGN = SPACES
               MOVE 'B3/S23' TO RULE-ASGN
           END-IF
           IF PATTERN-NAME = '-'
               MOVE SPACES TO PATTERN-NAME
           END-IF
           MOVE SPACES TO SWEEP-TEXT
           IF RUN-PROF = SPACES
               UNSTRING DEF-OPT-LINE DELIMITED BY SPACE
                   INTO PROF-JUNK, PROF-JUNK, PROF-JUNK, SWEEP-TEXT
               END-UNSTRING
           ELSE
               UNSTRING DEF-OPT-LINE DELIMITED BY SPACE
                   INTO PROF-JUNK, PROF-JUNK, PROF-JUNK, PROF-JUNK,
                       SWEEP-TEXT
               END-UNSTRING
           END-IF
           IF SWEEP-TEXT = SPACES OR SWEEP-TEXT = '-'
               MOVE RULE-ASGN TO SWEEP-TEXT
           END-IF
           MOVE ZERO TO SWEEP-COMMAS
           INSPECT SWEEP-TEXT TALLYING SWEEP-COMMAS FOR ALL ','
           IF SWEEP-COMMAS > 0 OR SWEEP-TEXT(1:1) = '@'
               MOVE 'Y' TO SWEEP-ASGN
               MOVE 'SWEEP' TO RULE-ASGN
           END-IF
           MOVE ROW-TOK TO TOK-TEXT
           PERFORM SCAN-TOKEN
           IF TOK-BAD OR TOK-DIGITS > 3 OR TOK-VAL < 1
               OR TOK-VAL > 200
               MOVE 'Y' TO DEF-BAD-ASGN
               MOVE 'ROW is not 1 to 200' TO DEF-NOTE
           ELSE
               MOVE TOK-VAL TO ROW
           END-IF
           MOVE COLM-TOK TO TOK-TEXT
           PERFORM SCAN-TOKEN
           IF TOK-BAD OR TOK-DIGITS > 3 OR TOK-VAL < 1
               OR TOK-VAL > 200
               MOVE 'Y' TO DEF-BAD-ASGN
               MOVE 'COLM is not 1 to 200' TO DEF-NOTE
           ELSE
               MOVE TOK-VAL TO COLM
           END-IF
           IF PROF-MISS
               MOVE 'Y' TO DEF-BAD-ASGN
               MOVE 'run profile not found' TO DEF-NOTE
           END-IF
           IF PATTERN-NAME = SPACES
               MOVE '-' TO DEF-SOURCE
           ELSE
               IF PATTERN-NAME = '%'
                   MOVE SPACES TO SOUP-DTOK
                   UNSTRING DEF-SOUP-LINE DELIMITED BY SPACE
                       INTO SOUP-DTOK
                   END-UNSTRING
                   MOVE SOUP-DTOK TO TOK-TEXT
                   PERFORM SCAN-TOKEN
                   IF TOK-BAD OR TOK-DIGITS = 0 OR TOK-DIGITS > 3
                       OR TOK-VAL > 100
                       MOVE 'Y' TO DEF-BAD-ASGN
                       MOVE 'soup density is not 0 to 100'
                           TO DEF-NOTE
                   ELSE
                       MOVE TOK-VAL TO SOUP-DENSITY
                   END-IF
                   STRING '%' DELIMITED BY SIZE
                       SOUP-DENSITY DELIMITED BY SIZE
                       INTO DEF-SOURCE
                   END-STRING
               ELSE
                   MOVE PATTERN-NAME TO DEF-SOURCE
               END-IF
           END-IF.

      *Same profile lookup and override order as the simulator, for
      *the options a forecast needs.
       APPLY-PROFILE.
           MOVE PROF-TOK(2:30) TO PROF-WANT
           MOVE ZERO TO PROF-HIT
           MOVE 1 TO PROF-I
           PERFORM FIND-PROFILE
           MOVE 1 TO PROF-I
           IF PROF-HIT = 0
               MOVE 'Y' TO PROF-MISS-ASGN
           ELSE
               IF PROF-WRAP(PROF-HIT) NOT = SPACE
                   MOVE PROF-WRAP(PROF-HIT) TO WRAP-ASGN
               END-IF
               IF PROF-RULE(PROF-HIT) NOT = SPACES
                   MOVE PROF-RULE(PROF-HIT) TO RULE-ASGN
               END-IF
               IF PROF-RESTART(PROF-HIT) NOT = SPACE
                   MOVE PROF-RESTART(PROF-HIT) TO RESTART-ASGN
               END-IF
           END-IF.

       FIND-PROFILE.
           IF PROF-I <= PROF-COUNT AND PROF-HIT = 0
               IF PROF-NAME(PROF-I) = PROF-WANT
                   MOVE PROF-I TO PROF-HIT
               END-IF
               ADD 1 TO PROF-I
               GO TO FIND-PROFILE
           END-IF.

       APPLY-OPTION-OVERRIDES.
           IF OVR-WRAP NOT = SPACE AND OVR-WRAP NOT = '-'
               MOVE OVR-WRAP TO WRAP-ASGN
           END-IF
           IF OVR-RULE NOT = SPACES AND OVR-RULE NOT = '-'
               MOVE OVR-RULE TO RULE-ASGN
           END-IF
           IF OVR-PAT NOT = SPACES AND OVR-PAT NOT = '-'
               MOVE OVR-PAT TO PATTERN-NAME
           END-IF
           IF OVR-RESTART NOT = SPACE AND OVR-RESTART NOT = '-'
               MOVE OVR-RESTART TO RESTART-ASGN
           END-IF
           MOVE SPACE TO OVR-WRAP
           MOVE SPACES TO OVR-RULE
           MOVE SPACES TO OVR-PAT
           MOVE SPACE TO OVR-RESTART.

      *A restart costs the generations from its checkpoint to GEN;
      *with no checkpoint, one saved from a board of another size,
      *or none short of GEN, it is rejected.
       READ-CHECKPOINT-GEN.
           MOVE SPACES TO CHK-NAME
           STRING DEF-NAME DELIMITED BY SPACE
               'chk.txt' DELIMITED BY SIZE
               INTO CHK-NAME
           END-STRING
           MOVE 'N' TO CHK-EOF-ASGN
           OPEN INPUT CHECKPOINT-FILE
           READ CHECKPOINT-FILE
               AT END MOVE 'Y' TO CHK-EOF-ASGN
           END-READ
           CLOSE CHECKPOINT-FILE
           IF CHK-EOF OR CHK-RECORD(1:5) NOT NUMERIC
               MOVE 'Y' TO DEF-BAD-ASGN
               MOVE 'no checkpoint to restart from' TO DEF-NOTE
           ELSE
               MOVE CHK-RECORD(1:5) TO CHK-GEN
               MOVE ZERO TO CHK-ROW
               MOVE ZERO TO CHK-COLM
               IF CHK-RECORD(6:3) NUMERIC
                   MOVE CHK-RECORD(6:3) TO CHK-ROW
               END-IF
               IF CHK-RECORD(9:3) NUMERIC
                   MOVE CHK-RECORD(9:3) TO CHK-COLM
               END-IF
               IF ROW NOT = CHK-ROW OR COLM NOT = CHK-COLM
                   MOVE 'Y' TO DEF-BAD-ASGN
                   MOVE 'checkpoint size differs' TO DEF-NOTE
               ELSE
                   IF GEN <= CHK-GEN
                       MOVE 'Y' TO DEF-BAD-ASGN
                       MOVE 'GEN not past the checkpoint' TO DEF-NOTE
                   END-IF
               END-IF
           END-IF.

      *A sweep enters one plan entry per leg, named and ruled as the
      *simulator will run it; a sweep the simulator turns away whole
      *enters a single rejected entry.
       PLAN-SWEEP.
           MOVE ZERO TO SWEEP-COUNT
           MOVE 'N' TO SWEEP-OVER-ASGN
           MOVE SPACES TO SWEEP-TBL
           IF SWEEP-TEXT(1:1) = '@'
               MOVE SPACES TO SWEEP-LNAME
               MOVE SWEEP-TEXT(2:89) TO SWEEP-LNAME
               MOVE 'N' TO SWEEP-EOF-ASGN
               OPEN INPUT SWEEP-LIST-FILE
               PERFORM READ-SWEEP-LIST-LINE
               CLOSE SWEEP-LIST-FILE
           ELSE
               PERFORM SPLIT-SWEEP-TEXT
           END-IF
           IF SWEEP-COUNT = 0
               MOVE 'Y' TO DEF-BAD-ASGN
               MOVE 'rule sweep names no rules' TO DEF-NOTE
           END-IF
           IF SWEEP-OVER
               MOVE 'Y' TO DEF-BAD-ASGN
               MOVE 'rule sweep of over 20 rules' TO DEF-NOTE
           END-IF
           IF RESTART-EVAL
               MOVE 'Y' TO DEF-BAD-ASGN
               MOVE 'rule sweep cannot restart' TO DEF-NOTE
           END-IF
           IF DEF-BAD
               MOVE 'SWEEP' TO SWEEP-TOK
               PERFORM ADD-PLAN-ENTRY
           ELSE
               MOVE 1 TO SWEEP-LEG
               PERFORM PLAN-SWEEP-LEG
           END-IF.

       PLAN-SWEEP-LEG.
           IF SWEEP-LEG <= SWEEP-COUNT
               MOVE SWEEP-RULE(SWEEP-LEG) TO SWEEP-TOK
               PERFORM ADD-PLAN-ENTRY
               IF PLN-COUNT > 0 AND NOT PLN-FULL
                   MOVE SPACES TO PLN-NAME(PLN-COUNT)
                   STRING DEF-NAME DELIMITED BY SPACE
                       '-' DELIMITED BY SIZE
                       SWEEP-LEG DELIMITED BY SIZE
                       INTO PLN-NAME(PLN-COUNT)
                   END-STRING
               END-IF
               ADD 1 TO SWEEP-LEG
               GO TO PLAN-SWEEP-LEG
           END-IF.

       READ-SWEEP-LIST-LINE.
           IF NOT SWEEP-EOF
               READ SWEEP-LIST-FILE
                   AT END MOVE 'Y' TO SWEEP-EOF-ASGN
               END-READ
               IF NOT SWEEP-EOF
                   MOVE SWEEP-LIST-RECORD TO SWEEP-TEXT
                   PERFORM SPLIT-SWEEP-TEXT
                   GO TO READ-SWEEP-LIST-LINE
               END-IF
           END-IF.

       SPLIT-SWEEP-TEXT.
           MOVE 1 TO SWEEP-PTR
           PERFORM TAKE-SWEEP-TOKEN.

       TAKE-SWEEP-TOKEN.
           IF SWEEP-PTR <= 200
               MOVE SPACES TO SWEEP-TOK
               UNSTRING SWEEP-TEXT DELIMITED BY ',' OR ALL SPACE
                   INTO SWEEP-TOK
                   WITH POINTER SWEEP-PTR
               END-UNSTRING
               IF SWEEP-TOK NOT = SPACES
                   IF SWEEP-COUNT < 20
                       ADD 1 TO SWEEP-COUNT
                       MOVE SWEEP-TOK TO SWEEP-RULE(SWEEP-COUNT)
                   ELSE
                       MOVE 'Y' TO SWEEP-OVER-ASGN
                   END-IF
               END-IF
               GO TO TAKE-SWEEP-TOKEN
           END-IF.

      *Enter the definition in hand into the plan, under the rule in
      *SWEEP-TOK (its own rule, or a sweep leg's).
       ADD-PLAN-ENTRY.
           IF PLN-COUNT < PLN-MAX
               ADD 1 TO PLN-COUNT
               MOVE DEF-NAME TO PLN-NAME(PLN-COUNT)
               MOVE GEN TO PLN-GEN(PLN-COUNT)
               MOVE ROW TO PLN-ROW(PLN-COUNT)
               MOVE COLM TO PLN-COLM(PLN-COUNT)
               MOVE SWEEP-TOK TO PLN-RULE(PLN-COUNT)
               MOVE DEF-SOURCE TO PLN-SOURCE(PLN-COUNT)
               IF WRAP-ASGN = 'Y'
                   MOVE 'Y' TO PLN-WRAP(PLN-COUNT)
               ELSE
                   MOVE 'N' TO PLN-WRAP(PLN-COUNT)
               END-IF
               IF WATCH-NAME = SPACES
                   MOVE 'N' TO PLN-WATCH(PLN-COUNT)
               ELSE
                   MOVE 'Y' TO PLN-WATCH(PLN-COUNT)
               END-IF
               MOVE CHK-GEN TO PLN-CHKGEN(PLN-COUNT)
               MOVE DEF-NOTE TO PLN-NOTE(PLN-COUNT)
               MOVE ZERO TO PLN-HITS(PLN-COUNT)
               MOVE ZERO TO PLN-SUM(PLN-COUNT)
               MOVE ZERO TO PLN-EARLY(PLN-COUNT)
               MOVE ZERO TO PLN-STILL(PLN-COUNT)
               MOVE ZERO TO PLN-OSC(PLN-COUNT)
               MOVE ZERO TO PLN-FRESH(PLN-COUNT)
               MOVE ZERO TO PLN-EST(PLN-COUNT)
               IF DEF-BAD
                   MOVE 'X' TO PLN-STATE(PLN-COUNT)
               ELSE
                   IF RESTART-EVAL
                       MOVE 'R' TO PLN-STATE(PLN-COUNT)
                   ELSE
                       MOVE 'N' TO PLN-STATE(PLN-COUNT)
                   END-IF
               END-IF
           ELSE
               MOVE 'Y' TO PLN-FULL-ASGN
           END-IF.

      *One pass over audit.log, each record that can serve as
      *history tallied against every plan entry it is like.
       SCAN-HISTORY.
           OPEN INPUT AUDIT-FILE
           PERFORM READ-HISTORY-LINE
           CLOSE AUDIT-FILE.

       READ-HISTORY-LINE.
           IF NOT AUD-EOF
               READ AUDIT-FILE
                   AT END MOVE 'Y' TO AUD-EOF-ASGN
               END-READ
               IF NOT AUD-EOF
                   ADD 1 TO HIST-READ
                   PERFORM CLASSIFY-HISTORY
                   IF HIST-END NOT = SPACE
                       ADD 1 TO HIST-USED
                       MOVE 1 TO P
                       PERFORM MATCH-HISTORY
                   END-IF
                   GO TO READ-HISTORY-LINE
               END-IF
           END-IF.

      *Only a fresh run that came to a natural end, logged with the
      *source of its starting grid, is history; a typed grid or a
      *placement list is no guide to another one.
       CLASSIFY-HISTORY.
           MOVE SPACE TO HIST-END
           IF AUD-WRAP = 'Y'
               MOVE 'Y' TO HIST-WRAP
           ELSE
               MOVE 'N' TO HIST-WRAP
           END-IF
           IF AUD-RESTART NOT = 'Y' AND AUD-RAN NUMERIC
               AND AUD-ROW NUMERIC AND AUD-COLM NUMERIC
               AND AUD-SOURCE NOT = SPACES AND AUD-SOURCE NOT = '-'
               AND AUD-SOURCE NOT = '+'
               IF AUD-REASON = 'STILL LIFE'
                   MOVE 'S' TO HIST-END
               END-IF
               IF AUD-REASON(1:18) = 'OSCILLATOR PERIOD '
                   MOVE 'O' TO HIST-END
               END-IF
               IF AUD-REASON(1:10) = 'TARGET AT '
                   MOVE 'T' TO HIST-END
               END-IF
               IF AUD-REASON = 'GEN EXHAUSTED'
                   MOVE 'F' TO HIST-END
               END-IF
           END-IF.

      *A like run that settled within tonight's GEN would stop where
      *it stopped; any other is projected to run the full GEN.  One
      *the simulator kept in its run history - an unwatched run of
      *the same GEN, or one that settled within tonight's - would
      *answer an unwatched library or RLE run outright.
       MATCH-HISTORY.
           IF P <= PLN-COUNT
               IF PLN-STATE(P) = 'N'
                   AND AUD-SOURCE = PLN-SOURCE(P)
                   AND AUD-RULE = PLN-RULE(P)
                   AND AUD-ROW = PLN-ROW(P)
                   AND AUD-COLM = PLN-COLM(P)
                   AND HIST-WRAP = PLN-WRAP(P)
                   ADD 1 TO PLN-HITS(P)
                   IF PLN-WATCH(P) = 'N' AND HIST-END NOT = 'T'
                       AND PLN-SOURCE(P)(1:1) NOT = '%'
                       IF AUD-GEN = PLN-GEN(P)
                           OR ((HIST-END = 'S' OR HIST-END = 'O')
                               AND AUD-RAN > 0
                               AND AUD-RAN NOT > PLN-GEN(P))
                           ADD 1 TO PLN-FRESH(P)
                       END-IF
                   END-IF
                   IF HIST-END = 'F' OR AUD-RAN > PLN-GEN(P)
                       ADD PLN-GEN(P) TO PLN-SUM(P)
                   ELSE
                       ADD AUD-RAN TO PLN-SUM(P)
                       ADD 1 TO PLN-EARLY(P)
                       IF HIST-END = 'S'
                           ADD 1 TO PLN-STILL(P)
                       END-IF
                       IF HIST-END = 'O'
                           ADD 1 TO PLN-OSC(P)
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO P
               GO TO MATCH-HISTORY
           END-IF.

      *Settle each entry's estimate.
       COST-PLAN-ENTRY.
           IF P <= PLN-COUNT
               IF PLN-STATE(P) = 'R'
                   SUBTRACT PLN-CHKGEN(P) FROM PLN-GEN(P)
                       GIVING PLN-EST(P)
               END-IF
               IF PLN-STATE(P) = 'N'
                   IF PLN-HITS(P) = 0
                       MOVE PLN-GEN(P) TO PLN-EST(P)
                       ADD 1 TO UNKNOWN-COUNT
                       ADD PLN-GEN(P) TO UNKNOWN-GENS
                   END-IF
                   IF PLN-FRESH(P) > 0
                       MOVE ZERO TO PLN-EST(P)
                   END-IF
                   IF PLN-HITS(P) > 0 AND PLN-FRESH(P) = 0
                       ADD PLN-SUM(P) PLN-HITS(P) GIVING REC-QUOT
                       SUBTRACT 1 FROM REC-QUOT
                       DIVIDE PLN-HITS(P) INTO REC-QUOT
                       MOVE REC-QUOT TO PLN-EST(P)
                       IF PLN-EARLY(P) * 2 > PLN-HITS(P)
                           ADD 1 TO EARLY-COUNT
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO P
               GO TO COST-PLAN-ENTRY
           END-IF
           MOVE 1 TO P.

      *The forecast: a heading, one line per run with the running
      *total, the mark where the budget gives out, and the totals
      *and recommendation.
       WRITE-FORECAST.
           MOVE 'Generation budget forecast for input.txt'
               TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           MOVE 1 TO RPT-PTR
           MOVE HIST-USED TO NUM-V
           PERFORM TRIM-NUM
           STRING 'History: ' DELIMITED BY SIZE
               NUM-D(NUM-A:NUM-B) DELIMITED BY SIZE
               ' usable run(s) of ' DELIMITED BY SIZE
               INTO RPT-RECORD
               WITH POINTER RPT-PTR
           END-STRING
           MOVE HIST-READ TO NUM-V
           PERFORM TRIM-NUM
           STRING NUM-D(NUM-A:NUM-B) DELIMITED BY SIZE
               ' in audit.log' DELIMITED BY SIZE
               INTO RPT-RECORD
               WITH POINTER RPT-PTR
           END-STRING
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           IF TEST-EVAL
               MOVE TEST-BUDGET TO NUM-V
               PERFORM TRIM-NUM
               STRING 'Budget tested: ' DELIMITED BY SIZE
                   NUM-D(NUM-A:NUM-B) DELIMITED BY SIZE
                   ' generations, from ' DELIMITED BY SIZE
                   TEST-FROM DELIMITED BY SPACE
                   INTO RPT-RECORD
               END-STRING
           ELSE
               MOVE 'Budget tested: none given' TO RPT-RECORD
           END-IF
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE SPACES TO DET-LINE
           MOVE 'NAME' TO DET-NAME
           MOVE '  GEN' TO DET-GEN
           MOVE 'RULE' TO DET-RULE
           MOVE 'SIZE' TO DET-SIZE
           MOVE 'SOURCE' TO DET-SOURCE
           MOVE ' HIST' TO DET-HITS
           MOVE ' ESTIMATE' TO DET-EST
           MOVE '    TOTAL' TO DET-CUM
           MOVE 'OUTLOOK' TO DET-OUTLOOK
           MOVE DET-LINE TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE ALL '-' TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE ZERO TO CUM-EST
           MOVE ZERO TO SPENT
           MOVE 1 TO P
           PERFORM WRITE-FORECAST-LINE
           MOVE ALL '-' TO RPT-RECORD
           WRITE RPT-RECORD
           PERFORM WRITE-FORECAST-TOTALS.

       WRITE-FORECAST-LINE.
           IF P <= PLN-COUNT
               ADD PLN-EST(P) TO CUM-EST
               IF P > BUDGET-AT
                   ADD PLN-EST(P) TO SPENT
               END-IF
               MOVE SPACES TO DET-LINE
               MOVE PLN-NAME(P) TO DET-NAME
               MOVE PLN-GEN(P) TO DET-GEN-ED
               MOVE DET-GEN-ED TO DET-GEN
               MOVE PLN-RULE(P) TO DET-RULE
               MOVE PLN-ROW(P) TO NUM-V
               PERFORM TRIM-NUM
               MOVE 1 TO RPT-PTR
               STRING NUM-D(NUM-A:NUM-B) DELIMITED BY SIZE
                   'x' DELIMITED BY SIZE
                   INTO DET-SIZE
                   WITH POINTER RPT-PTR
               END-STRING
               MOVE PLN-COLM(P) TO NUM-V
               PERFORM TRIM-NUM
               STRING NUM-D(NUM-A:NUM-B) DELIMITED BY SIZE
                   INTO DET-SIZE
                   WITH POINTER RPT-PTR
               END-STRING
               MOVE PLN-SOURCE(P) TO DET-SOURCE
               MOVE PLN-HITS(P) TO DET-HITS-ED
               MOVE DET-HITS-ED TO DET-HITS
               MOVE PLN-EST(P) TO DET-EST-ED
               MOVE DET-EST-ED TO DET-EST
               MOVE CUM-EST TO DET-CUM-ED
               MOVE DET-CUM-ED TO DET-CUM
               PERFORM SET-OUTLOOK
               MOVE DET-LINE TO RPT-RECORD
               WRITE RPT-RECORD
               IF TEST-EVAL AND NOT OUT-FOUND
                   AND SPENT > TEST-BUDGET
                   MOVE 'Y' TO OUT-ASGN
                   MOVE PLN-NAME(P) TO OUT-NAME
                   MOVE SPACES TO RPT-RECORD
                   MOVE 1 TO RPT-PTR
                   MOVE TEST-BUDGET TO NUM-V
                   PERFORM TRIM-NUM
                   STRING '  *** A BUDGET OF ' DELIMITED BY SIZE
                       NUM-D(NUM-A:NUM-B) DELIMITED BY SIZE
                       ' GIVES OUT DURING THIS RUN - IT IS HALTED AND'
                       DELIMITED BY SIZE
                       ' EVERY RUN AFTER IT REQUEUED ***'
                       DELIMITED BY SIZE
                       INTO RPT-RECORD
                       WITH POINTER RPT-PTR
                   END-STRING
                   WRITE RPT-RECORD
               END-IF
               ADD 1 TO P
               GO TO WRITE-FORECAST-LINE
           END-IF.

      *What the run will probably do, and on what the estimate rests.
       SET-OUTLOOK.
           MOVE 1 TO RPT-PTR
           IF PLN-STATE(P) = 'X'
               STRING 'REJECTED - ' DELIMITED BY SIZE
                   PLN-NOTE(P) DELIMITED BY SIZE
                   INTO DET-OUTLOOK
               END-STRING
           END-IF
           IF PLN-STATE(P) = 'R'
               MOVE PLN-CHKGEN(P) TO NUM-V
               PERFORM TRIM-NUM
               STRING 'RESTART FROM GEN ' DELIMITED BY SIZE
                   NUM-D(NUM-A:NUM-B) DELIMITED BY SIZE
                   INTO DET-OUTLOOK
               END-STRING
           END-IF
           IF PLN-STATE(P) = 'N' AND PLN-FRESH(P) > 0
               MOVE 'CACHE HIT LIKELY' TO DET-OUTLOOK
           END-IF
           IF PLN-STATE(P) = 'N' AND PLN-FRESH(P) = 0
               IF PLN-HITS(P) = 0
                   MOVE 'UNKNOWN - NO HISTORY, FULL GEN' TO DET-OUTLOOK
               ELSE
                   IF PLN-EARLY(P) * 2 > PLN-HITS(P)
                       IF PLN-OSC(P) > PLN-STILL(P)
                           STRING 'OSCILLATOR LIKELY' DELIMITED BY SIZE
                               INTO DET-OUTLOOK
                               WITH POINTER RPT-PTR
                           END-STRING
                       ELSE
                           IF PLN-STILL(P) > 0
                               STRING 'STILL LIFE LIKELY'
                                   DELIMITED BY SIZE
                                   INTO DET-OUTLOOK
                                   WITH POINTER RPT-PTR
                               END-STRING
                           ELSE
                               STRING 'EARLY STOP LIKELY'
                                   DELIMITED BY SIZE
                                   INTO DET-OUTLOOK
                                   WITH POINTER RPT-PTR
                               END-STRING
                           END-IF
                       END-IF
                   ELSE
                       STRING 'RUNS FULL GEN' DELIMITED BY SIZE
                           INTO DET-OUTLOOK
                           WITH POINTER RPT-PTR
                       END-STRING
                   END-IF
                   MOVE PLN-EARLY(P) TO NUM-V
                   PERFORM TRIM-NUM
                   STRING ' (' DELIMITED BY SIZE
                       NUM-D(NUM-A:NUM-B) DELIMITED BY SIZE
                       ' of ' DELIMITED BY SIZE
                       INTO DET-OUTLOOK
                       WITH POINTER RPT-PTR
                   END-STRING
                   MOVE PLN-HITS(P) TO NUM-V
                   PERFORM TRIM-NUM
                   STRING NUM-D(NUM-A:NUM-B) DELIMITED BY SIZE
                       ' settled early)' DELIMITED BY SIZE
                       INTO DET-OUTLOOK
                       WITH POINTER RPT-PTR
                   END-STRING
               END-IF
           END-IF.

      *The queue total, the budget verdict and the recommendation:
      *the total plus a tenth, rounded up to the next hundred.
       WRITE-FORECAST-TOTALS.
           MOVE SPACES TO RPT-RECORD
           MOVE 1 TO RPT-PTR
           MOVE CUM-EST TO NUM-V
           PERFORM TRIM-NUM
           STRING 'Estimated total: ' DELIMITED BY SIZE
               NUM-D(NUM-A:NUM-B) DELIMITED BY SIZE
               ' generations for ' DELIMITED BY SIZE
               INTO RPT-RECORD
               WITH POINTER RPT-PTR
           END-STRING
           MOVE PLN-COUNT TO NUM-V
           PERFORM TRIM-NUM
           STRING NUM-D(NUM-A:NUM-B) DELIMITED BY SIZE
               ' run(s), ' DELIMITED BY SIZE
               INTO RPT-RECORD
               WITH POINTER RPT-PTR
           END-STRING
           MOVE EARLY-COUNT TO NUM-V
           PERFORM TRIM-NUM
           STRING NUM-D(NUM-A:NUM-B) DELIMITED BY SIZE
               ' likely to stop early' DELIMITED BY SIZE
               INTO RPT-RECORD
               WITH POINTER RPT-PTR
           END-STRING
           WRITE RPT-RECORD
           IF UNKNOWN-COUNT > 0
               MOVE SPACES TO RPT-RECORD
               MOVE 1 TO RPT-PTR
               MOVE UNKNOWN-GENS TO NUM-V
               PERFORM TRIM-NUM
               STRING 'Of which ' DELIMITED BY SIZE
                   NUM-D(NUM-A:NUM-B) DELIMITED BY SIZE
                   ' at full GEN for ' DELIMITED BY SIZE
                   INTO RPT-RECORD
                   WITH POINTER RPT-PTR
               END-STRING
               MOVE UNKNOWN-COUNT TO NUM-V
               PERFORM TRIM-NUM
               STRING NUM-D(NUM-A:NUM-B) DELIMITED BY SIZE
                   ' run(s) with no history' DELIMITED BY SIZE
                   INTO RPT-RECORD
                   WITH POINTER RPT-PTR
               END-STRING
               WRITE RPT-RECORD
           END-IF
           IF CUT-LINES > 0
               MOVE SPACES TO RPT-RECORD
               STRING 'A blank line ends the queue - the lines after '
                   DELIMITED BY SIZE
                   'it will not run and are not planned.'
                   DELIMITED BY SIZE
                   INTO RPT-RECORD
               END-STRING
               WRITE RPT-RECORD
           END-IF
           IF PLN-FULL
               MOVE SPACES TO RPT-RECORD
               STRING 'The queue holds more runs than the forecast '
                   DELIMITED BY SIZE
                   'can take - the total covers the first 500 only.'
                   DELIMITED BY SIZE
                   INTO RPT-RECORD
               END-STRING
               WRITE RPT-RECORD
           END-IF
           IF TEST-EVAL
               MOVE SPACES TO RPT-RECORD
               MOVE 1 TO RPT-PTR
               MOVE TEST-BUDGET TO NUM-V
               PERFORM TRIM-NUM
               STRING 'A budget of ' DELIMITED BY SIZE
                   NUM-D(NUM-A:NUM-B) DELIMITED BY SIZE
                   INTO RPT-RECORD
                   WITH POINTER RPT-PTR
               END-STRING
               IF OUT-FOUND
                   STRING ' gives out during ' DELIMITED BY SIZE
                       OUT-NAME DELIMITED BY SPACE
                       '.' DELIMITED BY SIZE
                       INTO RPT-RECORD
                       WITH POINTER RPT-PTR
                   END-STRING
                   MOVE 4 TO RETURN-CODE
               ELSE
                   SUBTRACT SPENT FROM TEST-BUDGET GIVING NUM-V
                   PERFORM TRIM-NUM
                   STRING ' covers the queue with ' DELIMITED BY SIZE
                       NUM-D(NUM-A:NUM-B) DELIMITED BY SIZE
                       ' to spare.' DELIMITED BY SIZE
                       INTO RPT-RECORD
                       WITH POINTER RPT-PTR
                   END-STRING
               END-IF
               WRITE RPT-RECORD
           END-IF
           DIVIDE CUM-EST BY 10 GIVING REC-QUOT
           ADD CUM-EST REC-QUOT GIVING REC-BUDGET
           ADD 99 TO REC-BUDGET
           DIVIDE REC-BUDGET BY 100 GIVING REC-QUOT
           MULTIPLY 100 BY REC-QUOT GIVING REC-BUDGET
           IF REC-BUDGET < 100
               MOVE 100 TO REC-BUDGET
           END-IF
           MOVE SPACES TO RPT-RECORD
           MOVE REC-BUDGET TO NUM-V
           PERFORM TRIM-NUM
           STRING 'Recommended: BUDGET ' DELIMITED BY SIZE
               NUM-D(NUM-A:NUM-B) DELIMITED BY SIZE
               INTO RPT-RECORD
           END-STRING
           WRITE RPT-RECORD.

       SCAN-TOKEN.
           MOVE ZERO TO TOK-VAL
           MOVE ZERO TO TOK-DIGITS
           MOVE 'N' TO TOK-BAD-ASGN
           MOVE ZERO TO TOK-TRAIL
           INSPECT TOK-TEXT TALLYING TOK-TRAIL FOR TRAILING SPACES
           SUBTRACT TOK-TRAIL FROM 20 GIVING TOK-LEN
           MOVE 1 TO TOK-POS
           PERFORM SCAN-TOKEN-CHAR
           MOVE 1 TO TOK-POS.

       SCAN-TOKEN-CHAR.
           IF TOK-POS <= TOK-LEN
               MOVE TOK-TEXT(TOK-POS:1) TO TOK-CH
               IF TOK-CH >= '0' AND TOK-CH <= '9'
                   ADD 1 TO TOK-DIGITS
                   IF TOK-DIGITS <= 9
                       MULTIPLY 10 BY TOK-VAL
                       MOVE TOK-CH TO TOK-DIGIT
                       ADD TOK-DIGIT TO TOK-VAL
                   END-IF
               ELSE
                   MOVE 'Y' TO TOK-BAD-ASGN
               END-IF
               ADD 1 TO TOK-POS
               GO TO SCAN-TOKEN-CHAR
           END-IF.

      *Trim the leading zeros off NUM-V, leaving the start position
      *and length a STRING takes.
       TRIM-NUM.
           MOVE NUM-V TO NUM-D
           MOVE ZERO TO NUM-A
           INSPECT NUM-D TALLYING NUM-A FOR LEADING ZEROS
           IF NUM-A = 10
               SUBTRACT 1 FROM NUM-A
           END-IF
           SUBTRACT NUM-A FROM 10 GIVING NUM-B
           ADD 1 TO NUM-A.
