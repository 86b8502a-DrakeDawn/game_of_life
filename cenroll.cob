      *Cobol program to roll the per-run census reports of a whole
      *batch up into one frequency report.  Each run's
      *NAME || 'census.txt' says what its final grid settled into;
      *a night of '%' random soups only means something taken
      *together.  This utility reads batch.txt, skips the header,
      *the resubmit dividers, rejected runs and runs the budget
      *never started, and opens the census and dyn reports of every
      *other run.  It writes cenrpt.txt: objects recognized per
      *library entry and per '#C' category (total, average per run
      *and number of runs they turned up in), the per-rule figures
      *(average objects, unrecognized clusters, final and peak
      *population per run - the 'ash' each rule leaves), the object
      *counts under each rule, and a closing list of rare finds:
      *every object seen in fewer than N runs, with the run, its
      *rule and its soup seed.  N comes from a 'RARE n' line in
      *lifesite.cfg and defaults to 2 (objects seen in one run
      *only).  RETURN-CODE is 0 on a clean report, 4 when a run on
      *the batch summary has no census report behind it or the
      *rare-finds list had to leave sightings out, and 8 when
      *batch.txt is missing or lists no runs to roll up.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CENSUS-ROLLUP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BATCH-FILE ASSIGN TO 'batch.txt'
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CONFIG-FILE ASSIGN TO 'lifesite.cfg'
             ORGANIZATION IS LINE SEQUENTIAL.
      *A run's census or dyn report may have been cleared away since
      *the batch ran; OPTIONAL lets the open succeed and the first
      *read report end of file instead of abending the rollup.
           SELECT OPTIONAL CENSUS-FILE ASSIGN TO DYNAMIC CEN-NAME
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DYN-FILE ASSIGN TO DYNAMIC DYN-NAME
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO 'cenrpt.txt'
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *The same layout WRITE-BATCH-LINE in the simulator produces.
       FD BATCH-FILE.
       01 BATCH-LINE.
           03 BATCH-NAME PIC X(30).
           03 FILLER PIC X.
           03 BATCH-OUTCOME PIC X(42).
           03 FILLER PIC X.
           03 BATCH-POP PIC X(7).
           03 FILLER PIC X.
           03 BATCH-PASS PIC X(11).
           03 FILLER PIC X.
           03 BATCH-RULE PIC X(20).
           03 FILLER PIC X.
           03 BATCH-SEED PIC X(9).
           03 FILLER PIC X.
           03 BATCH-DATE PIC X(8).
           03 FILLER PIC X.
           03 BATCH-START PIC X(6).
           03 FILLER PIC X.
           03 BATCH-END PIC X(6).
           03 FILLER PIC X.
           03 BATCH-JOBSEQ PIC X(6).
       FD CONFIG-FILE.
       01 CFG-RECORD PIC X(80).
       FD CENSUS-FILE.
       01 CEN-RECORD PIC X(90).
       FD DYN-FILE.
       01 DYN-RECORD PIC X(90).
       FD REPORT-FILE.
       01 RPT-RECORD PIC X(90).

       WORKING-STORAGE SECTION.
       01 BATCH-EOF-ASGN PIC X VALUE 'N'.
           88 BATCH-EOF VALUE 'Y'.
       01 CFG-EOF-ASGN PIC X VALUE 'N'.
           88 CFG-EOF VALUE 'Y'.
       01 CEN-EOF-ASGN PIC X VALUE 'N'.
           88 CEN-EOF VALUE 'Y'.
       01 DYN-EOF-ASGN PIC X VALUE 'N'.
           88 DYN-EOF VALUE 'Y'.
       01 CFG-KEY PIC X(20) VALUE SPACES.
       01 CEN-NAME PIC X(90) VALUE SPACES.
       01 DYN-NAME PIC X(90) VALUE SPACES.

      *The rare-find threshold: an object seen in fewer runs than
      *this is listed run by run at the end of the report.
       01 RARE-LIMIT PIC 9(7) VALUE 2.

      *Batch totals.  LINE-COUNT counts the runs batch.txt lists;
      *the rest say what became of them.
       01 LINE-COUNT PIC 9(7) VALUE ZERO.
       01 INVALID-COUNT PIC 9(7) VALUE ZERO.
       01 UNRUN-COUNT PIC 9(7) VALUE ZERO.
       01 MISSING-COUNT PIC 9(7) VALUE ZERO.
       01 CENSUS-COUNT PIC 9(7) VALUE ZERO.
       01 EMPTY-COUNT PIC 9(7) VALUE ZERO.
       01 OBJ-TOTAL PIC 9(9) VALUE ZERO.
       01 UNREC-TOTAL PIC 9(9) VALUE ZERO.

      *What the census and dyn reports of the run in hand held.
       01 CUR-LINES PIC 9(5) VALUE ZERO.
       01 CUR-OBJ PIC 9(7) VALUE ZERO.
       01 CUR-UNREC PIC 9(7) VALUE ZERO.
       01 CUR-FINAL PIC 9(7) VALUE ZERO.
       01 CUR-PEAK PIC 9(7) VALUE ZERO.
       01 CUR-RUL PIC 9(3) VALUE ZERO.
       01 CUR-RUN PIC 9(5) VALUE ZERO.
       01 CUR-SEQ PIC 9(7) VALUE ZERO.
       01 CUR-FND-START PIC 9(5) VALUE ZERO.
       01 CUR-HEAD PIC X(90) VALUE SPACES.
       01 CUR-OBJ-NAME PIC X(30) VALUE SPACES.
       01 CUR-CAT PIC X(12) VALUE SPACES.

      *Every run with a census report, in batch order, so a rare
      *find can name the run, its rule and its seed.  A run past
      *the table's end shares the last slot rather than being lost.
       01 RUN-TBL.
           03 RUN-ENT OCCURS 2000 TIMES.
               05 RUN-NAME PIC X(30).
               05 RUN-RULE PIC X(20).
               05 RUN-SEED PIC X(9).
       01 RUN-COUNT PIC 9(5) VALUE ZERO.

      *Every distinct library object recognized, in order of first
      *appearance, with its category, its total count, the number
      *of runs it turned up in, the last run that counted it and
      *the sightings the find table had no room for.
       01 OBJ-TBL.
           03 OBJ-ENT OCCURS 500 TIMES.
               05 OBJ-NAME PIC X(30).
               05 OBJ-CAT PIC X(12).
               05 OBJ-CNT PIC 9(7).
               05 OBJ-RUNS PIC 9(7).
               05 OBJ-LAST PIC 9(7).
               05 OBJ-CUT PIC 9(7).
       01 OBJ-COUNT PIC 9(5) VALUE ZERO.

      *The same figures by '#C' category; objects the library gives
      *no category share the blank one.
       01 CAT-TBL.
           03 CAT-ENT OCCURS 100 TIMES.
               05 CAT-NAME PIC X(12).
               05 CAT-CNT PIC 9(7).
               05 CAT-RUNS PIC 9(7).
               05 CAT-LAST PIC 9(7).
       01 CAT-COUNT PIC 9(3) VALUE ZERO.

      *Every distinct rule string, with its run count and the
      *object, unrecognized-cluster, final and peak population
      *totals its runs produced.
       01 RUL-TBL.
           03 RUL-ENT OCCURS 50 TIMES.
               05 RUL-TXT PIC X(20).
               05 RUL-RUNS PIC 9(7).
               05 RUL-OBJ PIC 9(9).
               05 RUL-UNREC PIC 9(9).
               05 RUL-FINAL PIC 9(9).
               05 RUL-PEAK PIC 9(9).
       01 RUL-COUNT PIC 9(3) VALUE ZERO.

      *Object counts under each rule: one entry per object and rule
      *pair seen.
       01 ORP-TBL.
           03 ORP-ENT OCCURS 3000 TIMES.
               05 ORP-OBJ PIC 9(5).
               05 ORP-RUL PIC 9(3).
               05 ORP-CNT PIC 9(7).
       01 ORP-COUNT PIC 9(5) VALUE ZERO.

      *Object counts per run: one entry per object and run pair, a
      *run's entries together at the end of the table while it is
      *being read.  The rare-finds list is drawn from these, so an
      *object's pairs are dropped as soon as it turns up in enough
      *runs to be no longer rare (FND-DROP), and none are kept for
      *it after.  FND-LOST totals the sightings of objects still
      *rare at the end that the table had no room for.
       01 FND-TBL.
           03 FND-ENT OCCURS 5000 TIMES.
               05 FND-OBJ PIC 9(5).
               05 FND-RUN PIC 9(5).
               05 FND-CNT PIC 9(7).
       01 FND-COUNT PIC 9(5) VALUE ZERO.
       01 FND-KEEP PIC 9(5) VALUE ZERO.
       01 FND-LOST PIC 9(7) VALUE ZERO.
       01 FND-DROP-ASGN PIC X VALUE 'N'.
           88 FND-DROP VALUE 'Y'.

      *Scratch variables
       01 I PIC 9(5) VALUE 1.
       01 J PIC 9(5) VALUE 1.
       01 HIT PIC 9(5) VALUE ZERO.
       01 RARE-SEEN PIC 9(5) VALUE ZERO.
       01 AT-HITS PIC 9(3) VALUE ZERO.
       01 TXT-TRAIL PIC 9(5) VALUE ZERO.
       01 TXT-LEN PIC 9(5) VALUE ZERO.
       01 CAT-TXT PIC X(15) VALUE SPACES.

      *Digit scanner for the figures in census and dyn lines: the
      *digits starting at SCAN-POS of SCAN-TXT accumulate in
      *SCAN-VAL.
       01 SCAN-TXT PIC X(90) VALUE SPACES.
       01 SCAN-POS PIC 9(3) VALUE ZERO.
       01 SCAN-VAL PIC 9(9) VALUE ZERO.
       01 SCAN-DIGIT PIC 9 VALUE ZERO.

      *A per-run average to two decimal places: AVG-NUM over
      *AVG-DEN, laid out in AVG-TXT as digits, point, two digits.
       01 AVG-NUM PIC 9(9) VALUE ZERO.
       01 AVG-DEN PIC 9(7) VALUE ZERO.
       01 AVG-X PIC 9(11) VALUE ZERO.
       01 AVG-Q PIC 9(9) VALUE ZERO.
       01 AVG-INT PIC 9(7) VALUE ZERO.
       01 AVG-FRAC PIC 99 VALUE ZERO.
       01 AVG-TXT PIC X(12) VALUE SPACES.

      *Scratch variables for the leading-zero trim on the numbers a
      *report line carries: up to three 7-digit counts on one line,
      *the 9-digit totals, and the 9-digit soup seed.
       01 RPT-N-D PIC X(7) VALUE SPACES.
       01 RPT-N-A PIC 9(2) VALUE ZERO.
       01 RPT-N-B PIC 9(2) VALUE ZERO.
       01 RPT-T-D PIC X(9) VALUE SPACES.
       01 RPT-T-A PIC 9(2) VALUE ZERO.
       01 RPT-T-B PIC 9(2) VALUE ZERO.
       01 RPT-M-D PIC X(7) VALUE SPACES.
       01 RPT-M-A PIC 9(2) VALUE ZERO.
       01 RPT-M-B PIC 9(2) VALUE ZERO.
       01 RPT-K-D PIC X(7) VALUE SPACES.
       01 RPT-K-A PIC 9(2) VALUE ZERO.
       01 RPT-K-B PIC 9(2) VALUE ZERO.
       01 RPT-S-D PIC X(9) VALUE SPACES.
       01 RPT-S-A PIC 9(2) VALUE ZERO.
       01 RPT-S-B PIC 9(2) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           PERFORM READ-RARE-SETTING
           OPEN OUTPUT REPORT-FILE
           OPEN INPUT BATCH-FILE
           PERFORM TALLY-BATCH-LINE
           CLOSE BATCH-FILE
           IF CENSUS-COUNT = 0
               MOVE 'No census reports found for the runs on batch.txt.'
                   TO RPT-RECORD
               WRITE RPT-RECORD
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM WRITE-CENSUS-ROLLUP
               IF MISSING-COUNT > 0 OR FND-LOST > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           CLOSE REPORT-FILE
           STOP RUN.

      *Pick the rare-find threshold out of the site configuration;
      *every other line there belongs to the simulator.  A missing
      *or zero setting leaves the default.
       READ-RARE-SETTING.
           OPEN INPUT CONFIG-FILE
           PERFORM READ-RARE-LINE
           CLOSE CONFIG-FILE
           IF RARE-LIMIT = 0
               MOVE 2 TO RARE-LIMIT
           END-IF.

       READ-RARE-LINE.
           IF NOT CFG-EOF
               READ CONFIG-FILE
                   AT END MOVE 'Y' TO CFG-EOF-ASGN
               END-READ
               IF NOT CFG-EOF
                   MOVE SPACES TO CFG-KEY
                   UNSTRING CFG-RECORD DELIMITED BY SPACE
                       INTO CFG-KEY
                   END-UNSTRING
                   IF CFG-KEY = 'RARE'
                       UNSTRING CFG-RECORD DELIMITED BY SPACE
                           INTO CFG-KEY, RARE-LIMIT
                       END-UNSTRING
                   END-IF
                   GO TO READ-RARE-LINE
               END-IF
           END-IF.

      *One pass over the batch summary.  The header, the resubmit
      *dividers and blank lines are not runs; a rejected run and
      *one the budget never started have no census behind them.
       TALLY-BATCH-LINE.
           IF NOT BATCH-EOF
               READ BATCH-FILE
                   AT END MOVE 'Y' TO BATCH-EOF-ASGN
               END-READ
               IF NOT BATCH-EOF
                   IF BATCH-NAME NOT = SPACES
                       AND BATCH-NAME(1:4) NOT = '--- '
                       AND NOT (BATCH-NAME = 'NAME'
                           AND BATCH-OUTCOME = 'OUTCOME')
                       ADD 1 TO LINE-COUNT
                       IF BATCH-OUTCOME = 'INVALID INPUT'
                           ADD 1 TO INVALID-COUNT
                       ELSE
                           IF BATCH-OUTCOME = 'BUDGET HALTED'
                               ADD 1 TO UNRUN-COUNT
                           ELSE
                               PERFORM TALLY-RUN
                           END-IF
                       END-IF
                   END-IF
                   GO TO TALLY-BATCH-LINE
               END-IF
           END-IF.

      *Read one run's census report into the object, category,
      *rule and per-run tables, then its dyn report for the final
      *and peak populations.  A run whose census report is gone is
      *counted as missing and takes no further part.
       TALLY-RUN.
           MOVE SPACES TO CEN-NAME
           STRING BATCH-NAME DELIMITED BY SPACE
               'census.txt' DELIMITED BY SIZE
               INTO CEN-NAME
           END-STRING
           MOVE SPACES TO DYN-NAME
           STRING BATCH-NAME DELIMITED BY SPACE
               'dyn.txt' DELIMITED BY SIZE
               INTO DYN-NAME
           END-STRING
           IF RUN-COUNT < 2000
               ADD 1 TO RUN-COUNT GIVING CUR-RUN
           ELSE
               MOVE 2000 TO CUR-RUN
           END-IF
           ADD 1 TO CENSUS-COUNT GIVING CUR-SEQ
           MOVE BATCH-NAME TO RUN-NAME(CUR-RUN)
           MOVE BATCH-RULE TO RUN-RULE(CUR-RUN)
           MOVE BATCH-SEED TO RUN-SEED(CUR-RUN)
           PERFORM FIND-RUN-RULE
           ADD 1 TO FND-COUNT GIVING CUR-FND-START
           MOVE ZERO TO CUR-LINES
           MOVE ZERO TO CUR-OBJ
           MOVE ZERO TO CUR-UNREC
           MOVE ZERO TO CUR-FINAL
           MOVE ZERO TO CUR-PEAK
           MOVE 'N' TO CEN-EOF-ASGN
           OPEN INPUT CENSUS-FILE
           PERFORM TALLY-CENSUS-LINE
           CLOSE CENSUS-FILE
           IF CUR-LINES = 0
               ADD 1 TO MISSING-COUNT
           ELSE
               MOVE CUR-RUN TO RUN-COUNT
               MOVE CUR-SEQ TO CENSUS-COUNT
               MOVE 'N' TO DYN-EOF-ASGN
               OPEN INPUT DYN-FILE
               PERFORM TALLY-DYN-LINE
               CLOSE DYN-FILE
               ADD CUR-OBJ TO OBJ-TOTAL
               ADD CUR-UNREC TO UNREC-TOTAL
               ADD 1 TO RUL-RUNS(CUR-RUL)
               ADD CUR-OBJ TO RUL-OBJ(CUR-RUL)
               ADD CUR-UNREC TO RUL-UNREC(CUR-RUL)
               ADD CUR-FINAL TO RUL-FINAL(CUR-RUL)
               ADD CUR-PEAK TO RUL-PEAK(CUR-RUL)
           END-IF.

      *Find the run's rule in the table (adding it on first sight).
      *A 51st distinct rule is folded into the last bucket rather
      *than lost.
       FIND-RUN-RULE.
           MOVE ZERO TO HIT
           MOVE 1 TO I
           PERFORM FIND-RULE-SLOT
           MOVE 1 TO I
           IF HIT = 0
               IF RUL-COUNT < 50
                   ADD 1 TO RUL-COUNT
                   MOVE BATCH-RULE TO RUL-TXT(RUL-COUNT)
                   MOVE ZERO TO RUL-RUNS(RUL-COUNT)
                   MOVE ZERO TO RUL-OBJ(RUL-COUNT)
                   MOVE ZERO TO RUL-UNREC(RUL-COUNT)
                   MOVE ZERO TO RUL-FINAL(RUL-COUNT)
                   MOVE ZERO TO RUL-PEAK(RUL-COUNT)
               END-IF
               MOVE RUL-COUNT TO HIT
           END-IF
           MOVE HIT TO CUR-RUL.

       FIND-RULE-SLOT.
           IF I <= RUL-COUNT AND HIT = 0
               IF RUL-TXT(I) = BATCH-RULE
                   MOVE I TO HIT
               END-IF
               ADD 1 TO I
               GO TO FIND-RULE-SLOT
           END-IF.

      *The census report carries one 'NAME at row r, column c.' or
      *'NAME (CATEGORY) at row r, column c.' line per recognized
      *object, 'The final grid has no live cells.' for an empty
      *grid, and always ends 'Unrecognized clusters: n'.
       TALLY-CENSUS-LINE.
           IF NOT CEN-EOF
               READ CENSUS-FILE
                   AT END MOVE 'Y' TO CEN-EOF-ASGN
               END-READ
               IF NOT CEN-EOF
                   ADD 1 TO CUR-LINES
                   MOVE ZERO TO AT-HITS
                   INSPECT CEN-RECORD TALLYING AT-HITS
                       FOR ALL ' at row '
                   IF CEN-RECORD(1:23) = 'Unrecognized clusters: '
                       MOVE CEN-RECORD TO SCAN-TXT
                       MOVE 24 TO SCAN-POS
                       MOVE ZERO TO SCAN-VAL
                       PERFORM SCAN-NUMBER
                       MOVE SCAN-VAL TO CUR-UNREC
                   ELSE
                       IF CEN-RECORD(1:19) = 'The final grid has '
                           ADD 1 TO EMPTY-COUNT
                       ELSE
                           IF AT-HITS > 0
                               PERFORM TALLY-OBJECT-LINE
                           END-IF
                       END-IF
                   END-IF
                   GO TO TALLY-CENSUS-LINE
               END-IF
           END-IF.

      *Split an object line into the library name and the category
      *between the parentheses, then count it everywhere it counts.
       TALLY-OBJECT-LINE.
           MOVE SPACES TO CUR-HEAD
           MOVE SPACES TO CUR-OBJ-NAME
           MOVE SPACES TO CUR-CAT
           UNSTRING CEN-RECORD DELIMITED BY ' at row '
               INTO CUR-HEAD
           END-UNSTRING
           UNSTRING CUR-HEAD DELIMITED BY ' ('
               INTO CUR-OBJ-NAME, CUR-CAT
           END-UNSTRING
           INSPECT CUR-CAT REPLACING ALL ')' BY SPACE
           ADD 1 TO CUR-OBJ
           PERFORM TALLY-OBJECT
           PERFORM TALLY-CATEGORY
           PERFORM TALLY-OBJ-RULE
           PERFORM TALLY-FIND.

      *Find the object in the table (adding it on first sight),
      *bump its count, and its run count the first time this run
      *shows it.  A 501st distinct object is folded into the last
      *bucket rather than lost.
       TALLY-OBJECT.
           MOVE 'N' TO FND-DROP-ASGN
           MOVE ZERO TO HIT
           MOVE 1 TO I
           PERFORM FIND-OBJECT-SLOT
           MOVE 1 TO I
           IF HIT = 0
               IF OBJ-COUNT < 500
                   ADD 1 TO OBJ-COUNT
                   MOVE CUR-OBJ-NAME TO OBJ-NAME(OBJ-COUNT)
                   MOVE CUR-CAT TO OBJ-CAT(OBJ-COUNT)
                   MOVE ZERO TO OBJ-CNT(OBJ-COUNT)
                   MOVE ZERO TO OBJ-RUNS(OBJ-COUNT)
                   MOVE ZERO TO OBJ-LAST(OBJ-COUNT)
                   MOVE ZERO TO OBJ-CUT(OBJ-COUNT)
               END-IF
               MOVE OBJ-COUNT TO HIT
           END-IF
           ADD 1 TO OBJ-CNT(HIT)
           IF OBJ-LAST(HIT) NOT = CUR-SEQ
               ADD 1 TO OBJ-RUNS(HIT)
               MOVE CUR-SEQ TO OBJ-LAST(HIT)
               IF OBJ-RUNS(HIT) = RARE-LIMIT
                   MOVE 'Y' TO FND-DROP-ASGN
               END-IF
           END-IF.

       FIND-OBJECT-SLOT.
           IF I <= OBJ-COUNT AND HIT = 0
               IF OBJ-NAME(I) = CUR-OBJ-NAME
                   MOVE I TO HIT
               END-IF
               ADD 1 TO I
               GO TO FIND-OBJECT-SLOT
           END-IF.

       TALLY-CATEGORY.
           MOVE HIT TO J
           MOVE ZERO TO HIT
           MOVE 1 TO I
           PERFORM FIND-CATEGORY-SLOT
           MOVE 1 TO I
           IF HIT = 0
               IF CAT-COUNT < 100
                   ADD 1 TO CAT-COUNT
                   MOVE CUR-CAT TO CAT-NAME(CAT-COUNT)
                   MOVE ZERO TO CAT-CNT(CAT-COUNT)
                   MOVE ZERO TO CAT-RUNS(CAT-COUNT)
                   MOVE ZERO TO CAT-LAST(CAT-COUNT)
               END-IF
               MOVE CAT-COUNT TO HIT
           END-IF
           ADD 1 TO CAT-CNT(HIT)
           IF CAT-LAST(HIT) NOT = CUR-SEQ
               ADD 1 TO CAT-RUNS(HIT)
               MOVE CUR-SEQ TO CAT-LAST(HIT)
           END-IF
           MOVE J TO HIT
           MOVE 1 TO J.

       FIND-CATEGORY-SLOT.
           IF I <= CAT-COUNT AND HIT = 0
               IF CAT-NAME(I) = CUR-CAT
                   MOVE I TO HIT
               END-IF
               ADD 1 TO I
               GO TO FIND-CATEGORY-SLOT
           END-IF.

      *HIT still holds the object's slot here.  Pairs past the
      *table's end are dropped from the per-rule breakdown only.
       TALLY-OBJ-RULE.
           MOVE ZERO TO J
           MOVE 1 TO I
           PERFORM FIND-ORP-SLOT
           MOVE 1 TO I
           IF J = 0 AND ORP-COUNT < 3000
               ADD 1 TO ORP-COUNT
               MOVE ORP-COUNT TO J
               MOVE HIT TO ORP-OBJ(J)
               MOVE CUR-RUL TO ORP-RUL(J)
               MOVE ZERO TO ORP-CNT(J)
           END-IF
           IF J > 0
               ADD 1 TO ORP-CNT(J)
           END-IF
           MOVE 1 TO J.

       FIND-ORP-SLOT.
           IF I <= ORP-COUNT AND J = 0
               IF ORP-OBJ(I) = HIT AND ORP-RUL(I) = CUR-RUL
                   MOVE I TO J
               END-IF
               ADD 1 TO I
               GO TO FIND-ORP-SLOT
           END-IF.

      *Only this run's own entries need searching: they start at
      *CUR-FND-START.  An object no longer rare keeps no pairs; a
      *sighting past the table's end is counted against its object
      *and left out of the rare-finds list only.
       TALLY-FIND.
           IF FND-DROP
               PERFORM DROP-OBJECT-FINDS
           END-IF
           IF OBJ-RUNS(HIT) < RARE-LIMIT
               MOVE ZERO TO J
               MOVE CUR-FND-START TO I
               PERFORM FIND-FND-SLOT
               MOVE 1 TO I
               IF J = 0
                   IF FND-COUNT < 5000
                       ADD 1 TO FND-COUNT
                       MOVE FND-COUNT TO J
                       MOVE HIT TO FND-OBJ(J)
                       MOVE CUR-RUN TO FND-RUN(J)
                       MOVE ZERO TO FND-CNT(J)
                   ELSE
                       ADD 1 TO OBJ-CUT(HIT)
                   END-IF
               END-IF
               IF J > 0
                   ADD 1 TO FND-CNT(J)
               END-IF
               MOVE 1 TO J
           END-IF.

       FIND-FND-SLOT.
           IF I <= FND-COUNT AND J = 0
               IF FND-OBJ(I) = HIT
                   MOVE I TO J
               END-IF
               ADD 1 TO I
               GO TO FIND-FND-SLOT
           END-IF.

      *Close the table up over the pairs of object HIT.  This is
      *the object's first sighting in the run being read, so all
      *its pairs lie ahead of CUR-FND-START, which moves down with
      *them.
       DROP-OBJECT-FINDS.
           MOVE ZERO TO FND-KEEP
           MOVE 1 TO I
           PERFORM DROP-OBJECT-FIND
           MOVE 1 TO I
           MOVE FND-KEEP TO FND-COUNT
           MOVE 'N' TO FND-DROP-ASGN.

       DROP-OBJECT-FIND.
           IF I <= FND-COUNT
               IF FND-OBJ(I) = HIT
                   SUBTRACT 1 FROM CUR-FND-START
               ELSE
                   ADD 1 TO FND-KEEP
                   IF FND-KEEP < I
                       MOVE FND-ENT(I) TO FND-ENT(FND-KEEP)
                   END-IF
               END-IF
               ADD 1 TO I
               GO TO DROP-OBJECT-FIND
           END-IF.

      *The dyn report's 'Final population: n' and 'Maximum
      *population: n at generation g' lines.
       TALLY-DYN-LINE.
           IF NOT DYN-EOF
               READ DYN-FILE
                   AT END MOVE 'Y' TO DYN-EOF-ASGN
               END-READ
               IF NOT DYN-EOF
                   IF DYN-RECORD(1:18) = 'Final population: '
                       MOVE DYN-RECORD TO SCAN-TXT
                       MOVE 19 TO SCAN-POS
                       MOVE ZERO TO SCAN-VAL
                       PERFORM SCAN-NUMBER
                       MOVE SCAN-VAL TO CUR-FINAL
                   END-IF
                   IF DYN-RECORD(1:20) = 'Maximum population: '
                       MOVE DYN-RECORD TO SCAN-TXT
                       MOVE 21 TO SCAN-POS
                       MOVE ZERO TO SCAN-VAL
                       PERFORM SCAN-NUMBER
                       MOVE SCAN-VAL TO CUR-PEAK
                   END-IF
                   GO TO TALLY-DYN-LINE
               END-IF
           END-IF.

       SCAN-NUMBER.
           IF SCAN-POS <= 90
               IF SCAN-TXT(SCAN-POS:1) >= '0'
                   AND SCAN-TXT(SCAN-POS:1) <= '9'
                   MULTIPLY 10 BY SCAN-VAL
                   MOVE SCAN-TXT(SCAN-POS:1) TO SCAN-DIGIT
                   ADD SCAN-DIGIT TO SCAN-VAL
                   ADD 1 TO SCAN-POS
                   GO TO SCAN-NUMBER
               END-IF
           END-IF.

      *The report itself: batch totals first, then each breakdown
      *as a headed list, the rare finds last.
       WRITE-CENSUS-ROLLUP.
           MOVE 'Census rollup of batch.txt' TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE LINE-COUNT TO RPT-N-D
           PERFORM TRIM-RPT-N
           MOVE CENSUS-COUNT TO RPT-M-D
           PERFORM TRIM-RPT-M
           MOVE SPACES TO RPT-RECORD
           STRING 'Runs listed: ' DELIMITED BY SIZE
               RPT-N-D(RPT-N-A:RPT-N-B) DELIMITED BY SIZE
               ', with a census: ' DELIMITED BY SIZE
               RPT-M-D(RPT-M-A:RPT-M-B) DELIMITED BY SIZE
               INTO RPT-RECORD
           END-STRING
           WRITE RPT-RECORD
           MOVE INVALID-COUNT TO RPT-N-D
           PERFORM TRIM-RPT-N
           MOVE UNRUN-COUNT TO RPT-M-D
           PERFORM TRIM-RPT-M
           MOVE MISSING-COUNT TO RPT-K-D
           PERFORM TRIM-RPT-K
           MOVE SPACES TO RPT-RECORD
           STRING 'Skipped: ' DELIMITED BY SIZE
               RPT-N-D(RPT-N-A:RPT-N-B) DELIMITED BY SIZE
               ' rejected, ' DELIMITED BY SIZE
               RPT-M-D(RPT-M-A:RPT-M-B) DELIMITED BY SIZE
               ' not started, ' DELIMITED BY SIZE
               RPT-K-D(RPT-K-A:RPT-K-B) DELIMITED BY SIZE
               ' with no census report' DELIMITED BY SIZE
               INTO RPT-RECORD
           END-STRING
           WRITE RPT-RECORD
           MOVE OBJ-TOTAL TO AVG-NUM
           MOVE CENSUS-COUNT TO AVG-DEN
           PERFORM FORMAT-AVERAGE
           MOVE OBJ-TOTAL TO RPT-T-D
           PERFORM TRIM-RPT-T
           MOVE SPACES TO RPT-RECORD
           STRING 'Objects recognized: ' DELIMITED BY SIZE
               RPT-T-D(RPT-T-A:RPT-T-B) DELIMITED BY SIZE
               ', per run: ' DELIMITED BY SIZE
               AVG-TXT DELIMITED BY SPACE
               INTO RPT-RECORD
           END-STRING
           WRITE RPT-RECORD
           MOVE UNREC-TOTAL TO AVG-NUM
           PERFORM FORMAT-AVERAGE
           MOVE UNREC-TOTAL TO RPT-T-D
           PERFORM TRIM-RPT-T
           MOVE SPACES TO RPT-RECORD
           STRING 'Unrecognized clusters: ' DELIMITED BY SIZE
               RPT-T-D(RPT-T-A:RPT-T-B) DELIMITED BY SIZE
               ', per run: ' DELIMITED BY SIZE
               AVG-TXT DELIMITED BY SPACE
               INTO RPT-RECORD
           END-STRING
           WRITE RPT-RECORD
           MOVE EMPTY-COUNT TO RPT-N-D
           PERFORM TRIM-RPT-N
           MOVE SPACES TO RPT-RECORD
           STRING 'Runs that died out: ' DELIMITED BY SIZE
               RPT-N-D(RPT-N-A:RPT-N-B) DELIMITED BY SIZE
               INTO RPT-RECORD
           END-STRING
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE 'Objects by library entry (count, per run, runs)'
               TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE 1 TO I
           PERFORM WRITE-OBJECT-LINE
           MOVE 1 TO I
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE 'Objects by category (count, per run, runs)'
               TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE 1 TO I
           PERFORM WRITE-CATEGORY-LINE
           MOVE 1 TO I
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE 'Runs by rule (runs, then averages per run)'
               TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE 1 TO I
           PERFORM WRITE-RULE-LINE
           MOVE 1 TO I
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE 'Objects by rule (count, per run)' TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE 1 TO J
           PERFORM WRITE-RULE-OBJECTS
           MOVE 1 TO J
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE RARE-LIMIT TO RPT-N-D
           PERFORM TRIM-RPT-N
           MOVE SPACES TO RPT-RECORD
           STRING 'Rare finds (objects seen in fewer than '
               DELIMITED BY SIZE
               RPT-N-D(RPT-N-A:RPT-N-B) DELIMITED BY SIZE
               ' runs)' DELIMITED BY SIZE
               INTO RPT-RECORD
           END-STRING
           WRITE RPT-RECORD
           MOVE ZERO TO RARE-SEEN
           MOVE 1 TO J
           PERFORM WRITE-RARE-OBJECT
           MOVE 1 TO J
           IF RARE-SEEN = 0
               MOVE '  None.' TO RPT-RECORD
               WRITE RPT-RECORD
           END-IF
           IF FND-LOST > 0
               MOVE FND-LOST TO RPT-N-D
               PERFORM TRIM-RPT-N
               MOVE SPACES TO RPT-RECORD
               STRING '  The find table was full: ' DELIMITED BY SIZE
                   RPT-N-D(RPT-N-A:RPT-N-B) DELIMITED BY SIZE
                   ' sighting(s) of rare objects' DELIMITED BY SIZE
                   ' are left out.' DELIMITED BY SIZE
                   INTO RPT-RECORD
               END-STRING
               WRITE RPT-RECORD
           END-IF.

      *'  count  per-run  runs  NAME (CATEGORY)'
       WRITE-OBJECT-LINE.
           IF I <= OBJ-COUNT
               MOVE OBJ-CNT(I) TO RPT-N-D
               PERFORM TRIM-RPT-N
               MOVE OBJ-CNT(I) TO AVG-NUM
               MOVE CENSUS-COUNT TO AVG-DEN
               PERFORM FORMAT-AVERAGE
               MOVE OBJ-RUNS(I) TO RPT-M-D
               PERFORM TRIM-RPT-M
               MOVE OBJ-CAT(I) TO CUR-CAT
               PERFORM SET-CAT-TXT
               MOVE SPACES TO RPT-RECORD
               STRING '  ' DELIMITED BY SIZE
                   RPT-N-D(RPT-N-A:RPT-N-B) DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   AVG-TXT DELIMITED BY SPACE
                   '  ' DELIMITED BY SIZE
                   RPT-M-D(RPT-M-A:RPT-M-B) DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   OBJ-NAME(I) DELIMITED BY SPACE
                   ' (' DELIMITED BY SIZE
                   CAT-TXT DELIMITED BY SPACE
                   ')' DELIMITED BY SIZE
                   INTO RPT-RECORD
               END-STRING
               WRITE RPT-RECORD
               ADD 1 TO I
               GO TO WRITE-OBJECT-LINE
           END-IF.

      *'  count  per-run  runs  CATEGORY'
       WRITE-CATEGORY-LINE.
           IF I <= CAT-COUNT
               MOVE CAT-CNT(I) TO RPT-N-D
               PERFORM TRIM-RPT-N
               MOVE CAT-CNT(I) TO AVG-NUM
               MOVE CENSUS-COUNT TO AVG-DEN
               PERFORM FORMAT-AVERAGE
               MOVE CAT-RUNS(I) TO RPT-M-D
               PERFORM TRIM-RPT-M
               MOVE CAT-NAME(I) TO CUR-CAT
               PERFORM SET-CAT-TXT
               MOVE SPACES TO RPT-RECORD
               STRING '  ' DELIMITED BY SIZE
                   RPT-N-D(RPT-N-A:RPT-N-B) DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   AVG-TXT DELIMITED BY SPACE
                   '  ' DELIMITED BY SIZE
                   RPT-M-D(RPT-M-A:RPT-M-B) DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   CAT-TXT DELIMITED BY SPACE
                   INTO RPT-RECORD
               END-STRING
               WRITE RPT-RECORD
               ADD 1 TO I
               GO TO WRITE-CATEGORY-LINE
           END-IF.

      *A blank category (an object the library gives no '#C' line)
      *prints as 'none'.
       SET-CAT-TXT.
           IF CUR-CAT = SPACES
               MOVE 'none' TO CAT-TXT
           ELSE
               MOVE CUR-CAT TO CAT-TXT
           END-IF.

      *'  runs  RULE' and, below it, the rule's averages per run.
      *Runs recorded before batch.txt carried the rule share a
      *blank one, shown as 'rule not recorded'.
       WRITE-RULE-LINE.
           IF I <= RUL-COUNT
               IF RUL-RUNS(I) > 0
                   PERFORM WRITE-RULE-HEAD
                   MOVE RUL-RUNS(I) TO AVG-DEN
                   MOVE RUL-OBJ(I) TO AVG-NUM
                   PERFORM FORMAT-AVERAGE
                   MOVE SPACES TO RPT-RECORD
                   STRING '      objects ' DELIMITED BY SIZE
                       AVG-TXT DELIMITED BY SPACE
                       INTO RPT-RECORD
                   END-STRING
                   MOVE RUL-UNREC(I) TO AVG-NUM
                   PERFORM FORMAT-AVERAGE
                   MOVE ZERO TO TXT-TRAIL
                   INSPECT RPT-RECORD TALLYING TXT-TRAIL
                       FOR TRAILING SPACES
                   SUBTRACT TXT-TRAIL FROM 90 GIVING TXT-LEN
                   ADD 1 TO TXT-LEN
                   STRING ', unrecognized ' DELIMITED BY SIZE
                       AVG-TXT DELIMITED BY SPACE
                       INTO RPT-RECORD WITH POINTER TXT-LEN
                   END-STRING
                   MOVE RUL-FINAL(I) TO AVG-NUM
                   PERFORM FORMAT-AVERAGE
                   STRING ', final population ' DELIMITED BY SIZE
                       AVG-TXT DELIMITED BY SPACE
                       INTO RPT-RECORD WITH POINTER TXT-LEN
                   END-STRING
                   MOVE RUL-PEAK(I) TO AVG-NUM
                   PERFORM FORMAT-AVERAGE
                   STRING ', peak ' DELIMITED BY SIZE
                       AVG-TXT DELIMITED BY SPACE
                       INTO RPT-RECORD WITH POINTER TXT-LEN
                   END-STRING
                   WRITE RPT-RECORD
               END-IF
               ADD 1 TO I
               GO TO WRITE-RULE-LINE
           END-IF.

       WRITE-RULE-HEAD.
           MOVE RUL-RUNS(I) TO RPT-N-D
           PERFORM TRIM-RPT-N
           MOVE SPACES TO RPT-RECORD
           IF RUL-TXT(I) = SPACES
               STRING '  ' DELIMITED BY SIZE
                   RPT-N-D(RPT-N-A:RPT-N-B) DELIMITED BY SIZE
                   '  rule not recorded' DELIMITED BY SIZE
                   INTO RPT-RECORD
               END-STRING
           ELSE
               STRING '  ' DELIMITED BY SIZE
                   RPT-N-D(RPT-N-A:RPT-N-B) DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   RUL-TXT(I) DELIMITED BY SPACE
                   INTO RPT-RECORD
               END-STRING
           END-IF
           WRITE RPT-RECORD.

      *Each rule in turn (J), headed like the lines above, then the
      *objects its runs produced (I over the pair table), averaged
      *over that rule's runs.
       WRITE-RULE-OBJECTS.
           IF J <= RUL-COUNT
               IF RUL-RUNS(J) > 0
                   MOVE J TO I
                   PERFORM WRITE-RULE-HEAD
                   MOVE 1 TO I
                   PERFORM WRITE-RULE-OBJECT-LINE
                   MOVE 1 TO I
               END-IF
               ADD 1 TO J
               GO TO WRITE-RULE-OBJECTS
           END-IF.

       WRITE-RULE-OBJECT-LINE.
           IF I <= ORP-COUNT
               IF ORP-RUL(I) = J
                   MOVE ORP-CNT(I) TO RPT-N-D
                   PERFORM TRIM-RPT-N
                   MOVE ORP-CNT(I) TO AVG-NUM
                   MOVE RUL-RUNS(J) TO AVG-DEN
                   PERFORM FORMAT-AVERAGE
                   MOVE ORP-OBJ(I) TO HIT
                   MOVE SPACES TO RPT-RECORD
                   STRING '      ' DELIMITED BY SIZE
                       RPT-N-D(RPT-N-A:RPT-N-B) DELIMITED BY SIZE
                       '  ' DELIMITED BY SIZE
                       AVG-TXT DELIMITED BY SPACE
                       '  ' DELIMITED BY SIZE
                       OBJ-NAME(HIT) DELIMITED BY SPACE
                       INTO RPT-RECORD
                   END-STRING
                   WRITE RPT-RECORD
               END-IF
               ADD 1 TO I
               GO TO WRITE-RULE-OBJECT-LINE
           END-IF.

      *Each object (J) seen in fewer runs than the threshold, then
      *every run (I over the find table) it turned up in.
       WRITE-RARE-OBJECT.
           IF J <= OBJ-COUNT
               IF OBJ-RUNS(J) < RARE-LIMIT
                   ADD 1 TO RARE-SEEN
                   ADD OBJ-CUT(J) TO FND-LOST
                   MOVE OBJ-CAT(J) TO CUR-CAT
                   PERFORM SET-CAT-TXT
                   MOVE OBJ-RUNS(J) TO RPT-N-D
                   PERFORM TRIM-RPT-N
                   MOVE SPACES TO RPT-RECORD
                   STRING '  ' DELIMITED BY SIZE
                       OBJ-NAME(J) DELIMITED BY SPACE
                       ' (' DELIMITED BY SIZE
                       CAT-TXT DELIMITED BY SPACE
                       '), in ' DELIMITED BY SIZE
                       RPT-N-D(RPT-N-A:RPT-N-B) DELIMITED BY SIZE
                       ' run(s)' DELIMITED BY SIZE
                       INTO RPT-RECORD
                   END-STRING
                   WRITE RPT-RECORD
                   MOVE 1 TO I
                   PERFORM WRITE-RARE-RUN
                   MOVE 1 TO I
               END-IF
               ADD 1 TO J
               GO TO WRITE-RARE-OBJECT
           END-IF.

      *'      count in RUN, rule RULE, seed n' - the seed only for a
      *run that started from a random soup.
       WRITE-RARE-RUN.
           IF I <= FND-COUNT
               IF FND-OBJ(I) = J
                   MOVE FND-CNT(I) TO RPT-N-D
                   PERFORM TRIM-RPT-N
                   MOVE FND-RUN(I) TO HIT
                   MOVE SPACES TO RPT-RECORD
                   STRING '      ' DELIMITED BY SIZE
                       RPT-N-D(RPT-N-A:RPT-N-B) DELIMITED BY SIZE
                       ' in ' DELIMITED BY SIZE
                       RUN-NAME(HIT) DELIMITED BY SPACE
                       ', rule ' DELIMITED BY SIZE
                       RUN-RULE(HIT) DELIMITED BY SPACE
                       INTO RPT-RECORD
                   END-STRING
                   IF RUN-SEED(HIT) NOT = SPACES
                       MOVE RUN-SEED(HIT) TO RPT-S-D
                       PERFORM TRIM-RPT-S
                       MOVE ZERO TO TXT-TRAIL
                       INSPECT RPT-RECORD TALLYING TXT-TRAIL
                           FOR TRAILING SPACES
                       SUBTRACT TXT-TRAIL FROM 90 GIVING TXT-LEN
                       ADD 1 TO TXT-LEN
                       STRING ', seed ' DELIMITED BY SIZE
                           RPT-S-D(RPT-S-A:RPT-S-B) DELIMITED BY SIZE
                           INTO RPT-RECORD WITH POINTER TXT-LEN
                       END-STRING
                   END-IF
                   WRITE RPT-RECORD
               END-IF
               ADD 1 TO I
               GO TO WRITE-RARE-RUN
           END-IF.

      *AVG-NUM / AVG-DEN to two places, truncated, as 'n.dd'.
       FORMAT-AVERAGE.
           MOVE ZERO TO AVG-Q
           IF AVG-DEN > 0
               MULTIPLY AVG-NUM BY 100 GIVING AVG-X
               DIVIDE AVG-X BY AVG-DEN GIVING AVG-Q
           END-IF
           DIVIDE AVG-Q BY 100 GIVING AVG-INT REMAINDER AVG-FRAC
           MOVE AVG-INT TO RPT-M-D
           PERFORM TRIM-RPT-M
           MOVE SPACES TO AVG-TXT
           STRING RPT-M-D(RPT-M-A:RPT-M-B) DELIMITED BY SIZE
               '.' DELIMITED BY SIZE
               AVG-FRAC DELIMITED BY SIZE
               INTO AVG-TXT
           END-STRING.

      *Trim the leading zeros off one report number, leaving the
      *start position and length the STRING above takes.
       TRIM-RPT-N.
           MOVE ZERO TO RPT-N-A
           INSPECT RPT-N-D TALLYING RPT-N-A FOR LEADING ZEROS
           IF RPT-N-A = 7
               SUBTRACT 1 FROM RPT-N-A
           END-IF
           SUBTRACT RPT-N-A FROM 7 GIVING RPT-N-B
           ADD 1 TO RPT-N-A.

       TRIM-RPT-M.
           MOVE ZERO TO RPT-M-A
           INSPECT RPT-M-D TALLYING RPT-M-A FOR LEADING ZEROS
           IF RPT-M-A = 7
               SUBTRACT 1 FROM RPT-M-A
           END-IF
           SUBTRACT RPT-M-A FROM 7 GIVING RPT-M-B
           ADD 1 TO RPT-M-A.

       TRIM-RPT-K.
           MOVE ZERO TO RPT-K-A
           INSPECT RPT-K-D TALLYING RPT-K-A FOR LEADING ZEROS
           IF RPT-K-A = 7
               SUBTRACT 1 FROM RPT-K-A
           END-IF
           SUBTRACT RPT-K-A FROM 7 GIVING RPT-K-B
           ADD 1 TO RPT-K-A.

       TRIM-RPT-T.
           MOVE ZERO TO RPT-T-A
           INSPECT RPT-T-D TALLYING RPT-T-A FOR LEADING ZEROS
           IF RPT-T-A = 9
               SUBTRACT 1 FROM RPT-T-A
           END-IF
           SUBTRACT RPT-T-A FROM 9 GIVING RPT-T-B
           ADD 1 TO RPT-T-A.

       TRIM-RPT-S.
           MOVE ZERO TO RPT-S-A
           INSPECT RPT-S-D TALLYING RPT-S-A FOR LEADING ZEROS
           IF RPT-S-A = 9
               SUBTRACT 1 FROM RPT-S-A
           END-IF
           SUBTRACT RPT-S-A FROM 9 GIVING RPT-S-B
           ADD 1 TO RPT-S-A.
