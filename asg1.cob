             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OUTPUT-FILE ASSIGN TO DYNAMIC OUT-NAME
             ORGANIZATION IS LINE SEQUENTIAL.
      *OPTIONAL: a run restarted from a checkpoint some other run
      *left (a branch taken from an extracted generation) has no
      *animation or population file of its own yet for the EXTEND
      *to add to.
           SELECT OPTIONAL ANIM-FILE ASSIGN TO DYNAMIC ANIM-NAME
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL POP-FILE ASSIGN TO DYNAMIC POP-NAME
             ORGANIZATION IS LINE SEQUENTIAL.
      *OPTIONAL: the census reads the library on every run, and a
      *site with no patterns.idx should get an empty library (and,
      *for an explicit PATTERN-NAME, the entry-not-found message) -
      *not an abend on the OPEN.  The library is keyed on entry
      *name, with the category as an alternate key so the census
      *can walk a single category.
           SELECT OPTIONAL LIBRARY-FILE ASSIGN TO 'patterns.idx'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS LIBX-KEY
             ALTERNATE RECORD KEY IS LIBX-CAT WITH DUPLICATES.
      *OPTIONAL: a restart whose NAMEchk.txt is missing gets a
      *rejection message instead of an abend on the OPEN, and a
      *resubmitted queue can look for an in-flight run's checkpoint
      *without knowing it is there.
           SELECT OPTIONAL CHECKPOINT-FILE ASSIGN TO DYNAMIC CHK-NAME
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RLE-FILE ASSIGN TO DYNAMIC RLE-NAME
             ORGANIZATION IS LINE SEQUENTIAL.
      *OPTIONAL: a resubmitted queue opens the batch summary (and
      *the requeue file) EXTEND to keep what the first job wrote.
           SELECT OPTIONAL BATCH-FILE ASSIGN TO 'batch.txt'
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HEAT-FILE ASSIGN TO DYNAMIC HEAT-NAME
             ORGANIZATION IS LINE SEQUENTIAL.
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DYN-FILE ASSIGN TO DYNAMIC DYN-NAME
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL REQUEUE-FILE ASSIGN TO 'requeue.txt'
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WATCH-FILE ASSIGN TO DYNAMIC WATCH-FNAME
             ORGANIZATION IS LINE SEQUENTIAL.
      *built-in defaults, exactly as it always has.
           SELECT OPTIONAL CONFIG-FILE ASSIGN TO 'lifesite.cfg'
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO 'queue.ctl'
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL JOBSEQ-FILE ASSIGN TO 'jobseq.ctl'
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RESUME-FILE ASSIGN TO 'resume.tmp'
             ORGANIZATION IS LINE SEQUENTIAL.
      *OPTIONAL: the first run at a site creates the run-history
      *master, and until then every lookup is a miss.  It is keyed
      *on the starting grid's signature and GEN, with the NAME the
      *outputs were written under as an alternate key so a run that
      *overwrites those outputs can find the records naming them.
           SELECT OPTIONAL RUNHIST-FILE ASSIGN TO 'runhist.idx'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS RH-KEY
             ALTERNATE RECORD KEY IS RH-NAME WITH DUPLICATES.
      *OPTIONAL: a cached run's outputs may have been cleared away
      *since; the missing file reads as end of file, not an abend.
           SELECT OPTIONAL CACHE-FILE ASSIGN TO DYNAMIC CACHE-NAME
             ORGANIZATION IS LINE SEQUENTIAL.
      *OPTIONAL: a sweep's rule-list file that is not there reads
      *as an empty list, and the sweep is rejected for naming no
      *rules rather than abending on the OPEN.
           SELECT OPTIONAL SWEEP-LIST-FILE ASSIGN TO DYNAMIC SWEEP-LNAME
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SWEEP-FILE ASSIGN TO DYNAMIC SWEEP-NAME
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
               DEPENDING ON WIDTH.
       FD POP-FILE.
       01 POP-OUTPUT PIC X(40).
      *The keyed library record, as LIB-LOAD writes it: LIBX-SEQ
      *zero is the entry's header - its size, the box and count of
      *its live cells, and its metadata - and 1 to LIBX-ROWS are
      *its pattern rows.
       FD LIBRARY-FILE.
       01 LIBX-RECORD.
           03 LIBX-KEY.
               05 LIBX-NAME PIC X(30).
               05 LIBX-SEQ PIC 9(3).
           03 LIBX-CAT PIC X(12).
           03 LIBX-ROW PIC X(200).
           03 LIBX-HEAD REDEFINES LIBX-ROW.
               05 LIBX-ROWS PIC 9(3).
               05 LIBX-COLS PIC 9(3).
               05 LIBX-TOP PIC 9(3).
               05 LIBX-LEFT PIC 9(3).
               05 LIBX-HIGH PIC 9(3).
               05 LIBX-WIDE PIC 9(3).
               05 LIBX-CELLS PIC 9(5).
               05 LIBX-BEHAV PIC X(20).
               05 LIBX-DESC PIC X(60).
               05 FILLER PIC X(97).
       FD CHECKPOINT-FILE.
       01 CHK-RECORD PIC X(200).
       FD RLE-FILE.
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
       FD CENSUS-FILE.
       01 CEN-RECORD PIC X(90).
       FD DYN-FILE.
       01 WATCH-RECORD PIC X(90).
       FD CONFIG-FILE.
       01 CFG-RECORD PIC X(200).
       FD CONTROL-FILE.
       01 CTL-RECORD.
           03 CTL-TYPE PIC X(8).
           03 FILLER PIC X.
           03 CTL-REC-PASS PIC 9(2).
           03 FILLER PIC X.
           03 CTL-REC-SEQ PIC 9(5).
           03 FILLER PIC X.
           03 CTL-REC-NAME PIC X(30).
           03 FILLER PIC X.
           03 CTL-REC-BUDGET PIC 9(9).
           03 FILLER PIC X.
           03 CTL-REC-LEG PIC 9(2).
           03 FILLER PIC X.
           03 CTL-REC-ARMED PIC X.
       FD JOBSEQ-FILE.
       01 JOBSEQ-RECORD.
           03 JOBSEQ-NO PIC 9(5).
       FD RESUME-FILE.
       01 RESUME-RECORD PIC X(200).
      *One completed run: the signature of the grid it started from
      *and the rule, board and wrap it ran under, the GEN it was
      *given, the NAME its outputs carry, the generations it
      *actually computed, whether it stopped early on a still life
      *or oscillator (so any longer GEN ends the same way), and its
      *final population.
       FD RUNHIST-FILE.
       01 RH-RECORD.
           03 RH-KEY.
               05 RH-SIG.
                   07 RH-CELLS PIC 9(5).
                   07 RH-H1 PIC 9(9).
                   07 RH-H2 PIC 9(9).
                   07 RH-ROW PIC 9(3).
                   07 RH-COLM PIC 9(3).
                   07 RH-RULE PIC X(20).
                   07 RH-WRAP PIC X.
               05 RH-GEN PIC 9(5).
           03 RH-NAME PIC X(30).
           03 RH-RAN PIC 9(5).
           03 RH-STOP PIC X.
           03 RH-POP PIC 9(7).
       FD CACHE-FILE.
       01 CACHE-RECORD PIC X(200).
       FD SWEEP-LIST-FILE.
       01 SWEEP-LIST-RECORD PIC X(200).
      *One line of the sweep comparison: the rule, how its leg ended
      *and at which generation, the leg's final, peak and minimum
      *population, the objects its census recognized and the
      *clusters it did not, and the NAME the leg's outputs carry.
       FD SWEEP-FILE.
       01 SWEEP-LINE.
           03 SWP-RULE PIC X(20).
           03 FILLER PIC X.
           03 SWP-ENDING PIC X(16).
           03 FILLER PIC X.
           03 SWP-ENDGEN PIC X(7).
           03 FILLER PIC X.
           03 SWP-FINAL PIC X(7).
           03 FILLER PIC X.
           03 SWP-PEAK PIC X(7).
           03 FILLER PIC X.
           03 SWP-MIN PIC X(7).
           03 FILLER PIC X.
           03 SWP-OBJ PIC X(7).
           03 FILLER PIC X.
           03 SWP-UNREC PIC X(7).
           03 FILLER PIC X.
           03 SWP-NAME PIC X(30).
       FD AUDIT-FILE.
       01 AUDIT-LINE.
           03 AUD-NAME PIC X(30).
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

       WORKING-STORAGE SECTION.
      *Batch run queue - the input file may hold any number of run
      *costs the rest of the night's queue.  IN-EOF-ASGN marks the
      *end of the queue, and each finished run appends one line of
      *NAME, outcome and final population to batch.txt so a whole
      *night's runs can be read off one page.  IN-LINENO counts the
      *lines read so far and DEF-LINENO is where the current NAME
      *line sits, so the reader can be put back on it.  DEF-END-ASGN
      *is set once a definition's ENDRUN has been read ahead of the
      *resync that would otherwise look for it.
       01 IN-EOF-ASGN PIC X VALUE 'N'.
           88 IN-EOF VALUE 'Y'.
       01 IN-LINENO PIC 9(7) VALUE ZERO.
       01 DEF-LINENO PIC 9(7) VALUE ZERO.
       01 DEF-END-ASGN PIC X VALUE 'N'.
           88 DEF-ENDED VALUE 'Y'.
       01 BATCH-GEN-ED PIC 9(5) VALUE ZERO.

      *Batch-window budget - an optional 'BUDGET n' control line at
       01 REQ-LEAD PIC X(40) VALUE SPACES.
       01 REQ-LEAD-TRAIL PIC 9(3) VALUE ZERO.
       01 REQ-LEAD-LEN PIC 9(3) VALUE ZERO.
      *UNSTART-ASGN: the budget is spent and nothing in the run
      *history answers the definition, so it goes back unstarted.
       01 UNSTART-ASGN PIC X VALUE 'N'.
           88 UNSTARTED VALUE 'Y'.

      *Queue control - queue.ctl carries a JOB record for each job
      *that works through the queue, then one STARTED record per
      *definition once its generation-0 checkpoint is on disk and
      *one DONE record once its batch, audit and requeue lines are
      *written, each keyed by the definition's position in
      *input.txt (its NAME is kept alongside as a cross-check), and
      *a closing JOBEND when the whole queue has been read.  A rule
      *sweep's records carry the sweep's own NAME and the leg they
      *belong to, and every finished leg adds a LEGDONE record.
      *Each DONE and LEGDONE record also carries what was left of
      *the budget and whether one was armed.  A job that finds the
      *file without its JOBEND is a resubmit after an abend:
      *batch.txt and requeue.txt are opened EXTEND rather than
      *wiped, every DONE definition is stepped over, the one left
      *STARTED is resumed from its NAMEchk.txt as if its restart
      *flag had been set (a sweep steps over its finished legs and
      *resumes the leg it had started from that leg's checkpoint),
      *and a BUDGET line that stood ahead of the last DONE or
      *LEGDONE record picks up what that record left, provided a
      *budget was armed there; one further on arms afresh.  Each
      *batch line says which job ran it.  A definition whose NAME
      *no longer matches its position is simply run - the queue has
      *been edited since.  Delete queue.ctl to force a fresh start.
       01 CTL-EOF-ASGN PIC X VALUE 'N'.
           88 CTL-EOF VALUE 'Y'.
       01 CTL-OPEN-ASGN PIC X VALUE 'N'.
           88 CTL-OPEN VALUE 'Y'.
       01 CTL-RESUB-ASGN PIC X VALUE 'N'.
           88 CTL-RESUB VALUE 'Y'.
       01 CTL-PASS PIC 9(2) VALUE ZERO.
       01 CTL-SEQ PIC 9(5) VALUE ZERO.
       01 CTL-MAX PIC 9(5) VALUE 9999.
       01 CTL-TBL.
           03 CTL-ENT OCCURS 9999 TIMES.
               05 CTL-STATE PIC X.
               05 CTL-ENT-NAME PIC X(30).
               05 CTL-ENT-LEG PIC X(2).
               05 CTL-ENT-LEGS PIC X(2).
       01 CTL-BUDGET-ASGN PIC X VALUE 'N'.
           88 CTL-BUDGET-HAVE VALUE 'Y'.
       01 CTL-BUDGET-LEFT PIC 9(9) VALUE ZERO.
       01 CTL-BUDGET-SEQ PIC 9(5) VALUE ZERO.
       01 CTL-SKIP-ASGN PIC X VALUE 'N'.
           88 CTL-SKIP VALUE 'Y'.
       01 RESUME-ASGN PIC X VALUE 'N'.
           88 RESUME-EVAL VALUE 'Y'.
       01 RESUME-EOF-ASGN PIC X VALUE 'N'.
           88 RESUME-EOF VALUE 'Y'.
       01 RESUME-CUT-ASGN PIC X VALUE 'N'.
           88 RESUME-CUT VALUE 'Y'.
       01 CTL-REQ-ASGN PIC X VALUE 'N'.
           88 CTL-REQ VALUE 'Y'.
       01 CTL-NEW-TYPE PIC X(8) VALUE SPACES.
       01 CTL-PASS-ED PIC 9(2) VALUE ZERO.

      *Run stamping - every batch.txt and audit.log line carries the
      *date the run started (YYYYMMDD), its start and end times of
      *day (HHMMSS) and the sequence number of the batch job that
      *ran it.  The job number lives in jobseq.ctl, outside
      *queue.ctl so that deleting the queue control file does not
      *start the numbering over: a fresh job takes the next number,
      *a resubmit carries on under the number of the job it is
      *finishing.  A run that crosses midnight shows an end time
      *below its start time against its start date.
       01 RUN-DATE PIC 9(8) VALUE ZERO.
       01 RUN-START PIC 9(6) VALUE ZERO.
       01 RUN-END PIC 9(6) VALUE ZERO.
       01 RUN-CLOCK PIC 9(8) VALUE ZERO.
       01 JOB-SEQ PIC 9(5) VALUE ZERO.

      *Site configuration - lifesite.cfg, read once at startup.  A
      *'CHKINT n' line sets the site default checkpoint interval
      *(every run starts from it; 0 means no periodic checkpoints,
      *though a halt or end of run still writes one).  A line of
      *'PROFILE name wrap rule restart rle chkint delta' stores a
      *vetted run profile; naming it as '!name' in the option
      *line's third token applies its values in one go, and any
      *option token typed after it (a '-' standing for 'no
      *override') still wins.
      *The operator's seven-token line keeps working untouched.  A
      *'CENCAT category' line limits the census to the library
      *entries filed under that category; without one it walks the
      *whole library.  A 'KEYINT n' line sets how often a delta
      *animation file carries a full keyframe (0 means only at the
      *start of each leg of a run).
       01 CFG-EOF-ASGN PIC X VALUE 'N'.
           88 CFG-EOF VALUE 'Y'.
       01 CFG-KEY PIC X(10) VALUE SPACES.
       01 SITE-CHKINT PIC 9(5) VALUE 100.
       01 SITE-CENCAT PIC X(12) VALUE SPACES.
       01 SITE-KEYINT PIC 9(5) VALUE 100.
       01 PROF-TBL.
           03 PROF-ENT OCCURS 20 TIMES.
               05 PROF-NAME PIC X(30).
               05 PROF-RESTART PIC X.
               05 PROF-RLE PIC X.
               05 PROF-CHKTOK PIC X(5).
               05 PROF-DELTA PIC X.
       01 PROF-COUNT PIC 9(3) VALUE ZERO.
       01 PROF-TOK PIC X(31) VALUE SPACES.
       01 PROF-JUNK PIC X(20) VALUE SPACES.
       01 OVR-RLE PIC X VALUE SPACE.
       01 OVR-WATCH PIC X(30) VALUE SPACES.
       01 OVR-WHALT PIC X VALUE SPACE.
       01 OVR-DELTA PIC X VALUE SPACE.

      *Global variables
       01 NAME PIC X(90) VALUE SPACES.
       01 RULE-DIGIT PIC 9 VALUE ZERO.
       01 RULE-IDX PIC 9(2) VALUE ZERO.

      *Optional name of a library entry (patterns.idx) to pull the
      *grid from in place of raw '0'/'*' rows in the input file - the
      *fifth token on the ROW/COLM/WRAP/RULE line, left blank to keep
      *typing the grid into the input file as before.  The entry's
      *header record carries its size and its metadata (description,
      *category, expected behavior); the grid readers take the rows
      *from the row records behind it, and the census keeps the
      *category to print beside each recognized object.
       01 PATTERN-NAME PIC X(30) VALUE SPACES.
       01 LIB-FOUND-ASGN PIC X VALUE 'N'.
           88 LIB-FOUND VALUE 'Y'.
       01 LIB-EOF-ASGN PIC X VALUE 'N'.
       01 LIB-NAME-TRAIL PIC 9(5) VALUE ZERO.
       01 LIB-ROW-COUNT PIC 9(3) VALUE ZERO.
       01 LIB-COL-COUNT PIC 9(3) VALUE ZERO.
       01 LIB-DIMR-D PIC X(3) VALUE SPACES.
       01 LIB-DIMR-A PIC 9(2) VALUE ZERO.
       01 LIB-DIMR-B PIC 9(2) VALUE ZERO.
       01 LIB-DIMC-B PIC 9(2) VALUE ZERO.

      *Target-pattern watch - the eighth and ninth tokens on the
      *ROW/COLM/WRAP/RULE line name a patterns.idx entry to watch
      *for during the run and whether to halt the moment it shows
      *up.  Every new generation is scanned for the target the way
      *the census matches objects (all four rotations and their
       01 WATCH-STOP-ASGN PIC X VALUE 'N'.
           88 WATCH-STOP VALUE 'Y'.
       01 WATCH-E PIC 9(3) VALUE ZERO.
       01 WATCH-GENNO PIC 9(5) VALUE ZERO.
       01 WATCH-R PIC 9(3) VALUE ZERO.
       01 WATCH-C PIC 9(3) VALUE ZERO.
       01 CHK-GEN PIC 9(5) VALUE ZERO.
       01 CHK-ROW PIC 9(3) VALUE ZERO.
       01 CHK-COLM PIC 9(3) VALUE ZERO.
       01 CHK-MISS-ASGN PIC X VALUE 'N'.
           88 CHK-MISS VALUE 'Y'.
       01 CHK-NAME-TRAIL PIC 9(5) VALUE ZERO.
       01 CHK-NAME-LEN PIC 9(5) VALUE ZERO.
       01 CHK-ROW-ED PIC 9(3) VALUE ZERO.
       01 CHK-COLM-ED PIC 9(3) VALUE ZERO.


      *RLE import - a PATTERN-NAME of '@filename' on the ROW/COLM/
      *WRAP/RULE line reads the grid out of a standard Game of Life
      *RLE file instead of the input file or patterns.idx: the
      *'x = .., y = .., rule = ..' header sizes the pattern (and its
      *rule, when present, replaces RULE-ASGN), and the b/o/$ runs
      *are stamped into the top-left corner of an otherwise dead
      *2147483647, stepped once per cell in row-major order, so the
      *same seed and density always rebuild the identical grid for
      *a rerun or a checkpointed restart's verification.
      *SOUP-READ-ASGN says the density/seed line was read for this
      *definition, so the seed and density can be reported.
       01 SOUP-DENSITY PIC 9(3) VALUE ZERO.
       01 SOUP-SEED PIC 9(9) VALUE ZERO.
       01 SOUP-READ-ASGN PIC X VALUE 'N'.
           88 SOUP-READ VALUE 'Y'.
       01 SOUP-SEED-D PIC X(9) VALUE SPACES.
       01 SOUP-SEED-A PIC 9(2) VALUE ZERO.
       01 SOUP-SEED-B PIC 9(2) VALUE ZERO.
       01 SOUP-DEN-D PIC X(3) VALUE SPACES.
       01 SOUP-DEN-A PIC 9(2) VALUE ZERO.
       01 SOUP-DEN-B PIC 9(2) VALUE ZERO.
       01 SOUP-STATE PIC 9(18) VALUE ZERO.
       01 SOUP-Q PIC 9(18) VALUE ZERO.
       01 SOUP-R PIC 9(18) VALUE ZERO.
      *connected groups of live cells (8-connected, no wrap - on a
      *wrapped board a group spanning the seam reports as two), each
      *group is trimmed to its bounding box and compared against
      *every patterns.idx entry (itself trimmed to its live cells)
      *in all four rotations and their mirror images, and the
      *NAME || 'census.txt' report lists each recognized object with
      *its kind and top-left position plus a count of the clusters
       01 CENR-C-A PIC 9(2) VALUE ZERO.
       01 CENR-C-B PIC 9(2) VALUE ZERO.

      *Library entries held in storage for matching, each trimmed
      *to the bounding box of its live cells - the padding rows and
      *columns an entry carries in the file are no part of its
      *shape.  The census walks the library once per group, taking
      *into slot 1 each entry whose header says it could match (the
      *same live-cell count, a box of the group's size either way
      *round); slot 2 holds the watch target for the whole run.
      *Entries with no live cells, or trimming larger than the
      *40x40 match window, sit the census out.  CENL-WALK-CAT is
      *the category the walk is confined to, blank for all of it;
      *CENL-MINR/CENL-MINC are the top-left of the entry's live box
      *in its rows and CENL-MAXR the last row of the box.
       01 CEN-LIB.
           03 CEN-ENT OCCURS 2 TIMES.
               05 CEN-ENT-NAME PIC X(30).
               05 CEN-ENT-CAT PIC X(12).
               05 CEN-ENT-H PIC 9(3).
               05 CEN-ENT-W PIC 9(3).
               05 CEN-ENT-CELLS PIC 9(5).
               05 CEN-ENT-ROW PIC X(40) OCCURS 40 TIMES.
       01 CEN-CAT-TRAIL PIC 9(5) VALUE ZERO.
       01 CEN-CAT-LEN PIC 9(5) VALUE ZERO.
       01 CENL-WALK-CAT PIC X(12) VALUE SPACES.
       01 CENL-ROWS PIC 9(3) VALUE ZERO.
       01 CENL-MINR PIC 9(3) VALUE ZERO.
       01 CENL-MAXR PIC 9(3) VALUE ZERO.
       01 CENL-MINC PIC 9(3) VALUE ZERO.

      *Delta animation - with the delta flag (the option line's
      *tenth token, or a profile's) set, the run writes
      *NAME || 'delta.txt' through the animation file in place of
      *NAME || 'anim.txt'.  Rather than every row of every grid it
      *holds a 'Keyframe N' block (the full grid, row by row, as an
      *anim file holds it) at generation 0, at every SITE-KEYINT'th
      *generation and at the start of a restarted leg, and between
      *keyframes a 'Delta N' header followed by one 'RRR CCC S' line
      *(row, column, new state) per cell GENERATION changed.  The
      *changes are noted into DELTA-TBL as GENERATION makes them and
      *written out once the pass is over.
       01 DELTA-ASGN PIC X VALUE 'N'.
           88 DELTA-EVAL VALUE 'Y'.
       01 DELTA-KEY-ASGN PIC X VALUE 'N'.
           88 DELTA-KEY VALUE 'Y'.
       01 DELTA-TBL.
           03 DELTA-ENT OCCURS 40000 TIMES.
               05 DELTA-R PIC 9(3).
               05 DELTA-C PIC 9(3).
               05 DELTA-S PIC X.
       01 DELTA-N PIC 9(5) VALUE ZERO.
       01 DELTA-I PIC 9(5) VALUE ZERO.
       01 DELTA-DIVQ PIC 9(5) VALUE ZERO.
       01 DELTA-REM PIC 9(5) VALUE ZERO.
       01 DELTA-LINE.
           03 DELTA-LINE-R PIC 9(3).
           03 FILLER PIC X VALUE SPACE.
           03 DELTA-LINE-C PIC 9(3).
           03 FILLER PIC X VALUE SPACE.
           03 DELTA-LINE-S PIC X.

      *Result cache - before a run is simulated its starting grid is
      *reduced to a signature (the count of non-dead cells and two
      *position-weighted hashes of them, taken modulo two primes
      *near a billion) which, with the board size, rule and wrap,
      *looks the run up in runhist.idx.  Any earlier run from the
      *same signature whose GEN was this one's, or which stopped as
      *a still life or oscillator within this GEN, already holds
      *the answer: its final grid is read back from its cob file
      *and its cob, pop, dyn, census and RLE outputs are reproduced
      *under this NAME without a generation being computed, so
      *nothing is charged to the budget.  CACHE-FROM is the NAME
      *the hit was found under.  Watched runs and restarts never
      *use the cache - their outputs depend on more than the grid.
       01 CACHE-ASGN PIC X VALUE 'N'.
           88 CACHE-HIT VALUE 'Y'.
       01 CACHE-EOF-ASGN PIC X VALUE 'N'.
           88 CACHE-EOF VALUE 'Y'.
       01 CACHE-SIG.
           03 CACHE-SIG-CELLS PIC 9(5).
           03 CACHE-SIG-H1 PIC 9(9).
           03 CACHE-SIG-H2 PIC 9(9).
           03 CACHE-SIG-ROW PIC 9(3).
           03 CACHE-SIG-COLM PIC 9(3).
           03 CACHE-SIG-RULE PIC X(20).
           03 CACHE-SIG-WRAP PIC X.
       01 CACHE-FROM PIC X(30) VALUE SPACES.
       01 CACHE-POP PIC 9(7) VALUE ZERO.
       01 CACHE-NAME PIC X(90) VALUE SPACES.
       01 CACHE-IDX PIC 9(9) VALUE ZERO.
       01 CACHE-V PIC 9(2) VALUE ZERO.
       01 CACHE-DIGIT PIC 9 VALUE ZERO.
       01 CACHE-TERM PIC 9(12) VALUE ZERO.
       01 CACHE-WORK PIC 9(12) VALUE ZERO.
       01 CACHE-DIVQ PIC 9(12) VALUE ZERO.

      *Rule sweep - a RULE token that lists several rules separated
      *by commas ('B3/S23,B36/S23,B2/S/3'), or names a rule-list
      *file as '@filename' (its rules separated by spaces, commas or
      *line ends), runs the definition's one starting grid under
      *each rule in turn, with the same size, wrap and GEN.  Each
      *rule is a leg of its own, named NAME || '-' || nn for the leg
      *number, with its own outputs and its own batch.txt and
      *audit.log lines exactly as a single run gets them, and
      *NAME || 'sweep.txt' sets the legs side by side: one line per
      *rule saying how the leg ended and at which generation, its
      *final, peak and minimum population and its census object
      *count.  A sweep holds up to 20 rules and is never restarted
      *as a whole - a budget-halted leg is requeued as a restart of
      *that leg alone.  SWEEP-GRID keeps the starting grid every
      *leg begins from.
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
      *On a resubmit: how many legs the earlier job finished, and the
      *leg it had started and not finished.
       01 SWEEP-LEGS-DONE PIC 9(2) VALUE ZERO.
       01 SWEEP-RESUME-LEG PIC 9(2) VALUE ZERO.
       01 SWEEP-SKIP-ASGN PIC X VALUE 'N'.
           88 SWEEP-SKIP VALUE 'Y'.
       01 SWEEP-BASE PIC X(90) VALUE SPACES.
       01 SWEEP-NAME PIC X(90) VALUE SPACES.
       01 SWEEP-LNAME PIC X(90) VALUE SPACES.
       01 SWEEP-GRID.
           03 SWEEP-P PIC X(200) OCCURS 200 TIMES.
       01 SWEEP-ENDGEN PIC 9(5) VALUE ZERO.
       01 SWEEP-OBJ PIC 9(5) VALUE ZERO.
       01 SWEEP-UNREC PIC 9(5) VALUE ZERO.
       01 SWEEP-I PIC 9(3) VALUE ZERO.
       01 SWEEP-MSG PIC X(200) VALUE SPACES.
       01 SWEEP-JUNK PIC X(200) VALUE SPACES.
       01 SWEEP-GEN-ED PIC 9(5) VALUE ZERO.
       01 SWEEP-ROW-ED PIC 9(3) VALUE ZERO.
       01 SWEEP-COLM-ED PIC 9(3) VALUE ZERO.

       01 PATTERN1.
           03 P1 PIC X(200) OCCURS 200 TIMES.
       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           PERFORM READ-SITE-CONFIG
           PERFORM LOAD-QUEUE-CONTROL
           PERFORM NUMBER-THE-JOB
           OPEN INPUT INPUT-FILE
           IF CTL-RESUB
               OPEN EXTEND BATCH-FILE
               PERFORM WRITE-BATCH-RESUBMIT
           ELSE
               OPEN OUTPUT BATCH-FILE
               PERFORM WRITE-BATCH-HEADER
           END-IF
           PERFORM START-QUEUE-CONTROL
           PERFORM RUN-ONE-JOB
           PERFORM END-QUEUE-CONTROL
           IF REQ-OPENED
               CLOSE REQUEUE-FILE
           END-IF
           READ INPUT-FILE
               AT END MOVE 'Y' TO IN-EOF-ASGN
           END-READ
           IF NOT IN-EOF
               ADD 1 TO IN-LINENO
           END-IF
      *A 'BUDGET n' control line where a NAME could stand arms the
      *queue-wide generation budget (so a run cannot actually be
      *named 'BUDGET ...' - a fair trade for one control line).
               UNSTRING DATA-INPUT DELIMITED BY SPACE
                   INTO BUDGET-JUNK, BUDGET-LEFT
               END-UNSTRING
      *A resubmit carries on with what the first job left of the
      *budget, not a fresh allowance - for a line standing ahead of
      *the last definition it recorded as done, and only when a
      *budget was armed by then.  A line further on was never
      *reached by that job's finished runs and arms as written.
               IF CTL-RESUB AND CTL-BUDGET-HAVE
                   AND CTL-SEQ < CTL-BUDGET-SEQ
                   MOVE CTL-BUDGET-LEFT TO BUDGET-LEFT
               END-IF
               GO TO RUN-ONE-JOB
           END-IF
           IF NOT IN-EOF
               MOVE DATA-INPUT TO NAME
           END-IF
           IF NOT IN-EOF AND NAME NOT = SPACES
               ADD 1 TO CTL-SEQ
               MOVE IN-LINENO TO DEF-LINENO
               PERFORM STAMP-RUN-START
               PERFORM CHECK-CONTROL-STATE
      *A definition the first job finished is stepped over whole -
      *its batch, audit and requeue lines are already written.
               IF CTL-SKIP
                   PERFORM RESYNC-TO-ENDRUN
               ELSE
                   PERFORM INFOPEN
                   MOVE 'N' TO UNSTART-ASGN
                   IF BUDGET-EVAL AND BUDGET-LEFT = 0 AND VALID-EVAL
                       PERFORM CHECK-SPENT-BUDGET
                   END-IF
                   IF UNSTARTED
      *The budget is spent and the run history cannot stand in for
      *the run: the reader goes back to its NAME line and the
      *definition is copied verbatim to the requeue file instead,
      *consuming its lines through ENDRUN as it goes.
                       PERFORM REWIND-TO-DEFINITION
                       PERFORM REQUEUE-UNSTARTED-RUN
                   ELSE
      *A rule sweep runs as one leg per rule, each writing its own
      *batch, audit and requeue lines; a sweep rejected as a whole
      *gets the single rejected line any other run would.
                       IF SWEEP-EVAL AND VALID-EVAL
                           PERFORM RUN-RULE-SWEEP
                       ELSE
                           PERFORM RUN-ONE-BODY
                           PERFORM WRITE-BATCH-LINE
                           PERFORM WRITE-AUDIT-LINE
                           IF BUDGET-HALT
                               PERFORM WRITE-REQUEUE-HALTED
                           END-IF
                       END-IF
      *Whatever became of this run - finished, halted, or thrown out
      *with its pattern rows never read - skipping forward to its
      *'ENDRUN' terminator puts the reader back on a definition
      *boundary, so the rest of the queue runs either way.  Only
      *end-of-file ends the queue: there is nothing left to read.
                       PERFORM RESYNC-TO-ENDRUN
                   END-IF
                   MOVE 'DONE' TO CTL-NEW-TYPE
                   PERFORM WRITE-CONTROL-RECORD
               END-IF
               IF NOT IN-EOF
                   GO TO RUN-ONE-JOB
      *reads exactly the terminator; after a rejected one it also
      *steps over the pattern rows the run never used.
       RESYNC-TO-ENDRUN.
           IF NOT IN-EOF AND NOT DEF-ENDED
               READ INPUT-FILE
                   AT END MOVE 'Y' TO IN-EOF-ASGN
               END-READ
               IF NOT IN-EOF
                   ADD 1 TO IN-LINENO
               END-IF
               IF NOT IN-EOF AND DATA-INPUT NOT = 'ENDRUN'
                   GO TO RESYNC-TO-ENDRUN
               END-IF
           END-IF.

      *With the budget spent a definition still runs when the run
      *history reproduces it, which computes nothing and so costs
      *nothing.  A rule sweep runs when any leg is answered that
      *way, or when an earlier job already finished some of its
      *legs (the legs left then halt at generation 0 and go back as
      *restarts of their own).  A restart or a watched run never
      *uses the history, so it always goes back unstarted.
       CHECK-SPENT-BUDGET.
           MOVE 'Y' TO UNSTART-ASGN
           IF SWEEP-EVAL
               IF SWEEP-LEGS-DONE > 0
                   MOVE 'N' TO UNSTART-ASGN
               ELSE
                   IF WATCH-NAME = SPACES
                       PERFORM PROBE-SWEEP-LEGS
                   END-IF
               END-IF
           ELSE
               IF NOT RESTART-EVAL AND WATCH-NAME = SPACES
                   PERFORM VALIDATE-PATTERN
                   IF VALID-EVAL
                       PERFORM LOOK-UP-RUN-HISTORY
                       IF CACHE-HIT
                           MOVE 'N' TO UNSTART-ASGN
                       END-IF
                   ELSE
                       MOVE 'N' TO UNSTART-ASGN
                   END-IF
               END-IF
           END-IF.

      *Look each leg's rule up against the sweep's starting grid,
      *stopping at the first hit; the lookup's leftovers are then
      *cleared so the legs start from nothing.
       PROBE-SWEEP-LEGS.
           MOVE 1 TO SWEEP-LEG
           PERFORM PROBE-SWEEP-LEG
           MOVE ZERO TO SWEEP-LEG
           MOVE 'SWEEP' TO RULE-ASGN
           MOVE 'N' TO CACHE-ASGN
           MOVE SPACES TO CACHE-FROM
           MOVE ZERO TO CACHE-POP.

       PROBE-SWEEP-LEG.
           IF SWEEP-LEG <= SWEEP-COUNT AND UNSTARTED
               MOVE SWEEP-RULE(SWEEP-LEG) TO RULE-ASGN
               PERFORM LOOK-UP-RUN-HISTORY
               IF CACHE-HIT
                   MOVE 'N' TO UNSTART-ASGN
               END-IF
               ADD 1 TO SWEEP-LEG
               GO TO PROBE-SWEEP-LEG
           END-IF.

      *Put the reader back on the NAME line of the definition in
      *hand, DEF-LINENO lines into the queue, by reading it again
      *from the top.
       REWIND-TO-DEFINITION.
           CLOSE INPUT-FILE
           OPEN INPUT INPUT-FILE
           MOVE ZERO TO IN-LINENO
           MOVE 'N' TO IN-EOF-ASGN
           MOVE 'N' TO DEF-END-ASGN
           PERFORM SKIP-TO-DEFINITION.

       SKIP-TO-DEFINITION.
           IF IN-LINENO < DEF-LINENO AND NOT IN-EOF
               READ INPUT-FILE
                   AT END MOVE 'Y' TO IN-EOF-ASGN
               END-READ
               IF NOT IN-EOF
                   ADD 1 TO IN-LINENO
               END-IF
               GO TO SKIP-TO-DEFINITION
           END-IF.

      *Everything between a parsed run definition and its written
      *outputs - the body the batch loop repeats once per queued run.
       RUN-ONE-BODY.
               'cob.txt' DELIMITED BY SIZE
               INTO OUT-NAME
           END-STRING
           IF VALID-EVAL AND NOT RESTART-EVAL AND WATCH-NAME = SPACES
               PERFORM LOOK-UP-RUN-HISTORY
           END-IF
           IF VALID-EVAL AND NOT CACHE-HIT
               MOVE COLM TO WIDTH
               IF DELTA-EVAL
                   STRING NAME DELIMITED BY SPACE
                       'delta.txt' DELIMITED BY SIZE
                       INTO ANIM-NAME
                   END-STRING
               ELSE
                   STRING NAME DELIMITED BY SPACE
                       'anim.txt' DELIMITED BY SIZE
                       INTO ANIM-NAME
                   END-STRING
               END-IF
               STRING NAME DELIMITED BY SPACE
                   'pop.txt' DELIMITED BY SIZE
                   INTO POP-NAME
               END-STRING
               IF RESTART-EVAL
      *A run resumed after an abend may have written generations
      *past its last checkpoint; they are cut off before the resumed
      *leg appends them again.
                   IF RESUME-EVAL
                       PERFORM TRIM-RESUMED-OUTPUTS
                   END-IF
                   OPEN EXTEND ANIM-FILE
                   OPEN EXTEND POP-FILE
      *A delta file picks up again with the checkpointed grid in
      *full, so the leg reads back without the one before it - all
      *but at generation 0, which the file opens with a keyframe
      *of already.
                   IF DELTA-EVAL AND CHK-GEN > 0
                       MOVE CHK-GEN TO ANIM-GENNO
                       PERFORM WRITE-DELTA-KEYFRAME
                   END-IF
                   ADD 1 TO CHK-GEN GIVING I
               ELSE
                   OPEN OUTPUT ANIM-FILE
                   OPEN OUTPUT POP-FILE
                   MOVE 1 TO I
      *The starting grid goes to NAMEchk.txt before the first
      *generation is computed, so a queue resubmitted after an
      *abend always finds this run a checkpoint to resume from.
                   MOVE ZERO TO ANIM-GENNO
                   PERFORM WRITE-CHECKPOINT
               END-IF
               MOVE 'STARTED' TO CTL-NEW-TYPE
               PERFORM WRITE-CONTROL-RECORD
               PERFORM INIT-HEATMAP
               PERFORM INIT-ACTIVE
               MOVE 'Y' TO STILL-ASGN
                   END-STRING
                   PERFORM WRITE-WATCH-REPORT
               END-IF
               CLOSE OUTPUT-FILE
               PERFORM UPDATE-RUN-HISTORY
           ELSE
               IF CACHE-HIT
                   PERFORM REPRODUCE-CACHED-RUN
               ELSE
                   OPEN OUTPUT OUTPUT-FILE
                   WRITE DATA-OUTPUT
                   CLOSE OUTPUT-FILE
               END-IF
           END-IF.

      *Reduce the starting grid to its signature and walk every
      *run-history record made from it, in GEN order.  The first
      *one that answers this run is taken: one given the same GEN,
      *or one that stopped on a still life or oscillator no later
      *than this GEN (a longer run stops at the same place).  A hit
      *whose cob file has gone since is dropped again, and the run
      *is simulated as a miss.
       LOOK-UP-RUN-HISTORY.
           PERFORM BUILD-RUN-SIGNATURE
           MOVE 'N' TO CACHE-EOF-ASGN
           OPEN INPUT RUNHIST-FILE
           MOVE CACHE-SIG TO RH-SIG
           MOVE ZERO TO RH-GEN
           START RUNHIST-FILE KEY IS NOT LESS THAN RH-KEY
               INVALID KEY MOVE 'Y' TO CACHE-EOF-ASGN
           END-START
           PERFORM FIND-CACHED-RUN
           CLOSE RUNHIST-FILE
           IF CACHE-HIT
               PERFORM LOAD-CACHED-GRID
           END-IF.

       FIND-CACHED-RUN.
           IF NOT CACHE-EOF AND NOT CACHE-HIT
               READ RUNHIST-FILE NEXT RECORD
                   AT END MOVE 'Y' TO CACHE-EOF-ASGN
               END-READ
               IF NOT CACHE-EOF AND RH-SIG NOT = CACHE-SIG
                   MOVE 'Y' TO CACHE-EOF-ASGN
               END-IF
               IF NOT CACHE-EOF
                   IF RH-GEN = GEN
                       OR (RH-STOP = 'Y' AND RH-RAN NOT > GEN)
                       MOVE 'Y' TO CACHE-ASGN
                       MOVE RH-NAME TO CACHE-FROM
                       MOVE RH-POP TO CACHE-POP
                   END-IF
                   GO TO FIND-CACHED-RUN
               END-IF
           END-IF.

      *The count of non-dead cells, and two hashes in which every
      *such cell weighs in by its position on the 200x200 grid and
      *its state ('*' live, or the digit of a dying state).
       BUILD-RUN-SIGNATURE.
           MOVE ZERO TO CACHE-SIG-CELLS
           MOVE ZERO TO CACHE-SIG-H1
           MOVE ZERO TO CACHE-SIG-H2
           MOVE ROW TO CACHE-SIG-ROW
           MOVE COLM TO CACHE-SIG-COLM
           MOVE RULE-ASGN TO CACHE-SIG-RULE
           IF WRAP-EVAL
               MOVE 'Y' TO CACHE-SIG-WRAP
           ELSE
               MOVE 'N' TO CACHE-SIG-WRAP
           END-IF
           MOVE 1 TO J
           PERFORM SIGN-GRID-ROW
           MOVE 1 TO J
           MOVE 1 TO K.

       SIGN-GRID-ROW.
           IF J <= ROW
               MOVE 1 TO K
               PERFORM SIGN-GRID-CELL
               ADD 1 TO J
               GO TO SIGN-GRID-ROW
           END-IF.

       SIGN-GRID-CELL.
           IF K <= COLM
               IF P2(J)(K:1) NOT = '0'
                   IF P2(J)(K:1) = '*'
                       MOVE 10 TO CACHE-V
                   ELSE
                       MOVE P2(J)(K:1) TO CACHE-DIGIT
                       MOVE CACHE-DIGIT TO CACHE-V
                   END-IF
                   ADD 1 TO CACHE-SIG-CELLS
                   SUBTRACT 1 FROM J GIVING CACHE-IDX
                   MULTIPLY 200 BY CACHE-IDX
                   ADD K TO CACHE-IDX
                   MULTIPLY CACHE-SIG-H1 BY 613 GIVING CACHE-WORK
                   MULTIPLY CACHE-IDX BY 11 GIVING CACHE-TERM
                   ADD CACHE-TERM CACHE-V TO CACHE-WORK
                   DIVIDE CACHE-WORK BY 999999937 GIVING CACHE-DIVQ
                       REMAINDER CACHE-SIG-H1
                   MULTIPLY CACHE-IDX BY CACHE-IDX GIVING CACHE-TERM
                   MULTIPLY CACHE-V BY CACHE-TERM
                   ADD CACHE-SIG-H2 CACHE-TERM GIVING CACHE-WORK
                   DIVIDE CACHE-WORK BY 999999929 GIVING CACHE-DIVQ
                       REMAINDER CACHE-SIG-H2
               END-IF
               ADD 1 TO K
               GO TO SIGN-GRID-CELL
           END-IF.

      *Read the cached run's final grid back from its cob file into
      *P1, where the writers expect the final grid.  A file gone or
      *cut short cancels the hit.
       LOAD-CACHED-GRID.
           MOVE SPACES TO CACHE-NAME
           STRING CACHE-FROM DELIMITED BY SPACE
               'cob.txt' DELIMITED BY SIZE
               INTO CACHE-NAME
           END-STRING
           MOVE 'N' TO CACHE-EOF-ASGN
           OPEN INPUT CACHE-FILE
           MOVE 1 TO J
           PERFORM LOAD-CACHED-ROW
           CLOSE CACHE-FILE
           IF CACHE-EOF
               MOVE 'N' TO CACHE-ASGN
               MOVE SPACES TO CACHE-FROM
               MOVE ZERO TO CACHE-POP
           END-IF
           MOVE 1 TO J.

       LOAD-CACHED-ROW.
           IF J <= ROW AND NOT CACHE-EOF
               READ CACHE-FILE
                   AT END MOVE 'Y' TO CACHE-EOF-ASGN
               END-READ
               IF NOT CACHE-EOF
                   MOVE CACHE-RECORD TO P1(J)
                   ADD 1 TO J
                   GO TO LOAD-CACHED-ROW
               END-IF
           END-IF.

      *A cache hit: the cob, population and census files are copied
      *across from the cached run - the cob file's closing lines say
      *how it ended, which is how this run would have ended too -
      *and the dynamics report is worked out from the copy.  The RLE
      *export, when asked for, is written from the final grid in P1
      *so its header carries this NAME.  A definition resubmitted
      *under the NAME it was cached under already has its files.
       REPRODUCE-CACHED-RUN.
           MOVE CACHE-POP TO POP-COUNT
           IF CACHE-FROM NOT = NAME(1:30)
               MOVE SPACES TO CACHE-NAME
               STRING CACHE-FROM DELIMITED BY SPACE
                   'cob.txt' DELIMITED BY SIZE
                   INTO CACHE-NAME
               END-STRING
               MOVE 'N' TO CACHE-EOF-ASGN
               OPEN INPUT CACHE-FILE
               OPEN OUTPUT OUTPUT-FILE
               MOVE 200 TO WIDTH
               PERFORM COPY-CACHED-COB
               CLOSE CACHE-FILE OUTPUT-FILE
               STRING NAME DELIMITED BY SPACE
                   'pop.txt' DELIMITED BY SIZE
                   INTO POP-NAME
               END-STRING
               MOVE SPACES TO CACHE-NAME
               STRING CACHE-FROM DELIMITED BY SPACE
                   'pop.txt' DELIMITED BY SIZE
                   INTO CACHE-NAME
               END-STRING
               MOVE 'N' TO CACHE-EOF-ASGN
               OPEN INPUT CACHE-FILE
               OPEN OUTPUT POP-FILE
               PERFORM COPY-CACHED-POP
               CLOSE CACHE-FILE POP-FILE
               STRING NAME DELIMITED BY SPACE
                   'dyn.txt' DELIMITED BY SIZE
                   INTO DYN-NAME
               END-STRING
               PERFORM WRITE-POPDYN
               STRING NAME DELIMITED BY SPACE
                   'census.txt' DELIMITED BY SIZE
                   INTO CEN-NAME
               END-STRING
               MOVE SPACES TO CACHE-NAME
               STRING CACHE-FROM DELIMITED BY SPACE
                   'census.txt' DELIMITED BY SIZE
                   INTO CACHE-NAME
               END-STRING
               MOVE 'N' TO CACHE-EOF-ASGN
               OPEN INPUT CACHE-FILE
               OPEN OUTPUT CENSUS-FILE
               PERFORM COPY-CACHED-CENSUS
               CLOSE CACHE-FILE CENSUS-FILE
               PERFORM UPDATE-RUN-HISTORY
           END-IF
           IF RLE-EVAL
               STRING NAME DELIMITED BY SPACE
                   'rle.txt' DELIMITED BY SIZE
                   INTO RLE-NAME
               END-STRING
               PERFORM WRITE-RLE
           END-IF.

       COPY-CACHED-COB.
           IF NOT CACHE-EOF
               READ CACHE-FILE
                   AT END MOVE 'Y' TO CACHE-EOF-ASGN
               END-READ
               IF NOT CACHE-EOF
                   MOVE CACHE-RECORD TO DATA-OUTPUT
                   WRITE DATA-OUTPUT
                   GO TO COPY-CACHED-COB
               END-IF
           END-IF.

       COPY-CACHED-POP.
           IF NOT CACHE-EOF
               READ CACHE-FILE
                   AT END MOVE 'Y' TO CACHE-EOF-ASGN
               END-READ
               IF NOT CACHE-EOF
                   MOVE CACHE-RECORD TO POP-OUTPUT
                   WRITE POP-OUTPUT
                   GO TO COPY-CACHED-POP
               END-IF
           END-IF.

       COPY-CACHED-CENSUS.
           IF NOT CACHE-EOF
               READ CACHE-FILE
                   AT END MOVE 'Y' TO CACHE-EOF-ASGN
               END-READ
               IF NOT CACHE-EOF
                   MOVE CACHE-RECORD TO CEN-RECORD
                   WRITE CEN-RECORD
                   GO TO COPY-CACHED-CENSUS
               END-IF
           END-IF.

      *Outputs have just been written under NAME, so any record
      *pointing at an earlier run of that NAME no longer describes
      *the files there and is dropped.  A fresh, unwatched run that
      *finished without a budget halt is then recorded under the
      *signature its starting grid was looked up by, replacing a
      *record of the same signature and GEN whose files had gone.
       UPDATE-RUN-HISTORY.
           OPEN I-O RUNHIST-FILE
           MOVE 'N' TO CACHE-EOF-ASGN
           MOVE NAME(1:30) TO RH-NAME
           START RUNHIST-FILE KEY IS EQUAL TO RH-NAME
               INVALID KEY MOVE 'Y' TO CACHE-EOF-ASGN
           END-START
           PERFORM PURGE-RUN-HISTORY
           IF NOT CACHE-HIT AND NOT RESTART-EVAL
               AND WATCH-NAME = SPACES AND NOT BUDGET-HALT
               MOVE CACHE-SIG TO RH-SIG
               MOVE GEN TO RH-GEN
               MOVE NAME(1:30) TO RH-NAME
               MOVE ANIM-GENNO TO RH-RAN
               MOVE 'N' TO RH-STOP
               IF ANIM-GENNO > 0 AND (STILL-EVAL OR OSC-FOUND)
                   MOVE 'Y' TO RH-STOP
               END-IF
               MOVE POP-COUNT TO RH-POP
               WRITE RH-RECORD
                   INVALID KEY
                       REWRITE RH-RECORD
                           INVALID KEY CONTINUE
                       END-REWRITE
               END-WRITE
           END-IF
           CLOSE RUNHIST-FILE.

       PURGE-RUN-HISTORY.
           IF NOT CACHE-EOF
               READ RUNHIST-FILE NEXT RECORD
                   AT END MOVE 'Y' TO CACHE-EOF-ASGN
               END-READ
               IF NOT CACHE-EOF AND RH-NAME NOT = NAME(1:30)
                   MOVE 'Y' TO CACHE-EOF-ASGN
               END-IF
               IF NOT CACHE-EOF
                   DELETE RUNHIST-FILE RECORD
                       INVALID KEY CONTINUE
                   END-DELETE
                   GO TO PURGE-RUN-HISTORY
               END-IF
           END-IF.

      *Run a rule sweep: the starting grid INFOPEN built is kept
      *aside, and each rule in turn runs it as a leg of its own
      *under NAME || '-' || nn, every leg through the same body,
      *batch, audit and requeue steps a single run takes.  Each
      *finished leg then adds its line to NAME || 'sweep.txt'.  A
      *resubmitted sweep steps over the legs the earlier job
      *finished, writing only their lines here, read back from
      *their cob files as a cached leg's are.
       RUN-RULE-SWEEP.
           MOVE NAME TO SWEEP-BASE
           MOVE PATTERN2 TO SWEEP-GRID
           MOVE SPACES TO SWEEP-NAME
           STRING NAME DELIMITED BY SPACE
               'sweep.txt' DELIMITED BY SIZE
               INTO SWEEP-NAME
           END-STRING
           OPEN OUTPUT SWEEP-FILE
           PERFORM WRITE-SWEEP-HEADER
           MOVE 1 TO SWEEP-LEG
           PERFORM RUN-SWEEP-LEG
           CLOSE SWEEP-FILE
           MOVE ZERO TO SWEEP-LEG
           MOVE SWEEP-BASE TO NAME.

       RUN-SWEEP-LEG.
           IF SWEEP-LEG <= SWEEP-COUNT
               PERFORM START-SWEEP-LEG
               IF SWEEP-LEG > SWEEP-LEGS-DONE
                   PERFORM RUN-ONE-BODY
                   PERFORM WRITE-BATCH-LINE
                   PERFORM WRITE-AUDIT-LINE
                   IF BUDGET-HALT
                       PERFORM WRITE-REQUEUE-HALTED
                   END-IF
                   MOVE 'LEGDONE' TO CTL-NEW-TYPE
                   PERFORM WRITE-CONTROL-RECORD
               ELSE
                   MOVE 'Y' TO SWEEP-SKIP-ASGN
               END-IF
               PERFORM WRITE-SWEEP-LINE
               ADD 1 TO SWEEP-LEG
               GO TO RUN-SWEEP-LEG
           END-IF.

      *Put the leg's name, rule and starting grid in place and clear
      *whatever the leg before it left in the run switches, the same
      *ones RESET-RUN-STATE clears between definitions.  The leg's
      *rule is checked as any rule is; a leg whose rule fails the
      *check is written off as invalid input without stopping the
      *legs after it.  The leg a resubmitted sweep had started is
      *resumed from the leg's own checkpoint when that fits.
       START-SWEEP-LEG.
           PERFORM STAMP-RUN-START
           MOVE SPACES TO NAME
           STRING SWEEP-BASE DELIMITED BY SPACE
               '-' DELIMITED BY SIZE
               SWEEP-LEG DELIMITED BY SIZE
               INTO NAME
           END-STRING
           MOVE SPACES TO OUT-NAME
           MOVE SPACES TO ANIM-NAME
           MOVE SPACES TO POP-NAME
           MOVE SPACES TO DYN-NAME
           MOVE SPACES TO RLE-NAME
           MOVE SPACES TO HEAT-NAME
           MOVE SPACES TO CEN-NAME
           MOVE SPACES TO WATCH-FNAME
           MOVE SPACES TO CHK-NAME
           STRING NAME DELIMITED BY SPACE
               'chk.txt' DELIMITED BY SIZE
               INTO CHK-NAME
           END-STRING
           MOVE SWEEP-RULE(SWEEP-LEG) TO RULE-ASGN
           MOVE SWEEP-GRID TO PATTERN2
           MOVE ZERO TO STILLGEN
           MOVE ZERO TO POP-COUNT
           MOVE ZERO TO ANIM-GENNO
           MOVE ZERO TO OSC-PERIOD
           MOVE 'Y' TO VALID-ASGN
           MOVE 'Y' TO STILL-ASGN
           MOVE 'N' TO OSC-ASGN
           MOVE 'N' TO BUDGET-HALT-ASGN
           MOVE 'N' TO WATCH-FOUND-ASGN
           MOVE 'N' TO WATCH-STOP-ASGN
           MOVE ZERO TO DELTA-N
           MOVE 'N' TO CACHE-ASGN
           MOVE SPACES TO CACHE-FROM
           MOVE ZERO TO CACHE-POP
           MOVE SPACES TO HISTORY
           MOVE 1 TO I
           MOVE 1 TO J
           MOVE 1 TO K
           MOVE 'N' TO RESTART-ASGN
           MOVE 'N' TO RESUME-ASGN
           MOVE 'N' TO SWEEP-SKIP-ASGN
           MOVE ZERO TO CHK-GEN
           MOVE ZERO TO CHK-ROW
           MOVE ZERO TO CHK-COLM
           PERFORM PARSE-RULE
           PERFORM VALIDATE-STATE-COUNT
           IF VALID-EVAL AND SWEEP-LEG = SWEEP-RESUME-LEG
               AND SWEEP-LEG > SWEEP-LEGS-DONE
               MOVE 'Y' TO RESUME-ASGN
               PERFORM CHECK-RESUME-POINT
               IF RESTART-EVAL
                   PERFORM READ-CHECKPOINT
               END-IF
           END-IF.

      *Title the comparison with what every leg shared, and head its
      *columns.
       WRITE-SWEEP-HEADER.
           IF WRAP-ASGN = SPACE
               MOVE 'N' TO WRAP-ASGN
           END-IF
           MOVE GEN TO SWEEP-GEN-ED
           MOVE ROW TO SWEEP-ROW-ED
           MOVE COLM TO SWEEP-COLM-ED
           MOVE SPACES TO SWEEP-LINE
           STRING 'Rule sweep ' DELIMITED BY SIZE
               NAME DELIMITED BY SPACE
               ': GEN ' DELIMITED BY SIZE
               SWEEP-GEN-ED DELIMITED BY SIZE
               ', board ' DELIMITED BY SIZE
               SWEEP-ROW-ED DELIMITED BY SIZE
               'x' DELIMITED BY SIZE
               SWEEP-COLM-ED DELIMITED BY SIZE
               ', wrap ' DELIMITED BY SIZE
               WRAP-ASGN DELIMITED BY SIZE
               INTO SWEEP-LINE
           END-STRING
           WRITE SWEEP-LINE
           MOVE SPACES TO SWEEP-LINE
           MOVE 'RULE' TO SWP-RULE
           MOVE 'ENDING' TO SWP-ENDING
           MOVE 'END GEN' TO SWP-ENDGEN
           MOVE 'FINAL' TO SWP-FINAL
           MOVE 'PEAK' TO SWP-PEAK
           MOVE 'MIN' TO SWP-MIN
           MOVE 'OBJECTS' TO SWP-OBJ
           MOVE 'UNREC' TO SWP-UNREC
           MOVE 'RUN' TO SWP-NAME
           WRITE SWEEP-LINE.

      *One leg's line.  A computed leg's ending comes off the run
      *switches, in the batch line's order of precedence; a leg the
      *run history answered computed nothing, and a leg an earlier
      *job finished is not run again, so their endings are read
      *back from the closing message of the cob file each was given.
      *The populations are taken from the leg's pop file and the
      *object counts from its census file, whichever way they came.
       WRITE-SWEEP-LINE.
           MOVE SPACES TO SWEEP-LINE
           MOVE RULE-ASGN TO SWP-RULE
           MOVE NAME(1:30) TO SWP-NAME
           IF NOT VALID-EVAL
               MOVE 'INVALID INPUT' TO SWP-ENDING
           ELSE
               IF CACHE-HIT OR SWEEP-SKIP
                   PERFORM READ-CACHED-ENDING
               ELSE
                   PERFORM SET-SWEEP-ENDING
               END-IF
               MOVE SWEEP-ENDGEN TO SWP-ENDGEN
               MOVE SPACES TO POP-NAME
               STRING NAME DELIMITED BY SPACE
                   'pop.txt' DELIMITED BY SIZE
                   INTO POP-NAME
               END-STRING
               PERFORM SCAN-POPDYN-STATS
               IF DYN-COUNT > 0
                   MOVE DYN-FINAL TO SWP-FINAL
                   MOVE DYN-MAX TO SWP-PEAK
                   MOVE DYN-MIN TO SWP-MIN
               END-IF
               PERFORM COUNT-SWEEP-CENSUS
               MOVE SWEEP-OBJ TO SWP-OBJ
               MOVE SWEEP-UNREC TO SWP-UNREC
           END-IF
           WRITE SWEEP-LINE.

       SET-SWEEP-ENDING.
           IF WATCH-STOP
               MOVE 'TARGET FOUND' TO SWP-ENDING
               MOVE WATCH-GENNO TO SWEEP-ENDGEN
           ELSE
               IF BUDGET-HALT
                   MOVE 'BUDGET HALTED' TO SWP-ENDING
                   MOVE ANIM-GENNO TO SWEEP-ENDGEN
               ELSE
                   IF STILL-EVAL
                       MOVE 'STILL LIFE' TO SWP-ENDING
                       MOVE STILLGEN TO SWEEP-ENDGEN
                   ELSE
                       IF OSC-FOUND
                           MOVE OSC-PERIOD TO OSC-PERIOD-X
                           STRING 'OSC PERIOD ' DELIMITED BY SIZE
                               OSC-PERIOD-X DELIMITED BY SIZE
                               INTO SWP-ENDING
                           END-STRING
                           MOVE STILLGEN TO SWEEP-ENDGEN
                       ELSE
                           MOVE 'RAN OUT' TO SWP-ENDING
                           MOVE GEN TO SWEEP-ENDGEN
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *The closing message follows the ROW grid lines of the cob
      *file.  'initially' means generation 0; otherwise the number
      *after ' after ' is the generation the run ended at.  A run
      *stopped by its watch or the budget says 'at generation n'.
       READ-CACHED-ENDING.
           IF SWEEP-SKIP
               MOVE 'RAN EARLIER' TO SWP-ENDING
           ELSE
               MOVE 'CACHED' TO SWP-ENDING
           END-IF
           MOVE GEN TO SWEEP-ENDGEN
           MOVE SPACES TO CACHE-NAME
           STRING NAME DELIMITED BY SPACE
               'cob.txt' DELIMITED BY SIZE
               INTO CACHE-NAME
           END-STRING
           MOVE 'N' TO CACHE-EOF-ASGN
           MOVE ZERO TO SWEEP-I
           OPEN INPUT CACHE-FILE
           PERFORM READ-CACHED-COB-LINE
           CLOSE CACHE-FILE.

       READ-CACHED-COB-LINE.
           IF NOT CACHE-EOF
               READ CACHE-FILE
                   AT END MOVE 'Y' TO CACHE-EOF-ASGN
               END-READ
               IF NOT CACHE-EOF
                   ADD 1 TO SWEEP-I
                   IF SWEEP-I > ROW
                       PERFORM CLASSIFY-CACHED-ENDING
                   END-IF
                   GO TO READ-CACHED-COB-LINE
               END-IF
           END-IF.

       CLASSIFY-CACHED-ENDING.
           IF CACHE-RECORD(1:18) = 'It is a still life'
               MOVE 'STILL LIFE' TO SWP-ENDING
               PERFORM TAKE-CACHED-ENDGEN
           END-IF
           IF CACHE-RECORD(1:32) = 'It is an oscillator with period '
               MOVE SPACES TO SWP-ENDING
               STRING 'OSC PERIOD ' DELIMITED BY SIZE
                   CACHE-RECORD(33:1) DELIMITED BY SIZE
                   INTO SWP-ENDING
               END-STRING
               PERFORM TAKE-CACHED-ENDGEN
           END-IF
           IF CACHE-RECORD(1:15) = 'It is still not'
               MOVE 'RAN OUT' TO SWP-ENDING
               PERFORM TAKE-CACHED-ENDGEN
           END-IF
           IF CACHE-RECORD(1:28) = 'The watch target appeared at'
               MOVE 'TARGET FOUND' TO SWP-ENDING
               PERFORM TAKE-STOPPED-ENDGEN
           END-IF
           IF CACHE-RECORD(1:24) = 'The run was halted by th'
               MOVE 'BUDGET HALTED' TO SWP-ENDING
               PERFORM TAKE-STOPPED-ENDGEN
           END-IF.

       TAKE-CACHED-ENDGEN.
           MOVE ZERO TO SWEEP-ENDGEN
           MOVE SPACES TO SWEEP-JUNK
           MOVE SPACES TO SWEEP-MSG
           UNSTRING CACHE-RECORD DELIMITED BY ' after '
               INTO SWEEP-JUNK, SWEEP-MSG
           END-UNSTRING
           IF SWEEP-MSG NOT = SPACES
               MOVE SWEEP-MSG(1:20) TO DYN-TOK
               PERFORM DYN-SCAN-TOKEN
               MOVE DYN-VAL TO SWEEP-ENDGEN
           END-IF.

       TAKE-STOPPED-ENDGEN.
           MOVE ZERO TO SWEEP-ENDGEN
           MOVE SPACES TO SWEEP-JUNK
           MOVE SPACES TO SWEEP-MSG
           UNSTRING CACHE-RECORD DELIMITED BY 'at generation '
               INTO SWEEP-JUNK, SWEEP-MSG
           END-UNSTRING
           IF SWEEP-MSG NOT = SPACES
               MOVE SWEEP-MSG(1:20) TO DYN-TOK
               PERFORM DYN-SCAN-TOKEN
               MOVE DYN-VAL TO SWEEP-ENDGEN
           END-IF.

      *Count the census lines that name an object, and take the
      *unrecognized cluster count off the line that closes the file.
       COUNT-SWEEP-CENSUS.
           MOVE ZERO TO SWEEP-OBJ
           MOVE ZERO TO SWEEP-UNREC
           MOVE SPACES TO CACHE-NAME
           STRING NAME DELIMITED BY SPACE
               'census.txt' DELIMITED BY SIZE
               INTO CACHE-NAME
           END-STRING
           MOVE 'N' TO CACHE-EOF-ASGN
           OPEN INPUT CACHE-FILE
           PERFORM READ-SWEEP-CENSUS-LINE
           CLOSE CACHE-FILE.

       READ-SWEEP-CENSUS-LINE.
           IF NOT CACHE-EOF
               READ CACHE-FILE
                   AT END MOVE 'Y' TO CACHE-EOF-ASGN
               END-READ
               IF NOT CACHE-EOF
                   IF CACHE-RECORD(1:23) = 'Unrecognized clusters: '
                       MOVE CACHE-RECORD(24:20) TO DYN-TOK
                       PERFORM DYN-SCAN-TOKEN
                       MOVE DYN-VAL TO SWEEP-UNREC
                   ELSE
                       MOVE ZERO TO SWEEP-I
                       INSPECT CACHE-RECORD TALLYING SWEEP-I
                           FOR ALL ' at row '
                       IF SWEEP-I > 0
                           ADD 1 TO SWEEP-OBJ
                       END-IF
                   END-IF
                   GO TO READ-SWEEP-CENSUS-LINE
               END-IF
           END-IF.

      *Split the sweep's rules into the rule table: straight off the
      *option line's token, or line by line out of the rule-list
      *file the token named with a leading '@'.
       LOAD-SWEEP-RULES.
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

      *Commas and blanks both part rules, so an empty token between
      *two of them is simply passed over.  Rules past the twentieth
      *are not kept, only noted, so the sweep can be turned away.
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

      *Reasons a sweep as a whole is turned away.  A sweep is never
      *restarted - each budget-halted leg is requeued as a restart
      *of that leg alone.
       CHECK-SWEEP-RULES.
           IF SWEEP-COUNT = 0
               MOVE 'N' TO VALID-ASGN
               MOVE 30 TO WIDTH
               MOVE 'The rule sweep names no rules.' TO DATA-OUTPUT
           ELSE
               IF SWEEP-OVER
                   MOVE 'N' TO VALID-ASGN
                   MOVE 39 TO WIDTH
                   MOVE 'A rule sweep may name at most 20 rules.'
                       TO DATA-OUTPUT
               ELSE
                   IF RESTART-EVAL
                       MOVE 'N' TO VALID-ASGN
                       MOVE 52 TO WIDTH
                       MOVE SPACES TO DATA-OUTPUT
                       STRING 'A rule sweep cannot be restarted - '
                           DELIMITED BY SIZE
                           'restart its legs.' DELIMITED BY SIZE
                           INTO DATA-OUTPUT
                       END-STRING
                   END-IF
               END-IF
           END-IF.

      *Put every per-run switch, counter and name back to its
      *starting value before the next queued definition is read.
           MOVE ZERO TO CHK-GEN
           MOVE ZERO TO CHK-ROW
           MOVE ZERO TO CHK-COLM
           MOVE ZERO TO SOUP-DENSITY
           MOVE ZERO TO SOUP-SEED
           MOVE 'N' TO SOUP-READ-ASGN
           MOVE 'N' TO DEF-END-ASGN
           MOVE ZERO TO SWEEP-LEG
           MOVE 'Y' TO VALID-ASGN
           MOVE 'Y' TO STILL-ASGN
           MOVE 'N' TO WRAP-ASGN
           MOVE 'N' TO RLE-ASGN
           MOVE 'N' TO OSC-ASGN
           MOVE 'N' TO BUDGET-HALT-ASGN
           MOVE 'N' TO CHK-MISS-ASGN
           MOVE 'N' TO CTL-SKIP-ASGN
           MOVE 'N' TO RESUME-ASGN
           MOVE SPACES TO WATCH-NAME
           MOVE SPACES TO WATCH-FNAME
           MOVE 'N' TO WATCH-HALT-ASGN
           MOVE SITE-CHKINT TO CHK-INTERVAL
           MOVE 'N' TO LIB-FOUND-ASGN
           MOVE 'N' TO LIB-EOF-ASGN
           MOVE 'N' TO DELTA-ASGN
           MOVE ZERO TO DELTA-N
           MOVE 'N' TO SWEEP-ASGN
           MOVE ZERO TO SWEEP-COUNT
           MOVE 'N' TO CACHE-ASGN
           MOVE SPACES TO CACHE-FROM
           MOVE ZERO TO CACHE-POP
           MOVE SPACES TO HISTORY
           MOVE 1 TO I
           MOVE 1 TO J
           MOVE 'NAME' TO BATCH-NAME
           MOVE 'OUTCOME' TO BATCH-OUTCOME
           MOVE 'POP' TO BATCH-POP
           MOVE 'JOB' TO BATCH-PASS
           MOVE 'RULE' TO BATCH-RULE
           MOVE 'SEED' TO BATCH-SEED
           MOVE 'DATE' TO BATCH-DATE
           MOVE 'START' TO BATCH-START
           MOVE 'END' TO BATCH-END
           MOVE 'JOBSEQ' TO BATCH-JOBSEQ
           WRITE BATCH-LINE.

      *A resubmit marks where its lines start in the batch summary.
       WRITE-BATCH-RESUBMIT.
           MOVE SPACES TO BATCH-LINE
           MOVE CTL-PASS TO CTL-PASS-ED
           STRING '--- RESUBMIT ' DELIMITED BY SIZE
               CTL-PASS-ED DELIMITED BY SIZE
               ' ---' DELIMITED BY SIZE
               INTO BATCH-NAME
           END-STRING
           WRITE BATCH-LINE.

      *Which job ran the definition: the original one, a resubmit,
      *or a resubmit that resumed it from its checkpoint - and the
      *rule it ran under, with the seed when it started from a
      *random soup, so a census rollup can tell its runs apart.
       SET-BATCH-PASS.
           PERFORM STAMP-RUN-END
           MOVE RUN-DATE TO BATCH-DATE
           MOVE RUN-START TO BATCH-START
           MOVE RUN-END TO BATCH-END
           MOVE JOB-SEQ TO BATCH-JOBSEQ
           MOVE RULE-ASGN TO BATCH-RULE
           IF PATTERN-NAME = '%' AND VALID-EVAL AND SOUP-READ
               MOVE SOUP-SEED TO BATCH-SEED
           END-IF
           IF CTL-RESUB
               MOVE CTL-PASS TO CTL-PASS-ED
               IF RESUME-EVAL AND RESTART-EVAL
                   STRING 'RESUMED ' DELIMITED BY SIZE
                       CTL-PASS-ED DELIMITED BY SIZE
                       INTO BATCH-PASS
                   END-STRING
               ELSE
                   STRING 'RESUBMIT ' DELIMITED BY SIZE
                       CTL-PASS-ED DELIMITED BY SIZE
                       INTO BATCH-PASS
                   END-STRING
               END-IF
           ELSE
               MOVE 'ORIGINAL' TO BATCH-PASS
           END-IF.

      *Append the finished run's one-line verdict to batch.txt:
      *its NAME, how it ended (still life, oscillator, ran out of
      *generations, or rejected input) and the final population.
       WRITE-BATCH-LINE.
           MOVE SPACES TO BATCH-LINE
           MOVE NAME(1:30) TO BATCH-NAME
           PERFORM SET-BATCH-PASS
           IF NOT VALID-EVAL
               MOVE 'INVALID INPUT' TO BATCH-OUTCOME
           ELSE
                   END-IF
               END-IF
           END-IF
      *A run answered from the run history computed nothing of its
      *own; its outcome names the run its outputs were taken from.
           IF VALID-EVAL AND CACHE-HIT
               MOVE SPACES TO BATCH-OUTCOME
               STRING 'CACHED FROM ' DELIMITED BY SIZE
                   CACHE-FROM DELIMITED BY SPACE
                   INTO BATCH-OUTCOME
               END-STRING
           END-IF
           WRITE BATCH-LINE.

      *Append the finished run's fixed-layout record to audit.log,
      *was asked for (NAME, GEN, ROW/COLM, rule, wrap and restart
      *flags), why the run ended (still life, oscillator period, GEN
      *exhausted, or the exact validation message), the final
      *population, the generations actually computed, and when it
      *ran (date, start and end times, job number), and the source
      *of its starting grid.  A rejected run also drops RETURN-CODE
      *to 8, so the overnight scripts see the failure in the exit
      *status instead of having to parse output files for error
      *sentences.
       WRITE-AUDIT-LINE.
           OPEN EXTEND AUDIT-FILE
           MOVE SPACES TO AUDIT-LINE
           MOVE RULE-ASGN TO AUD-RULE
           MOVE WRAP-ASGN TO AUD-WRAP
           MOVE RESTART-ASGN TO AUD-RESTART
           PERFORM SET-AUDIT-STAMP
           PERFORM SET-AUDIT-SOURCE
           IF NOT VALID-EVAL
      *A message shorter than the reason column would otherwise drag
      *along whatever older, longer message is still sitting in the
                   END-IF
               END-IF
           END-IF
           IF VALID-EVAL AND CACHE-HIT
               MOVE SPACES TO AUD-REASON
               STRING 'CACHED FROM ' DELIMITED BY SIZE
                   CACHE-FROM DELIMITED BY SPACE
                   INTO AUD-REASON
               END-STRING
           END-IF
           WRITE AUDIT-LINE
           CLOSE AUDIT-FILE.

      *Open requeue.txt the first time something needs requeuing and
      *leave it open for the rest of the queue.  The control file
      *notes that this job started the file, so a resubmit adds to
      *it instead of wiping what the first job requeued.
       OPEN-REQUEUE.
           IF NOT REQ-OPENED
               IF CTL-REQ
                   OPEN EXTEND REQUEUE-FILE
               ELSE
                   OPEN OUTPUT REQUEUE-FILE
                   MOVE 'REQUEUE' TO CTL-NEW-TYPE
                   PERFORM WRITE-CONTROL-RECORD
               END-IF
               MOVE 'Y' TO REQ-OPENED-ASGN
           END-IF.

      *tokens still win over the profile on the resume, but a
      *profile-only setting such as its checkpoint interval applies
      *again instead of reverting to the site default.  The pattern
      *token is carried along unchanged (a restart never builds its
      *grid from it); a '-' stands in when the original grid was
      *typed into the input file, only to keep the restart flag in
      *its column.
       WRITE-REQUEUE-HALTED.
           PERFORM OPEN-REQUEUE
           MOVE SPACES TO REQ-RECORD
           IF WATCH-HALT-ASGN = SPACE
               MOVE 'N' TO WATCH-HALT-ASGN
           END-IF
           IF DELTA-ASGN = SPACE
               MOVE 'N' TO DELTA-ASGN
           END-IF
           MOVE SPACES TO REQ-LEAD
           IF RUN-PROF = SPACES
               STRING RLE-ROW-D(RLE-ROW-A:RLE-ROW-B)
                   RLE-ASGN DELIMITED BY SIZE
                   INTO REQ-RECORD
               END-STRING
      *A delta run's flag sits behind the two watch tokens, which
      *hold their places as '-' and 'N'.
               IF DELTA-EVAL
                   MOVE SPACES TO REQ-RECORD
                   STRING REQ-LEAD(1:REQ-LEAD-LEN)
                       DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       WRAP-ASGN DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       RULE-ASGN(1:RLE-RULE-LEN) DELIMITED BY SIZE
                       ' ' DELIMITED BY SIZE
                       REQ-PAT DELIMITED BY SPACE
                       ' Y ' DELIMITED BY SIZE
                       RLE-ASGN DELIMITED BY SIZE
                       ' - N Y' DELIMITED BY SIZE
                       INTO REQ-RECORD
                   END-STRING
               END-IF
           ELSE
               MOVE WATCH-NAME TO REQ-WATCH
               STRING REQ-LEAD(1:REQ-LEAD-LEN)
                   REQ-WATCH DELIMITED BY SPACE
                   ' ' DELIMITED BY SIZE
                   WATCH-HALT-ASGN DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   DELTA-ASGN DELIMITED BY SIZE
                   INTO REQ-RECORD
               END-STRING
           END-IF
           WRITE REQ-RECORD
      *A soup's density/seed line goes along behind it, so the
      *restart can still name the soup it came from.
           IF PATTERN-NAME = '%' AND SOUP-READ
               MOVE SOUP-DENSITY TO SOUP-DEN-D
               MOVE ZERO TO SOUP-DEN-A
               INSPECT SOUP-DEN-D TALLYING SOUP-DEN-A
                   FOR LEADING ZEROS
               IF SOUP-DEN-A = 3
                   SUBTRACT 1 FROM SOUP-DEN-A
               END-IF
               SUBTRACT SOUP-DEN-A FROM 3 GIVING SOUP-DEN-B
               ADD 1 TO SOUP-DEN-A
               MOVE SOUP-SEED TO SOUP-SEED-D
               MOVE ZERO TO SOUP-SEED-A
               INSPECT SOUP-SEED-D TALLYING SOUP-SEED-A
                   FOR LEADING ZEROS
               IF SOUP-SEED-A = 9
                   SUBTRACT 1 FROM SOUP-SEED-A
               END-IF
               SUBTRACT SOUP-SEED-A FROM 9 GIVING SOUP-SEED-B
               ADD 1 TO SOUP-SEED-A
               MOVE SPACES TO REQ-RECORD
               STRING SOUP-DEN-D(SOUP-DEN-A:SOUP-DEN-B)
                   DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   SOUP-SEED-D(SOUP-SEED-A:SOUP-SEED-B)
                   DELIMITED BY SIZE
                   INTO REQ-RECORD
               END-STRING
               WRITE REQ-RECORD
           END-IF
           MOVE SPACES TO REQ-RECORD
           MOVE 'ENDRUN' TO REQ-RECORD
           WRITE REQ-RECORD
                   AT END MOVE 'Y' TO IN-EOF-ASGN
               END-READ
               IF NOT IN-EOF
                   ADD 1 TO IN-LINENO
                   MOVE SPACES TO REQ-RECORD
                   MOVE DATA-INPUT TO REQ-RECORD
                   WRITE REQ-RECORD
                   IF REQ-LINENO = 2
                       PERFORM PARSE-OPTION-LINE
                   END-IF
      *A soup's density/seed line follows, for the batch line's seed
      *and the audit record's source.
                   IF REQ-LINENO = 3 AND PATTERN-NAME = '%'
                       AND DATA-INPUT NOT = 'ENDRUN'
                       MOVE ZERO TO SOUP-DENSITY
                       MOVE ZERO TO SOUP-SEED
                       UNSTRING DATA-INPUT DELIMITED BY SPACE
                           INTO SOUP-DENSITY, SOUP-SEED
                       END-UNSTRING
                       MOVE 'Y' TO SOUP-READ-ASGN
                   END-IF
                   IF DATA-INPUT NOT = 'ENDRUN'
                       GO TO COPY-UNSTARTED-LINE
                   END-IF
               END-IF
           END-IF.

       WRITE-BATCH-BUDGET-LINE.
           MOVE SPACES TO BATCH-LINE
           MOVE NAME(1:30) TO BATCH-NAME
           MOVE 'BUDGET HALTED' TO BATCH-OUTCOME
           PERFORM SET-BATCH-PASS
           WRITE BATCH-LINE.

       WRITE-AUDIT-BUDGET-LINE.
           OPEN EXTEND AUDIT-FILE
           MOVE SPACES TO AUDIT-LINE
           MOVE NAME(1:30) TO AUD-NAME
           MOVE GEN TO AUD-GEN
           MOVE ROW TO AUD-ROW
           MOVE COLM TO AUD-COLM
           MOVE RULE-ASGN TO AUD-RULE
           MOVE WRAP-ASGN TO AUD-WRAP
           MOVE RESTART-ASGN TO AUD-RESTART
           MOVE 'BUDGET HALTED' TO AUD-REASON
           MOVE ZERO TO AUD-POP
           MOVE ZERO TO AUD-RAN
           PERFORM SET-AUDIT-STAMP
           PERFORM SET-AUDIT-SOURCE
           WRITE AUDIT-LINE
           CLOSE AUDIT-FILE.

      *Take the job's number from jobseq.ctl: the next one for a
      *fresh job, which is written straight back, or the number
      *already there for a resubmit of an unfinished job.
       NUMBER-THE-JOB.
           MOVE ZERO TO JOB-SEQ
           OPEN INPUT JOBSEQ-FILE
           READ JOBSEQ-FILE
               AT END MOVE ZERO TO JOBSEQ-NO
           END-READ
           IF JOBSEQ-NO NUMERIC
               MOVE JOBSEQ-NO TO JOB-SEQ
           END-IF
           CLOSE JOBSEQ-FILE
           IF NOT CTL-RESUB OR JOB-SEQ = 0
               ADD 1 TO JOB-SEQ
               OPEN OUTPUT JOBSEQ-FILE
               MOVE JOB-SEQ TO JOBSEQ-NO
               WRITE JOBSEQ-RECORD
               CLOSE JOBSEQ-FILE
           END-IF.

      *The date and time a run starts, taken as its definition is
      *picked up; its end time is taken as its batch line is made.
      *TIME comes back as HHMMSS and hundredths - the hundredths
      *are dropped.
       STAMP-RUN-START.
           ACCEPT RUN-DATE FROM DATE YYYYMMDD
           ACCEPT RUN-CLOCK FROM TIME
           DIVIDE RUN-CLOCK BY 100 GIVING RUN-START
           MOVE RUN-START TO RUN-END.

       STAMP-RUN-END.
           ACCEPT RUN-CLOCK FROM TIME
           DIVIDE RUN-CLOCK BY 100 GIVING RUN-END.

       SET-AUDIT-STAMP.
           MOVE RUN-DATE TO AUD-DATE
           MOVE RUN-START TO AUD-START
           MOVE RUN-END TO AUD-END
           MOVE JOB-SEQ TO AUD-JOBSEQ.

      *Where the starting grid came from, so like runs can be found
      *again: the library entry, '@file' or '+' as the option line
      *gave it, '%' and the density for a soup, '-' for typed rows.
      *A soup whose density/seed line was never read is just '%'.
       SET-AUDIT-SOURCE.
           IF PATTERN-NAME = SPACES
               MOVE '-' TO AUD-SOURCE
           ELSE
               IF PATTERN-NAME = '%' AND SOUP-READ
                   STRING '%' DELIMITED BY SIZE
                       SOUP-DENSITY DELIMITED BY SIZE
                       INTO AUD-SOURCE
                   END-STRING
               ELSE
                   MOVE PATTERN-NAME TO AUD-SOURCE
               END-IF
           END-IF.

      *Read queue.ctl into CTL-TBL.  The file left by a job that
      *never wrote its JOBEND makes this job a resubmit of it; any
      *other state (no file, or a finished job's) starts afresh.
       LOAD-QUEUE-CONTROL.
           MOVE SPACES TO CTL-TBL
           MOVE 'N' TO CTL-EOF-ASGN
           OPEN INPUT CONTROL-FILE
           PERFORM READ-CONTROL-LINE
           CLOSE CONTROL-FILE
           IF CTL-OPEN
               MOVE 'Y' TO CTL-RESUB-ASGN
               ADD 1 TO CTL-PASS
           ELSE
               MOVE SPACES TO CTL-TBL
               MOVE 'N' TO CTL-BUDGET-ASGN
               MOVE 'N' TO CTL-REQ-ASGN
               MOVE ZERO TO CTL-PASS
           END-IF.

       READ-CONTROL-LINE.
           IF NOT CTL-EOF
               READ CONTROL-FILE
                   AT END MOVE 'Y' TO CTL-EOF-ASGN
               END-READ
               IF NOT CTL-EOF
                   IF CTL-TYPE = 'JOB'
                       MOVE 'Y' TO CTL-OPEN-ASGN
                       MOVE CTL-REC-PASS TO CTL-PASS
                   END-IF
                   IF CTL-TYPE = 'JOBEND'
                       MOVE 'N' TO CTL-OPEN-ASGN
                   END-IF
                   IF CTL-TYPE = 'REQUEUE'
                       MOVE 'Y' TO CTL-REQ-ASGN
                   END-IF
                   IF (CTL-TYPE = 'STARTED' OR CTL-TYPE = 'DONE')
                       AND CTL-REC-SEQ > 0 AND CTL-REC-SEQ <= CTL-MAX
                       MOVE CTL-TYPE(1:1) TO CTL-STATE(CTL-REC-SEQ)
                       MOVE CTL-REC-NAME TO CTL-ENT-NAME(CTL-REC-SEQ)
                       IF CTL-TYPE = 'STARTED' AND CTL-REC-LEG NUMERIC
                           MOVE CTL-REC-LEG TO CTL-ENT-LEG(CTL-REC-SEQ)
                       END-IF
                   END-IF
      *A finished sweep leg leaves its sweep started, with the legs
      *up to this one done.
                   IF CTL-TYPE = 'LEGDONE'
                       AND CTL-REC-SEQ > 0 AND CTL-REC-SEQ <= CTL-MAX
                       MOVE 'S' TO CTL-STATE(CTL-REC-SEQ)
                       MOVE CTL-REC-NAME TO CTL-ENT-NAME(CTL-REC-SEQ)
                       IF CTL-REC-LEG NUMERIC
                           MOVE CTL-REC-LEG TO CTL-ENT-LEGS(CTL-REC-SEQ)
                       END-IF
                   END-IF
                   IF CTL-TYPE = 'DONE' OR CTL-TYPE = 'LEGDONE'
                       IF CTL-REC-ARMED = 'Y'
                           MOVE 'Y' TO CTL-BUDGET-ASGN
                       ELSE
                           MOVE 'N' TO CTL-BUDGET-ASGN
                       END-IF
                       MOVE CTL-REC-BUDGET TO CTL-BUDGET-LEFT
                       MOVE CTL-REC-SEQ TO CTL-BUDGET-SEQ
                   END-IF
                   GO TO READ-CONTROL-LINE
               END-IF
           END-IF.

      *A fresh job starts queue.ctl over; either kind of job then
      *writes its JOB record.
       START-QUEUE-CONTROL.
           IF NOT CTL-RESUB
               OPEN OUTPUT CONTROL-FILE
               CLOSE CONTROL-FILE
           END-IF
           MOVE ZERO TO CTL-SEQ
           MOVE 'JOB' TO CTL-NEW-TYPE
           PERFORM WRITE-CONTROL-RECORD.

       END-QUEUE-CONTROL.
           MOVE SPACES TO NAME
           MOVE 'JOBEND' TO CTL-NEW-TYPE
           PERFORM WRITE-CONTROL-RECORD.

      *Look the definition just read up in the control table: one
      *the earlier job finished is skipped, the one it had started
      *is resumed.  Only a resubmit ever does either.  For a sweep
      *the table also says how many legs were finished and which
      *leg was started last.
       CHECK-CONTROL-STATE.
           MOVE 'N' TO CTL-SKIP-ASGN
           MOVE 'N' TO RESUME-ASGN
           MOVE ZERO TO SWEEP-LEGS-DONE
           MOVE ZERO TO SWEEP-RESUME-LEG
           IF CTL-RESUB AND CTL-SEQ <= CTL-MAX
               IF CTL-ENT-NAME(CTL-SEQ) = NAME(1:30)
                   IF CTL-STATE(CTL-SEQ) = 'D'
                       MOVE 'Y' TO CTL-SKIP-ASGN
                   END-IF
                   IF CTL-STATE(CTL-SEQ) = 'S'
                       MOVE 'Y' TO RESUME-ASGN
                       IF CTL-ENT-LEGS(CTL-SEQ) NUMERIC
                           MOVE CTL-ENT-LEGS(CTL-SEQ)
                               TO SWEEP-LEGS-DONE
                       END-IF
                       IF CTL-ENT-LEG(CTL-SEQ) NUMERIC
                           MOVE CTL-ENT-LEG(CTL-SEQ)
                               TO SWEEP-RESUME-LEG
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *Append one record to queue.ctl, opened and closed around the
      *write like audit.log, so it is on disk whatever happens next.
      *A sweep leg's record goes under the sweep's NAME, with the
      *leg beside it.
       WRITE-CONTROL-RECORD.
           OPEN EXTEND CONTROL-FILE
           MOVE SPACES TO CTL-RECORD
           MOVE CTL-NEW-TYPE TO CTL-TYPE
           MOVE CTL-PASS TO CTL-REC-PASS
           MOVE CTL-SEQ TO CTL-REC-SEQ
           IF SWEEP-LEG > 0
               MOVE SWEEP-BASE(1:30) TO CTL-REC-NAME
               MOVE SWEEP-LEG TO CTL-REC-LEG
           ELSE
               MOVE NAME(1:30) TO CTL-REC-NAME
               MOVE ZERO TO CTL-REC-LEG
           END-IF
           MOVE BUDGET-LEFT TO CTL-REC-BUDGET
           IF BUDGET-EVAL
               MOVE 'Y' TO CTL-REC-ARMED
           ELSE
               MOVE 'N' TO CTL-REC-ARMED
           END-IF
           WRITE CTL-RECORD
           CLOSE CONTROL-FILE.

      *Load lifesite.cfg: the site default checkpoint interval, the
      *census category, the delta keyframe interval and the named
      *run profiles.  Lines that are not 'CHKINT n', 'CENCAT
      *category', 'KEYINT n' or 'PROFILE name wrap rule restart rle
      *chkint delta' are ignored, so the file can carry commentary
      *and the keys other programs read from it (the census
      *roll's 'RARE n').  A 21st profile is dropped.
       READ-SITE-CONFIG.
           MOVE 'N' TO CFG-EOF-ASGN
           OPEN INPUT CONFIG-FILE
                           INTO CFG-KEY, SITE-CHKINT
                       END-UNSTRING
                   END-IF
                   IF CFG-KEY = 'CENCAT'
                       UNSTRING CFG-RECORD DELIMITED BY SPACE
                           INTO CFG-KEY, SITE-CENCAT
                       END-UNSTRING
                   END-IF
                   IF CFG-KEY = 'KEYINT'
                       UNSTRING CFG-RECORD DELIMITED BY SPACE
                           INTO CFG-KEY, SITE-KEYINT
                       END-UNSTRING
                   END-IF
                   IF CFG-KEY = 'PROFILE' AND PROF-COUNT < 20
                       ADD 1 TO PROF-COUNT
                       UNSTRING CFG-RECORD DELIMITED BY SPACE
                               PROF-RULE(PROF-COUNT),
                               PROF-RESTART(PROF-COUNT),
                               PROF-RLE(PROF-COUNT),
                               PROF-CHKTOK(PROF-COUNT),
                               PROF-DELTA(PROF-COUNT)
                       END-UNSTRING
                   END-IF
                   GO TO READ-SITE-CONFIG-LINE
                   PERFORM DYN-SCAN-TOKEN
                   MOVE DYN-VAL TO CHK-INTERVAL
               END-IF
               IF PROF-DELTA(PROF-HIT) NOT = SPACE
                   MOVE PROF-DELTA(PROF-HIT) TO DELTA-ASGN
               END-IF
           END-IF.

       FIND-PROFILE.
           IF OVR-WHALT NOT = SPACE AND OVR-WHALT NOT = '-'
               MOVE OVR-WHALT TO WATCH-HALT-ASGN
           END-IF
           IF OVR-DELTA NOT = SPACE AND OVR-DELTA NOT = '-'
               MOVE OVR-DELTA TO DELTA-ASGN
           END-IF
           MOVE SPACE TO OVR-WRAP
           MOVE SPACES TO OVR-RULE
           MOVE SPACES TO OVR-PAT
           MOVE SPACE TO OVR-RESTART
           MOVE SPACE TO OVR-RLE
           MOVE SPACES TO OVR-WATCH
           MOVE SPACE TO OVR-WHALT
           MOVE SPACE TO OVR-DELTA.

      *Build the 'run profile not found' message into DATA-OUTPUT.
       BUILD-PROFILE-NOTFOUND-ERROR.
               UNSTRING DATA-INPUT DELIMITED BY SPACE
                   INTO ROW, COLM, PROF-JUNK, OVR-WRAP, OVR-RULE,
                       OVR-PAT, OVR-RESTART, OVR-RLE, OVR-WATCH,
                       OVR-WHALT, OVR-DELTA
               END-UNSTRING
               PERFORM APPLY-OPTION-OVERRIDES
           ELSE
               UNSTRING DATA-INPUT DELIMITED BY SPACE
                   INTO ROW, COLM, WRAP-ASGN, RULE-ASGN,
                       PATTERN-NAME, RESTART-ASGN, RLE-ASGN,
                       WATCH-NAME, WATCH-HALT-ASGN, DELTA-ASGN
               END-UNSTRING
           END-IF
           IF RULE-ASGN = SPACES
           END-IF
           IF WATCH-NAME = '-'
               MOVE SPACES TO WATCH-NAME
           END-IF
      *A rule token listing several rules, or naming a rule-list
      *file, makes the definition a rule sweep.  The token is taken
      *again at full length (RULE-ASGN holds only 20 characters of
      *it); a profile's rule stands when the line gives none.  The
      *definition itself then carries the rule 'SWEEP' - each leg
      *gets its own rule as it starts.
           MOVE 'N' TO SWEEP-ASGN
           MOVE SPACES TO SWEEP-TEXT
           IF RUN-PROF = SPACES
               UNSTRING DATA-INPUT DELIMITED BY SPACE
                   INTO PROF-JUNK, PROF-JUNK, PROF-JUNK, SWEEP-TEXT
               END-UNSTRING
           ELSE
               UNSTRING DATA-INPUT DELIMITED BY SPACE
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
           END-IF.

      *Read one run definition from the input file (the queue line
               INTO CHK-NAME
           END-STRING
           READ INPUT-FILE
           ADD 1 TO IN-LINENO
           UNSTRING DATA-INPUT DELIMITED BY SPACE
               INTO GEN
           END-UNSTRING
           READ INPUT-FILE
           ADD 1 TO IN-LINENO
           PERFORM PARSE-OPTION-LINE
           IF SWEEP-EVAL
               PERFORM LOAD-SWEEP-RULES
           END-IF
           PERFORM PARSE-RULE
           PERFORM VALIDATE-DIMENSIONS
           IF VALID-EVAL
           IF VALID-EVAL AND PROF-MISS
               PERFORM BUILD-PROFILE-NOTFOUND-ERROR
           END-IF
           IF VALID-EVAL AND SWEEP-EVAL
               PERFORM CHECK-SWEEP-RULES
           END-IF
           IF VALID-EVAL AND RESUME-EVAL AND NOT SWEEP-EVAL
               PERFORM CHECK-RESUME-POINT
           END-IF
           IF VALID-EVAL
               IF RESTART-EVAL
                   IF PATTERN-NAME = '%'
                       PERFORM READ-RESTART-SOUP-LINE
                   END-IF
                   PERFORM READ-CHECKPOINT
                   IF CHK-MISS
                       PERFORM BUILD-CHECKPOINT-MISSING-ERROR
                   ELSE
                       IF ROW NOT = CHK-ROW OR COLM NOT = CHK-COLM
                           PERFORM BUILD-RESTART-DIM-ERROR
                       ELSE
                           IF GEN <= CHK-GEN
                               PERFORM BUILD-RESTART-ERROR
                           END-IF
                       END-IF
                   END-IF
               ELSE
               PERFORM SETUP-WATCH
           END-IF.

      *A restarted soup is not grown again from its density/seed
      *line, but its batch and audit lines still name the soup it
      *came from, so the line is read when the definition carries
      *one.  A restart written back by the budget carries it too;
      *an older one may close straight after its option line, and
      *the ENDRUN read here is then noted for the resync.
       READ-RESTART-SOUP-LINE.
           READ INPUT-FILE
               AT END MOVE 'Y' TO IN-EOF-ASGN
           END-READ
           IF NOT IN-EOF
               ADD 1 TO IN-LINENO
               IF DATA-INPUT = 'ENDRUN'
                   MOVE 'Y' TO DEF-END-ASGN
               ELSE
                   MOVE ZERO TO SOUP-DENSITY
                   MOVE ZERO TO SOUP-SEED
                   UNSTRING DATA-INPUT DELIMITED BY SPACE
                       INTO SOUP-DENSITY, SOUP-SEED
                   END-UNSTRING
                   MOVE 'Y' TO SOUP-READ-ASGN
               END-IF
           END-IF.

      *Arm the watch: read the target entry by key and hold it,
      *trimmed to its live cells, in the census matcher's slot 2.  A
      *name the library does not hold (or an entry with no live
      *cells, or too big for the 40x40 match window to ever
      *recognize) is rejected up front rather than silently watched
      *for in vain.
       SETUP-WATCH.
           MOVE ZERO TO WATCH-E
           MOVE 'N' TO LIB-EOF-ASGN
           MOVE SPACES TO CENL-WALK-CAT
           OPEN INPUT LIBRARY-FILE
           MOVE WATCH-NAME TO LIBX-NAME
           MOVE ZERO TO LIBX-SEQ
           READ LIBRARY-FILE KEY IS LIBX-KEY
               INVALID KEY MOVE 'Y' TO LIB-EOF-ASGN
           END-READ
           IF NOT LIB-EOF AND LIBX-CELLS > 0
               AND LIBX-HIGH <= 40 AND LIBX-WIDE <= 40
               MOVE 2 TO CEN-E
               PERFORM CEN-TAKE-ENTRY
               IF NOT LIB-EOF
                   MOVE 2 TO WATCH-E
               END-IF
           END-IF
           CLOSE LIBRARY-FILE
           MOVE 'N' TO LIB-EOF-ASGN
           IF WATCH-E = 0
               PERFORM BUILD-WATCH-NOTFOUND-ERROR
           END-IF.

      *Build the 'watch target not found' message into DATA-OUTPUT.
       BUILD-WATCH-NOTFOUND-ERROR.
           MOVE ZERO TO WATCH-TRAIL
      *Read pattern from input file
       READ-PATTERN.
           READ INPUT-FILE
           ADD 1 TO IN-LINENO
           MOVE DATA-INPUT TO P2(I)
           ADD 1 TO I
           IF I <= ROW
               READ INPUT-FILE
                   AT END MOVE 'Y' TO IN-EOF-ASGN
               END-READ
               IF NOT IN-EOF
                   ADD 1 TO IN-LINENO
               END-IF
               IF IN-EOF
                   MOVE 'Y' TO PLACE-END-ASGN
                   MOVE 'N' TO VALID-ASGN
               MOVE 'The soup density/seed line is missing.'
                   TO DATA-OUTPUT
           ELSE
               ADD 1 TO IN-LINENO
               MOVE ZERO TO SOUP-DENSITY
               MOVE ZERO TO SOUP-SEED
               UNSTRING DATA-INPUT DELIMITED BY SPACE
                   INTO SOUP-DENSITY, SOUP-SEED
               END-UNSTRING
               MOVE 'Y' TO SOUP-READ-ASGN
               IF SOUP-DENSITY > 100
                   MOVE 'N' TO VALID-ASGN
                   MOVE 40 TO WIDTH
               GO TO FILL-SOUP-CELL
           END-IF.

      *Stamp one listed entry into P2: read its header by key the
      *way READ-PATTERN-LIBRARY does, check the offset
      *keeps the whole entry on the board, then copy its live cells
      *in - rejecting the placement if one of them lands on a cell
      *an earlier placement already filled.
               INTO PLACE-NAME, PLACE-ROFF, PLACE-COFF
           END-UNSTRING
           MOVE PLACE-NAME TO PATTERN-NAME
           MOVE 'N' TO LIB-EOF-ASGN
           OPEN INPUT LIBRARY-FILE
           PERFORM FIND-LIBRARY-PATTERN
           IF NOT LIB-FOUND
               PERFORM BUILD-LIBRARY-NOTFOUND-ERROR
           ELSE
                   OR PLACE-ER > ROW OR PLACE-EC > COLM
                   PERFORM BUILD-PLACEMENT-BOUNDS-ERROR
               ELSE
                   MOVE 1 TO I
                   PERFORM STAMP-PLACEMENT-ROW
                   MOVE 1 TO I
               END-IF
           END-IF
           CLOSE LIBRARY-FILE.

       STAMP-PLACEMENT-ROW.
           IF I <= LIB-ROW-COUNT AND VALID-EVAL AND NOT LIB-EOF
               READ LIBRARY-FILE NEXT RECORD
                   AT END MOVE 'Y' TO LIB-EOF-ASGN
               END-READ
               IF NOT LIB-EOF
                   MOVE 1 TO K
                   PERFORM STAMP-PLACEMENT-CELL
                   MOVE 1 TO K
                   ADD 1 TO I
                   GO TO STAMP-PLACEMENT-ROW
               END-IF
           END-IF.

       STAMP-PLACEMENT-CELL.
           IF K <= LIB-COL-COUNT AND VALID-EVAL
               IF LIBX-ROW(K:1) = '*'
                   ADD PLACE-ROFF I GIVING PLACE-R
                   SUBTRACT 1 FROM PLACE-R
                   ADD PLACE-COFF K GIVING PLACE-C
      *would splice in garbage the same way an unchecked library read
      *once did, so INFOPEN is left to reject the mismatch instead.
       READ-CHECKPOINT.
           MOVE 'N' TO CHK-MISS-ASGN
           OPEN INPUT CHECKPOINT-FILE
           READ CHECKPOINT-FILE
               AT END MOVE 'Y' TO CHK-MISS-ASGN
           END-READ
           IF NOT CHK-MISS
               MOVE CHK-RECORD(1:5) TO CHK-GEN
               MOVE CHK-RECORD(6:3) TO CHK-ROW
               MOVE CHK-RECORD(9:3) TO CHK-COLM
               IF ROW = CHK-ROW AND COLM = CHK-COLM
                   MOVE 1 TO I
                   PERFORM READ-CHECKPOINT-ROW
                   MOVE 1 TO I
               END-IF
           END-IF
           CLOSE CHECKPOINT-FILE.

           END-IF
           MOVE 1 TO I.

      *Build the 'no checkpoint to restart from' message into
      *DATA-OUTPUT.
       BUILD-CHECKPOINT-MISSING-ERROR.
           MOVE ZERO TO CHK-NAME-TRAIL
           INSPECT CHK-NAME TALLYING CHK-NAME-TRAIL
               FOR TRAILING SPACES
           SUBTRACT CHK-NAME-TRAIL FROM 90 GIVING CHK-NAME-LEN
           IF CHK-NAME-LEN = 0
               MOVE 1 TO CHK-NAME-LEN
           END-IF
           MOVE 'N' TO VALID-ASGN
           ADD 36 CHK-NAME-LEN GIVING WIDTH
           IF WIDTH > 200
               MOVE 200 TO WIDTH
           END-IF
           STRING 'Cannot restart: no checkpoint file '
               DELIMITED BY SIZE
               CHK-NAME(1:CHK-NAME-LEN) DELIMITED BY SIZE
               '.' DELIMITED BY SIZE
               INTO DATA-OUTPUT
           END-STRING.

      *The definition a resubmitted queue finds STARTED but never
      *DONE resumes from its checkpoint - provided the checkpoint is
      *there, was written at this run's ROW/COLM and stops short of
      *its GEN.  Otherwise (the abend came before anything could be
      *saved, or after the last generation was already computed) the
      *run simply starts again from its own pattern source.
       CHECK-RESUME-POINT.
           MOVE 'N' TO CHK-MISS-ASGN
           OPEN INPUT CHECKPOINT-FILE
           READ CHECKPOINT-FILE
               AT END MOVE 'Y' TO CHK-MISS-ASGN
           END-READ
           IF NOT CHK-MISS
               MOVE CHK-RECORD(1:5) TO CHK-GEN
               MOVE CHK-RECORD(6:3) TO CHK-ROW
               MOVE CHK-RECORD(9:3) TO CHK-COLM
               IF ROW = CHK-ROW AND COLM = CHK-COLM
                   AND GEN > CHK-GEN
                   MOVE 'Y' TO RESTART-ASGN
               END-IF
           END-IF
           CLOSE CHECKPOINT-FILE
           MOVE 'N' TO CHK-MISS-ASGN
           MOVE ZERO TO CHK-GEN
           MOVE ZERO TO CHK-ROW
           MOVE ZERO TO CHK-COLM.

      *Cut the pop and anim files of a resumed run back to the
      *checkpointed generation: each is copied to resume.tmp up to
      *the first line for a later generation, then copied back.
      *The anim file is read at full width so no row is clipped.
       TRIM-RESUMED-OUTPUTS.
           OPEN INPUT POP-FILE
           OPEN OUTPUT RESUME-FILE
           MOVE 'N' TO RESUME-EOF-ASGN
           MOVE 'N' TO RESUME-CUT-ASGN
           PERFORM TRIM-POP-LINE
           CLOSE POP-FILE
           CLOSE RESUME-FILE
           OPEN INPUT RESUME-FILE
           OPEN OUTPUT POP-FILE
           MOVE 'N' TO RESUME-EOF-ASGN
           PERFORM RESTORE-POP-LINE
           CLOSE POP-FILE
           CLOSE RESUME-FILE
           MOVE 200 TO WIDTH
           OPEN INPUT ANIM-FILE
           OPEN OUTPUT RESUME-FILE
           MOVE 'N' TO RESUME-EOF-ASGN
           MOVE 'N' TO RESUME-CUT-ASGN
           PERFORM TRIM-ANIM-LINE
           CLOSE ANIM-FILE
           CLOSE RESUME-FILE
           OPEN INPUT RESUME-FILE
           OPEN OUTPUT ANIM-FILE
           MOVE 'N' TO RESUME-EOF-ASGN
           PERFORM RESTORE-ANIM-LINE
           CLOSE ANIM-FILE
           CLOSE RESUME-FILE
           OPEN OUTPUT RESUME-FILE
           CLOSE RESUME-FILE
           MOVE COLM TO WIDTH.

       TRIM-POP-LINE.
           IF NOT RESUME-EOF AND NOT RESUME-CUT
               READ POP-FILE
                   AT END MOVE 'Y' TO RESUME-EOF-ASGN
               END-READ
               IF NOT RESUME-EOF
                   MOVE SPACES TO DYN-TOK
                   UNSTRING POP-OUTPUT DELIMITED BY SPACE
                       INTO DYN-JUNK, DYN-TOK
                   END-UNSTRING
                   PERFORM DYN-SCAN-TOKEN
                   IF DYN-VAL > CHK-GEN
                       MOVE 'Y' TO RESUME-CUT-ASGN
                   ELSE
                       MOVE POP-OUTPUT TO RESUME-RECORD
                       WRITE RESUME-RECORD
                   END-IF
                   GO TO TRIM-POP-LINE
               END-IF
           END-IF.

       RESTORE-POP-LINE.
           IF NOT RESUME-EOF
               READ RESUME-FILE
                   AT END MOVE 'Y' TO RESUME-EOF-ASGN
               END-READ
               IF NOT RESUME-EOF
                   MOVE RESUME-RECORD TO POP-OUTPUT
                   WRITE POP-OUTPUT
                   GO TO RESTORE-POP-LINE
               END-IF
           END-IF.

       TRIM-ANIM-LINE.
           IF NOT RESUME-EOF AND NOT RESUME-CUT
               MOVE SPACES TO ANIM-OUTPUT
               READ ANIM-FILE
                   AT END MOVE 'Y' TO RESUME-EOF-ASGN
               END-READ
               IF NOT RESUME-EOF
                   IF ANIM-OUTPUT(1:11) = 'Generation '
                       OR ANIM-OUTPUT(1:9) = 'Keyframe '
                       OR ANIM-OUTPUT(1:6) = 'Delta '
                       MOVE SPACES TO DYN-TOK
                       UNSTRING ANIM-OUTPUT DELIMITED BY SPACE
                           INTO DYN-JUNK, DYN-TOK
                       END-UNSTRING
                       PERFORM DYN-SCAN-TOKEN
                       IF DYN-VAL > CHK-GEN
                           MOVE 'Y' TO RESUME-CUT-ASGN
                       END-IF
                   END-IF
                   IF NOT RESUME-CUT
                       MOVE ANIM-OUTPUT TO RESUME-RECORD
                       WRITE RESUME-RECORD
                   END-IF
                   GO TO TRIM-ANIM-LINE
               END-IF
           END-IF.

       RESTORE-ANIM-LINE.
           IF NOT RESUME-EOF
               READ RESUME-FILE
                   AT END MOVE 'Y' TO RESUME-EOF-ASGN
               END-READ
               IF NOT RESUME-EOF
                   MOVE RESUME-RECORD TO ANIM-OUTPUT
                   WRITE ANIM-OUTPUT
                   GO TO RESTORE-ANIM-LINE
               END-IF
           END-IF.

      *A restart only makes sense if GEN asks the run to go further
      *than the checkpoint already reached - otherwise SIMULATE's loop
      *body would never run, leaving P1 unset and WRITE-FILE trying to
           MOVE ZERO TO RLE-COLM-B
           MOVE SPACES TO RLE-COLM-D.

      *Pull the pattern grid from the keyed library file
      *(patterns.idx) instead of reading raw rows out of the input
      *file.  The entry's header record, read by name, gives its
      *size, which is checked against the caller's ROW/COLM before
      *any row is loaded, so a size mismatch is reported cleanly
      *instead of loading a grid of the wrong shape; the row
      *records that follow the header in key order are its rows.
       READ-PATTERN-LIBRARY.
           MOVE 'N' TO LIB-EOF-ASGN
           OPEN INPUT LIBRARY-FILE
           PERFORM FIND-LIBRARY-PATTERN
           IF NOT LIB-FOUND
               PERFORM BUILD-LIBRARY-NOTFOUND-ERROR
           ELSE
               IF LIB-ROW-COUNT NOT = ROW OR LIB-COL-COUNT NOT = COLM
                   PERFORM BUILD-LIBRARY-DIMENSION-ERROR
               ELSE
                   MOVE 1 TO I
                   PERFORM READ-LIBRARY-ROW
                   MOVE 1 TO I
               END-IF
           END-IF
           CLOSE LIBRARY-FILE.

      *Read the header record of the entry named on the
      *ROW/COLM/WRAP/RULE line (or a placement line) by key, taking
      *the entry's RxC off it.
       FIND-LIBRARY-PATTERN.
           MOVE ZERO TO LIB-ROW-COUNT
           MOVE ZERO TO LIB-COL-COUNT
           MOVE PATTERN-NAME TO LIBX-NAME
           MOVE ZERO TO LIBX-SEQ
           READ LIBRARY-FILE KEY IS LIBX-KEY
               INVALID KEY MOVE 'N' TO LIB-FOUND-ASGN
               NOT INVALID KEY MOVE 'Y' TO LIB-FOUND-ASGN
           END-READ
           IF LIB-FOUND
               MOVE LIBX-ROWS TO LIB-ROW-COUNT
               MOVE LIBX-COLS TO LIB-COL-COUNT
           END-IF.

      *Read the ROW row records that follow the header into P2, the
      *same target READ-PATTERN fills for a typed-in grid.  A row
      *missing from the file (the next record is not this entry's
      *row I) is reported as a short entry.
       READ-LIBRARY-ROW.
           IF I <= ROW AND VALID-EVAL
               READ LIBRARY-FILE NEXT RECORD
                   AT END MOVE 'Y' TO LIB-EOF-ASGN
               END-READ
               IF LIB-EOF OR LIBX-NAME NOT = PATTERN-NAME
                   OR LIBX-SEQ NOT = I
                   PERFORM BUILD-LIBRARY-SHORT-ERROR
               ELSE
                   MOVE LIBX-ROW TO P2(I)
                   ADD 1 TO I
                   GO TO READ-LIBRARY-ROW
               END-IF
           END-IF.
           END-STRING.

      *Build the 'library entry is WxH, requested RxC' message into
      *DATA-OUTPUT when the header's counts don't match the
      *caller's ROW/COLM.  Reuses RLE-ROW-D/RLE-COLM-D (also used by
      *RLE-WRITE-HEADER, at a point in the run this never overlaps
      *with) to format ROW/COLM themselves.
      *I = 1, so this cannot re-fire on a later pass.  Kept ahead of
      *the I <= GEN guard below so a GEN of 0 still gets its one
      *anim.txt/pop.txt line instead of leaving both files empty.
      *A restart from a generation-0 checkpoint also enters with
      *I = 1, but its files already hold generation 0 from the leg
      *before, so only the grid and history are set up then.
           IF I = 1
               PERFORM COPY-PATTERN
               MOVE ZERO TO ANIM-GENNO
               IF NOT RESTART-EVAL
                   IF DELTA-EVAL
                       PERFORM WRITE-DELTA-KEYFRAME
                   ELSE
                       PERFORM WRITE-ANIM-HEADER
                       PERFORM WRITE-ANIM-ROWS-P1
                   END-IF
               END-IF
               PERFORM COUNT-POPULATION-P1
               IF NOT RESTART-EVAL
                   PERFORM WRITE-POP-LINE
               END-IF
               MOVE PATTERN1 TO HIST-GEN(1)
           END-IF
      *With the queue budget spent the run halts here instead of
               MOVE ACTIVE2 TO ACTIVE1
               MOVE ALL 'N' TO ACTIVE2
               MOVE I TO ANIM-GENNO
               IF DELTA-EVAL
                   PERFORM WRITE-DELTA-GENERATION
               ELSE
                   PERFORM WRITE-ANIM-HEADER
                   PERFORM WRITE-ANIM-ROWS-P2
               END-IF
               PERFORM COUNT-POPULATION-P2
               PERFORM WRITE-POP-LINE
      *A checkpoint interval of zero (a 'no checkpoint' profile)
           WRITE WATCH-RECORD
           CLOSE WATCH-FILE.

      *Take the census of the final grid: open the library, sweep P1
      *for connected groups, classify each one against it, and write
      *the report.
       WRITE-CENSUS.
           OPEN INPUT LIBRARY-FILE
           MOVE SPACES TO CEN-SEEN
           MOVE ZERO TO CEN-UNREC
           MOVE ZERO TO CEN-TOTAL
               WRITE CEN-RECORD
           END-IF
           PERFORM CEN-WRITE-UNREC-LINE
           CLOSE CENSUS-FILE
           CLOSE LIBRARY-FILE
           MOVE 'N' TO LIB-EOF-ASGN.

       CEN-SCAN-ROW.
           IF CEN-SR <= ROW
               GO TO CEN-STAMP-MEMBER
           END-IF.

      *Try the group against every library entry - or every entry
      *in the site's census category - cheapest tests first, off
      *the header record alone (the live-cell counts must agree, and
      *the entry's live box must be the group's box either way
      *round), then all eight orientations.  A match writes the
      *object line; no match adds one to the unrecognized count.
       CEN-CLASSIFY.
           MOVE ZERO TO CEN-HIT
           IF CEN-BOX-H <= 40 AND CEN-BOX-W <= 40
               PERFORM CEN-START-WALK
               PERFORM CEN-TRY-ENTRY
           END-IF
           IF CEN-HIT > 0
               PERFORM CEN-WRITE-OBJECT
               ADD 1 TO CEN-UNREC
           END-IF.

      *Position the walk on the first record: the lowest key in the
      *library, or the first record filed under SITE-CENCAT.
       CEN-START-WALK.
           MOVE 'N' TO LIB-EOF-ASGN
           MOVE SITE-CENCAT TO CENL-WALK-CAT
           IF CENL-WALK-CAT = SPACES
               MOVE LOW-VALUES TO LIBX-KEY
               START LIBRARY-FILE KEY IS NOT LESS THAN LIBX-KEY
                   INVALID KEY MOVE 'Y' TO LIB-EOF-ASGN
               END-START
           ELSE
               MOVE CENL-WALK-CAT TO LIBX-CAT
               START LIBRARY-FILE KEY IS EQUAL TO LIBX-CAT
                   INVALID KEY MOVE 'Y' TO LIB-EOF-ASGN
               END-START
           END-IF.

      *Next record of the walk; a category walk ends at the first
      *record filed under another category.
       CEN-READ-NEXT.
           READ LIBRARY-FILE NEXT RECORD
               AT END MOVE 'Y' TO LIB-EOF-ASGN
           END-READ
           IF NOT LIB-EOF AND CENL-WALK-CAT NOT = SPACES
               AND LIBX-CAT NOT = CENL-WALK-CAT
               MOVE 'Y' TO LIB-EOF-ASGN
           END-IF.

      *Header records whose counts fit the group are taken into
      *slot 1 with their rows and tried; row records, and headers
      *that cannot fit, are stepped over.
       CEN-TRY-ENTRY.
           IF NOT LIB-EOF AND CEN-HIT = 0
               PERFORM CEN-READ-NEXT
               IF NOT LIB-EOF AND LIBX-SEQ = 0
                   AND LIBX-CELLS = CEN-MEMN
                   AND LIBX-HIGH <= 40 AND LIBX-WIDE <= 40
                   AND ((LIBX-HIGH = CEN-BOX-H
                         AND LIBX-WIDE = CEN-BOX-W)
                     OR (LIBX-HIGH = CEN-BOX-W
                         AND LIBX-WIDE = CEN-BOX-H))
                   MOVE 1 TO CEN-E
                   PERFORM CEN-TAKE-ENTRY
                   IF NOT LIB-EOF
                       MOVE 1 TO CEN-ORI
                       PERFORM CEN-TRY-ORIENT
                       MOVE 1 TO CEN-ORI
                   END-IF
               END-IF
               GO TO CEN-TRY-ENTRY
           END-IF.

           MOVE ZERO TO TEMP-B
           MOVE SPACES TO TEMP-D.

      *Take the entry whose header record was just read into slot
      *CEN-E: its name, category, live box size and cell count off
      *the header, then the live box cut out of the row records
      *that follow - the rows above the box are read past, those
      *below it are left for the walk to step over.
       CEN-TAKE-ENTRY.
           MOVE LIBX-NAME TO CEN-ENT-NAME(CEN-E)
           MOVE LIBX-CAT TO CEN-ENT-CAT(CEN-E)
           MOVE LIBX-HIGH TO CEN-ENT-H(CEN-E)
           MOVE LIBX-WIDE TO CEN-ENT-W(CEN-E)
           MOVE LIBX-CELLS TO CEN-ENT-CELLS(CEN-E)
           MOVE LIBX-TOP TO CENL-MINR
           MOVE LIBX-LEFT TO CENL-MINC
           ADD LIBX-TOP LIBX-HIGH GIVING CENL-MAXR
           SUBTRACT 1 FROM CENL-MAXR
           MOVE ZERO TO CENL-ROWS
           PERFORM CEN-TAKE-ENTRY-ROW.

       CEN-TAKE-ENTRY-ROW.
           IF NOT LIB-EOF AND CENL-ROWS < CENL-MAXR
               PERFORM CEN-READ-NEXT
               IF NOT LIB-EOF
                   MOVE LIBX-SEQ TO CENL-ROWS
                   IF CENL-ROWS >= CENL-MINR
                       SUBTRACT CENL-MINR FROM CENL-ROWS GIVING CEN-I1
                       ADD 1 TO CEN-I1
                       MOVE ALL '0' TO CEN-ENT-ROW(CEN-E, CEN-I1)
                       MOVE LIBX-ROW(CENL-MINC:CEN-ENT-W(CEN-E))
                           TO CEN-ENT-ROW(CEN-E, CEN-I1)
                           (1:CEN-ENT-W(CEN-E))
                   END-IF
                   GO TO CEN-TAKE-ENTRY-ROW
               END-IF
           END-IF.

      *Compare the just-computed P2 against each retained earlier
                       IF P1(J)(K:1) = '0' AND BIRTH-OK(RULE-IDX)
                           MOVE 'N' TO STILL-ASGN
                           MOVE '*' TO P2(J)(K:1)
                           PERFORM NOTE-DELTA-CELL
                           MOVE I TO HEAT-BORN(J, K)
                           PERFORM MARK-ACTIVE-NEIGHBORS
                       END-IF
                           ELSE
                               MOVE '0' TO P2(J)(K:1)
                           END-IF
                           PERFORM NOTE-DELTA-CELL
                           SUBTRACT HEAT-BORN(J, K) FROM I
                               GIVING HEAT-TMP
                           ADD HEAT-TMP TO HEAT-COUNT(J, K)
                               ADD 1 TO DYING-N
                               MOVE DYING-N TO P2(J)(K:1)
                           END-IF
                           PERFORM NOTE-DELTA-CELL
                           MOVE 'Y' TO A2(J)(K:1)
                       END-IF
                   END-IF
           END-IF
           MOVE 1 TO J.

      *Note one cell GENERATION has just changed in P2, for the
      *delta file.  No cell changes twice in a pass, so the table
      *never holds more than the board's cells.
       NOTE-DELTA-CELL.
           IF DELTA-EVAL
               ADD 1 TO DELTA-N
               MOVE J TO DELTA-R(DELTA-N)
               MOVE K TO DELTA-C(DELTA-N)
               MOVE P2(J)(K:1) TO DELTA-S(DELTA-N)
           END-IF.

      *Write generation ANIM-GENNO to the delta file: the whole grid
      *on a keyframe generation, otherwise the cells noted changed.
       WRITE-DELTA-GENERATION.
           MOVE 'N' TO DELTA-KEY-ASGN
           IF SITE-KEYINT > 0
               DIVIDE ANIM-GENNO BY SITE-KEYINT GIVING DELTA-DIVQ
                   REMAINDER DELTA-REM
               IF DELTA-REM = 0
                   MOVE 'Y' TO DELTA-KEY-ASGN
               END-IF
           END-IF
           IF DELTA-KEY
               PERFORM WRITE-DELTA-KEYFRAME
           ELSE
               PERFORM WRITE-DELTA-HEADER
               MOVE 9 TO WIDTH
               MOVE 1 TO DELTA-I
               PERFORM WRITE-DELTA-CELL
               MOVE 1 TO DELTA-I
               MOVE COLM TO WIDTH
           END-IF
           MOVE ZERO TO DELTA-N.

       WRITE-DELTA-CELL.
           IF DELTA-I <= DELTA-N
               MOVE DELTA-R(DELTA-I) TO DELTA-LINE-R
               MOVE DELTA-C(DELTA-I) TO DELTA-LINE-C
               MOVE DELTA-S(DELTA-I) TO DELTA-LINE-S
               MOVE DELTA-LINE TO ANIM-OUTPUT
               WRITE ANIM-OUTPUT
               ADD 1 TO DELTA-I
               GO TO WRITE-DELTA-CELL
           END-IF.

      *A keyframe is the P2 grid in full under a 'Keyframe N' header.
       WRITE-DELTA-KEYFRAME.
           MOVE 'Y' TO DELTA-KEY-ASGN
           PERFORM WRITE-DELTA-HEADER
           PERFORM WRITE-ANIM-ROWS-P2
           MOVE 'N' TO DELTA-KEY-ASGN.

      *Append a 'Keyframe N' or 'Delta N' header line to the delta
      *file, the way WRITE-ANIM-HEADER writes 'Generation N'.
       WRITE-DELTA-HEADER.
           MOVE ANIM-GENNO TO TEMP-D
           MOVE ZERO TO TEMP-A
           INSPECT TEMP-D TALLYING TEMP-A FOR LEADING ZEROS
           IF TEMP-A = 5
               SUBTRACT 1 FROM TEMP-A
           END-IF
           SUBTRACT TEMP-A FROM 5 GIVING TEMP-B
           ADD 1 TO TEMP-A
           IF DELTA-KEY
               ADD 9 TO TEMP-B GIVING WIDTH
               STRING 'Keyframe ' DELIMITED BY SIZE
                   TEMP-D(TEMP-A:TEMP-B) DELIMITED BY SIZE
                   INTO ANIM-OUTPUT
               END-STRING
           ELSE
               ADD 6 TO TEMP-B GIVING WIDTH
               STRING 'Delta ' DELIMITED BY SIZE
                   TEMP-D(TEMP-A:TEMP-B) DELIMITED BY SIZE
                   INTO ANIM-OUTPUT
               END-STRING
           END-IF
           WRITE ANIM-OUTPUT
           MOVE ZERO TO TEMP-A
           MOVE ZERO TO TEMP-B
           MOVE SPACES TO TEMP-D
           MOVE COLM TO WIDTH.

      *Tally the live cells across the generation-0 grid (P1) into
      *POP-COUNT
       COUNT-POPULATION-P1.
