      *Cobol program to maintain the simulator's run queue
      *(input.txt) the way LIB-MAINT maintains the pattern library.
      *Hand edits to the queue's NAME/GEN/option-line/ENDRUN framing
      *go wrong easily: one dropped 'ENDRUN' swallows the run behind
      *it, a GEN line with a letter in it or a '!profile' that
      *lifesite.cfg does not define throws a run out, and none of it
      *shows until GAME-OF-LIFE rejects the run in the batch window.
      *This utility loads the whole queue, applies the commands read
      *from quemaint.txt in order, rewrites input.txt in clean
      *framing when any of them changed it, and then checks every
      *definition left in the queue the way INFOPEN, PARSE-OPTION-
      *LINE and VALIDATE-DIMENSIONS will.  Commands, one per line:
      *    ADD name [BEFORE|AFTER name]   followed by the GEN line,
      *                the option line and any pattern lines, closed
      *                by ENDRUN (or by the end of the command file)
      *    REPLACE name   followed by the same lines as ADD
      *    DELETE name
      *    MOVE name BEFORE|AFTER name
      *    LIST
      *An ADD with no position goes to the end of the queue.  An ADD
      *or REPLACE whose definition would be rejected is refused and
      *the queue left as it was.  The report in querpt.txt carries
      *one line per command, then every queued run with its options
      *resolved exactly as the simulator will see them (any '!name'
      *profile applied and the tokens after it laid over it) and
      *each REJECTED or WARNING finding underneath.  RETURN-CODE is
      *0 for a clean queue, 4 when it carries warnings only, and 8
      *when a command was refused or a queued run would be rejected,
      *so the batch can be held before its window opens.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. QUEUE-MAINT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL COMMAND-FILE ASSIGN TO 'quemaint.txt'
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL QUEUE-FILE ASSIGN TO 'input.txt'
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LIBRARY-FILE ASSIGN TO 'patterns.idx'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS LIBX-KEY
             ALTERNATE RECORD KEY IS LIBX-CAT WITH DUPLICATES.
           SELECT OPTIONAL CONFIG-FILE ASSIGN TO 'lifesite.cfg'
             ORGANIZATION IS LINE SEQUENTIAL.
      *OPTIONAL: a missing RLE or checkpoint file is exactly what is
      *being looked for, so it has to read as an empty file rather
      *than abend the OPEN.
           SELECT OPTIONAL RLE-FILE ASSIGN TO DYNAMIC RLE-NAME
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CHECKPOINT-FILE ASSIGN TO DYNAMIC CHK-NAME
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SWEEP-LIST-FILE ASSIGN TO DYNAMIC SWEEP-LNAME
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO 'querpt.txt'
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD COMMAND-FILE.
       01 CMD-INPUT PIC X(200).
       FD QUEUE-FILE.
       01 QUEUE-RECORD PIC X(200).
      *The keyed library record, as LIB-LOAD writes it: LIBX-SEQ
      *zero is the entry's header, 1 to LIBX-ROWS its pattern rows.
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
       FD CONFIG-FILE.
       01 CFG-RECORD PIC X(200).
       FD RLE-FILE.
       01 RLE-LINE PIC X(250).
       FD CHECKPOINT-FILE.
       01 CHK-RECORD PIC X(200).
       FD SWEEP-LIST-FILE.
       01 SWEEP-LIST-RECORD PIC X(200).
       FD REPORT-FILE.
       01 RPT-RECORD PIC X(120).

       WORKING-STORAGE SECTION.
      *The command being applied, split off its quemaint.txt line.
      *CHANGED-ASGN is set by the first command that alters the
      *queue; input.txt is only rewritten when it is.
       01 CMD-EOF-ASGN PIC X VALUE 'N'.
           88 CMD-EOF VALUE 'Y'.
       01 CMD-VERB PIC X(10) VALUE SPACES.
       01 CMD-NAME PIC X(30) VALUE SPACES.
       01 CMD-WHERE PIC X(10) VALUE SPACES.
       01 CMD-TARGET PIC X(30) VALUE SPACES.
       01 DONE-ASGN PIC X VALUE 'N'.
           88 DONE-EVAL VALUE 'Y'.
       01 CHANGED-ASGN PIC X VALUE 'N'.
           88 CHANGED-EVAL VALUE 'Y'.
       01 POS-OK-ASGN PIC X VALUE 'N'.
           88 POS-OK VALUE 'Y'.
       01 INS-POS PIC 9(3) VALUE ZERO.

      *The queue held in storage.  Every definition line goes into
      *the QL line pool in file order; QD keeps one slot per run in
      *queue order, pointing at its NAME line in the pool and
      *counting its lines up to (not including) its ENDRUN, so ADD,
      *DELETE and MOVE only ever shuffle slots.  ADD and REPLACE
      *append their new lines to the pool and point a slot at them.
      *Each 'BUDGET n' line is kept apart in BG with the slot of the
      *run it stood ahead of (one past the last run when none
      *followed it) and written back in that place: the simulator
      *re-arms its budget at every one it meets, so where the line
      *stands decides which runs it covers.  A run deleted or moved
      *away leaves the line ahead of the run that followed it; a
      *run put in just ahead of that run goes ahead of the line.  A
      *blank line standing where a NAME belongs ends the simulator's
      *queue, so one found ahead of a run is noted against it.
       01 QL-POOL.
           03 QL-LINE PIC X(200) OCCURS 20000 TIMES.
       01 QL-COUNT PIC 9(5) VALUE ZERO.
       01 QL-MAX PIC 9(5) VALUE 20000.
       01 QD-TBL.
           03 QD-ENT OCCURS 500 TIMES.
               05 QD-NAME PIC X(30).
               05 QD-FIRST PIC 9(5).
               05 QD-LINES PIC 9(5).
               05 QD-NOEND-ASGN PIC X.
               05 QD-BLANK-ASGN PIC X.
       01 QD-HOLD.
           03 HOLD-NAME PIC X(30).
           03 HOLD-FIRST PIC 9(5).
           03 HOLD-LINES PIC 9(5).
           03 HOLD-NOEND-ASGN PIC X.
           03 HOLD-BLANK-ASGN PIC X.
       01 MOVE-FROM PIC 9(3) VALUE ZERO.
       01 QD-COUNT PIC 9(3) VALUE ZERO.
       01 QD-MAX PIC 9(3) VALUE 500.
       01 QD-HIT PIC 9(3) VALUE ZERO.
       01 QI PIC 9(3) VALUE ZERO.
       01 QJ PIC 9(3) VALUE ZERO.
       01 FIND-WANT PIC X(30) VALUE SPACES.
       01 QUEUE-EOF-ASGN PIC X VALUE 'N'.
           88 QUEUE-EOF VALUE 'Y'.
       01 QUEUE-IN-ASGN PIC X VALUE 'N'.
           88 QUEUE-IN VALUE 'Y'.
       01 QUEUE-FULL-ASGN PIC X VALUE 'N'.
           88 QUEUE-FULL VALUE 'Y'.
       01 QUEUE-BLANKS PIC 9(5) VALUE ZERO.
       01 BG-TBL.
           03 BG-ENT OCCURS 50 TIMES.
               05 BG-LINE PIC X(200).
               05 BG-AT PIC 9(3).
       01 BG-COUNT PIC 9(3) VALUE ZERO.
       01 BG-MAX PIC 9(3) VALUE 50.
       01 BG-I PIC 9(3) VALUE ZERO.
       01 BG-WANT PIC 9(3) VALUE ZERO.
       01 BUDGET-TOK PIC X(20) VALUE SPACES.
       01 NEW-FIRST PIC 9(5) VALUE ZERO.
       01 NEW-LINES PIC 9(5) VALUE ZERO.
       01 NEW-FULL-ASGN PIC X VALUE 'N'.
           88 NEW-FULL VALUE 'Y'.
       01 NEW-END-ASGN PIC X VALUE 'N'.
           88 NEW-END VALUE 'Y'.
       01 RW-I PIC 9(5) VALUE ZERO.
       01 RW-END PIC 9(5) VALUE ZERO.

      *Site configuration - the same lifesite.cfg lines the
      *simulator reads at startup, so a '!name' profile resolves
      *here exactly as it will in the batch.
       01 CFG-EOF-ASGN PIC X VALUE 'N'.
           88 CFG-EOF VALUE 'Y'.
       01 CFG-KEY PIC X(10) VALUE SPACES.
       01 SITE-CHKINT PIC 9(5) VALUE 100.
       01 PROF-TBL.
           03 PROF-ENT OCCURS 20 TIMES.
               05 PROF-NAME PIC X(30).
               05 PROF-WRAP PIC X.
               05 PROF-RULE PIC X(20).
               05 PROF-RESTART PIC X.
               05 PROF-RLE PIC X.
               05 PROF-CHKTOK PIC X(5).
               05 PROF-DELTA PIC X.
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
       01 OVR-RLE PIC X VALUE SPACE.
       01 OVR-WATCH PIC X(30) VALUE SPACES.
       01 OVR-WHALT PIC X VALUE SPACE.
       01 OVR-DELTA PIC X VALUE SPACE.

      *One definition as the simulator would decode it.  The GEN,
      *ROW and COLM tokens are kept as typed for the report and
      *digit-scanned into their numeric fields, so a token with a
      *letter in it is caught instead of being moved into a PIC 9.
       01 NAME PIC X(90) VALUE SPACES.
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
       01 RLE-ASGN PIC X VALUE 'N'.
       01 WATCH-NAME PIC X(30) VALUE SPACES.
       01 WATCH-HALT-ASGN PIC X VALUE 'N'.
       01 DELTA-ASGN PIC X VALUE 'N'.
       01 CHK-INTERVAL PIC 9(5) VALUE 100.
       01 STATE-COUNT PIC 9(3) VALUE 2.
       01 DYING-MAX PIC 9(2) VALUE ZERO.
       01 DYING-MAX-X PIC X VALUE '0'.
       01 DYING-DIGIT PIC 9 VALUE ZERO.
       01 RULE-POS PIC 9(2) VALUE ZERO.
       01 RULE-MODE PIC X VALUE 'B'.
       01 RULE-CH PIC X VALUE SPACE.
       01 RULE-DIGIT PIC 9 VALUE ZERO.
       01 RULE-IDX PIC 9(2) VALUE ZERO.
       01 RULE-SETS.
           03 BIRTH-SET PIC X OCCURS 9 TIMES.
           03 SURVIVE-SET PIC X OCCURS 9 TIMES.
       01 RULE-TRAIL PIC 9(3) VALUE ZERO.
       01 RULE-LEN PIC 9(3) VALUE ZERO.

      *A rule sweep, split into its rules the way the simulator
      *splits it: a RULE token with commas in it, or '@filename'
      *naming a rule-list file.
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
       01 SWEEP-LNAME PIC X(90) VALUE SPACES.

      *Walking one definition: VD-FIRST/VD-LINES frame it in the
      *pool, VD-N is the line being looked at (1 = the NAME line)
      *and VD-USED how many lines the simulator will actually read
      *before it skips forward to ENDRUN.  VD-DIMS-ASGN says ROW
      *and COLM are good enough to size the pattern checks, and
      *SRC-OK-ASGN plays VALID-ASGN's part inside the pattern
      *readers - the first problem stops them, as it does there.
       01 VD-FIRST PIC 9(5) VALUE ZERO.
       01 VD-LINES PIC 9(5) VALUE ZERO.
       01 VD-N PIC 9(5) VALUE ZERO.
       01 VD-AT PIC 9(5) VALUE ZERO.
       01 VD-USED PIC 9(5) VALUE ZERO.
       01 VD-SPARE PIC 9(5) VALUE ZERO.
       01 VD-LINE PIC X(200) VALUE SPACES.
       01 VD-OPTS-ASGN PIC X VALUE 'N'.
           88 VD-OPTS VALUE 'Y'.
       01 VD-DIMS-ASGN PIC X VALUE 'N'.
           88 VD-DIMS-OK VALUE 'Y'.
       01 SRC-OK-ASGN PIC X VALUE 'Y'.
           88 SRC-OK VALUE 'Y'.
       01 VD-PAT-TEXT PIC X(100) VALUE SPACES.
       01 VD-SWALLOW PIC X(30) VALUE SPACES.
       01 FLAG-CH PIC X VALUE SPACE.
       01 FLAG-LABEL PIC X(10) VALUE SPACES.

      *Findings against the definition being checked, held until
      *its resolved options have been written above them.  Notes
      *are informational and count toward neither total.
       01 PRB-TBL.
           03 PRB-ENT OCCURS 20 TIMES.
               05 PRB-SEV PIC X(10).
               05 PRB-TXT PIC X(100).
       01 PRB-COUNT PIC 9(3) VALUE ZERO.
       01 PRB-REJECTS PIC 9(3) VALUE ZERO.
       01 PRB-WARNS PIC 9(3) VALUE ZERO.
       01 PRB-TEXT PIC X(100) VALUE SPACES.
       01 PRB-I PIC 9(3) VALUE ZERO.
       01 TOTAL-REJECTS PIC 9(3) VALUE ZERO.
       01 TOTAL-WARNS PIC 9(3) VALUE ZERO.

      *A left-justified token digit-scanned the way the simulator's
      *own header and pop-line scanners do it, except that any
      *character that is not a digit marks the token bad.
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

      *One library entry looked up by key: its size off the header
      *record, then the LE-NEED row records that follow it, the
      *rows kept.
       01 LIB-EOF-ASGN PIC X VALUE 'N'.
           88 LIB-EOF VALUE 'Y'.
       01 LOOK-NAME PIC X(30) VALUE SPACES.
       01 LE-FOUND-ASGN PIC X VALUE 'N'.
           88 LE-FOUND VALUE 'Y'.
       01 LE-NEED PIC 9(3) VALUE ZERO.
       01 LE-ROWS PIC 9(3) VALUE ZERO.
       01 LE-COLS PIC 9(3) VALUE ZERO.
       01 LE-TBL.
           03 LE-ROW PIC X(200) OCCURS 200 TIMES.
       01 LE-MINR PIC 9(3) VALUE ZERO.
       01 LE-MAXR PIC 9(3) VALUE ZERO.
       01 LE-MINC PIC 9(3) VALUE ZERO.
       01 LE-MAXC PIC 9(3) VALUE ZERO.
       01 LE-LIVE-ASGN PIC X VALUE 'N'.
           88 LE-LIVE VALUE 'Y'.
       01 NAME-TRAIL PIC 9(5) VALUE ZERO.
       01 NAME-LEN PIC 9(5) VALUE ZERO.

      *Scratch board the starting grid is assembled on, so typed
      *rows, library rows, placements and checkpoint rows can be
      *checked cell by cell the way VALIDATE-PATTERN checks P2.
       01 QG-GRID.
           03 QG PIC X(200) OCCURS 200 TIMES.
       01 I PIC 9(5) VALUE 1.
       01 J PIC 9(5) VALUE 1.
       01 K PIC 9(5) VALUE 1.
       01 ERR-ROW PIC 9(5) VALUE ZERO.
       01 ERR-COL PIC 9(5) VALUE ZERO.

      *Checkpoint header of a restart run.
       01 CHK-NAME PIC X(90) VALUE SPACES.
       01 CHK-EOF-ASGN PIC X VALUE 'N'.
           88 CHK-EOF VALUE 'Y'.
       01 CHK-GEN PIC 9(5) VALUE ZERO.
       01 CHK-ROW PIC 9(3) VALUE ZERO.
       01 CHK-COLM PIC 9(3) VALUE ZERO.

      *RLE reader state, as READ-PATTERN-RLE keeps it - the body is
      *walked for its framing only, nothing is stamped.
       01 RLE-NAME PIC X(90) VALUE SPACES.
       01 RLEIN-EOF-ASGN PIC X VALUE 'N'.
           88 RLEIN-EOF VALUE 'Y'.
       01 RLEIN-DONE-ASGN PIC X VALUE 'N'.
           88 RLEIN-DONE VALUE 'Y'.
       01 RLEIN-HIT-ASGN PIC X VALUE 'N'.
           88 RLEIN-HIT VALUE 'Y'.
       01 RLEIN-X PIC 9(5) VALUE ZERO.
       01 RLEIN-Y PIC 9(5) VALUE ZERO.
       01 RLEIN-PART1 PIC X(80) VALUE SPACES.
       01 RLEIN-PART2 PIC X(80) VALUE SPACES.
       01 RLEIN-PART3 PIC X(80) VALUE SPACES.
       01 RLEIN-JUNK PIC X(80) VALUE SPACES.
       01 RLEIN-TOK PIC X(80) VALUE SPACES.
       01 RLEIN-TOK-LEAD PIC 9(3) VALUE ZERO.
       01 RLEIN-VAL PIC 9(5) VALUE ZERO.
       01 RLEIN-VAL-POS PIC 9(3) VALUE ZERO.
       01 RLEIN-VAL-CH PIC X VALUE SPACE.
       01 RLEIN-COUNT PIC 9(5) VALUE ZERO.
       01 RLEIN-POS PIC 9(5) VALUE ZERO.
       01 RLEIN-CH PIC X VALUE SPACE.
       01 RLEIN-ROW PIC 9(5) VALUE ZERO.
       01 RLEIN-COL PIC 9(5) VALUE ZERO.
       01 RLEIN-END PIC 9(5) VALUE ZERO.

      *Placement list and soup line.
       01 PLACE-NAME PIC X(30) VALUE SPACES.
       01 PLACE-ROFF PIC 9(3) VALUE ZERO.
       01 PLACE-COFF PIC 9(3) VALUE ZERO.
       01 PLACE-RTOK PIC X(20) VALUE SPACES.
       01 PLACE-CTOK PIC X(20) VALUE SPACES.
       01 PLACE-END-ASGN PIC X VALUE 'N'.
           88 PLACE-END VALUE 'Y'.
       01 PLACE-COUNT PIC 9(5) VALUE ZERO.
       01 PLACE-R PIC 9(5) VALUE ZERO.
       01 PLACE-C PIC 9(5) VALUE ZERO.
       01 PLACE-ER PIC 9(5) VALUE ZERO.
       01 PLACE-EC PIC 9(5) VALUE ZERO.
       01 SOUP-DTOK PIC X(20) VALUE SPACES.
       01 SOUP-STOK PIC X(20) VALUE SPACES.
       01 SOUP-DENSITY PIC 9(3) VALUE ZERO.
       01 SOUP-SEED PIC 9(9) VALUE ZERO.

      *Report number formatting, leading zeros stripped.
       01 RPT-N-D PIC X(9) VALUE SPACES.
       01 RPT-N-A PIC 9(2) VALUE ZERO.
       01 RPT-N-B PIC 9(2) VALUE ZERO.
       01 RPT-M-D PIC X(9) VALUE SPACES.
       01 RPT-M-A PIC 9(2) VALUE ZERO.
       01 RPT-M-B PIC 9(2) VALUE ZERO.
       01 RPT-R-D PIC X(3) VALUE SPACES.
       01 RPT-R-A PIC 9(2) VALUE ZERO.
       01 RPT-R-B PIC 9(2) VALUE ZERO.
       01 RPT-C-D PIC X(3) VALUE SPACES.
       01 RPT-C-A PIC 9(2) VALUE ZERO.
       01 RPT-C-B PIC 9(2) VALUE ZERO.
       01 RPT-NUM PIC 9(9) VALUE ZERO.
       01 RPT-NUM2 PIC 9(9) VALUE ZERO.
       01 RPT-DIM PIC 9(3) VALUE ZERO.
       01 RPT-DIM2 PIC 9(3) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           OPEN OUTPUT REPORT-FILE
           PERFORM READ-SITE-CONFIG
           PERFORM LOAD-QUEUE
           OPEN INPUT COMMAND-FILE
           PERFORM READ-COMMAND-LINE
           IF CMD-EOF
               MOVE 'Command file quemaint.txt is missing or empty.'
                   TO RPT-RECORD
               WRITE RPT-RECORD
               MOVE 8 TO RETURN-CODE
           ELSE
               IF QUEUE-FULL
                   MOVE SPACES TO RPT-RECORD
                   STRING 'The run queue is larger than this utility '
                       DELIMITED BY SIZE
                       'can hold - input.txt left untouched.'
                       DELIMITED BY SIZE
                       INTO RPT-RECORD
                   END-STRING
                   WRITE RPT-RECORD
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM APPLY-COMMAND
                   IF CHANGED-EVAL
                       PERFORM REWRITE-QUEUE
                   END-IF
               END-IF
               PERFORM LIST-QUEUE
           END-IF
           CLOSE COMMAND-FILE
           CLOSE REPORT-FILE
           STOP RUN.

      *Next non-blank command line.  An ADD or REPLACE that ran to
      *the end of the file has already seen end-of-file, so the
      *file is never read past it.
       READ-COMMAND-LINE.
           IF NOT CMD-EOF
               READ COMMAND-FILE
                   AT END MOVE 'Y' TO CMD-EOF-ASGN
               END-READ
               IF NOT CMD-EOF AND CMD-INPUT = SPACES
                   GO TO READ-COMMAND-LINE
               END-IF
           END-IF.

      *Apply the command in CMD-INPUT, then loop on to the next one.
       APPLY-COMMAND.
           MOVE SPACES TO CMD-VERB
           MOVE SPACES TO CMD-NAME
           MOVE SPACES TO CMD-WHERE
           MOVE SPACES TO CMD-TARGET
           UNSTRING CMD-INPUT DELIMITED BY ALL SPACE
               INTO CMD-VERB, CMD-NAME, CMD-WHERE, CMD-TARGET
           END-UNSTRING
           MOVE 'N' TO DONE-ASGN
           IF CMD-VERB = 'LIST'
               MOVE 'Y' TO DONE-ASGN
               MOVE 'LIST done.' TO RPT-RECORD
               WRITE RPT-RECORD
           END-IF
           IF CMD-VERB = 'ADD'
               PERFORM ADD-RUN
           END-IF
           IF CMD-VERB = 'REPLACE'
               PERFORM REPLACE-RUN
           END-IF
           IF CMD-VERB = 'DELETE'
               PERFORM DELETE-RUN
           END-IF
           IF CMD-VERB = 'MOVE'
               PERFORM MOVE-RUN
           END-IF
           IF NOT DONE-EVAL
               MOVE SPACES TO RPT-RECORD
               STRING 'Unknown command - use ADD, REPLACE, DELETE, '
                   DELIMITED BY SIZE
                   'MOVE or LIST.' DELIMITED BY SIZE
                   INTO RPT-RECORD
               END-STRING
               WRITE RPT-RECORD
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM READ-COMMAND-LINE
           IF NOT CMD-EOF
               GO TO APPLY-COMMAND
           END-IF.

      *Load lifesite.cfg: the site checkpoint interval and the run
      *profiles, read line for line as READ-SITE-CONFIG reads them.
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
                   IF CFG-KEY = 'CHKINT'
                       UNSTRING CFG-RECORD DELIMITED BY SPACE
                           INTO CFG-KEY, SITE-CHKINT
                       END-UNSTRING
                   END-IF
                   IF CFG-KEY = 'PROFILE' AND PROF-COUNT < 20
                       ADD 1 TO PROF-COUNT
                       UNSTRING CFG-RECORD DELIMITED BY SPACE
                           INTO CFG-KEY, PROF-NAME(PROF-COUNT),
                               PROF-WRAP(PROF-COUNT),
                               PROF-RULE(PROF-COUNT),
                               PROF-RESTART(PROF-COUNT),
                               PROF-RLE(PROF-COUNT),
                               PROF-CHKTOK(PROF-COUNT),
                               PROF-DELTA(PROF-COUNT)
                       END-UNSTRING
                   END-IF
                   GO TO READ-SITE-CONFIG-LINE
               END-IF
           END-IF.

      *Read input.txt into the pool.  Outside a definition a blank
      *line is counted (and dropped), a 'BUDGET ' line is set aside
      *with its place and anything else opens a new definition;
      *inside one, every line up to ENDRUN belongs to it.  A
      *definition still open at end-of-file is marked, since only
      *the end of the file closed it.
       LOAD-QUEUE.
           MOVE ZERO TO QL-COUNT
           MOVE ZERO TO QD-COUNT
           MOVE ZERO TO QUEUE-BLANKS
           MOVE ZERO TO BG-COUNT
           MOVE 'N' TO QUEUE-IN-ASGN
           MOVE 'N' TO QUEUE-EOF-ASGN
           OPEN INPUT QUEUE-FILE
           PERFORM LOAD-QUEUE-LINE
           CLOSE QUEUE-FILE.

       LOAD-QUEUE-LINE.
           IF NOT QUEUE-EOF AND NOT QUEUE-FULL
               READ QUEUE-FILE
                   AT END MOVE 'Y' TO QUEUE-EOF-ASGN
               END-READ
               IF QUEUE-EOF
                   IF QUEUE-IN
                       MOVE 'Y' TO QD-NOEND-ASGN(QD-COUNT)
                   END-IF
               ELSE
                   IF QUEUE-IN
                       IF QUEUE-RECORD = 'ENDRUN'
                           MOVE 'N' TO QUEUE-IN-ASGN
                       ELSE
                           PERFORM KEEP-QUEUE-LINE
                       END-IF
                   ELSE
                       PERFORM START-QUEUE-ENTRY
                   END-IF
                   GO TO LOAD-QUEUE-LINE
               END-IF
           END-IF.

       START-QUEUE-ENTRY.
           IF QUEUE-RECORD = SPACES
               ADD 1 TO QUEUE-BLANKS
           ELSE
               IF QUEUE-RECORD(1:7) = 'BUDGET '
                   IF BG-COUNT < BG-MAX
                       ADD 1 TO BG-COUNT
                       MOVE QUEUE-RECORD TO BG-LINE(BG-COUNT)
                       ADD 1 QD-COUNT GIVING BG-AT(BG-COUNT)
                   ELSE
                       MOVE 'Y' TO QUEUE-FULL-ASGN
                   END-IF
               ELSE
                   IF QD-COUNT < QD-MAX
                       ADD 1 TO QD-COUNT
                       MOVE QUEUE-RECORD(1:30) TO QD-NAME(QD-COUNT)
                       ADD 1 QL-COUNT GIVING QD-FIRST(QD-COUNT)
                       MOVE ZERO TO QD-LINES(QD-COUNT)
                       MOVE 'N' TO QD-NOEND-ASGN(QD-COUNT)
                       MOVE 'N' TO QD-BLANK-ASGN(QD-COUNT)
                       IF QUEUE-BLANKS > 0
                           MOVE 'Y' TO QD-BLANK-ASGN(QD-COUNT)
                       END-IF
                       MOVE ZERO TO QUEUE-BLANKS
                       MOVE 'Y' TO QUEUE-IN-ASGN
                       PERFORM KEEP-QUEUE-LINE
                   ELSE
                       MOVE 'Y' TO QUEUE-FULL-ASGN
                   END-IF
               END-IF
           END-IF.

       KEEP-QUEUE-LINE.
           IF QL-COUNT < QL-MAX
               ADD 1 TO QL-COUNT
               MOVE QUEUE-RECORD TO QL-LINE(QL-COUNT)
               ADD 1 TO QD-LINES(QD-COUNT)
           ELSE
               MOVE 'Y' TO QUEUE-FULL-ASGN
           END-IF.

      *Look FIND-WANT up among the queued runs; QD-HIT is its slot,
      *or zero when no run carries that NAME.
       FIND-RUN.
           MOVE ZERO TO QD-HIT
           MOVE 1 TO QI
           PERFORM FIND-RUN-SLOT
           MOVE 1 TO QI.

       FIND-RUN-SLOT.
           IF QI <= QD-COUNT AND QD-HIT = 0
               IF QD-NAME(QI) = FIND-WANT
                   MOVE QI TO QD-HIT
               END-IF
               ADD 1 TO QI
               GO TO FIND-RUN-SLOT
           END-IF.

      *Collect the definition lines that follow an ADD or REPLACE
      *into the pool behind a NAME line built from the command, up
      *to ENDRUN or the end of the command file.  They are always
      *consumed, even for a command about to be refused, so the
      *next command is read from the right line.
       READ-NEW-DEFINITION.
           ADD 1 QL-COUNT GIVING NEW-FIRST
           MOVE ZERO TO NEW-LINES
           MOVE 'N' TO NEW-FULL-ASGN
           MOVE 'N' TO NEW-END-ASGN
           MOVE CMD-NAME TO QUEUE-RECORD
           PERFORM KEEP-NEW-LINE
           PERFORM READ-NEW-LINE.

       READ-NEW-LINE.
           IF NOT NEW-END
               READ COMMAND-FILE
                   AT END MOVE 'Y' TO CMD-EOF-ASGN
               END-READ
               IF CMD-EOF OR CMD-INPUT = 'ENDRUN'
                   MOVE 'Y' TO NEW-END-ASGN
               ELSE
                   MOVE CMD-INPUT TO QUEUE-RECORD
                   PERFORM KEEP-NEW-LINE
                   GO TO READ-NEW-LINE
               END-IF
           END-IF.

       KEEP-NEW-LINE.
           IF QL-COUNT < QL-MAX
               ADD 1 TO QL-COUNT
               MOVE QUEUE-RECORD TO QL-LINE(QL-COUNT)
               ADD 1 TO NEW-LINES
           ELSE
               MOVE 'Y' TO NEW-FULL-ASGN
           END-IF.

      *A new definition is checked before it goes in; one that
      *would be rejected is refused with its findings listed under
      *the refusal, and its lines are given back to the pool.
       CHECK-NEW-DEFINITION.
           MOVE NEW-FIRST TO VD-FIRST
           MOVE NEW-LINES TO VD-LINES
           PERFORM VALIDATE-DEFINITION
           IF PRB-REJECTS > 0
               PERFORM BUILD-REFUSED-ERROR
               MOVE 1 TO PRB-I
               PERFORM WRITE-PROBLEM-LINE
               MOVE 1 TO PRB-I
               SUBTRACT 1 FROM NEW-FIRST GIVING QL-COUNT
           END-IF.

      *ADD name [BEFORE|AFTER name]
       ADD-RUN.
           MOVE 'Y' TO DONE-ASGN
           PERFORM READ-NEW-DEFINITION
           MOVE 'N' TO POS-OK-ASGN
           IF CMD-NAME = SPACES
               MOVE 'ADD needs the NAME of the run to add.'
                   TO RPT-RECORD
               WRITE RPT-RECORD
               MOVE 8 TO RETURN-CODE
           ELSE
               IF CMD-NAME = 'BUDGET'
                   PERFORM BUILD-BUDGET-NAME-ERROR
               ELSE
                   MOVE CMD-NAME TO FIND-WANT
                   PERFORM FIND-RUN
                   IF QD-HIT > 0
                       PERFORM BUILD-EXISTS-ERROR
                   ELSE
                       PERFORM LOCATE-POSITION
                   END-IF
               END-IF
           END-IF
           IF POS-OK
               IF NEW-FULL OR QD-COUNT >= QD-MAX
                   PERFORM BUILD-FULL-ERROR
               ELSE
                   PERFORM CHECK-NEW-DEFINITION
                   IF PRB-REJECTS = 0
                       MOVE CMD-NAME TO HOLD-NAME
                       MOVE NEW-FIRST TO HOLD-FIRST
                       MOVE NEW-LINES TO HOLD-LINES
                       MOVE 'N' TO HOLD-NOEND-ASGN
                       MOVE 'N' TO HOLD-BLANK-ASGN
                       PERFORM INSERT-ENTRY
                       PERFORM OPEN-UP-BUDGETS
                       MOVE 'Y' TO CHANGED-ASGN
                       PERFORM BUILD-OK-MESSAGE
                   END-IF
               END-IF
           END-IF.

      *REPLACE name - the run keeps its place in the queue.
       REPLACE-RUN.
           MOVE 'Y' TO DONE-ASGN
           PERFORM READ-NEW-DEFINITION
           MOVE CMD-NAME TO FIND-WANT
           PERFORM FIND-RUN
           IF QD-HIT = 0
               PERFORM BUILD-NOTFOUND-ERROR
           ELSE
               IF NEW-FULL
                   PERFORM BUILD-FULL-ERROR
               ELSE
                   PERFORM CHECK-NEW-DEFINITION
                   IF PRB-REJECTS = 0
                       MOVE NEW-FIRST TO QD-FIRST(QD-HIT)
                       MOVE NEW-LINES TO QD-LINES(QD-HIT)
                       MOVE 'N' TO QD-NOEND-ASGN(QD-HIT)
                       MOVE 'N' TO QD-BLANK-ASGN(QD-HIT)
                       MOVE 'Y' TO CHANGED-ASGN
                       PERFORM BUILD-OK-MESSAGE
                   END-IF
               END-IF
           END-IF.

      *DELETE name
       DELETE-RUN.
           MOVE 'Y' TO DONE-ASGN
           MOVE CMD-NAME TO FIND-WANT
           PERFORM FIND-RUN
           IF QD-HIT = 0
               PERFORM BUILD-NOTFOUND-ERROR
           ELSE
               PERFORM REMOVE-ENTRY
               PERFORM CLOSE-UP-BUDGETS
               MOVE 'Y' TO CHANGED-ASGN
               PERFORM BUILD-OK-MESSAGE
           END-IF.

      *MOVE name BEFORE|AFTER name - the run is lifted out of the
      *queue first, so the target position is found among the runs
      *that are left.  The BUDGET lines are only shifted once the
      *move has gone through; a refused one puts the run straight
      *back where it was.
       MOVE-RUN.
           MOVE 'Y' TO DONE-ASGN
           MOVE CMD-NAME TO FIND-WANT
           PERFORM FIND-RUN
           IF QD-HIT = 0
               PERFORM BUILD-NOTFOUND-ERROR
           ELSE
               IF CMD-WHERE = SPACES OR CMD-TARGET = CMD-NAME
                   PERFORM BUILD-POSITION-ERROR
               ELSE
                   MOVE QD-ENT(QD-HIT) TO QD-HOLD
                   MOVE QD-HIT TO MOVE-FROM
                   PERFORM REMOVE-ENTRY
                   PERFORM LOCATE-POSITION
                   IF POS-OK
                       PERFORM INSERT-ENTRY
                       MOVE MOVE-FROM TO QD-HIT
                       PERFORM CLOSE-UP-BUDGETS
                       PERFORM OPEN-UP-BUDGETS
                       MOVE 'Y' TO CHANGED-ASGN
                       MOVE HOLD-NAME TO CMD-NAME
                       PERFORM BUILD-OK-MESSAGE
                   ELSE
                       MOVE MOVE-FROM TO INS-POS
                       PERFORM INSERT-ENTRY
                   END-IF
               END-IF
           END-IF.

      *Turn CMD-WHERE/CMD-TARGET into INS-POS: the end of the queue
      *when no position was given, else just before or just after
      *the named run.
       LOCATE-POSITION.
           MOVE 'N' TO POS-OK-ASGN
           IF CMD-WHERE = SPACES
               ADD 1 QD-COUNT GIVING INS-POS
               MOVE 'Y' TO POS-OK-ASGN
           ELSE
               IF CMD-WHERE NOT = 'BEFORE' AND CMD-WHERE NOT = 'AFTER'
                   PERFORM BUILD-POSITION-ERROR
               ELSE
                   MOVE CMD-TARGET TO FIND-WANT
                   PERFORM FIND-RUN
                   IF QD-HIT = 0
                       MOVE CMD-TARGET TO CMD-NAME
                       PERFORM BUILD-NOTFOUND-ERROR
                   ELSE
                       MOVE 'Y' TO POS-OK-ASGN
                       MOVE QD-HIT TO INS-POS
                       IF CMD-WHERE = 'AFTER'
                           ADD 1 TO INS-POS
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *Open a slot at INS-POS by sliding the runs from there on down
      *one place, and drop QD-HOLD into it.
       INSERT-ENTRY.
           ADD 1 TO QD-COUNT
           MOVE QD-COUNT TO QI
           PERFORM SHIFT-ENTRY-DOWN
           MOVE 1 TO QI
           MOVE QD-HOLD TO QD-ENT(INS-POS).

       SHIFT-ENTRY-DOWN.
           IF QI > INS-POS
               MOVE QD-ENT(QI - 1) TO QD-ENT(QI)
               SUBTRACT 1 FROM QI
               GO TO SHIFT-ENTRY-DOWN
           END-IF.

      *Close up the slot at QD-HIT.
       REMOVE-ENTRY.
           MOVE QD-HIT TO QI
           PERFORM SHIFT-ENTRY-UP
           MOVE 1 TO QI
           SUBTRACT 1 FROM QD-COUNT.

       SHIFT-ENTRY-UP.
           IF QI < QD-COUNT
               MOVE QD-ENT(QI + 1) TO QD-ENT(QI)
               ADD 1 TO QI
               GO TO SHIFT-ENTRY-UP
           END-IF.

      *Slot QD-HIT has been closed up: the BUDGET lines behind it
      *move up with the runs, and one that stood ahead of the run
      *taken out now stands ahead of the run that followed it.
       CLOSE-UP-BUDGETS.
           MOVE 1 TO BG-I
           PERFORM CLOSE-UP-BUDGET
           MOVE 1 TO BG-I.

       CLOSE-UP-BUDGET.
           IF BG-I <= BG-COUNT
               IF BG-AT(BG-I) > QD-HIT
                   SUBTRACT 1 FROM BG-AT(BG-I)
               END-IF
               ADD 1 TO BG-I
               GO TO CLOSE-UP-BUDGET
           END-IF.

      *A run has been dropped into slot INS-POS: the BUDGET lines
      *from there on move down with the runs, so each still stands
      *ahead of the run it stood ahead of before.
       OPEN-UP-BUDGETS.
           MOVE 1 TO BG-I
           PERFORM OPEN-UP-BUDGET
           MOVE 1 TO BG-I.

       OPEN-UP-BUDGET.
           IF BG-I <= BG-COUNT
               IF BG-AT(BG-I) >= INS-POS
                   ADD 1 TO BG-AT(BG-I)
               END-IF
               ADD 1 TO BG-I
               GO TO OPEN-UP-BUDGET
           END-IF.

      *Write input.txt back out: every run in queue order, each
      *closed by its own ENDRUN and with no blank lines in between,
      *and each BUDGET line back ahead of the run it stood ahead of
      *(or after the last run, when that is where it was).
       REWRITE-QUEUE.
           OPEN OUTPUT QUEUE-FILE
           MOVE 1 TO QI
           PERFORM REWRITE-QUEUE-ENTRY
           MOVE 1 TO QI
           ADD 1 QD-COUNT GIVING BG-WANT
           PERFORM REWRITE-BUDGETS
           CLOSE QUEUE-FILE.

      *The BUDGET lines that stand ahead of slot BG-WANT.
       REWRITE-BUDGETS.
           MOVE 1 TO BG-I
           PERFORM REWRITE-BUDGET-LINE
           MOVE 1 TO BG-I.

       REWRITE-BUDGET-LINE.
           IF BG-I <= BG-COUNT
               IF BG-AT(BG-I) = BG-WANT
                   MOVE BG-LINE(BG-I) TO QUEUE-RECORD
                   WRITE QUEUE-RECORD
               END-IF
               ADD 1 TO BG-I
               GO TO REWRITE-BUDGET-LINE
           END-IF.

       REWRITE-QUEUE-ENTRY.
           IF QI <= QD-COUNT
               MOVE QI TO BG-WANT
               PERFORM REWRITE-BUDGETS
               MOVE QD-FIRST(QI) TO RW-I
               ADD QD-FIRST(QI) QD-LINES(QI) GIVING RW-END
               PERFORM REWRITE-QUEUE-LINE
               MOVE 'ENDRUN' TO QUEUE-RECORD
               WRITE QUEUE-RECORD
               ADD 1 TO QI
               GO TO REWRITE-QUEUE-ENTRY
           END-IF.

       REWRITE-QUEUE-LINE.
           IF RW-I < RW-END
               MOVE QL-LINE(RW-I) TO QUEUE-RECORD
               WRITE QUEUE-RECORD
               ADD 1 TO RW-I
               GO TO REWRITE-QUEUE-LINE
           END-IF.

      *Report every queued run with its resolved options and its
      *findings, and settle RETURN-CODE from the totals.
       LIST-QUEUE.
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE 'Run queue input.txt' TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE ZERO TO TOTAL-REJECTS
           MOVE ZERO TO TOTAL-WARNS
           IF QD-COUNT = 0
               MOVE '  The queue holds no runs.' TO RPT-RECORD
               WRITE RPT-RECORD
           END-IF
           MOVE 1 TO QI
           PERFORM LIST-QUEUE-ENTRY
           MOVE 1 TO QI
           ADD 1 QD-COUNT GIVING BG-WANT
           PERFORM LIST-BUDGETS
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE QD-COUNT TO RPT-DIM
           MOVE TOTAL-WARNS TO RPT-DIM2
           PERFORM TRIM-RPT-RC
           MOVE TOTAL-REJECTS TO RPT-NUM
           PERFORM TRIM-RPT-N
           MOVE SPACES TO RPT-RECORD
           STRING 'Runs queued: ' DELIMITED BY SIZE
               RPT-R-D(RPT-R-A:RPT-R-B) DELIMITED BY SIZE
               ', rejected: ' DELIMITED BY SIZE
               RPT-N-D(RPT-N-A:RPT-N-B) DELIMITED BY SIZE
               ', with warnings: ' DELIMITED BY SIZE
               RPT-C-D(RPT-C-A:RPT-C-B) DELIMITED BY SIZE
               INTO RPT-RECORD
           END-STRING
           WRITE RPT-RECORD
           IF TOTAL-REJECTS > 0
               MOVE 8 TO RETURN-CODE
           END-IF
           IF TOTAL-WARNS > 0 AND RETURN-CODE < 4
               MOVE 4 TO RETURN-CODE
           END-IF.

      *The BUDGET lines that stand ahead of slot BG-WANT, listed in
      *their place.  Each carries the generation cap for the runs
      *after it as a plain number; anything else arms a garbage
      *budget, and one with no run after it arms nothing.
       LIST-BUDGETS.
           MOVE 1 TO BG-I
           PERFORM LIST-BUDGET-LINE
           MOVE 1 TO BG-I.

       LIST-BUDGET-LINE.
           IF BG-I <= BG-COUNT
               IF BG-AT(BG-I) = BG-WANT
                   PERFORM LIST-BUDGET
               END-IF
               ADD 1 TO BG-I
               GO TO LIST-BUDGET-LINE
           END-IF.

       LIST-BUDGET.
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE SPACES TO RPT-RECORD
           STRING '  ' DELIMITED BY SIZE
               BG-LINE(BG-I)(1:60) DELIMITED BY SIZE
               INTO RPT-RECORD
           END-STRING
           WRITE RPT-RECORD
           IF BG-AT(BG-I) > QD-COUNT
               MOVE '    NOTE: No run follows this BUDGET line.'
                   TO RPT-RECORD
               WRITE RPT-RECORD
           END-IF
           MOVE SPACES TO BUDGET-TOK
           MOVE SPACES TO TOK-TEXT
           UNSTRING BG-LINE(BG-I) DELIMITED BY SPACE
               INTO BUDGET-TOK, TOK-TEXT
           END-UNSTRING
           PERFORM SCAN-TOKEN
           IF TOK-BAD OR TOK-DIGITS = 0 OR TOK-DIGITS > 9
               MOVE SPACES TO RPT-RECORD
               STRING '    REJECTED: The BUDGET line does not carry '
                   DELIMITED BY SIZE
                   'a number of generations.' DELIMITED BY SIZE
                   INTO RPT-RECORD
               END-STRING
               WRITE RPT-RECORD
               MOVE 8 TO RETURN-CODE
           END-IF.

       LIST-QUEUE-ENTRY.
           IF QI <= QD-COUNT
               MOVE QI TO BG-WANT
               PERFORM LIST-BUDGETS
               MOVE QD-FIRST(QI) TO VD-FIRST
               MOVE QD-LINES(QI) TO VD-LINES
               PERFORM VALIDATE-DEFINITION
               PERFORM CHECK-FRAMING
               PERFORM WRITE-RUN-LINES
               IF PRB-REJECTS > 0
                   ADD 1 TO TOTAL-REJECTS
               ELSE
                   IF PRB-WARNS > 0
                       ADD 1 TO TOTAL-WARNS
                   END-IF
               END-IF
               ADD 1 TO QI
               GO TO LIST-QUEUE-ENTRY
           END-IF.

      *Framing found when the queue was loaded.  A rewrite has
      *already repaired it by the time the listing runs, so it is
      *only noted then; on a listing alone a blank line ahead of a
      *run means the simulator never reaches it.  A duplicated NAME
      *is a warning either way - both runs write the same files.
       CHECK-FRAMING.
           IF QD-BLANK-ASGN(QI) = 'Y'
               IF CHANGED-EVAL
                   MOVE SPACES TO PRB-TEXT
                   STRING 'A blank line ahead of this run was dropped '
                       DELIMITED BY SIZE
                       '- it would have ended the queue.'
                       DELIMITED BY SIZE
                       INTO PRB-TEXT
                   END-STRING
                   PERFORM ADD-NOTE
               ELSE
                   MOVE SPACES TO PRB-TEXT
                   STRING 'A blank line ahead of this run ends the '
                       DELIMITED BY SIZE
                       'queue - the run is never read.'
                       DELIMITED BY SIZE
                       INTO PRB-TEXT
                   END-STRING
                   PERFORM ADD-REJECT
               END-IF
           END-IF
           IF QD-NOEND-ASGN(QI) = 'Y'
               IF CHANGED-EVAL
                   MOVE 'Its missing ENDRUN line was supplied.'
                       TO PRB-TEXT
               ELSE
                   MOVE SPACES TO PRB-TEXT
                   STRING 'No ENDRUN closes this run - the end of '
                       DELIMITED BY SIZE
                       'the file stands in for it.' DELIMITED BY SIZE
                       INTO PRB-TEXT
                   END-STRING
               END-IF
               PERFORM ADD-NOTE
           END-IF
           MOVE ZERO TO QD-HIT
           MOVE 1 TO QJ
           PERFORM FIND-EARLIER-NAME
           MOVE 1 TO QJ
           IF QD-HIT > 0
               MOVE SPACES TO PRB-TEXT
               STRING 'An earlier run has the same NAME - this run '
                   DELIMITED BY SIZE
                   'overwrites its output files.' DELIMITED BY SIZE
                   INTO PRB-TEXT
               END-STRING
               PERFORM ADD-WARNING
           END-IF.

       FIND-EARLIER-NAME.
           IF QJ < QI AND QD-HIT = 0
               IF QD-NAME(QJ) = QD-NAME(QI)
                   MOVE QJ TO QD-HIT
               END-IF
               ADD 1 TO QJ
               GO TO FIND-EARLIER-NAME
           END-IF.

      *One run's block in the report: its place and NAME, the
      *options as resolved, profile, pattern source and watch, then
      *each finding - or OK when there is none worse than a note.
       WRITE-RUN-LINES.
           MOVE SPACES TO RPT-RECORD
           WRITE RPT-RECORD
           MOVE QI TO RPT-NUM
           PERFORM TRIM-RPT-N
           MOVE SPACES TO RPT-RECORD
           STRING RPT-N-D(RPT-N-A:RPT-N-B) DELIMITED BY SIZE
               '  ' DELIMITED BY SIZE
               NAME DELIMITED BY SIZE
               INTO RPT-RECORD
           END-STRING
           WRITE RPT-RECORD
           IF VD-OPTS
               PERFORM WRITE-OPTION-LINE
               IF RUN-PROF NOT = SPACES
                   MOVE SPACES TO RPT-RECORD
                   STRING '    Profile: ' DELIMITED BY SIZE
                       RUN-PROF DELIMITED BY SPACE
                       INTO RPT-RECORD
                   END-STRING
                   WRITE RPT-RECORD
               END-IF
               IF VD-PAT-TEXT NOT = SPACES
                   MOVE SPACES TO RPT-RECORD
                   STRING '    Pattern: ' DELIMITED BY SIZE
                       VD-PAT-TEXT DELIMITED BY SIZE
                       INTO RPT-RECORD
                   END-STRING
                   WRITE RPT-RECORD
               END-IF
               IF WATCH-NAME NOT = SPACES
                   MOVE SPACES TO RPT-RECORD
                   STRING '    Watch: ' DELIMITED BY SIZE
                       WATCH-NAME DELIMITED BY SPACE
                       ', halt ' DELIMITED BY SIZE
                       WATCH-HALT-ASGN DELIMITED BY SIZE
                       INTO RPT-RECORD
                   END-STRING
                   WRITE RPT-RECORD
               END-IF
           END-IF
           MOVE 1 TO PRB-I
           PERFORM WRITE-PROBLEM-LINE
           MOVE 1 TO PRB-I
           IF PRB-REJECTS = 0 AND PRB-WARNS = 0
               MOVE '    OK' TO RPT-RECORD
               WRITE RPT-RECORD
           END-IF.

       WRITE-OPTION-LINE.
           MOVE ZERO TO RULE-TRAIL
           INSPECT RULE-ASGN TALLYING RULE-TRAIL FOR TRAILING SPACES
           SUBTRACT RULE-TRAIL FROM 20 GIVING RULE-LEN
           IF RULE-LEN = 0
               MOVE 1 TO RULE-LEN
           END-IF
           MOVE CHK-INTERVAL TO RPT-NUM
           PERFORM TRIM-RPT-N
           IF WRAP-ASGN = SPACE
               MOVE 'N' TO WRAP-ASGN
           END-IF
           IF RESTART-ASGN = SPACE
               MOVE 'N' TO RESTART-ASGN
           END-IF
           IF RLE-ASGN = SPACE
               MOVE 'N' TO RLE-ASGN
           END-IF
           IF DELTA-ASGN = SPACE
               MOVE 'N' TO DELTA-ASGN
           END-IF
           MOVE SPACES TO RPT-RECORD
           STRING '    GEN ' DELIMITED BY SIZE
               GEN-TOK DELIMITED BY SPACE
               ', ' DELIMITED BY SIZE
               ROW-TOK DELIMITED BY SPACE
               'x' DELIMITED BY SIZE
               COLM-TOK DELIMITED BY SPACE
               ', wrap ' DELIMITED BY SIZE
               WRAP-ASGN DELIMITED BY SIZE
               ', rule ' DELIMITED BY SIZE
               RULE-ASGN(1:RULE-LEN) DELIMITED BY SIZE
               ', restart ' DELIMITED BY SIZE
               RESTART-ASGN DELIMITED BY SIZE
               ', RLE ' DELIMITED BY SIZE
               RLE-ASGN DELIMITED BY SIZE
               ', delta ' DELIMITED BY SIZE
               DELTA-ASGN DELIMITED BY SIZE
               ', checkpoint every ' DELIMITED BY SIZE
               RPT-N-D(RPT-N-A:RPT-N-B) DELIMITED BY SIZE
               INTO RPT-RECORD
           END-STRING
           WRITE RPT-RECORD.

       WRITE-PROBLEM-LINE.
           IF PRB-I <= PRB-COUNT
               MOVE SPACES TO RPT-RECORD
               STRING '    ' DELIMITED BY SIZE
                   PRB-SEV(PRB-I) DELIMITED BY SPACE
                   ': ' DELIMITED BY SIZE
                   PRB-TXT(PRB-I) DELIMITED BY SIZE
                   INTO RPT-RECORD
               END-STRING
               WRITE RPT-RECORD
               ADD 1 TO PRB-I
               GO TO WRITE-PROBLEM-LINE
           END-IF.

      *Record a finding against the definition being checked.  A
      *rejection also stops the pattern reader that raised it.
       ADD-REJECT.
           MOVE 'N' TO SRC-OK-ASGN
           ADD 1 TO PRB-REJECTS
           IF PRB-COUNT < 20
               ADD 1 TO PRB-COUNT
               MOVE 'REJECTED' TO PRB-SEV(PRB-COUNT)
               MOVE PRB-TEXT TO PRB-TXT(PRB-COUNT)
           END-IF.

       ADD-WARNING.
           ADD 1 TO PRB-WARNS
           IF PRB-COUNT < 20
               ADD 1 TO PRB-COUNT
               MOVE 'WARNING' TO PRB-SEV(PRB-COUNT)
               MOVE PRB-TEXT TO PRB-TXT(PRB-COUNT)
           END-IF.

       ADD-NOTE.
           IF PRB-COUNT < 20
               ADD 1 TO PRB-COUNT
               MOVE 'NOTE' TO PRB-SEV(PRB-COUNT)
               MOVE PRB-TEXT TO PRB-TXT(PRB-COUNT)
           END-IF.

      *Line VD-N of the definition into VD-LINE.
       FETCH-DEF-LINE.
           ADD VD-FIRST VD-N GIVING VD-AT
           SUBTRACT 1 FROM VD-AT
           MOVE QL-LINE(VD-AT) TO VD-LINE.

      *Put every per-run switch back to its starting value, as
      *RESET-RUN-STATE does between queued runs.
       RESET-RUN-STATE.
           MOVE SPACES TO NAME
           MOVE SPACES TO GEN-TOK
           MOVE SPACES TO ROW-TOK
           MOVE SPACES TO COLM-TOK
           MOVE SPACES TO CHK-NAME
           MOVE SPACES TO RLE-NAME
           MOVE SPACES TO PATTERN-NAME
           MOVE SPACES TO RULE-ASGN
           MOVE SPACES TO VD-PAT-TEXT
           MOVE ZERO TO GEN
           MOVE ZERO TO ROW
           MOVE ZERO TO COLM
           MOVE ZERO TO CHK-GEN
           MOVE ZERO TO CHK-ROW
           MOVE ZERO TO CHK-COLM
           MOVE 'N' TO WRAP-ASGN
           MOVE 'N' TO RESTART-ASGN
           MOVE 'N' TO RLE-ASGN
           MOVE SPACES TO WATCH-NAME
           MOVE 'N' TO WATCH-HALT-ASGN
           MOVE 'N' TO DELTA-ASGN
           MOVE 'N' TO SWEEP-ASGN
           MOVE ZERO TO SWEEP-COUNT
           MOVE 'N' TO PROF-MISS-ASGN
           MOVE SPACES TO RUN-PROF
           MOVE SITE-CHKINT TO CHK-INTERVAL
           MOVE 'N' TO VD-OPTS-ASGN
           MOVE 'N' TO VD-DIMS-ASGN
           MOVE 'Y' TO SRC-OK-ASGN
           MOVE ZERO TO PRB-COUNT
           MOVE ZERO TO PRB-REJECTS
           MOVE ZERO TO PRB-WARNS.

      *Check one definition the way the simulator will read it:
      *NAME, GEN line, option line, then whatever the pattern
      *source reads after it.  The watch target is looked up even
      *when the pattern failed, so both problems show at once.
       VALIDATE-DEFINITION.
           PERFORM RESET-RUN-STATE
           MOVE 1 TO VD-N
           PERFORM FETCH-DEF-LINE
           MOVE VD-LINE(1:90) TO NAME
           MOVE 1 TO VD-USED
           IF VD-LINES < 2
               MOVE 'The GEN line is missing.' TO PRB-TEXT
               PERFORM ADD-REJECT
           ELSE
               MOVE 2 TO VD-N
               PERFORM FETCH-DEF-LINE
               PERFORM CHECK-GEN-LINE
               MOVE 2 TO VD-USED
               IF VD-LINES < 3
                   MOVE 'The option line is missing.' TO PRB-TEXT
                   PERFORM ADD-REJECT
               ELSE
                   MOVE 3 TO VD-N
                   PERFORM FETCH-DEF-LINE
                   MOVE 3 TO VD-USED
                   MOVE 'Y' TO VD-OPTS-ASGN
                   PERFORM CHECK-OPTION-LINE
                   IF VD-DIMS-OK
                       MOVE 'Y' TO SRC-OK-ASGN
                       PERFORM CHECK-PATTERN-SOURCE
                   ELSE
                       MOVE VD-LINES TO VD-USED
                   END-IF
                   IF WATCH-NAME NOT = SPACES
                       PERFORM CHECK-WATCH
                   END-IF
               END-IF
           END-IF
           PERFORM CHECK-UNUSED-LINES.

      *GEN must be a plain number the simulator's PIC 9(5) can hold.
       CHECK-GEN-LINE.
           MOVE SPACES TO GEN-TOK
           UNSTRING VD-LINE DELIMITED BY SPACE
               INTO GEN-TOK
           END-UNSTRING
           MOVE GEN-TOK TO TOK-TEXT
           PERFORM SCAN-TOKEN
           IF TOK-BAD OR TOK-DIGITS = 0 OR TOK-DIGITS > 5
               MOVE SPACES TO PRB-TEXT
               IF GEN-TOK = SPACES
                   MOVE 'The GEN line does not start with a number.'
                       TO PRB-TEXT
               ELSE
                   STRING 'GEN must be a number of up to 5 digits, '
                       DELIMITED BY SIZE
                       'not ' DELIMITED BY SIZE
                       GEN-TOK DELIMITED BY SPACE
                       '.' DELIMITED BY SIZE
                       INTO PRB-TEXT
                   END-STRING
               END-IF
               PERFORM ADD-REJECT
           ELSE
               MOVE TOK-VAL TO GEN
           END-IF.

      *Decode the option line exactly as PARSE-OPTION-LINE does -
      *including its one-space token delimiting - then check ROW and
      *COLM, the rule's state count, the profile and the Y/N flags.
       CHECK-OPTION-LINE.
           MOVE SPACES TO PROF-TOK
           MOVE SPACES TO RUN-PROF
           UNSTRING VD-LINE DELIMITED BY SPACE
               INTO ROW-TOK, COLM-TOK, PROF-TOK
           END-UNSTRING
           IF PROF-TOK(1:1) = '!'
               MOVE PROF-TOK TO RUN-PROF
               PERFORM APPLY-PROFILE
               UNSTRING VD-LINE DELIMITED BY SPACE
                   INTO PROF-JUNK, PROF-JUNK, PROF-JUNK, OVR-WRAP,
                       OVR-RULE, OVR-PAT, OVR-RESTART, OVR-RLE,
                       OVR-WATCH, OVR-WHALT, OVR-DELTA
               END-UNSTRING
               PERFORM APPLY-OPTION-OVERRIDES
           ELSE
               UNSTRING VD-LINE DELIMITED BY SPACE
                   INTO PROF-JUNK, PROF-JUNK, WRAP-ASGN, RULE-ASGN,
                       PATTERN-NAME, RESTART-ASGN, RLE-ASGN,
                       WATCH-NAME, WATCH-HALT-ASGN, DELTA-ASGN
               END-UNSTRING
           END-IF
           IF RULE-ASGN = SPACES
               MOVE 'B3/S23' TO RULE-ASGN
           END-IF
           IF PATTERN-NAME = '-'
               MOVE SPACES TO PATTERN-NAME
           END-IF
           IF WATCH-NAME = '-'
               MOVE SPACES TO WATCH-NAME
           END-IF
      *A rule token listing several rules, or naming a rule-list
      *file, is a rule sweep; its rules are checked one by one below
      *and the run itself carries the rule 'SWEEP', as the simulator
      *has it.
           MOVE 'N' TO SWEEP-ASGN
           MOVE SPACES TO SWEEP-TEXT
           IF RUN-PROF = SPACES
               UNSTRING VD-LINE DELIMITED BY SPACE
                   INTO PROF-JUNK, PROF-JUNK, PROF-JUNK, SWEEP-TEXT
               END-UNSTRING
           ELSE
               UNSTRING VD-LINE DELIMITED BY SPACE
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
           PERFORM PARSE-RULE
           MOVE 'Y' TO VD-DIMS-ASGN
           MOVE ROW-TOK TO TOK-TEXT
           PERFORM SCAN-TOKEN
           IF TOK-BAD OR TOK-DIGITS > 3 OR TOK-VAL < 1
               OR TOK-VAL > 200
               MOVE 'N' TO VD-DIMS-ASGN
               MOVE 'Invalid ROW value - must be 1 to 200.'
                   TO PRB-TEXT
               PERFORM ADD-REJECT
           ELSE
               MOVE TOK-VAL TO ROW
           END-IF
           MOVE COLM-TOK TO TOK-TEXT
           PERFORM SCAN-TOKEN
           IF TOK-BAD OR TOK-DIGITS > 3 OR TOK-VAL < 1
               OR TOK-VAL > 200
               MOVE 'N' TO VD-DIMS-ASGN
               MOVE 'Invalid COLM value - must be 1 to 200.'
                   TO PRB-TEXT
               PERFORM ADD-REJECT
           ELSE
               MOVE TOK-VAL TO COLM
           END-IF
           IF STATE-COUNT < 2 OR STATE-COUNT > 11
               MOVE 'N' TO VD-DIMS-ASGN
               MOVE 'Invalid rule state count - must be 2 to 11.'
                   TO PRB-TEXT
               PERFORM ADD-REJECT
           END-IF
           IF PROF-MISS
               MOVE 'N' TO VD-DIMS-ASGN
               MOVE SPACES TO PRB-TEXT
               STRING 'Run profile not found: ' DELIMITED BY SIZE
                   PROF-WANT DELIMITED BY SPACE
                   INTO PRB-TEXT
               END-STRING
               PERFORM ADD-REJECT
           END-IF
           IF SWEEP-EVAL
               PERFORM CHECK-SWEEP
           END-IF
           MOVE WRAP-ASGN TO FLAG-CH
           MOVE 'WRAP' TO FLAG-LABEL
           PERFORM CHECK-FLAG
           MOVE RESTART-ASGN TO FLAG-CH
           MOVE 'RESTART' TO FLAG-LABEL
           PERFORM CHECK-FLAG
           MOVE RLE-ASGN TO FLAG-CH
           MOVE 'RLE' TO FLAG-LABEL
           PERFORM CHECK-FLAG
           MOVE DELTA-ASGN TO FLAG-CH
           MOVE 'Delta' TO FLAG-LABEL
           PERFORM CHECK-FLAG
           IF WATCH-NAME NOT = SPACES
               MOVE WATCH-HALT-ASGN TO FLAG-CH
               MOVE 'Watch-halt' TO FLAG-LABEL
               PERFORM CHECK-FLAG
           END-IF.

      *A sweep is turned away whole when it names no rules, more
      *than 20, or asks to be restarted; a rule whose state count
      *the simulator would refuse only costs that rule's leg, so it
      *is a warning.  A note lists the legs the sweep will run.
       CHECK-SWEEP.
           MOVE ZERO TO SWEEP-COUNT
           MOVE SPACES TO SWEEP-LNAME
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
               MOVE SPACES TO PRB-TEXT
               IF SWEEP-LNAME NOT = SPACES
                   STRING 'Rule-list file ' DELIMITED BY SIZE
                       SWEEP-LNAME DELIMITED BY SPACE
                       ' is missing or holds no rules.'
                       DELIMITED BY SIZE
                       INTO PRB-TEXT
                   END-STRING
               ELSE
                   MOVE 'The rule sweep names no rules.' TO PRB-TEXT
               END-IF
               PERFORM ADD-REJECT
           END-IF
           IF SWEEP-OVER
               MOVE 'A rule sweep may name at most 20 rules.'
                   TO PRB-TEXT
               PERFORM ADD-REJECT
           END-IF
           IF RESTART-EVAL
               MOVE SPACES TO PRB-TEXT
               STRING 'A rule sweep cannot be restarted - '
                   DELIMITED BY SIZE
                   'restart its legs.' DELIMITED BY SIZE
                   INTO PRB-TEXT
               END-STRING
               PERFORM ADD-REJECT
           END-IF
           MOVE 1 TO SWEEP-LEG
           PERFORM CHECK-SWEEP-RULE
           MOVE 'SWEEP' TO RULE-ASGN
           PERFORM PARSE-RULE
           IF SWEEP-COUNT > 0
               MOVE SWEEP-COUNT TO RPT-NUM
               PERFORM TRIM-RPT-N
               MOVE ZERO TO NAME-TRAIL
               INSPECT NAME TALLYING NAME-TRAIL FOR TRAILING SPACES
               SUBTRACT NAME-TRAIL FROM 90 GIVING NAME-LEN
               IF NAME-LEN = 0
                   MOVE 1 TO NAME-LEN
               END-IF
               MOVE SPACES TO PRB-TEXT
               STRING 'Rule sweep of ' DELIMITED BY SIZE
                   RPT-N-D(RPT-N-A:RPT-N-B) DELIMITED BY SIZE
                   ' rules, run as ' DELIMITED BY SIZE
                   NAME(1:NAME-LEN) DELIMITED BY SIZE
                   '-01 to ' DELIMITED BY SIZE
                   NAME(1:NAME-LEN) DELIMITED BY SIZE
                   '-' DELIMITED BY SIZE
                   SWEEP-COUNT DELIMITED BY SIZE
                   '.' DELIMITED BY SIZE
                   INTO PRB-TEXT
               END-STRING
               PERFORM ADD-NOTE
           END-IF.

       CHECK-SWEEP-RULE.
           IF SWEEP-LEG <= SWEEP-COUNT
               MOVE SWEEP-RULE(SWEEP-LEG) TO RULE-ASGN
               PERFORM PARSE-RULE
               IF STATE-COUNT < 2 OR STATE-COUNT > 11
                   MOVE SPACES TO PRB-TEXT
                   STRING 'Sweep rule ' DELIMITED BY SIZE
                       RULE-ASGN DELIMITED BY SPACE
                       ' has an invalid state count - its leg will be'
                       DELIMITED BY SIZE
                       ' rejected.' DELIMITED BY SIZE
                       INTO PRB-TEXT
                   END-STRING
                   PERFORM ADD-WARNING
               END-IF
               ADD 1 TO SWEEP-LEG
               GO TO CHECK-SWEEP-RULE
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

      *The simulator only ever tests a flag for 'Y', so anything
      *other than Y or N quietly means N - worth a warning.
       CHECK-FLAG.
           IF FLAG-CH NOT = 'Y' AND FLAG-CH NOT = 'N'
               AND FLAG-CH NOT = SPACE
               MOVE SPACES TO PRB-TEXT
               STRING FLAG-LABEL DELIMITED BY SPACE
                   " flag '" DELIMITED BY SIZE
                   FLAG-CH DELIMITED BY SIZE
                   "' is neither Y nor N - the run treats it as N."
                   DELIMITED BY SIZE
                   INTO PRB-TEXT
               END-STRING
               PERFORM ADD-WARNING
           END-IF.

      *Same profile lookup and override order as the simulator.
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
               IF PROF-RLE(PROF-HIT) NOT = SPACE
                   MOVE PROF-RLE(PROF-HIT) TO RLE-ASGN
               END-IF
               IF PROF-CHKTOK(PROF-HIT) NOT = SPACES
                   MOVE SPACES TO TOK-TEXT
                   MOVE PROF-CHKTOK(PROF-HIT) TO TOK-TEXT(1:5)
                   PERFORM SCAN-TOKEN
                   MOVE TOK-VAL TO CHK-INTERVAL
               END-IF
               IF PROF-DELTA(PROF-HIT) NOT = SPACE
                   MOVE PROF-DELTA(PROF-HIT) TO DELTA-ASGN
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
           IF OVR-RLE NOT = SPACE AND OVR-RLE NOT = '-'
               MOVE OVR-RLE TO RLE-ASGN
           END-IF
           IF OVR-WATCH NOT = SPACES AND OVR-WATCH NOT = '-'
               MOVE OVR-WATCH TO WATCH-NAME
           END-IF
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

      *Expand RULE-ASGN the way the simulator's PARSE-RULE does; only
      *the state count and the dying-state limit matter here.
       PARSE-RULE.
           MOVE 1 TO RULE-IDX
           PERFORM CLEAR-RULE-SET
           MOVE 1 TO RULE-POS
           MOVE 'B' TO RULE-MODE
           MOVE 2 TO STATE-COUNT
           PERFORM SCAN-RULE-CHAR
           IF STATE-COUNT >= 2 AND STATE-COUNT <= 11
               SUBTRACT 2 FROM STATE-COUNT GIVING DYING-MAX
           ELSE
               MOVE ZERO TO DYING-MAX
           END-IF
           MOVE DYING-MAX TO DYING-DIGIT
           MOVE DYING-DIGIT TO DYING-MAX-X.

       CLEAR-RULE-SET.
           IF RULE-IDX <= 9
               MOVE 'N' TO BIRTH-SET(RULE-IDX)
               MOVE 'N' TO SURVIVE-SET(RULE-IDX)
               ADD 1 TO RULE-IDX
               GO TO CLEAR-RULE-SET
           END-IF
           MOVE 1 TO RULE-IDX.

       SCAN-RULE-CHAR.
           IF RULE-POS <= 20
               MOVE RULE-ASGN(RULE-POS:1) TO RULE-CH
               IF RULE-CH = 'B' OR RULE-CH = 'b'
                   MOVE 'B' TO RULE-MODE
               END-IF
               IF RULE-CH = 'S' OR RULE-CH = 's'
                   MOVE 'S' TO RULE-MODE
               END-IF
               IF RULE-CH = 'C' OR RULE-CH = 'c'
                   OR (RULE-CH = '/' AND RULE-MODE = 'S')
                   MOVE 'C' TO RULE-MODE
                   MOVE ZERO TO STATE-COUNT
               END-IF
               IF RULE-CH >= '0' AND RULE-CH <= '9'
                   IF RULE-MODE = 'C'
                       MOVE RULE-CH TO RULE-DIGIT
                       MULTIPLY 10 BY STATE-COUNT
                       ADD RULE-DIGIT TO STATE-COUNT
                   ELSE
                       IF RULE-CH <= '8'
                           MOVE RULE-CH TO RULE-DIGIT
                           ADD 1 TO RULE-DIGIT GIVING RULE-IDX
                           IF RULE-MODE = 'B'
                               MOVE 'Y' TO BIRTH-SET(RULE-IDX)
                           ELSE
                               MOVE 'Y' TO SURVIVE-SET(RULE-IDX)
                           END-IF
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO RULE-POS
               GO TO SCAN-RULE-CHAR
           END-IF
           MOVE 1 TO RULE-POS.

      *Dispatch on the pattern source the same way INFOPEN does.
       CHECK-PATTERN-SOURCE.
           IF RESTART-EVAL
               PERFORM CHECK-RESTART
           ELSE
               IF PATTERN-NAME = SPACES
                   PERFORM CHECK-TYPED-GRID
               ELSE
                   IF PATTERN-NAME(1:1) = '@'
                       PERFORM CHECK-RLE-PATTERN
                   ELSE
                       IF PATTERN-NAME = '+'
                           PERFORM CHECK-PLACEMENTS
                       ELSE
                           IF PATTERN-NAME = '%'
                               PERFORM CHECK-SOUP
                           ELSE
                               PERFORM CHECK-LIBRARY-PATTERN
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *A restart needs NAMEchk.txt on disk, written at the size the
      *run asks for, short of the GEN the run now asks to reach, and
      *holding a grid VALIDATE-PATTERN will accept.
       CHECK-RESTART.
           MOVE SPACES TO CHK-NAME
           STRING NAME DELIMITED BY SPACE
               'chk.txt' DELIMITED BY SIZE
               INTO CHK-NAME
           END-STRING
           MOVE 'N' TO CHK-EOF-ASGN
           OPEN INPUT CHECKPOINT-FILE
           READ CHECKPOINT-FILE
               AT END MOVE 'Y' TO CHK-EOF-ASGN
           END-READ
           IF CHK-EOF
               MOVE SPACES TO VD-PAT-TEXT
               STRING 'resumed from ' DELIMITED BY SIZE
                   CHK-NAME DELIMITED BY SPACE
                   INTO VD-PAT-TEXT
               END-STRING
               MOVE SPACES TO PRB-TEXT
               STRING 'Cannot restart: no checkpoint file '
                   DELIMITED BY SIZE
                   CHK-NAME DELIMITED BY SPACE
                   '.' DELIMITED BY SIZE
                   INTO PRB-TEXT
               END-STRING
               PERFORM ADD-REJECT
           ELSE
               MOVE CHK-RECORD(1:5) TO CHK-GEN
               MOVE CHK-RECORD(6:3) TO CHK-ROW
               MOVE CHK-RECORD(9:3) TO CHK-COLM
               MOVE CHK-GEN TO RPT-NUM
               PERFORM TRIM-RPT-N
               MOVE SPACES TO VD-PAT-TEXT
               STRING 'resumed from ' DELIMITED BY SIZE
                   CHK-NAME DELIMITED BY SPACE
                   ' at generation ' DELIMITED BY SIZE
                   RPT-N-D(RPT-N-A:RPT-N-B) DELIMITED BY SIZE
                   INTO VD-PAT-TEXT
               END-STRING
               IF ROW NOT = CHK-ROW OR COLM NOT = CHK-COLM
                   PERFORM BUILD-RESTART-DIM-ERROR
               ELSE
                   IF GEN <= CHK-GEN AND GEN-TOK NOT = SPACES
                       PERFORM BUILD-RESTART-ERROR
                   ELSE
                       MOVE 1 TO I
                       PERFORM READ-CHECKPOINT-ROW
                       MOVE 1 TO I
                       IF SRC-OK
                           PERFORM VALIDATE-GRID
                       END-IF
                   END-IF
               END-IF
           END-IF
           CLOSE CHECKPOINT-FILE.

       READ-CHECKPOINT-ROW.
           IF I <= ROW AND SRC-OK
               READ CHECKPOINT-FILE
                   AT END MOVE 'Y' TO CHK-EOF-ASGN
               END-READ
               IF CHK-EOF
                   MOVE SPACES TO PRB-TEXT
                   STRING 'Cannot restart: ' DELIMITED BY SIZE
                       CHK-NAME DELIMITED BY SPACE
                       ' ends before its last grid row.'
                       DELIMITED BY SIZE
                       INTO PRB-TEXT
                   END-STRING
                   PERFORM ADD-REJECT
               ELSE
                   MOVE CHK-RECORD TO QG(I)
                   ADD 1 TO I
                   GO TO READ-CHECKPOINT-ROW
               END-IF
           END-IF.

       BUILD-RESTART-ERROR.
           MOVE GEN TO RPT-NUM
           PERFORM TRIM-RPT-N
           MOVE CHK-GEN TO RPT-NUM2
           PERFORM TRIM-RPT-M
           MOVE SPACES TO PRB-TEXT
           STRING 'Cannot restart: GEN (' DELIMITED BY SIZE
               RPT-N-D(RPT-N-A:RPT-N-B) DELIMITED BY SIZE
               ') must be greater than the checkpointed generation ('
                   DELIMITED BY SIZE
               RPT-M-D(RPT-M-A:RPT-M-B) DELIMITED BY SIZE
               ') to resume.' DELIMITED BY SIZE
               INTO PRB-TEXT
           END-STRING
           PERFORM ADD-REJECT.

       BUILD-RESTART-DIM-ERROR.
           MOVE CHK-ROW TO RPT-DIM
           MOVE CHK-COLM TO RPT-DIM2
           PERFORM TRIM-RPT-RC
           MOVE ROW TO RPT-NUM
           PERFORM TRIM-RPT-N
           MOVE COLM TO RPT-NUM2
           PERFORM TRIM-RPT-M
           MOVE SPACES TO PRB-TEXT
           STRING 'Cannot restart: checkpoint is ' DELIMITED BY SIZE
               RPT-R-D(RPT-R-A:RPT-R-B) DELIMITED BY SIZE
               'x' DELIMITED BY SIZE
               RPT-C-D(RPT-C-A:RPT-C-B) DELIMITED BY SIZE
               ', but ROW/COLM requested ' DELIMITED BY SIZE
               RPT-N-D(RPT-N-A:RPT-N-B) DELIMITED BY SIZE
               'x' DELIMITED BY SIZE
               RPT-M-D(RPT-M-A:RPT-M-B) DELIMITED BY SIZE
               '.' DELIMITED BY SIZE
               INTO PRB-TEXT
           END-STRING
           PERFORM ADD-REJECT.

      *A grid typed into the queue: ROW rows straight after the
      *option line.
       CHECK-TYPED-GRID.
           MOVE 'grid typed into the queue' TO VD-PAT-TEXT
           ADD 3 ROW GIVING VD-USED
           IF VD-USED > VD-LINES
               MOVE VD-LINES TO VD-USED
               SUBTRACT 3 FROM VD-LINES GIVING RPT-NUM
               PERFORM TRIM-RPT-N
               MOVE ROW TO RPT-NUM2
               PERFORM TRIM-RPT-M
               MOVE SPACES TO PRB-TEXT
               STRING 'Only ' DELIMITED BY SIZE
                   RPT-N-D(RPT-N-A:RPT-N-B) DELIMITED BY SIZE
                   ' of the ' DELIMITED BY SIZE
                   RPT-M-D(RPT-M-A:RPT-M-B) DELIMITED BY SIZE
                   ' grid rows come before ENDRUN.' DELIMITED BY SIZE
                   INTO PRB-TEXT
               END-STRING
               PERFORM ADD-REJECT
           ELSE
               MOVE 1 TO I
               PERFORM COPY-TYPED-ROW
               MOVE 1 TO I
               PERFORM VALIDATE-GRID
           END-IF.

       COPY-TYPED-ROW.
           IF I <= ROW
               ADD 3 I GIVING VD-N
               PERFORM FETCH-DEF-LINE
               MOVE VD-LINE TO QG(I)
               ADD 1 TO I
               GO TO COPY-TYPED-ROW
           END-IF.

      *An '@file' RLE source: the header and the whole body are
      *checked for the framing READ-PATTERN-RLE insists on.
       CHECK-RLE-PATTERN.
           MOVE SPACES TO RLE-NAME
           MOVE PATTERN-NAME(2:29) TO RLE-NAME
           MOVE SPACES TO VD-PAT-TEXT
           STRING 'RLE file ' DELIMITED BY SIZE
               RLE-NAME DELIMITED BY SPACE
               INTO VD-PAT-TEXT
           END-STRING
           IF RLE-NAME = SPACES
               MOVE 'RLE input file is missing or empty.' TO PRB-TEXT
               PERFORM ADD-REJECT
           ELSE
               MOVE 'N' TO RLEIN-EOF-ASGN
               MOVE 'N' TO RLEIN-DONE-ASGN
               MOVE ZERO TO RLEIN-X
               MOVE ZERO TO RLEIN-Y
               OPEN INPUT RLE-FILE
               PERFORM READ-RLE-HEADER
               IF SRC-OK
                   PERFORM CHECK-RLE-DIMENSIONS
               END-IF
               IF SRC-OK
                   MOVE 1 TO RLEIN-ROW
                   MOVE 1 TO RLEIN-COL
                   MOVE ZERO TO RLEIN-COUNT
                   PERFORM READ-RLE-BODY
               END-IF
               CLOSE RLE-FILE
           END-IF.

       READ-RLE-HEADER.
           READ RLE-FILE
               AT END MOVE 'Y' TO RLEIN-EOF-ASGN
           END-READ
           IF RLEIN-EOF
               MOVE 'RLE input file is missing or empty.' TO PRB-TEXT
               PERFORM ADD-REJECT
           ELSE
               IF RLE-LINE(1:1) = '#'
                   GO TO READ-RLE-HEADER
               END-IF
               IF RLE-LINE(1:1) = 'x' OR RLE-LINE(1:1) = 'X'
                   PERFORM PARSE-RLE-HEADER
               ELSE
                   MOVE 'RLE file has no x/y header line.' TO PRB-TEXT
                   PERFORM ADD-REJECT
               END-IF
           END-IF.

      *The header's rule clause replaces RULE-ASGN, as it does in
      *the simulator, so the resolved options show the rule the run
      *will really use.
       PARSE-RLE-HEADER.
           MOVE SPACES TO RLEIN-PART1
           MOVE SPACES TO RLEIN-PART2
           MOVE SPACES TO RLEIN-PART3
           UNSTRING RLE-LINE DELIMITED BY ','
               INTO RLEIN-PART1, RLEIN-PART2, RLEIN-PART3
           END-UNSTRING
           MOVE SPACES TO RLEIN-TOK
           UNSTRING RLEIN-PART1 DELIMITED BY '='
               INTO RLEIN-JUNK, RLEIN-TOK
           END-UNSTRING
           PERFORM RLE-TOKEN-VALUE
           MOVE RLEIN-VAL TO RLEIN-X
           MOVE SPACES TO RLEIN-TOK
           UNSTRING RLEIN-PART2 DELIMITED BY '='
               INTO RLEIN-JUNK, RLEIN-TOK
           END-UNSTRING
           PERFORM RLE-TOKEN-VALUE
           MOVE RLEIN-VAL TO RLEIN-Y
           MOVE SPACES TO RLEIN-TOK
           UNSTRING RLEIN-PART3 DELIMITED BY '='
               INTO RLEIN-JUNK, RLEIN-TOK
           END-UNSTRING
           IF RLEIN-TOK NOT = SPACES
               MOVE ZERO TO RLEIN-TOK-LEAD
               INSPECT RLEIN-TOK TALLYING RLEIN-TOK-LEAD
                   FOR LEADING SPACES
               IF RLEIN-TOK-LEAD <= 60
                   ADD 1 TO RLEIN-TOK-LEAD
                   MOVE RLEIN-TOK(RLEIN-TOK-LEAD:20) TO RULE-ASGN
                   PERFORM PARSE-RULE
               END-IF
           END-IF.

       RLE-TOKEN-VALUE.
           MOVE ZERO TO RLEIN-VAL
           MOVE 1 TO RLEIN-VAL-POS
           PERFORM RLE-TOKEN-DIGIT.

       RLE-TOKEN-DIGIT.
           IF RLEIN-VAL-POS <= 80
               MOVE RLEIN-TOK(RLEIN-VAL-POS:1) TO RLEIN-VAL-CH
               IF RLEIN-VAL-CH >= '0' AND RLEIN-VAL-CH <= '9'
                   MULTIPLY 10 BY RLEIN-VAL
                   MOVE RLEIN-VAL-CH TO RULE-DIGIT
                   ADD RULE-DIGIT TO RLEIN-VAL
               END-IF
               ADD 1 TO RLEIN-VAL-POS
               GO TO RLE-TOKEN-DIGIT
           END-IF
           MOVE 1 TO RLEIN-VAL-POS.

       CHECK-RLE-DIMENSIONS.
           IF RLEIN-X < 1 OR RLEIN-Y < 1
               MOVE 'RLE header has a zero or missing x/y size.'
                   TO PRB-TEXT
               PERFORM ADD-REJECT
           ELSE
               IF RLEIN-Y > ROW OR RLEIN-X > COLM
                   MOVE SPACES TO PRB-TEXT
                   STRING 'RLE pattern is larger than the '
                       DELIMITED BY SIZE
                       'requested ROW/COLM grid.' DELIMITED BY SIZE
                       INTO PRB-TEXT
                   END-STRING
                   PERFORM ADD-REJECT
               END-IF
           END-IF.

       READ-RLE-BODY.
           IF NOT RLEIN-DONE AND SRC-OK
               READ RLE-FILE
                   AT END MOVE 'Y' TO RLEIN-EOF-ASGN
               END-READ
               IF RLEIN-EOF
                   MOVE "RLE data ends before the closing '!'."
                       TO PRB-TEXT
                   PERFORM ADD-REJECT
               ELSE
                   MOVE 1 TO RLEIN-POS
                   PERFORM SCAN-RLE-BODY-CHAR
                   GO TO READ-RLE-BODY
               END-IF
           END-IF.

       SCAN-RLE-BODY-CHAR.
           IF RLEIN-POS <= 250 AND SRC-OK AND NOT RLEIN-DONE
               MOVE RLE-LINE(RLEIN-POS:1) TO RLEIN-CH
               MOVE 'N' TO RLEIN-HIT-ASGN
               IF RLEIN-CH >= '0' AND RLEIN-CH <= '9'
                   MOVE 'Y' TO RLEIN-HIT-ASGN
                   MULTIPLY 10 BY RLEIN-COUNT
                   MOVE RLEIN-CH TO RULE-DIGIT
                   ADD RULE-DIGIT TO RLEIN-COUNT
               END-IF
               IF RLEIN-CH = 'b' OR RLEIN-CH = 'B'
                   OR RLEIN-CH = 'o' OR RLEIN-CH = 'O'
                   MOVE 'Y' TO RLEIN-HIT-ASGN
                   PERFORM RLE-RUN-CELLS
               END-IF
               IF RLEIN-CH = '$'
                   MOVE 'Y' TO RLEIN-HIT-ASGN
                   PERFORM RLE-RUN-NEWROW
               END-IF
               IF RLEIN-CH = '!'
                   MOVE 'Y' TO RLEIN-HIT-ASGN
                   MOVE 'Y' TO RLEIN-DONE-ASGN
               END-IF
               IF RLEIN-CH = SPACE
                   MOVE 'Y' TO RLEIN-HIT-ASGN
               END-IF
               IF NOT RLEIN-HIT
                   MOVE 'Invalid character in RLE pattern data.'
                       TO PRB-TEXT
                   PERFORM ADD-REJECT
               END-IF
               ADD 1 TO RLEIN-POS
               GO TO SCAN-RLE-BODY-CHAR
           END-IF
           MOVE 1 TO RLEIN-POS.

      *A run of dead or live cells - either way it only has to stay
      *inside the header's x/y box.
       RLE-RUN-CELLS.
           IF RLEIN-COUNT = 0
               MOVE 1 TO RLEIN-COUNT
           END-IF
           ADD RLEIN-COL RLEIN-COUNT GIVING RLEIN-END
           SUBTRACT 1 FROM RLEIN-END
           IF RLEIN-ROW > RLEIN-Y OR RLEIN-END > RLEIN-X
               MOVE SPACES TO PRB-TEXT
               STRING 'RLE data exceeds the size declared in '
                   DELIMITED BY SIZE
                   'its header.' DELIMITED BY SIZE
                   INTO PRB-TEXT
               END-STRING
               PERFORM ADD-REJECT
           ELSE
               ADD RLEIN-COUNT TO RLEIN-COL
           END-IF
           MOVE ZERO TO RLEIN-COUNT.

       RLE-RUN-NEWROW.
           IF RLEIN-COUNT = 0
               MOVE 1 TO RLEIN-COUNT
           END-IF
           ADD RLEIN-COUNT TO RLEIN-ROW
           MOVE 1 TO RLEIN-COL
           MOVE ZERO TO RLEIN-COUNT.

      *A '+' placement list: each 'NAME ROWOFF COLOFF' line stamped
      *on the scratch board the way APPLY-PLACEMENT stamps P2, up to
      *a line of just 'END'.  Without that line the simulator would
      *read on through ENDRUN and into the runs behind this one.
       CHECK-PLACEMENTS.
           PERFORM CLEAR-GRID
           MOVE ZERO TO PLACE-COUNT
           MOVE 'N' TO PLACE-END-ASGN
           MOVE 4 TO VD-N
           PERFORM CHECK-PLACEMENT-LINE
           MOVE PLACE-COUNT TO RPT-NUM
           PERFORM TRIM-RPT-N
           MOVE SPACES TO VD-PAT-TEXT
           STRING RPT-N-D(RPT-N-A:RPT-N-B) DELIMITED BY SIZE
               ' library entries placed' DELIMITED BY SIZE
               INTO VD-PAT-TEXT
           END-STRING.

       CHECK-PLACEMENT-LINE.
           IF NOT PLACE-END
               IF VD-N > VD-LINES
                   MOVE 'Y' TO PLACE-END-ASGN
                   MOVE VD-LINES TO VD-USED
                   MOVE 'The placement list ends without an END line.'
                       TO PRB-TEXT
                   PERFORM ADD-REJECT
               ELSE
                   PERFORM FETCH-DEF-LINE
                   IF VD-LINE = 'END'
                       MOVE 'Y' TO PLACE-END-ASGN
                       MOVE VD-N TO VD-USED
                   ELSE
                       IF SRC-OK
                           PERFORM CHECK-PLACEMENT
                       END-IF
                       ADD 1 TO PLACE-COUNT
                       ADD 1 TO VD-N
                       GO TO CHECK-PLACEMENT-LINE
                   END-IF
               END-IF
           END-IF.

       CHECK-PLACEMENT.
           MOVE SPACES TO PLACE-NAME
           MOVE SPACES TO PLACE-RTOK
           MOVE SPACES TO PLACE-CTOK
           UNSTRING VD-LINE DELIMITED BY SPACE
               INTO PLACE-NAME, PLACE-RTOK, PLACE-CTOK
           END-UNSTRING
           MOVE PLACE-NAME TO LOOK-NAME
           PERFORM LOOKUP-ENTRY
           IF NOT LE-FOUND
               PERFORM BUILD-LIBRARY-NOTFOUND-ERROR
           ELSE
               MOVE PLACE-RTOK TO TOK-TEXT
               PERFORM SCAN-TOKEN
               MOVE TOK-VAL TO PLACE-ROFF
               IF NOT TOK-BAD AND TOK-DIGITS <= 3
                   MOVE PLACE-CTOK TO TOK-TEXT
                   PERFORM SCAN-TOKEN
                   MOVE TOK-VAL TO PLACE-COFF
               END-IF
               IF TOK-BAD OR TOK-DIGITS > 3
                   MOVE SPACES TO PRB-TEXT
                   STRING 'The offsets given for ' DELIMITED BY SIZE
                       PLACE-NAME DELIMITED BY SPACE
                       ' are not numbers.' DELIMITED BY SIZE
                       INTO PRB-TEXT
                   END-STRING
                   PERFORM ADD-REJECT
               ELSE
                   ADD PLACE-ROFF LE-ROWS GIVING PLACE-ER
                   SUBTRACT 1 FROM PLACE-ER
                   ADD PLACE-COFF LE-COLS GIVING PLACE-EC
                   SUBTRACT 1 FROM PLACE-EC
                   IF PLACE-ROFF < 1 OR PLACE-COFF < 1
                       OR PLACE-ER > ROW OR PLACE-EC > COLM
                       MOVE SPACES TO PRB-TEXT
                       STRING PLACE-NAME DELIMITED BY SPACE
                           ' does not fit inside the grid at its '
                           DELIMITED BY SIZE
                           'offset.' DELIMITED BY SIZE
                           INTO PRB-TEXT
                       END-STRING
                       PERFORM ADD-REJECT
                   ELSE
                       MOVE 1 TO I
                       PERFORM STAMP-PLACEMENT-ROW
                       MOVE 1 TO I
                   END-IF
               END-IF
           END-IF.

       STAMP-PLACEMENT-ROW.
           IF I <= LE-ROWS AND SRC-OK
               MOVE 1 TO K
               PERFORM STAMP-PLACEMENT-CELL
               MOVE 1 TO K
               ADD 1 TO I
               GO TO STAMP-PLACEMENT-ROW
           END-IF.

       STAMP-PLACEMENT-CELL.
           IF K <= LE-COLS AND SRC-OK
               IF LE-ROW(I)(K:1) = '*'
                   ADD PLACE-ROFF I GIVING PLACE-R
                   SUBTRACT 1 FROM PLACE-R
                   ADD PLACE-COFF K GIVING PLACE-C
                   SUBTRACT 1 FROM PLACE-C
                   IF QG(PLACE-R)(PLACE-C:1) = '*'
                       MOVE SPACES TO PRB-TEXT
                       STRING PLACE-NAME DELIMITED BY SPACE
                           ' overlaps a pattern already placed.'
                           DELIMITED BY SIZE
                           INTO PRB-TEXT
                       END-STRING
                       PERFORM ADD-REJECT
                   ELSE
                       MOVE '*' TO QG(PLACE-R)(PLACE-C:1)
                   END-IF
               END-IF
               ADD 1 TO K
               GO TO STAMP-PLACEMENT-CELL
           END-IF.

      *A '%' soup: the 'DENSITY SEED' line must be there, and both
      *tokens must be plain numbers with the density at most 100.
       CHECK-SOUP.
           MOVE 'random soup' TO VD-PAT-TEXT
           IF VD-LINES < 4
               MOVE 'The soup density/seed line is missing.'
                   TO PRB-TEXT
               PERFORM ADD-REJECT
           ELSE
               MOVE 4 TO VD-N
               MOVE 4 TO VD-USED
               PERFORM FETCH-DEF-LINE
               MOVE SPACES TO SOUP-DTOK
               MOVE SPACES TO SOUP-STOK
               UNSTRING VD-LINE DELIMITED BY SPACE
                   INTO SOUP-DTOK, SOUP-STOK
               END-UNSTRING
               MOVE SOUP-STOK TO TOK-TEXT
               PERFORM SCAN-TOKEN
               MOVE TOK-VAL TO SOUP-SEED
               IF TOK-BAD OR TOK-DIGITS > 9
                   MOVE 'The soup seed is not a number.' TO PRB-TEXT
                   PERFORM ADD-REJECT
               END-IF
               MOVE SOUP-DTOK TO TOK-TEXT
               PERFORM SCAN-TOKEN
               MOVE TOK-VAL TO SOUP-DENSITY
               IF TOK-BAD OR TOK-DIGITS > 3 OR TOK-VAL > 100
                   MOVE 'Invalid soup density - must be 0 to 100.'
                       TO PRB-TEXT
                   PERFORM ADD-REJECT
               ELSE
                   MOVE SOUP-DENSITY TO RPT-NUM
                   PERFORM TRIM-RPT-N
                   MOVE SOUP-SEED TO RPT-NUM2
                   PERFORM TRIM-RPT-M
                   MOVE SPACES TO VD-PAT-TEXT
                   STRING 'random soup, density ' DELIMITED BY SIZE
                       RPT-N-D(RPT-N-A:RPT-N-B) DELIMITED BY SIZE
                       '%, seed ' DELIMITED BY SIZE
                       RPT-M-D(RPT-M-A:RPT-M-B) DELIMITED BY SIZE
                       INTO VD-PAT-TEXT
                   END-STRING
               END-IF
           END-IF.

      *A library entry by name: it must be on file, be exactly
      *ROW x COLM, and hold only cells VALIDATE-PATTERN accepts.
       CHECK-LIBRARY-PATTERN.
           MOVE SPACES TO VD-PAT-TEXT
           STRING 'library entry ' DELIMITED BY SIZE
               PATTERN-NAME DELIMITED BY SPACE
               INTO VD-PAT-TEXT
           END-STRING
           MOVE PATTERN-NAME TO LOOK-NAME
           PERFORM LOOKUP-ENTRY
           IF NOT LE-FOUND
               MOVE PATTERN-NAME TO PLACE-NAME
               PERFORM BUILD-LIBRARY-NOTFOUND-ERROR
           ELSE
               IF LE-ROWS NOT = ROW OR LE-COLS NOT = COLM
                   PERFORM BUILD-LIBRARY-DIMENSION-ERROR
               ELSE
                   MOVE 1 TO I
                   PERFORM COPY-LIBRARY-ROW
                   MOVE 1 TO I
                   PERFORM VALIDATE-GRID
               END-IF
           END-IF.

       COPY-LIBRARY-ROW.
           IF I <= ROW
               MOVE LE-ROW(I) TO QG(I)
               ADD 1 TO I
               GO TO COPY-LIBRARY-ROW
           END-IF.

       BUILD-LIBRARY-NOTFOUND-ERROR.
           MOVE SPACES TO PRB-TEXT
           STRING 'Pattern library entry not found: '
               DELIMITED BY SIZE
               LOOK-NAME DELIMITED BY SPACE
               INTO PRB-TEXT
           END-STRING
           PERFORM ADD-REJECT.

       BUILD-LIBRARY-DIMENSION-ERROR.
           MOVE LE-ROWS TO RPT-DIM
           MOVE LE-COLS TO RPT-DIM2
           PERFORM TRIM-RPT-RC
           MOVE ROW TO RPT-NUM
           PERFORM TRIM-RPT-N
           MOVE COLM TO RPT-NUM2
           PERFORM TRIM-RPT-M
           MOVE SPACES TO PRB-TEXT
           STRING PATTERN-NAME DELIMITED BY SPACE
               ' is ' DELIMITED BY SIZE
               RPT-R-D(RPT-R-A:RPT-R-B) DELIMITED BY SIZE
               'x' DELIMITED BY SIZE
               RPT-C-D(RPT-C-A:RPT-C-B) DELIMITED BY SIZE
               ', but ROW/COLM requested ' DELIMITED BY SIZE
               RPT-N-D(RPT-N-A:RPT-N-B) DELIMITED BY SIZE
               'x' DELIMITED BY SIZE
               RPT-M-D(RPT-M-A:RPT-M-B) DELIMITED BY SIZE
               '.' DELIMITED BY SIZE
               INTO PRB-TEXT
           END-STRING
           PERFORM ADD-REJECT.

      *The watch target has to be an entry the census matcher keeps:
      *on file, with live cells, trimming to no more than 40x40.
       CHECK-WATCH.
           MOVE WATCH-NAME TO LOOK-NAME
           PERFORM LOOKUP-ENTRY
           IF LE-FOUND
               MOVE 'N' TO LE-LIVE-ASGN
               MOVE 1 TO I
               PERFORM WATCH-TRIM-ROW
               MOVE 1 TO I
               IF NOT LE-LIVE
                   MOVE 'N' TO LE-FOUND-ASGN
               ELSE
                   SUBTRACT LE-MINR FROM LE-MAXR GIVING RPT-DIM
                   SUBTRACT LE-MINC FROM LE-MAXC GIVING RPT-DIM2
                   IF RPT-DIM >= 40 OR RPT-DIM2 >= 40
                       MOVE 'N' TO LE-FOUND-ASGN
                   END-IF
               END-IF
           END-IF
           IF NOT LE-FOUND
               MOVE SPACES TO PRB-TEXT
               STRING 'Watch target not in pattern library: '
                   DELIMITED BY SIZE
                   WATCH-NAME DELIMITED BY SPACE
                   INTO PRB-TEXT
               END-STRING
               PERFORM ADD-REJECT
           END-IF.

       WATCH-TRIM-ROW.
           IF I <= LE-ROWS AND I <= 200
               MOVE 1 TO K
               PERFORM WATCH-TRIM-CELL
               MOVE 1 TO K
               ADD 1 TO I
               GO TO WATCH-TRIM-ROW
           END-IF.

       WATCH-TRIM-CELL.
           IF K <= 200
               IF LE-ROW(I)(K:1) = '*'
                   IF NOT LE-LIVE
                       MOVE 'Y' TO LE-LIVE-ASGN
                       MOVE I TO LE-MINR
                       MOVE I TO LE-MAXR
                       MOVE K TO LE-MINC
                       MOVE K TO LE-MAXC
                   ELSE
                       IF I > LE-MAXR
                           MOVE I TO LE-MAXR
                       END-IF
                       IF K < LE-MINC
                           MOVE K TO LE-MINC
                       END-IF
                       IF K > LE-MAXC
                           MOVE K TO LE-MAXC
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO K
               GO TO WATCH-TRIM-CELL
           END-IF.

      *Read LOOK-NAME's header record by key and keep the rows its
      *row records carry.
       LOOKUP-ENTRY.
           MOVE 'N' TO LE-FOUND-ASGN
           MOVE 'N' TO LIB-EOF-ASGN
           MOVE ZERO TO LE-NEED
           MOVE ZERO TO LE-ROWS
           MOVE ZERO TO LE-COLS
           OPEN INPUT LIBRARY-FILE
           MOVE LOOK-NAME TO LIBX-NAME
           MOVE ZERO TO LIBX-SEQ
           READ LIBRARY-FILE KEY IS LIBX-KEY
               INVALID KEY MOVE 'N' TO LE-FOUND-ASGN
               NOT INVALID KEY MOVE 'Y' TO LE-FOUND-ASGN
           END-READ
           IF LE-FOUND
               MOVE LIBX-ROWS TO LE-NEED
               MOVE LIBX-COLS TO LE-COLS
               PERFORM LOAD-LIBRARY-ROW
           END-IF
           CLOSE LIBRARY-FILE.

       LOAD-LIBRARY-ROW.
           IF NOT LIB-EOF AND LE-ROWS < LE-NEED
               READ LIBRARY-FILE NEXT RECORD
                   AT END MOVE 'Y' TO LIB-EOF-ASGN
               END-READ
               IF NOT LIB-EOF AND LIBX-NAME = LOOK-NAME
                   ADD 1 TO LE-ROWS
                   MOVE LIBX-ROW TO LE-ROW(LE-ROWS)
                   GO TO LOAD-LIBRARY-ROW
               END-IF
           END-IF.

      *All-dead scratch board for the placement stamper.
       CLEAR-GRID.
           MOVE 1 TO I
           PERFORM CLEAR-GRID-ROW
           MOVE 1 TO I.

       CLEAR-GRID-ROW.
           IF I <= ROW
               MOVE ALL '0' TO QG(I)
               ADD 1 TO I
               GO TO CLEAR-GRID-ROW
           END-IF.

      *Every cell '0' or '*' - or a dying-state digit the run's own
      *Generations rule allows - as VALIDATE-PATTERN demands.
       VALIDATE-GRID.
           MOVE ZERO TO ERR-ROW
           MOVE 1 TO J
           PERFORM VALIDATE-GRID-ROW
           MOVE 1 TO J
           IF ERR-ROW > 0
               MOVE ERR-ROW TO RPT-NUM
               PERFORM TRIM-RPT-N
               MOVE ERR-COL TO RPT-NUM2
               PERFORM TRIM-RPT-M
               MOVE SPACES TO PRB-TEXT
               STRING 'Invalid character in pattern at row '
                   DELIMITED BY SIZE
                   RPT-N-D(RPT-N-A:RPT-N-B) DELIMITED BY SIZE
                   ', column ' DELIMITED BY SIZE
                   RPT-M-D(RPT-M-A:RPT-M-B) DELIMITED BY SIZE
                   " - only '0' and '*' are allowed." DELIMITED BY SIZE
                   INTO PRB-TEXT
               END-STRING
               PERFORM ADD-REJECT
           END-IF.

       VALIDATE-GRID-ROW.
           IF J <= ROW AND ERR-ROW = 0
               MOVE 1 TO K
               PERFORM VALIDATE-GRID-CELL
               MOVE 1 TO K
               ADD 1 TO J
               GO TO VALIDATE-GRID-ROW
           END-IF.

       VALIDATE-GRID-CELL.
           IF K <= COLM AND ERR-ROW = 0
               IF QG(J)(K:1) = '0' OR QG(J)(K:1) = '*'
                   ADD 1 TO K
                   GO TO VALIDATE-GRID-CELL
               END-IF
               IF DYING-MAX > 0 AND QG(J)(K:1) >= '1'
                   AND QG(J)(K:1) <= DYING-MAX-X
                   ADD 1 TO K
                   GO TO VALIDATE-GRID-CELL
               END-IF
               MOVE J TO ERR-ROW
               MOVE K TO ERR-COL
           END-IF.

      *Lines left between what the simulator reads and ENDRUN are
      *skipped by its resync.  When they look like the start of a
      *definition - a NAME, a numeric GEN line, then an option line
      *with at least two tokens - an ENDRUN has gone missing and the
      *run behind this one would never run.  Otherwise they are just
      *dead lines, which a restart run may legitimately leave behind
      *where its grid used to be typed.
       CHECK-UNUSED-LINES.
           IF VD-LINES > VD-USED
               SUBTRACT VD-USED FROM VD-LINES GIVING VD-SPARE
               MOVE SPACES TO VD-SWALLOW
               IF VD-SPARE >= 3
                   ADD VD-USED 2 GIVING VD-N
                   PERFORM FETCH-DEF-LINE
                   MOVE SPACES TO TOK-TEXT
                   UNSTRING VD-LINE DELIMITED BY SPACE
                       INTO TOK-TEXT
                   END-UNSTRING
                   PERFORM SCAN-TOKEN
                   IF NOT TOK-BAD AND TOK-DIGITS > 0
                       AND TOK-DIGITS <= 5
                       ADD VD-USED 3 GIVING VD-N
                       PERFORM FETCH-DEF-LINE
                       MOVE SPACES TO TOK-TEXT
                       MOVE SPACES TO PROF-JUNK
                       UNSTRING VD-LINE DELIMITED BY ALL SPACE
                           INTO TOK-TEXT, PROF-JUNK
                       END-UNSTRING
                       IF PROF-JUNK NOT = SPACES
                           ADD VD-USED 1 GIVING VD-N
                           PERFORM FETCH-DEF-LINE
                           MOVE VD-LINE(1:30) TO VD-SWALLOW
                       END-IF
                   END-IF
               END-IF
               IF VD-SWALLOW NOT = SPACES
                   MOVE SPACES TO PRB-TEXT
                   STRING 'ENDRUN is missing after this run - the '
                       DELIMITED BY SIZE
                       'run ' DELIMITED BY SIZE
                       VD-SWALLOW DELIMITED BY SPACE
                       ' behind it would never run.' DELIMITED BY SIZE
                       INTO PRB-TEXT
                   END-STRING
                   PERFORM ADD-REJECT
               ELSE
                   IF NOT RESTART-EVAL
                       MOVE VD-SPARE TO RPT-NUM
                       PERFORM TRIM-RPT-N
                       MOVE SPACES TO PRB-TEXT
                       STRING RPT-N-D(RPT-N-A:RPT-N-B)
                           DELIMITED BY SIZE
                           ' line(s) before ENDRUN are never read - '
                           DELIMITED BY SIZE
                           'is an ENDRUN missing?' DELIMITED BY SIZE
                           INTO PRB-TEXT
                       END-STRING
                       PERFORM ADD-WARNING
                   END-IF
               END-IF
           END-IF.

      *Digit-scan TOK-TEXT into TOK-VAL; TOK-BAD is set by any
      *character before the trailing spaces that is not a digit.
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

      *Command outcome messages, in LIB-MAINT's wording.
       BUILD-OK-MESSAGE.
           MOVE SPACES TO RPT-RECORD
           STRING CMD-VERB DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               CMD-NAME DELIMITED BY SPACE
               ' done.' DELIMITED BY SIZE
               INTO RPT-RECORD
           END-STRING
           WRITE RPT-RECORD.

       BUILD-EXISTS-ERROR.
           MOVE SPACES TO RPT-RECORD
           STRING 'Run already queued: ' DELIMITED BY SIZE
               CMD-NAME DELIMITED BY SPACE
               INTO RPT-RECORD
           END-STRING
           WRITE RPT-RECORD
           MOVE 8 TO RETURN-CODE.

       BUILD-NOTFOUND-ERROR.
           MOVE SPACES TO RPT-RECORD
           STRING 'Run not found in the queue: ' DELIMITED BY SIZE
               CMD-NAME DELIMITED BY SPACE
               INTO RPT-RECORD
           END-STRING
           WRITE RPT-RECORD
           MOVE 8 TO RETURN-CODE.

       BUILD-POSITION-ERROR.
           MOVE SPACES TO RPT-RECORD
           STRING CMD-VERB DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               CMD-NAME DELIMITED BY SPACE
               ' needs BEFORE or AFTER and another queued run.'
               DELIMITED BY SIZE
               INTO RPT-RECORD
           END-STRING
           WRITE RPT-RECORD
           MOVE 8 TO RETURN-CODE.

       BUILD-BUDGET-NAME-ERROR.
           MOVE SPACES TO RPT-RECORD
           STRING 'A run cannot be named BUDGET - the simulator '
               DELIMITED BY SIZE
               'reads that line as the queue budget.'
               DELIMITED BY SIZE
               INTO RPT-RECORD
           END-STRING
           WRITE RPT-RECORD
           MOVE 8 TO RETURN-CODE.

       BUILD-FULL-ERROR.
           MOVE SPACES TO RPT-RECORD
           STRING 'The run queue is full - ' DELIMITED BY SIZE
               CMD-VERB DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               CMD-NAME DELIMITED BY SPACE
               ' refused.' DELIMITED BY SIZE
               INTO RPT-RECORD
           END-STRING
           WRITE RPT-RECORD
           MOVE 8 TO RETURN-CODE.

       BUILD-REFUSED-ERROR.
           MOVE SPACES TO RPT-RECORD
           STRING CMD-VERB DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               CMD-NAME DELIMITED BY SPACE
               ' refused - the simulator would reject it:'
               DELIMITED BY SIZE
               INTO RPT-RECORD
           END-STRING
           WRITE RPT-RECORD
           MOVE 8 TO RETURN-CODE.

      *Leading-zero trims for the report and message numbers.
       TRIM-RPT-N.
           MOVE RPT-NUM TO RPT-N-D
           MOVE ZERO TO RPT-N-A
           INSPECT RPT-N-D TALLYING RPT-N-A FOR LEADING ZEROS
           IF RPT-N-A = 9
               SUBTRACT 1 FROM RPT-N-A
           END-IF
           SUBTRACT RPT-N-A FROM 9 GIVING RPT-N-B
           ADD 1 TO RPT-N-A.

       TRIM-RPT-M.
           MOVE RPT-NUM2 TO RPT-M-D
           MOVE ZERO TO RPT-M-A
           INSPECT RPT-M-D TALLYING RPT-M-A FOR LEADING ZEROS
           IF RPT-M-A = 9
               SUBTRACT 1 FROM RPT-M-A
           END-IF
           SUBTRACT RPT-M-A FROM 9 GIVING RPT-M-B
           ADD 1 TO RPT-M-A.

       TRIM-RPT-RC.
           MOVE RPT-DIM TO RPT-R-D
           MOVE ZERO TO RPT-R-A
           INSPECT RPT-R-D TALLYING RPT-R-A FOR LEADING ZEROS
           IF RPT-R-A = 3
               SUBTRACT 1 FROM RPT-R-A
           END-IF
           SUBTRACT RPT-R-A FROM 3 GIVING RPT-R-B
           ADD 1 TO RPT-R-A
           MOVE RPT-DIM2 TO RPT-C-D
           MOVE ZERO TO RPT-C-A
           INSPECT RPT-C-D TALLYING RPT-C-A FOR LEADING ZEROS
           IF RPT-C-A = 3
               SUBTRACT 1 FROM RPT-C-A
           END-IF
           SUBTRACT RPT-C-A FROM 3 GIVING RPT-C-B
           ADD 1 TO RPT-C-A.
