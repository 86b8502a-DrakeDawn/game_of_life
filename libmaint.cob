      *Cobol program to maintain the Game of Life pattern library
      *(the keyed file patterns.idx LIB-LOAD builds).  Additions and
      *changes go through this utility rather than by hand: it
      *applies one command read from libmaint.txt, validates a new
      *pattern the way the simulator's VALIDATE-PATTERN does, and
      *writes the entry by key - a header record with its metadata,
      *size and live-cell box, then one record per row.  Commands:
      *    ADD <name>      followed by the pattern rows
      *    REPLACE <name>  followed by the pattern rows
      *    DELETE <name>
      *    LIST [category]
      *An entry may carry descriptive metadata - '#D <description>',
      *'#C <category>' (STILL-LIFE, OSCILLATOR, SPACESHIP or
      *METHUSELAH) and '#B <expected behavior>', e.g. OSC PERIOD 2.
      *The same '#'-prefixed lines may precede (or sit among) the
      *rows of an ADD or REPLACE; they are kept in the entry's
      *header and shown by LIST.  LIST walks the whole library in
      *name order, or with a category named only that category's
      *entries, through the category key.
      *Results (the catalog for LIST, a confirmation or the error
      *otherwise) are written to librpt.txt, and the program ends
      *with a nonzero RETURN-CODE when the command was rejected.
       FILE-CONTROL.
           SELECT OPTIONAL COMMAND-FILE ASSIGN TO 'libmaint.txt'
             ORGANIZATION IS LINE SEQUENTIAL.
      *OPTIONAL: the first ADD at a new site creates the library.
           SELECT OPTIONAL LIBRARY-FILE ASSIGN TO 'patterns.idx'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS LIBX-KEY
             ALTERNATE RECORD KEY IS LIBX-CAT WITH DUPLICATES.
           SELECT REPORT-FILE ASSIGN TO 'librpt.txt'
             ORGANIZATION IS LINE SEQUENTIAL.

       FILE SECTION.
       FD COMMAND-FILE.
       01 CMD-INPUT PIC X(200).
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
       FD REPORT-FILE.
       01 RPT-RECORD PIC X(90).

       01 DONE-ASGN PIC X VALUE 'N'.
           88 DONE-EVAL VALUE 'Y'.

      *The entry the command names, as found by key: whether its
      *header is on file, and how many row records it has there for
      *a REPLACE or DELETE to remove.  LIST walks the library (or
      *the one category LIST-CAT names) counting the entries shown.
       01 FOUND-ASGN PIC X VALUE 'N'.
           88 ENTRY-FOUND VALUE 'Y'.
       01 OLD-ROWS PIC 9(3) VALUE ZERO.
       01 LIST-CAT PIC X(12) VALUE SPACES.
       01 LIST-COUNT PIC 9(5) VALUE ZERO.
       01 LIB-EOF-ASGN PIC X VALUE 'N'.
           88 LIB-EOF VALUE 'Y'.
       01 LIB-COL-TRAIL PIC 9(3) VALUE ZERO.
      *Set when a write of the new entry finds its key already on
      *file, as LIB-LOAD's duplicate check does.
       01 STORE-FAIL-ASGN PIC X VALUE 'N'.
           88 STORE-FAILED VALUE 'Y'.

      *The pattern rows that follow an ADD or REPLACE command,
      *collected and validated before they touch the library.
       01 NEW-PATTERN.
           03 NP-ROW PIC X(200) OCCURS 200 TIMES.
       01 NP-ROWS PIC 9(3) VALUE ZERO.
       01 NP-DESC PIC X(60) VALUE SPACES.
       01 NP-CAT PIC X(12) VALUE SPACES.
       01 NP-BEHAV PIC X(20) VALUE SPACES.
       01 NP-TOP PIC 9(3) VALUE ZERO.
       01 NP-BOT PIC 9(3) VALUE ZERO.
       01 NP-LEFT PIC 9(3) VALUE ZERO.
       01 NP-RIGHT PIC 9(3) VALUE ZERO.
       01 NP-HIGH PIC 9(3) VALUE ZERO.
       01 NP-WIDE PIC 9(3) VALUE ZERO.
       01 NP-CELLS PIC 9(5) VALUE ZERO.

      *Scratch variables
       01 J PIC 9(5) VALUE 1.
       01 K PIC 9(5) VALUE 1.
       01 NAME-TRAIL PIC 9(5) VALUE ZERO.
               UNSTRING CMD-INPUT DELIMITED BY SPACE
                   INTO CMD-VERB, CMD-NAME
               END-UNSTRING
               PERFORM APPLY-COMMAND
           END-IF
           CLOSE COMMAND-FILE
           CLOSE REPORT-FILE
           STOP RUN.

      *Route the command line to its handler, with the library open
      *for reading only when the command just lists it; anything
      *unrecognized is reported rather than guessed at.
       APPLY-COMMAND.
           MOVE 'N' TO DONE-ASGN
           IF CMD-VERB = 'LIST'
               MOVE 'Y' TO DONE-ASGN
               OPEN INPUT LIBRARY-FILE
               PERFORM LIST-CATALOG
               CLOSE LIBRARY-FILE
           END-IF
           IF CMD-VERB = 'ADD'
               MOVE 'Y' TO DONE-ASGN
               OPEN I-O LIBRARY-FILE
               PERFORM ADD-ENTRY
               CLOSE LIBRARY-FILE
           END-IF
           IF CMD-VERB = 'REPLACE'
               MOVE 'Y' TO DONE-ASGN
               OPEN I-O LIBRARY-FILE
               PERFORM REPLACE-ENTRY
               CLOSE LIBRARY-FILE
           END-IF
           IF CMD-VERB = 'DELETE'
               MOVE 'Y' TO DONE-ASGN
               OPEN I-O LIBRARY-FILE
               PERFORM DELETE-ENTRY
               CLOSE LIBRARY-FILE
           END-IF
           IF NOT DONE-EVAL
               MOVE SPACES TO RPT-RECORD
               MOVE 8 TO RETURN-CODE
           END-IF.

      *Read CMD-NAME's header record by key, leaving ENTRY-FOUND
      *set when the library holds it.
       FIND-ENTRY.
           MOVE CMD-NAME TO LIBX-NAME
           MOVE ZERO TO LIBX-SEQ
           READ LIBRARY-FILE KEY IS LIBX-KEY
               INVALID KEY MOVE 'N' TO FOUND-ASGN
               NOT INVALID KEY MOVE 'Y' TO FOUND-ASGN
           END-READ.

      *Write the catalog report: one line per entry with its name,
      *measured RxC size and category - the whole library in name
      *order, or just the category LIST named.
       LIST-CATALOG.
           MOVE CMD-NAME TO LIST-CAT
           MOVE SPACES TO RPT-RECORD
           IF LIST-CAT = SPACES
               MOVE 'Pattern library catalog' TO RPT-RECORD
           ELSE
               STRING 'Pattern library catalog, category '
                   DELIMITED BY SIZE
                   LIST-CAT DELIMITED BY SPACE
                   INTO RPT-RECORD
               END-STRING
           END-IF
           WRITE RPT-RECORD
           MOVE ZERO TO LIST-COUNT
           MOVE 'N' TO LIB-EOF-ASGN
           PERFORM START-CATALOG-WALK
           PERFORM LIST-CATALOG-ENTRY
           IF LIST-COUNT = 0
               IF LIST-CAT = SPACES
                   MOVE 'The library has no entries.' TO RPT-RECORD
               ELSE
                   MOVE 'The library has no entries in that category.'
                       TO RPT-RECORD
               END-IF
               WRITE RPT-RECORD
           END-IF.

      *Position on the first record of the walk: the lowest key of
      *all, or the first record filed under the category.
       START-CATALOG-WALK.
           IF LIST-CAT = SPACES
               MOVE LOW-VALUES TO LIBX-KEY
               START LIBRARY-FILE KEY IS NOT LESS THAN LIBX-KEY
                   INVALID KEY MOVE 'Y' TO LIB-EOF-ASGN
               END-START
           ELSE
               MOVE LIST-CAT TO LIBX-CAT
               START LIBRARY-FILE KEY IS EQUAL TO LIBX-CAT
                   INVALID KEY MOVE 'Y' TO LIB-EOF-ASGN
               END-START
           END-IF.

      *Header records start the catalog lines; the row records in
      *between are stepped over.  A category walk ends at the first
      *record filed under another category.
       LIST-CATALOG-ENTRY.
           IF NOT LIB-EOF
               READ LIBRARY-FILE NEXT RECORD
                   AT END MOVE 'Y' TO LIB-EOF-ASGN
               END-READ
               IF NOT LIB-EOF AND LIST-CAT NOT = SPACES
                   AND LIBX-CAT NOT = LIST-CAT
                   MOVE 'Y' TO LIB-EOF-ASGN
               END-IF
               IF NOT LIB-EOF
                   IF LIBX-SEQ = 0
                       ADD 1 TO LIST-COUNT
                       PERFORM BUILD-CATALOG-LINE
                       WRITE RPT-RECORD
                       PERFORM WRITE-CATALOG-META
                   END-IF
                   GO TO LIST-CATALOG-ENTRY
               END-IF
           END-IF.

      *The entry's description and expected behavior, indented under
      *its catalog line - only the lines it actually carries.
       WRITE-CATALOG-META.
           IF LIBX-DESC NOT = SPACES
               MOVE ZERO TO META-TRAIL
               INSPECT LIBX-DESC TALLYING META-TRAIL
                   FOR TRAILING SPACES
               SUBTRACT META-TRAIL FROM 60 GIVING META-LEN
               MOVE SPACES TO RPT-RECORD
               STRING '  ' DELIMITED BY SIZE
                   LIBX-DESC(1:META-LEN) DELIMITED BY SIZE
                   INTO RPT-RECORD
               END-STRING
               WRITE RPT-RECORD
           END-IF
           IF LIBX-BEHAV NOT = SPACES
               MOVE ZERO TO META-TRAIL
               INSPECT LIBX-BEHAV TALLYING META-TRAIL
                   FOR TRAILING SPACES
               SUBTRACT META-TRAIL FROM 20 GIVING META-LEN
               MOVE SPACES TO RPT-RECORD
               STRING '  Expected: ' DELIMITED BY SIZE
                   LIBX-BEHAV(1:META-LEN) DELIMITED BY SIZE
                   INTO RPT-RECORD
               END-STRING
               WRITE RPT-RECORD
      *zeros trimmed off both numbers, and its category when it
      *carries one.
       BUILD-CATALOG-LINE.
           MOVE LIBX-ROWS TO RPT-R-D
           MOVE ZERO TO RPT-R-A
           INSPECT RPT-R-D TALLYING RPT-R-A FOR LEADING ZEROS
           IF RPT-R-A = 3
           END-IF
           SUBTRACT RPT-R-A FROM 3 GIVING RPT-R-B
           ADD 1 TO RPT-R-A
           MOVE LIBX-COLS TO RPT-C-D
           MOVE ZERO TO RPT-C-A
           INSPECT RPT-C-D TALLYING RPT-C-A FOR LEADING ZEROS
           IF RPT-C-A = 3
           SUBTRACT RPT-C-A FROM 3 GIVING RPT-C-B
           ADD 1 TO RPT-C-A
           MOVE SPACES TO RPT-RECORD
           STRING LIBX-NAME DELIMITED BY SPACE
               ' ' DELIMITED BY SIZE
               RPT-R-D(RPT-R-A:RPT-R-B) DELIMITED BY SIZE
               'x' DELIMITED BY SIZE
               RPT-C-D(RPT-C-A:RPT-C-B) DELIMITED BY SIZE
               ' ' DELIMITED BY SIZE
               LIBX-CAT DELIMITED BY SPACE
               INTO RPT-RECORD
           END-STRING
           MOVE ZERO TO RPT-R-A
           MOVE ZERO TO RPT-C-B
           MOVE SPACES TO RPT-C-D.

      *ADD: the name must be new, and the rows that follow must pass
      *the same character and shape checks the simulator applies
      *before the entry is written.
       ADD-ENTRY.
           IF CMD-NAME = SPACES
               MOVE 'ADD requires a pattern name.' TO RPT-RECORD
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM FIND-ENTRY
               IF ENTRY-FOUND
                   PERFORM BUILD-EXISTS-ERROR
               ELSE
                   PERFORM READ-NEW-PATTERN
                   PERFORM VALIDATE-NEW-PATTERN
                   IF RETURN-CODE = 0
                       PERFORM STORE-NEW-PATTERN
                       IF STORE-FAILED
                           PERFORM BUILD-NOTSTORED-ERROR
                       ELSE
                           PERFORM BUILD-OK-MESSAGE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *REPLACE: the name must exist; once the new rows validate, its
      *old records are removed and the new entry written in their
      *place.
       REPLACE-ENTRY.
           IF CMD-NAME = SPACES
               MOVE 'REPLACE requires a pattern name.' TO RPT-RECORD
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM FIND-ENTRY
               IF NOT ENTRY-FOUND
                   PERFORM BUILD-NOTFOUND-ERROR
               ELSE
                   MOVE LIBX-ROWS TO OLD-ROWS
                   PERFORM READ-NEW-PATTERN
                   PERFORM VALIDATE-NEW-PATTERN
                   IF RETURN-CODE = 0
                       PERFORM REMOVE-OLD-ENTRY
                       PERFORM STORE-NEW-PATTERN
                       IF STORE-FAILED
                           PERFORM BUILD-NOTSTORED-ERROR
                       ELSE
                           PERFORM BUILD-OK-MESSAGE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *DELETE: remove the entry's header and row records.
       DELETE-ENTRY.
           IF CMD-NAME = SPACES
               MOVE 'DELETE requires a pattern name.' TO RPT-RECORD
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM FIND-ENTRY
               IF NOT ENTRY-FOUND
                   PERFORM BUILD-NOTFOUND-ERROR
               ELSE
                   MOVE LIBX-ROWS TO OLD-ROWS
                   PERFORM REMOVE-OLD-ENTRY
                   PERFORM BUILD-OK-MESSAGE
               END-IF
           END-IF.
               PERFORM BUILD-BADCHAR-ERROR
           END-IF.

      *Write the validated entry: its header record - metadata,
      *size, and the box and count of its live cells the census
      *sizes entries up by - then one record per row, every record
      *filed under the entry's category.  A record whose key is
      *already on file leaves the entry reported as not stored, and
      *no rows are written after it.
       STORE-NEW-PATTERN.
           MOVE 'N' TO STORE-FAIL-ASGN
           PERFORM MEASURE-LIVE-BOX
           MOVE SPACES TO LIBX-RECORD
           MOVE CMD-NAME TO LIBX-NAME
           MOVE ZERO TO LIBX-SEQ
           MOVE NP-CAT TO LIBX-CAT
           MOVE NP-ROWS TO LIBX-ROWS
           MOVE NP-COLS TO LIBX-COLS
           MOVE NP-TOP TO LIBX-TOP
           MOVE NP-LEFT TO LIBX-LEFT
           MOVE NP-HIGH TO LIBX-HIGH
           MOVE NP-WIDE TO LIBX-WIDE
           MOVE NP-CELLS TO LIBX-CELLS
           MOVE NP-BEHAV TO LIBX-BEHAV
           MOVE NP-DESC TO LIBX-DESC
           WRITE LIBX-RECORD
               INVALID KEY MOVE 'Y' TO STORE-FAIL-ASGN
           END-WRITE
           MOVE 1 TO J
           PERFORM STORE-NEW-ROW
           MOVE 1 TO J.

       STORE-NEW-ROW.
           IF J <= NP-ROWS AND NOT STORE-FAILED
               MOVE SPACES TO LIBX-RECORD
               MOVE CMD-NAME TO LIBX-NAME
               MOVE J TO LIBX-SEQ
               MOVE NP-CAT TO LIBX-CAT
               MOVE NP-ROW(J) TO LIBX-ROW
               WRITE LIBX-RECORD
                   INVALID KEY MOVE 'Y' TO STORE-FAIL-ASGN
               END-WRITE
               ADD 1 TO J
               GO TO STORE-NEW-ROW
           END-IF.

      *Find the bounding box of the new rows' live cells and count
      *them, the way LIB-LOAD measures an entry.
       MEASURE-LIVE-BOX.
           MOVE ZERO TO NP-CELLS
           MOVE ZERO TO NP-TOP
           MOVE ZERO TO NP-BOT
           MOVE ZERO TO NP-LEFT
           MOVE ZERO TO NP-RIGHT
           MOVE ZERO TO NP-HIGH
           MOVE ZERO TO NP-WIDE
           MOVE 1 TO J
           PERFORM MEASURE-LIVE-ROW
           MOVE 1 TO J
           IF NP-CELLS > 0
               SUBTRACT NP-TOP FROM NP-BOT GIVING NP-HIGH
               ADD 1 TO NP-HIGH
               SUBTRACT NP-LEFT FROM NP-RIGHT GIVING NP-WIDE
               ADD 1 TO NP-WIDE
           END-IF.

       MEASURE-LIVE-ROW.
           IF J <= NP-ROWS
               MOVE 1 TO K
               PERFORM MEASURE-LIVE-CELL
               MOVE 1 TO K
               ADD 1 TO J
               GO TO MEASURE-LIVE-ROW
           END-IF.

       MEASURE-LIVE-CELL.
           IF K <= NP-COLS
               IF NP-ROW(J)(K:1) = '*'
                   ADD 1 TO NP-CELLS
                   IF NP-CELLS = 1
                       MOVE J TO NP-TOP
                       MOVE J TO NP-BOT
                       MOVE K TO NP-LEFT
                       MOVE K TO NP-RIGHT
                   ELSE
                       IF J > NP-BOT
                           MOVE J TO NP-BOT
                       END-IF
                       IF K < NP-LEFT
                           MOVE K TO NP-LEFT
                       END-IF
                       IF K > NP-RIGHT
                           MOVE K TO NP-RIGHT
                       END-IF
                   END-IF
               END-IF
               ADD 1 TO K
               GO TO MEASURE-LIVE-CELL
           END-IF.

      *Remove the named entry's header and its OLD-ROWS row records
      *by key.
       REMOVE-OLD-ENTRY.
           MOVE ZERO TO J
           PERFORM REMOVE-OLD-RECORD
           MOVE 1 TO J.

       REMOVE-OLD-RECORD.
           IF J <= OLD-ROWS
               MOVE CMD-NAME TO LIBX-NAME
               MOVE J TO LIBX-SEQ
               DELETE LIBRARY-FILE RECORD
                   INVALID KEY CONTINUE
               END-DELETE
               ADD 1 TO J
               GO TO REMOVE-OLD-RECORD
           END-IF.

      *Trim trailing spaces off CMD-NAME and leave its real length
           WRITE RPT-RECORD
           MOVE 8 TO RETURN-CODE.

       BUILD-NOTSTORED-ERROR.
           PERFORM COMPUTE-CMD-NAME-LEN
           MOVE SPACES TO RPT-RECORD
           STRING 'Entry not stored - a record of it is already '
               DELIMITED BY SIZE
               'on file: ' DELIMITED BY SIZE
               CMD-NAME(1:NAME-LEN) DELIMITED BY SIZE
               INTO RPT-RECORD
           END-STRING
           WRITE RPT-RECORD
           MOVE 8 TO RETURN-CODE.

       BUILD-NOTFOUND-ERROR.
           PERFORM COMPUTE-CMD-NAME-LEN
           MOVE SPACES TO RPT-RECORD
