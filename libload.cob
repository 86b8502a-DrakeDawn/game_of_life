      *Cobol program to load the keyed pattern library (patterns.idx)
      *from the '=NAME' exchange format (patterns.lib).  The keyed
      *file is what the simulator and the library utilities read:
      *each entry is a header record - sequence number zero - with
      *its '#C' category, '#D' description, '#B' expected behavior,
      *its RxC size and the bounding box and count of its live
      *cells, followed by one record per pattern row, numbered from
      *one.  The entry name and sequence number make the primary
      *key, so a lookup by name is a single keyed READ and READ
      *NEXT then delivers the rows in order; every record also
      *carries its entry's category as an alternate key (duplicates
      *allowed), so a walk of one category STARTs on it and sees the
      *same header-then-rows stream.  This utility builds the keyed
      *file afresh from patterns.lib: every entry is checked the way
      *LIB-MAINT checks an ADD (a rectangle of '0' and '*' cells,
      *no more than 200 rows, a known category) and measured, and
      *an entry that fails, or repeats a name already loaded, is
      *reported in lodrpt.txt and left out.  LIB-UNLOAD writes the
      *keyed file back out in '=NAME' format for exchange with
      *other sites.  RETURN-CODE is 0 when every entry loaded, 4
      *when any was left out, and 8 when patterns.lib is missing or
      *holds no entries.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIB-LOAD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SOURCE-FILE ASSIGN TO 'patterns.lib'
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LIBRARY-FILE ASSIGN TO 'patterns.idx'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS LIBX-KEY
             ALTERNATE RECORD KEY IS LIBX-CAT WITH DUPLICATES.
           SELECT REPORT-FILE ASSIGN TO 'lodrpt.txt'
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD SOURCE-FILE.
       01 SRC-RECORD PIC X(200).
      *The keyed library record.  LIBX-SEQ zero is the entry's
      *header (LIBX-HEAD); 1 to LIBX-ROWS are its pattern rows.
      *LIBX-TOP/LEFT/HIGH/WIDE give the bounding box of the live
      *cells within the rows (LIBX-HIGH zero for an entry with no
      *live cells) and LIBX-CELLS their number, so the census can
      *size up an entry from its header alone.
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

       WORKING-STORAGE SECTION.
       01 SRC-EOF-ASGN PIC X VALUE 'N'.
           88 SRC-EOF VALUE 'Y'.
       01 HAVE-ASGN PIC X VALUE 'N'.
           88 HAVE-ENTRY VALUE 'Y'.
       01 BAD-ASGN PIC X VALUE 'N'.
           88 BAD-ENTRY VALUE 'Y'.
       01 DUP-ASGN PIC X VALUE 'N'.
           88 DUP-ENTRY VALUE 'Y'.
       01 LOAD-COUNT PIC 9(5) VALUE ZERO.
       01 SKIP-COUNT PIC 9(5) VALUE ZERO.

      *The entry being collected from patterns.lib: its name, its
      *'#' metadata, its rows, and the live-cell box measured once
      *the rows are all in.
       01 NP-NAME PIC X(30) VALUE SPACES.
       01 NEW-PATTERN.
           03 NP-ROW PIC X(200) OCCURS 200 TIMES.
       01 NP-ROWS PIC 9(3) VALUE ZERO.
       01 NP-COLS PIC 9(3) VALUE ZERO.
       01 NP-WIDTH PIC 9(3) VALUE ZERO.
       01 NP-OVER-ASGN PIC X VALUE 'N'.
           88 NP-OVER VALUE 'Y'.
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
       01 LIB-COL-TRAIL PIC 9(3) VALUE ZERO.

      *Scratch variables
       01 J PIC 9(5) VALUE 1.
       01 K PIC 9(5) VALUE 1.
       01 NAME-TRAIL PIC 9(5) VALUE ZERO.
       01 NAME-LEN PIC 9(5) VALUE ZERO.
       01 REASON-TXT PIC X(50) VALUE SPACES.

      *Scratch variables for the leading-zero trim on the numbers a
      *report line carries: the entry's two dimensions, and the two
      *totals on the closing line.
       01 RPT-R-D PIC X(3) VALUE SPACES.
       01 RPT-R-A PIC 9(2) VALUE ZERO.
       01 RPT-R-B PIC 9(2) VALUE ZERO.
       01 RPT-C-D PIC X(3) VALUE SPACES.
       01 RPT-C-A PIC 9(2) VALUE ZERO.
       01 RPT-C-B PIC 9(2) VALUE ZERO.
       01 RPT-N-D PIC X(5) VALUE SPACES.
       01 RPT-N-A PIC 9(2) VALUE ZERO.
       01 RPT-N-B PIC 9(2) VALUE ZERO.
       01 RPT-M-D PIC X(5) VALUE SPACES.
       01 RPT-M-A PIC 9(2) VALUE ZERO.
       01 RPT-M-B PIC 9(2) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           OPEN OUTPUT REPORT-FILE
           MOVE 'Pattern library load from patterns.lib' TO RPT-RECORD
           WRITE RPT-RECORD
           OPEN INPUT SOURCE-FILE
           OPEN OUTPUT LIBRARY-FILE
           PERFORM LOAD-SOURCE-LINE
           CLOSE LIBRARY-FILE
           CLOSE SOURCE-FILE
           ADD LOAD-COUNT SKIP-COUNT GIVING J
           IF J = 0
               MOVE 'Pattern library patterns.lib is missing or empty.'
                   TO RPT-RECORD
               WRITE RPT-RECORD
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM WRITE-LOAD-TOTALS
               IF SKIP-COUNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           CLOSE REPORT-FILE
           STOP RUN.

      *One pass over patterns.lib.  A '=NAME' line closes out the
      *entry being collected and opens the next; '#' lines are its
      *metadata and anything else is one of its rows.  Lines ahead
      *of the first '=NAME' belong to no entry and are passed over.
       LOAD-SOURCE-LINE.
           IF NOT SRC-EOF
               READ SOURCE-FILE
                   AT END MOVE 'Y' TO SRC-EOF-ASGN
               END-READ
               IF SRC-EOF
                   PERFORM FINISH-ENTRY
               ELSE
                   IF SRC-RECORD(1:1) = '='
                       PERFORM FINISH-ENTRY
                       PERFORM START-ENTRY
                   ELSE
                       IF HAVE-ENTRY
                           IF SRC-RECORD(1:1) = '#'
                               PERFORM KEEP-SOURCE-META
                           ELSE
                               PERFORM KEEP-SOURCE-ROW
                           END-IF
                       END-IF
                   END-IF
                   GO TO LOAD-SOURCE-LINE
               END-IF
           END-IF.

       START-ENTRY.
           MOVE 'Y' TO HAVE-ASGN
           MOVE SRC-RECORD(2:30) TO NP-NAME
           MOVE SPACES TO NP-DESC
           MOVE SPACES TO NP-CAT
           MOVE SPACES TO NP-BEHAV
           MOVE ZERO TO NP-ROWS
           MOVE ZERO TO NP-COLS
           MOVE 'N' TO NP-OVER-ASGN.

      *File one '#' metadata line with the entry being collected.
      *An unrecognized tag is dropped rather than mistaken for a
      *pattern row.
       KEEP-SOURCE-META.
           IF SRC-RECORD(1:3) = '#D '
               MOVE SRC-RECORD(4:60) TO NP-DESC
           END-IF
           IF SRC-RECORD(1:3) = '#C '
               MOVE SRC-RECORD(4:12) TO NP-CAT
           END-IF
           IF SRC-RECORD(1:3) = '#B '
               MOVE SRC-RECORD(4:20) TO NP-BEHAV
           END-IF.

      *Keep one pattern row, the first row's width setting the width
      *the rest must match.  A 201st row is noted so the entry is
      *refused whole rather than loaded cut short.
       KEEP-SOURCE-ROW.
           IF NP-ROWS >= 200
               MOVE 'Y' TO NP-OVER-ASGN
           ELSE
               ADD 1 TO NP-ROWS
               MOVE SRC-RECORD TO NP-ROW(NP-ROWS)
               IF NP-ROWS = 1
                   MOVE ZERO TO LIB-COL-TRAIL
                   INSPECT SRC-RECORD TALLYING LIB-COL-TRAIL
                       FOR TRAILING SPACES
                   SUBTRACT LIB-COL-TRAIL FROM 200 GIVING NP-COLS
               END-IF
           END-IF.

      *Check, measure and write the entry just collected (if any),
      *or report why it was left out.
       FINISH-ENTRY.
           IF HAVE-ENTRY
               MOVE 'N' TO HAVE-ASGN
               MOVE 'N' TO BAD-ASGN
               MOVE 'N' TO DUP-ASGN
               MOVE SPACES TO REASON-TXT
               PERFORM VALIDATE-ENTRY
               IF NOT BAD-ENTRY
                   PERFORM MEASURE-LIVE-BOX
                   PERFORM WRITE-ENTRY-HEADER
                   IF DUP-ENTRY
                       MOVE 'the name is already loaded.'
                           TO REASON-TXT
                   ELSE
                       MOVE 1 TO J
                       PERFORM WRITE-ENTRY-ROW
                       MOVE 1 TO J
                   END-IF
               END-IF
               IF BAD-ENTRY OR DUP-ENTRY
                   ADD 1 TO SKIP-COUNT
                   PERFORM WRITE-SKIP-LINE
               ELSE
                   ADD 1 TO LOAD-COUNT
                   PERFORM WRITE-LOAD-LINE
               END-IF
           END-IF.

      *The same bar LIB-MAINT sets for an ADD: a name, a non-empty
      *rectangle of '0' and '*' cells within 200 rows, and either
      *no category or one the census and verifier know.
       VALIDATE-ENTRY.
           IF NP-NAME = SPACES
               MOVE 'Y' TO BAD-ASGN
               MOVE 'the entry has no name.' TO REASON-TXT
           END-IF
           IF NOT BAD-ENTRY AND NP-OVER
               MOVE 'Y' TO BAD-ASGN
               MOVE 'the pattern has more than 200 rows.'
                   TO REASON-TXT
           END-IF
           IF NOT BAD-ENTRY AND (NP-ROWS = 0 OR NP-COLS = 0)
               MOVE 'Y' TO BAD-ASGN
               MOVE 'the pattern has no rows.' TO REASON-TXT
           END-IF
           IF NOT BAD-ENTRY
               AND NP-CAT NOT = SPACES
               AND NP-CAT NOT = 'STILL-LIFE'
               AND NP-CAT NOT = 'OSCILLATOR'
               AND NP-CAT NOT = 'SPACESHIP'
               AND NP-CAT NOT = 'METHUSELAH'
               MOVE 'Y' TO BAD-ASGN
               MOVE 'the category is not one the census knows.'
                   TO REASON-TXT
           END-IF
           IF NOT BAD-ENTRY
               MOVE 1 TO J
               PERFORM VALIDATE-ENTRY-ROW
               MOVE 1 TO J
           END-IF.

       VALIDATE-ENTRY-ROW.
           IF J <= NP-ROWS AND NOT BAD-ENTRY
               MOVE ZERO TO LIB-COL-TRAIL
               INSPECT NP-ROW(J) TALLYING LIB-COL-TRAIL
                   FOR TRAILING SPACES
               SUBTRACT LIB-COL-TRAIL FROM 200 GIVING NP-WIDTH
               IF NP-WIDTH NOT = NP-COLS
                   MOVE 'Y' TO BAD-ASGN
                   MOVE 'the rows are not all the same width.'
                       TO REASON-TXT
               ELSE
                   MOVE 1 TO K
                   PERFORM VALIDATE-ENTRY-CELL
                   MOVE 1 TO K
               END-IF
               ADD 1 TO J
               GO TO VALIDATE-ENTRY-ROW
           END-IF.

       VALIDATE-ENTRY-CELL.
           IF K <= NP-COLS AND NOT BAD-ENTRY
               IF NP-ROW(J)(K:1) NOT = '0' AND NP-ROW(J)(K:1) NOT = '*'
                   MOVE 'Y' TO BAD-ASGN
                   MOVE "a row holds a character other than '0' or '*'."
                       TO REASON-TXT
               END-IF
               ADD 1 TO K
               GO TO VALIDATE-ENTRY-CELL
           END-IF.

      *Find the bounding box of the entry's live cells and count
      *them, for the header the census sizes entries up by.
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

      *The header record; a name already in the file is refused by
      *the key and the entry is left out.
       WRITE-ENTRY-HEADER.
           MOVE SPACES TO LIBX-RECORD
           MOVE NP-NAME TO LIBX-NAME
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
               INVALID KEY MOVE 'Y' TO DUP-ASGN
           END-WRITE.

       WRITE-ENTRY-ROW.
           IF J <= NP-ROWS
               MOVE SPACES TO LIBX-RECORD
               MOVE NP-NAME TO LIBX-NAME
               MOVE J TO LIBX-SEQ
               MOVE NP-CAT TO LIBX-CAT
               MOVE NP-ROW(J) TO LIBX-ROW
               WRITE LIBX-RECORD
               ADD 1 TO J
               GO TO WRITE-ENTRY-ROW
           END-IF.

      *Trim trailing spaces off NP-NAME and leave its real length in
      *NAME-LEN for the report-line builders below.
       COMPUTE-NAME-LEN.
           MOVE ZERO TO NAME-TRAIL
           INSPECT NP-NAME TALLYING NAME-TRAIL FOR TRAILING SPACES
           SUBTRACT NAME-TRAIL FROM 30 GIVING NAME-LEN
           IF NAME-LEN = 0
               MOVE 1 TO NAME-LEN
           END-IF.

      *'NAME RxC CATEGORY loaded.' in LIB-MAINT's catalog wording.
       WRITE-LOAD-LINE.
           PERFORM COMPUTE-NAME-LEN
           MOVE NP-ROWS TO RPT-R-D
           PERFORM TRIM-RPT-R
           MOVE NP-COLS TO RPT-C-D
           PERFORM TRIM-RPT-C
           MOVE SPACES TO RPT-RECORD
           IF NP-CAT = SPACES
               STRING NP-NAME(1:NAME-LEN) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   RPT-R-D(RPT-R-A:RPT-R-B) DELIMITED BY SIZE
                   'x' DELIMITED BY SIZE
                   RPT-C-D(RPT-C-A:RPT-C-B) DELIMITED BY SIZE
                   ' loaded.' DELIMITED BY SIZE
                   INTO RPT-RECORD
               END-STRING
           ELSE
               STRING NP-NAME(1:NAME-LEN) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   RPT-R-D(RPT-R-A:RPT-R-B) DELIMITED BY SIZE
                   'x' DELIMITED BY SIZE
                   RPT-C-D(RPT-C-A:RPT-C-B) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   NP-CAT DELIMITED BY SPACE
                   ' loaded.' DELIMITED BY SIZE
                   INTO RPT-RECORD
               END-STRING
           END-IF
           WRITE RPT-RECORD.

       WRITE-SKIP-LINE.
           PERFORM COMPUTE-NAME-LEN
           MOVE SPACES TO RPT-RECORD
           STRING NP-NAME(1:NAME-LEN) DELIMITED BY SIZE
               ' left out - ' DELIMITED BY SIZE
               REASON-TXT DELIMITED BY '  '
               INTO RPT-RECORD
           END-STRING
           WRITE RPT-RECORD.

       WRITE-LOAD-TOTALS.
           MOVE LOAD-COUNT TO RPT-N-D
           PERFORM TRIM-RPT-N
           MOVE SKIP-COUNT TO RPT-M-D
           PERFORM TRIM-RPT-M
           MOVE SPACES TO RPT-RECORD
           STRING 'Entries loaded: ' DELIMITED BY SIZE
               RPT-N-D(RPT-N-A:RPT-N-B) DELIMITED BY SIZE
               ', left out: ' DELIMITED BY SIZE
               RPT-M-D(RPT-M-A:RPT-M-B) DELIMITED BY SIZE
               INTO RPT-RECORD
           END-STRING
           WRITE RPT-RECORD.

      *Trim the leading zeros off one report number, leaving the
      *start position and length the STRING above takes.
       TRIM-RPT-R.
           MOVE ZERO TO RPT-R-A
           INSPECT RPT-R-D TALLYING RPT-R-A FOR LEADING ZEROS
           IF RPT-R-A = 3
               SUBTRACT 1 FROM RPT-R-A
           END-IF
           SUBTRACT RPT-R-A FROM 3 GIVING RPT-R-B
           ADD 1 TO RPT-R-A.

       TRIM-RPT-C.
           MOVE ZERO TO RPT-C-A
           INSPECT RPT-C-D TALLYING RPT-C-A FOR LEADING ZEROS
           IF RPT-C-A = 3
               SUBTRACT 1 FROM RPT-C-A
           END-IF
           SUBTRACT RPT-C-A FROM 3 GIVING RPT-C-B
           ADD 1 TO RPT-C-A.

       TRIM-RPT-N.
           MOVE ZERO TO RPT-N-A
           INSPECT RPT-N-D TALLYING RPT-N-A FOR LEADING ZEROS
           IF RPT-N-A = 5
               SUBTRACT 1 FROM RPT-N-A
           END-IF
           SUBTRACT RPT-N-A FROM 5 GIVING RPT-N-B
           ADD 1 TO RPT-N-A.

       TRIM-RPT-M.
           MOVE ZERO TO RPT-M-A
           INSPECT RPT-M-D TALLYING RPT-M-A FOR LEADING ZEROS
           IF RPT-M-A = 5
               SUBTRACT 1 FROM RPT-M-A
           END-IF
           SUBTRACT RPT-M-A FROM 5 GIVING RPT-M-B
           ADD 1 TO RPT-M-A.
