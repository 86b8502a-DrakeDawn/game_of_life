      *Cobol program to rebuild one generation of a Game of Life run
      *from its animation output.  The source is named on the first
      *line of extract.txt and may be either kind the simulator
      *writes: a full NAMEanim.txt ('Generation N' blocks, every row
      *of every grid) or a NAMEdelta.txt ('Keyframe N' blocks holding
      *the full grid, and between them 'Delta N' blocks listing only
      *the cells that changed, one 'RRR CCC S' line each).  From an
      *anim file the requested block is simply read out; from a
      *delta file the nearest keyframe at or before it is loaded and
      *the deltas after it applied up to the generation asked for.
      *The second line of extract.txt holds the generation, the
      *output format and the NAME to write it under, and for an RLE
      *the rule to put in its header (B3/S23 if none is given):
      *    GRID        NAMEgrid.txt  - the grid row by row, ready to
      *                                stand as a pattern in a queued
      *                                definition
      *    RLE         NAMErle.txt   - the standard RLE export
      *    CHECKPOINT  NAMEchk.txt   - the simulator's checkpoint
      *                                layout, so a definition of that
      *                                NAME with the restart flag set
      *                                branches a new run from there
      *The outcome goes to extrpt.txt.  RETURN-CODE is 0 on a written
      *generation and 8 when the control or source file is missing
      *or malformed or the generation is not in the file.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GEN-EXTRACT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO 'extract.txt'
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SOURCE-FILE ASSIGN TO DYNAMIC SRC-NAME
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TARGET-FILE ASSIGN TO DYNAMIC OUT-NAME
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO 'extrpt.txt'
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CONTROL-FILE.
       01 CTL-INPUT PIC X(200).
       FD SOURCE-FILE.
       01 SRC-RECORD PIC X(200).
       FD TARGET-FILE.
       01 OUT-RECORD PIC X(250).
       FD REPORT-FILE.
       01 RPT-RECORD PIC X(120).

       WORKING-STORAGE SECTION.
       01 SRC-NAME PIC X(90) VALUE SPACES.
       01 OUT-NAME PIC X(90) VALUE SPACES.
       01 CTL-EOF-ASGN PIC X VALUE 'N'.
           88 CTL-EOF VALUE 'Y'.
       01 SRC-EOF-ASGN PIC X VALUE 'N'.
           88 SRC-EOF VALUE 'Y'.
       01 BAD-ASGN PIC X VALUE 'N'.
           88 BAD-INPUT VALUE 'Y'.
       01 FOUND-ASGN PIC X VALUE 'N'.
           88 GEN-FOUND VALUE 'Y'.

      *The extract line: generation wanted, output format, target NAME
      *and the rule an RLE header carries.
       01 EXT-GEN-TOK PIC X(20) VALUE SPACES.
       01 EXT-FORMAT PIC X(20) VALUE SPACES.
       01 EXT-NAME PIC X(30) VALUE SPACES.
       01 EXT-RULE PIC X(20) VALUE SPACES.
       01 EXT-GEN PIC 9(5) VALUE ZERO.

      *Which kind of file is being read ('A' anim, 'D' delta), what
      *the lines after the last header are ('R' grid rows, 'C'
      *changed cells, 'S' rows of a block not wanted), and the
      *generation the grid in hand stands at.
       01 SRC-KIND PIC X VALUE SPACE.
           88 SRC-ANIM VALUE 'A'.
           88 SRC-DELTA VALUE 'D'.
       01 BLK-MODE PIC X VALUE SPACE.
           88 BLK-ROWS VALUE 'R'.
           88 BLK-CELLS VALUE 'C'.
           88 BLK-SKIP VALUE 'S'.
       01 HAVE-GEN-ASGN PIC X VALUE 'N'.
           88 HAVE-GEN VALUE 'Y'.
       01 CUR-GEN PIC 9(5) VALUE ZERO.
       01 BLK-GEN PIC 9(5) VALUE ZERO.

      *The grid being rebuilt and its size.
       01 GRIDS.
           03 GRID PIC X(200) OCCURS 200 TIMES.
       01 ROW PIC 9(3) VALUE ZERO.
       01 COLM PIC 9(3) VALUE ZERO.
       01 POP-COUNT PIC 9(5) VALUE ZERO.
       01 ROW-TRAIL PIC 9(3) VALUE ZERO.

      *One changed-cell line of a delta block.
       01 CELL-LINE.
           03 CELL-R PIC 9(3).
           03 FILLER PIC X.
           03 CELL-C PIC 9(3).
           03 FILLER PIC X.
           03 CELL-S PIC X.

      *'Generation N' / 'Keyframe N' / 'Delta N' header scanning
       01 HDR-SRC PIC X(200) VALUE SPACES.
       01 HDR-POS PIC 9(3) VALUE ZERO.
       01 HDR-CH PIC X VALUE SPACE.
       01 HDR-VAL PIC 9(5) VALUE ZERO.
       01 HDR-DIGIT PIC 9 VALUE ZERO.
       01 HDR-BAD-ASGN PIC X VALUE 'N'.
           88 HDR-BAD VALUE 'Y'.

      *Checkpoint header, laid out as the simulator writes it.
       01 CHK-HEAD.
           03 CHK-HEAD-GEN PIC 9(5).
           03 CHK-HEAD-ROW PIC 9(3).
           03 CHK-HEAD-COLM PIC 9(3).

      *RLE encoding
       01 RLE-POS PIC 9(5) VALUE ZERO.
       01 RLE-RUN-CH PIC X VALUE SPACE.
       01 RLE-RUN-LEN PIC 9(5) VALUE ZERO.
       01 RLE-OUT-CH PIC X VALUE SPACE.
       01 RLE-NUM-D PIC X(5) VALUE SPACES.
       01 RLE-NUM-A PIC 9(5) VALUE ZERO.
       01 RLE-NUM-B PIC 9(5) VALUE ZERO.
       01 RLE-RULE-TRAIL PIC 9(5) VALUE ZERO.
       01 RLE-RULE-LEN PIC 9(5) VALUE ZERO.

      *Scratch variables
       01 J PIC 9(5) VALUE 1.
       01 K PIC 9(5) VALUE 1.

      *Scratch variables for the leading-zero trim on the up to
      *three numbers one report line can carry at the same time.
       01 EXT-N1-V PIC 9(5) VALUE ZERO.
       01 EXT-N1-D PIC X(5) VALUE SPACES.
       01 EXT-N1-A PIC 9(2) VALUE ZERO.
       01 EXT-N1-B PIC 9(2) VALUE ZERO.
       01 EXT-N2-V PIC 9(5) VALUE ZERO.
       01 EXT-N2-D PIC X(5) VALUE SPACES.
       01 EXT-N2-A PIC 9(2) VALUE ZERO.
       01 EXT-N2-B PIC 9(2) VALUE ZERO.
       01 EXT-N3-V PIC 9(5) VALUE ZERO.
       01 EXT-N3-D PIC X(5) VALUE SPACES.
       01 EXT-N3-A PIC 9(2) VALUE ZERO.
       01 EXT-N3-B PIC 9(2) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           OPEN OUTPUT REPORT-FILE
           OPEN INPUT CONTROL-FILE
           READ CONTROL-FILE
               AT END MOVE 'Y' TO CTL-EOF-ASGN
           END-READ
           IF CTL-EOF
               MOVE 'Control file extract.txt is missing or empty.'
                   TO RPT-RECORD
               WRITE RPT-RECORD
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE CTL-INPUT TO SRC-NAME
               READ CONTROL-FILE
                   AT END MOVE 'Y' TO CTL-EOF-ASGN
               END-READ
               IF CTL-EOF
                   MOVE 'The extract request line is missing.'
                       TO RPT-RECORD
                   WRITE RPT-RECORD
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM PARSE-REQUEST
                   IF NOT BAD-INPUT
                       PERFORM EXTRACT-GENERATION
                   END-IF
               END-IF
           END-IF
           CLOSE CONTROL-FILE
           CLOSE REPORT-FILE
           STOP RUN.

      *Split the request line and check each part: a generation of
      *up to five digits, a known format and a NAME to write under.
       PARSE-REQUEST.
           UNSTRING CTL-INPUT DELIMITED BY ALL SPACE
               INTO EXT-GEN-TOK, EXT-FORMAT, EXT-NAME, EXT-RULE
           END-UNSTRING
           IF EXT-RULE = SPACES
               MOVE 'B3/S23' TO EXT-RULE
           END-IF
           MOVE EXT-GEN-TOK TO HDR-SRC
           MOVE 1 TO HDR-POS
           PERFORM PARSE-HEADER-NUMBER
           MOVE HDR-VAL TO EXT-GEN
           IF HDR-BAD
               MOVE 'Y' TO BAD-ASGN
               MOVE SPACES TO RPT-RECORD
               STRING 'The generation must be a number of up to 5 '
                   DELIMITED BY SIZE
                   'digits, not ' DELIMITED BY SIZE
                   EXT-GEN-TOK DELIMITED BY SPACE
                   '.' DELIMITED BY SIZE
                   INTO RPT-RECORD
               END-STRING
               WRITE RPT-RECORD
               MOVE 8 TO RETURN-CODE
           END-IF
           IF NOT BAD-INPUT
               AND EXT-FORMAT NOT = 'GRID' AND EXT-FORMAT NOT = 'RLE'
               AND EXT-FORMAT NOT = 'CHECKPOINT'
               MOVE 'Y' TO BAD-ASGN
               MOVE SPACES TO RPT-RECORD
               STRING 'Unknown output format ' DELIMITED BY SIZE
                   EXT-FORMAT DELIMITED BY SPACE
                   ' - use GRID, RLE or CHECKPOINT.' DELIMITED BY SIZE
                   INTO RPT-RECORD
               END-STRING
               WRITE RPT-RECORD
               MOVE 8 TO RETURN-CODE
           END-IF
           IF NOT BAD-INPUT AND EXT-NAME = SPACES
               MOVE 'Y' TO BAD-ASGN
               MOVE 'The extract request names no output NAME.'
                   TO RPT-RECORD
               WRITE RPT-RECORD
               MOVE 8 TO RETURN-CODE
           END-IF.

      *Open the source, tell the anim and delta kinds apart by their
      *first header, and stream it until the generation is rebuilt.
       EXTRACT-GENERATION.
           OPEN INPUT SOURCE-FILE
           READ SOURCE-FILE
               AT END MOVE 'Y' TO SRC-EOF-ASGN
           END-READ
           IF SRC-EOF
               MOVE 'Y' TO BAD-ASGN
               MOVE SPACES TO RPT-RECORD
               STRING 'File ' DELIMITED BY SIZE
                   SRC-NAME DELIMITED BY SPACE
                   ' is missing or empty.' DELIMITED BY SIZE
                   INTO RPT-RECORD
               END-STRING
               WRITE RPT-RECORD
               MOVE 8 TO RETURN-CODE
           ELSE
               IF SRC-RECORD(1:11) = 'Generation '
                   MOVE 'A' TO SRC-KIND
               END-IF
               IF SRC-RECORD(1:9) = 'Keyframe '
                   MOVE 'D' TO SRC-KIND
               END-IF
               IF SRC-KIND = SPACE
                   MOVE 'Y' TO BAD-ASGN
                   MOVE SPACES TO RPT-RECORD
                   STRING 'File ' DELIMITED BY SIZE
                       SRC-NAME DELIMITED BY SPACE
                       ' is not an animation or delta file.'
                       DELIMITED BY SIZE
                       INTO RPT-RECORD
                   END-STRING
                   WRITE RPT-RECORD
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM TAKE-SOURCE-LINE
                   PERFORM READ-SOURCE-LINE
                   IF HAVE-GEN AND CUR-GEN = EXT-GEN
                       MOVE 'Y' TO FOUND-ASGN
                   END-IF
               END-IF
           END-IF
           CLOSE SOURCE-FILE
           IF NOT BAD-INPUT
               IF GEN-FOUND
                   PERFORM WRITE-TARGET
               ELSE
                   MOVE EXT-GEN TO EXT-N1-V
                   PERFORM TRIM-EXT-N1
                   MOVE SPACES TO RPT-RECORD
                   STRING 'Generation ' DELIMITED BY SIZE
                       EXT-N1-D(EXT-N1-A:EXT-N1-B) DELIMITED BY SIZE
                       ' is not in ' DELIMITED BY SIZE
                       SRC-NAME DELIMITED BY SPACE
                       '.' DELIMITED BY SIZE
                       INTO RPT-RECORD
                   END-STRING
                   WRITE RPT-RECORD
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       READ-SOURCE-LINE.
           IF NOT SRC-EOF AND NOT GEN-FOUND
               READ SOURCE-FILE
                   AT END MOVE 'Y' TO SRC-EOF-ASGN
               END-READ
               IF NOT SRC-EOF
                   PERFORM TAKE-SOURCE-LINE
                   GO TO READ-SOURCE-LINE
               END-IF
           END-IF.

      *One line of the source.  A header closes the block before it:
      *once the grid in hand stands at the generation wanted and a
      *later one begins, the work is done.  Otherwise an anim block
      *is only kept when it is the one wanted, while in a delta file
      *a keyframe replaces the grid and a delta block updates it.
       TAKE-SOURCE-LINE.
           IF SRC-RECORD(1:11) = 'Generation '
               OR SRC-RECORD(1:9) = 'Keyframe '
               OR SRC-RECORD(1:6) = 'Delta '
               MOVE SRC-RECORD TO HDR-SRC
               PERFORM FIND-HEADER-NUMBER
               PERFORM PARSE-HEADER-NUMBER
               MOVE HDR-VAL TO BLK-GEN
               IF HAVE-GEN AND CUR-GEN = EXT-GEN
                   AND BLK-GEN > EXT-GEN
                   MOVE 'Y' TO FOUND-ASGN
               ELSE
                   PERFORM START-BLOCK
               END-IF
           ELSE
               IF BLK-ROWS
                   IF ROW < 200
                       ADD 1 TO ROW
                       MOVE SRC-RECORD TO GRID(ROW)
                       IF ROW = 1
                           PERFORM MEASURE-FIRST-ROW
                       END-IF
                   END-IF
               END-IF
               IF BLK-CELLS
                   MOVE SRC-RECORD(1:9) TO CELL-LINE
                   IF CELL-R NUMERIC AND CELL-C NUMERIC
                       IF CELL-R >= 1 AND CELL-R <= ROW
                           AND CELL-C >= 1 AND CELL-C <= 200
                           MOVE CELL-S TO GRID(CELL-R)(CELL-C:1)
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *Set up for the block a header opens.
       START-BLOCK.
           MOVE 'S' TO BLK-MODE
           IF SRC-RECORD(1:11) = 'Generation '
               IF BLK-GEN = EXT-GEN AND NOT HAVE-GEN
                   MOVE 'R' TO BLK-MODE
                   MOVE ZERO TO ROW
                   MOVE 'Y' TO HAVE-GEN-ASGN
                   MOVE BLK-GEN TO CUR-GEN
               END-IF
           END-IF
           IF SRC-RECORD(1:9) = 'Keyframe '
               MOVE 'R' TO BLK-MODE
               MOVE ZERO TO ROW
               MOVE 'Y' TO HAVE-GEN-ASGN
               MOVE BLK-GEN TO CUR-GEN
           END-IF
           IF SRC-RECORD(1:6) = 'Delta ' AND HAVE-GEN
               MOVE 'C' TO BLK-MODE
               MOVE BLK-GEN TO CUR-GEN
           END-IF.

      *The board's width is the length of its first row - every row
      *is written cell for cell with nothing trailing.
       MEASURE-FIRST-ROW.
           MOVE ZERO TO ROW-TRAIL
           INSPECT GRID(1) TALLYING ROW-TRAIL FOR TRAILING SPACES
           SUBTRACT ROW-TRAIL FROM 200 GIVING COLM.

      *The number in a header starts after its word and one space.
       FIND-HEADER-NUMBER.
           MOVE 1 TO HDR-POS
           INSPECT HDR-SRC TALLYING HDR-POS FOR CHARACTERS
               BEFORE INITIAL SPACE
           ADD 1 TO HDR-POS.

      *Digit-scan the number starting at HDR-POS; anything but a
      *digit before the first space marks it bad.
       PARSE-HEADER-NUMBER.
           MOVE ZERO TO HDR-VAL
           MOVE 'N' TO HDR-BAD-ASGN
           IF HDR-SRC(HDR-POS:1) = SPACE
               MOVE 'Y' TO HDR-BAD-ASGN
           END-IF
           MOVE ZERO TO K
           PERFORM PARSE-HEADER-DIGIT.

       PARSE-HEADER-DIGIT.
           IF HDR-POS <= 200 AND NOT HDR-BAD
               MOVE HDR-SRC(HDR-POS:1) TO HDR-CH
               IF HDR-CH NOT = SPACE
                   IF HDR-CH >= '0' AND HDR-CH <= '9' AND K < 5
                       MULTIPLY 10 BY HDR-VAL
                       MOVE HDR-CH TO HDR-DIGIT
                       ADD HDR-DIGIT TO HDR-VAL
                       ADD 1 TO K
                   ELSE
                       MOVE 'Y' TO HDR-BAD-ASGN
                   END-IF
                   ADD 1 TO HDR-POS
                   GO TO PARSE-HEADER-DIGIT
               END-IF
           END-IF
           MOVE 1 TO K.

      *Write the rebuilt grid in the format asked for and report it.
       WRITE-TARGET.
           IF EXT-FORMAT = 'GRID'
               STRING EXT-NAME DELIMITED BY SPACE
                   'grid.txt' DELIMITED BY SIZE
                   INTO OUT-NAME
               END-STRING
               OPEN OUTPUT TARGET-FILE
               MOVE 1 TO J
               PERFORM WRITE-GRID-ROW
               CLOSE TARGET-FILE
           END-IF
           IF EXT-FORMAT = 'RLE'
               STRING EXT-NAME DELIMITED BY SPACE
                   'rle.txt' DELIMITED BY SIZE
                   INTO OUT-NAME
               END-STRING
               OPEN OUTPUT TARGET-FILE
               PERFORM WRITE-RLE-HEADER
               MOVE 1 TO J
               PERFORM WRITE-RLE-ROW
               CLOSE TARGET-FILE
           END-IF
           IF EXT-FORMAT = 'CHECKPOINT'
               STRING EXT-NAME DELIMITED BY SPACE
                   'chk.txt' DELIMITED BY SIZE
                   INTO OUT-NAME
               END-STRING
               OPEN OUTPUT TARGET-FILE
               MOVE SPACES TO OUT-RECORD
               MOVE EXT-GEN TO CHK-HEAD-GEN
               MOVE ROW TO CHK-HEAD-ROW
               MOVE COLM TO CHK-HEAD-COLM
               MOVE CHK-HEAD TO OUT-RECORD
               WRITE OUT-RECORD
               MOVE 1 TO J
               PERFORM WRITE-GRID-ROW
               CLOSE TARGET-FILE
           END-IF
           MOVE ZERO TO POP-COUNT
           MOVE 1 TO J
           PERFORM COUNT-GRID-ROW
           MOVE 1 TO J
           MOVE EXT-GEN TO EXT-N1-V
           PERFORM TRIM-EXT-N1
           MOVE SPACES TO RPT-RECORD
           STRING 'Generation ' DELIMITED BY SIZE
               EXT-N1-D(EXT-N1-A:EXT-N1-B) DELIMITED BY SIZE
               ' of ' DELIMITED BY SIZE
               SRC-NAME DELIMITED BY SPACE
               ' written to ' DELIMITED BY SIZE
               OUT-NAME DELIMITED BY SPACE
               '.' DELIMITED BY SIZE
               INTO RPT-RECORD
           END-STRING
           WRITE RPT-RECORD
           MOVE ROW TO EXT-N1-V
           PERFORM TRIM-EXT-N1
           MOVE COLM TO EXT-N2-V
           PERFORM TRIM-EXT-N2
           MOVE POP-COUNT TO EXT-N3-V
           PERFORM TRIM-EXT-N3
           MOVE SPACES TO RPT-RECORD
           STRING 'Board ' DELIMITED BY SIZE
               EXT-N1-D(EXT-N1-A:EXT-N1-B) DELIMITED BY SIZE
               ' rows by ' DELIMITED BY SIZE
               EXT-N2-D(EXT-N2-A:EXT-N2-B) DELIMITED BY SIZE
               ' columns, ' DELIMITED BY SIZE
               EXT-N3-D(EXT-N3-A:EXT-N3-B) DELIMITED BY SIZE
               ' live cells.' DELIMITED BY SIZE
               INTO RPT-RECORD
           END-STRING
           WRITE RPT-RECORD.

       WRITE-GRID-ROW.
           IF J <= ROW
               MOVE SPACES TO OUT-RECORD
               MOVE GRID(J)(1:COLM) TO OUT-RECORD
               WRITE OUT-RECORD
               ADD 1 TO J
               GO TO WRITE-GRID-ROW
           END-IF
           MOVE 1 TO J.

       COUNT-GRID-ROW.
           IF J <= ROW
               INSPECT GRID(J)(1:COLM) TALLYING POP-COUNT FOR ALL '*'
               ADD 1 TO J
               GO TO COUNT-GRID-ROW
           END-IF.

      *The '#N <name>' comment line and the 'x = .., y = .., rule =
      *..' header line, as the simulator's RLE export writes them.
       WRITE-RLE-HEADER.
           MOVE SPACES TO OUT-RECORD
           STRING '#N ' DELIMITED BY SIZE
               EXT-NAME DELIMITED BY SPACE
               INTO OUT-RECORD
           END-STRING
           WRITE OUT-RECORD
           MOVE COLM TO EXT-N1-V
           PERFORM TRIM-EXT-N1
           MOVE ROW TO EXT-N2-V
           PERFORM TRIM-EXT-N2
           MOVE ZERO TO RLE-RULE-TRAIL
           INSPECT EXT-RULE TALLYING RLE-RULE-TRAIL FOR TRAILING
               SPACES
           SUBTRACT RLE-RULE-TRAIL FROM 20 GIVING RLE-RULE-LEN
           MOVE SPACES TO OUT-RECORD
           STRING 'x = ' DELIMITED BY SIZE
               EXT-N1-D(EXT-N1-A:EXT-N1-B) DELIMITED BY SIZE
               ', y = ' DELIMITED BY SIZE
               EXT-N2-D(EXT-N2-A:EXT-N2-B) DELIMITED BY SIZE
               ', rule = ' DELIMITED BY SIZE
               EXT-RULE(1:RLE-RULE-LEN) DELIMITED BY SIZE
               INTO OUT-RECORD
           END-STRING
           WRITE OUT-RECORD.

       WRITE-RLE-ROW.
           IF J <= ROW
               PERFORM ENCODE-RLE-ROW
               ADD 1 TO J
               GO TO WRITE-RLE-ROW
           END-IF
           MOVE 1 TO J.

      *Run-length encode row J, dropping any trailing dead run and
      *ending the last row with '!' instead of '$'.
       ENCODE-RLE-ROW.
           MOVE SPACES TO OUT-RECORD
           MOVE 1 TO RLE-POS
           MOVE GRID(J)(1:1) TO RLE-RUN-CH
           MOVE 1 TO RLE-RUN-LEN
           MOVE 2 TO K
           PERFORM RLE-SCAN-COL
           IF RLE-RUN-CH = '*'
               PERFORM RLE-EMIT-RUN
           END-IF
           IF J < ROW
               MOVE '$' TO OUT-RECORD(RLE-POS:1)
           ELSE
               MOVE '!' TO OUT-RECORD(RLE-POS:1)
           END-IF
           WRITE OUT-RECORD
           MOVE 1 TO K.

       RLE-SCAN-COL.
           IF K <= COLM
               IF GRID(J)(K:1) = RLE-RUN-CH
                   ADD 1 TO RLE-RUN-LEN
               ELSE
                   PERFORM RLE-EMIT-RUN
                   MOVE GRID(J)(K:1) TO RLE-RUN-CH
                   MOVE 1 TO RLE-RUN-LEN
               END-IF
               ADD 1 TO K
               GO TO RLE-SCAN-COL
           END-IF.

      *Append RLE-RUN-LEN copies of RLE-RUN-CH as '<count><o|b>'
      *(the count left off when it is 1).
       RLE-EMIT-RUN.
           IF RLE-RUN-CH = '*'
               MOVE 'o' TO RLE-OUT-CH
           ELSE
               MOVE 'b' TO RLE-OUT-CH
           END-IF
           IF RLE-RUN-LEN NOT = 1
               MOVE RLE-RUN-LEN TO RLE-NUM-D
               MOVE ZERO TO RLE-NUM-A
               INSPECT RLE-NUM-D TALLYING RLE-NUM-A FOR LEADING ZEROS
               IF RLE-NUM-A = 5
                   SUBTRACT 1 FROM RLE-NUM-A
               END-IF
               SUBTRACT RLE-NUM-A FROM 5 GIVING RLE-NUM-B
               ADD 1 TO RLE-NUM-A
               MOVE RLE-NUM-D(RLE-NUM-A:RLE-NUM-B)
                   TO OUT-RECORD(RLE-POS:RLE-NUM-B)
               ADD RLE-NUM-B TO RLE-POS
           END-IF
           MOVE RLE-OUT-CH TO OUT-RECORD(RLE-POS:1)
           ADD 1 TO RLE-POS.

      *Trim the leading zeros off a number, leaving the start
      *position and length a STRING takes.
       TRIM-EXT-N1.
           MOVE EXT-N1-V TO EXT-N1-D
           MOVE ZERO TO EXT-N1-A
           INSPECT EXT-N1-D TALLYING EXT-N1-A FOR LEADING ZEROS
           IF EXT-N1-A = 5
               SUBTRACT 1 FROM EXT-N1-A
           END-IF
           SUBTRACT EXT-N1-A FROM 5 GIVING EXT-N1-B
           ADD 1 TO EXT-N1-A.

       TRIM-EXT-N2.
           MOVE EXT-N2-V TO EXT-N2-D
           MOVE ZERO TO EXT-N2-A
           INSPECT EXT-N2-D TALLYING EXT-N2-A FOR LEADING ZEROS
           IF EXT-N2-A = 5
               SUBTRACT 1 FROM EXT-N2-A
           END-IF
           SUBTRACT EXT-N2-A FROM 5 GIVING EXT-N2-B
           ADD 1 TO EXT-N2-A.

       TRIM-EXT-N3.
           MOVE EXT-N3-V TO EXT-N3-D
           MOVE ZERO TO EXT-N3-A
           INSPECT EXT-N3-D TALLYING EXT-N3-A FOR LEADING ZEROS
           IF EXT-N3-A = 5
               SUBTRACT 1 FROM EXT-N3-A
           END-IF
           SUBTRACT EXT-N3-A FROM 5 GIVING EXT-N3-B
           ADD 1 TO EXT-N3-A.
