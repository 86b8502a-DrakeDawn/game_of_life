      *Cobol program to print a contact sheet of one Game of Life run
      *for review meetings, where nobody wants to page through an
      *animation file in an editor.  The first line of contact.txt
      *names the run and how often to take a frame: 'NAME n' prints
      *every n-th generation (generation 0, n, 2n and so on, and the
      *run's last generation whatever its number).  The frames come
      *from NAMEanim.txt or, for a run written as a delta file, from
      *NAMEdelta.txt, each generation rebuilt from its keyframe and
      *the deltas after it.  Every frame becomes a thumbnail, four
      *across the page, labelled with its generation and its
      *population out of NAMEpop.txt; a board too big for the
      *30-column by 20-row thumbnail is block-sampled, one
      *thumbnail cell standing for a square block of board cells
      *and showing '*' when any cell of the block is alive.  The
      *first page summarizes the run: its last audit.log record (or
      *its batch.txt line when the audit trail has none), the
      *figures of NAMEdyn.txt and the object list of
      *NAMEcensus.txt.  Every page carries the run name and a page
      *number, and a band of thumbnails is never split across a
      *page.  The sheet is printed to NAMEsheet.txt and the outcome
      *reported in sheetrpt.txt.  RETURN-CODE is 0 on a printed
      *sheet and 8 when contact.txt is missing or malformed or the
      *run has no animation or delta file to print from.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONTACT-SHEET.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO 'contact.txt'
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SOURCE-FILE ASSIGN TO DYNAMIC SRC-NAME
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL POP-FILE ASSIGN TO DYNAMIC POP-NAME
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-FILE ASSIGN TO 'audit.log'
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BATCH-FILE ASSIGN TO 'batch.txt'
             ORGANIZATION IS LINE SEQUENTIAL.
      *The dyn and census files are read one after the other for
      *the cover page, through the one reader.
           SELECT OPTIONAL COVER-FILE ASSIGN TO DYNAMIC COVER-NAME
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PRINT-FILE ASSIGN TO DYNAMIC PRT-NAME
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO 'sheetrpt.txt'
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD CONTROL-FILE.
       01 CTL-INPUT PIC X(200).
       FD SOURCE-FILE.
       01 SRC-RECORD PIC X(200).
       FD POP-FILE.
       01 POP-RECORD PIC X(90).
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
       FD BATCH-FILE.
       01 BATCH-RECORD PIC X(200).
       FD COVER-FILE.
       01 COVER-RECORD PIC X(200).
       FD PRINT-FILE.
       01 PRT-LINE PIC X(132).
       FD REPORT-FILE.
       01 RPT-RECORD PIC X(120).

       WORKING-STORAGE SECTION.
       01 SRC-NAME PIC X(90) VALUE SPACES.
       01 POP-NAME PIC X(90) VALUE SPACES.
       01 COVER-NAME PIC X(90) VALUE SPACES.
       01 PRT-NAME PIC X(90) VALUE SPACES.
       01 CTL-EOF-ASGN PIC X VALUE 'N'.
           88 CTL-EOF VALUE 'Y'.
       01 SRC-EOF-ASGN PIC X VALUE 'N'.
           88 SRC-EOF VALUE 'Y'.
       01 POP-EOF-ASGN PIC X VALUE 'N'.
           88 POP-EOF VALUE 'Y'.
       01 AUD-EOF-ASGN PIC X VALUE 'N'.
           88 AUD-EOF VALUE 'Y'.
       01 COVER-EOF-ASGN PIC X VALUE 'N'.
           88 COVER-EOF VALUE 'Y'.
       01 BAD-ASGN PIC X VALUE 'N'.
           88 BAD-INPUT VALUE 'Y'.

      *The card: the run and the frame interval.
       01 SHT-NAME PIC X(30) VALUE SPACES.
       01 SHT-EVERY-TOK PIC X(20) VALUE SPACES.
       01 SHT-EVERY PIC 9(5) VALUE ZERO.

      *Which kind of file is being read ('A' anim, 'D' delta), what
      *the lines after the last header are ('R' grid rows, 'C'
      *changed cells, 'S' lines passed over), and the generation the
      *grid in hand stands at.  LAST-SHOT is the last generation
      *printed, so a generation written twice over a restart is
      *printed once.
       01 SRC-KIND PIC X VALUE SPACE.
           88 SRC-ANIM VALUE 'A'.
           88 SRC-DELTA VALUE 'D'.
       01 BLK-MODE PIC X VALUE SPACE.
           88 BLK-ROWS VALUE 'R'.
           88 BLK-CELLS VALUE 'C'.
           88 BLK-SKIP VALUE 'S'.
       01 HAVE-GEN-ASGN PIC X VALUE 'N'.
           88 HAVE-GEN VALUE 'Y'.
       01 SHOT-ASGN PIC X VALUE 'N'.
           88 SHOT-ANY VALUE 'Y'.
       01 LAST-BLOCK-ASGN PIC X VALUE 'N'.
           88 LAST-BLOCK VALUE 'Y'.
       01 CUR-GEN PIC 9(5) VALUE ZERO.
       01 BLK-GEN PIC 9(5) VALUE ZERO.
       01 LAST-SHOT PIC 9(5) VALUE ZERO.
       01 SHOT-COUNT PIC 9(5) VALUE ZERO.
       01 GEN-QUOT PIC 9(5) VALUE ZERO.
       01 GEN-REM PIC 9(5) VALUE ZERO.

      *The grid being rebuilt, its size, and the rows the current
      *block has delivered.
       01 GRIDS.
           03 GRID PIC X(200) OCCURS 200 TIMES.
       01 ROW PIC 9(3) VALUE ZERO.
       01 COLM PIC 9(3) VALUE ZERO.
       01 ROW-IN PIC 9(3) VALUE ZERO.
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
       01 HDR-VAL PIC 9(7) VALUE ZERO.
       01 HDR-DIGIT PIC 9 VALUE ZERO.

      *Block sampling.  SAMPLE is the side of the square block of
      *board cells one thumbnail cell stands for - the smallest
      *that brings the board inside 20 rows by 30 columns - and
      *TH-ROWS by TH-COLS the thumbnail it gives.
       01 SAMPLE PIC 9(3) VALUE ZERO.
       01 SAMPLE-C PIC 9(3) VALUE ZERO.
       01 TH-ROWS PIC 9(3) VALUE ZERO.
       01 TH-COLS PIC 9(3) VALUE ZERO.
       01 TH-R PIC 9(3) VALUE ZERO.
       01 TH-C PIC 9(3) VALUE ZERO.
       01 BLK-R0 PIC 9(3) VALUE ZERO.
       01 BLK-R1 PIC 9(3) VALUE ZERO.
       01 BLK-C0 PIC 9(3) VALUE ZERO.
       01 BLK-LEN PIC 9(3) VALUE ZERO.
       01 BLK-HITS PIC 9(5) VALUE ZERO.
       01 BLK-CH PIC X VALUE SPACE.

      *The band of up to four thumbnails being assembled: its label
      *line and the thumbnail rows under it, each thumbnail in a
      *33-column slot.
       01 BAND-TBL.
           03 BAND-LINE PIC X(132) OCCURS 21 TIMES.
       01 BAND-N PIC 9 VALUE ZERO.
       01 BAND-AT PIC 9(3) VALUE ZERO.
       01 BAND-I PIC 9(3) VALUE ZERO.
       01 BAND-HIGH PIC 9(3) VALUE ZERO.

      *Paging: 60 lines to a page, the first three the header.
       01 PAGE-NO PIC 9(3) VALUE ZERO.
       01 LINE-COUNT PIC 9(3) VALUE 99.
       01 PAGE-LINES PIC 9(3) VALUE 60.
       01 PAGE-ROOM PIC 9(3) VALUE ZERO.
       01 PAGE-TITLE PIC X(132) VALUE SPACES.
       01 PAGE-HEAD.
           03 PH-TEXT PIC X(120).
           03 PH-WORD PIC X(5).
           03 PH-PAGE PIC ZZ9.
           03 FILLER PIC X(4).

      *The population file read alongside the frames.
       01 POP-HAVE-ASGN PIC X VALUE 'N'.
           88 POP-HAVE VALUE 'Y'.
       01 POP-GEN PIC 9(7) VALUE ZERO.
       01 POP-VAL PIC 9(7) VALUE ZERO.
       01 POP-JUNK PIC X(20) VALUE SPACES.
       01 POP-GENTOK PIC X(20) VALUE SPACES.
       01 POP-VALTOK PIC X(20) VALUE SPACES.
       01 SHOT-POP PIC 9(7) VALUE ZERO.

      *The run's last audit record, kept as it is found.
       01 AUD-FOUND-ASGN PIC X VALUE 'N'.
           88 AUD-FOUND VALUE 'Y'.
       01 AUD-HELD PIC X(200) VALUE SPACES.
       01 BATCH-FOUND-ASGN PIC X VALUE 'N'.
           88 BATCH-FOUND VALUE 'Y'.
       01 BATCH-HELD PIC X(132) VALUE SPACES.

      *Scratch variables
       01 J PIC 9(5) VALUE 1.
       01 K PIC 9(5) VALUE 1.
       01 PRT-PTR PIC 9(3) VALUE 1.
       01 TXT-TRAIL PIC 9(3) VALUE ZERO.
       01 TXT-LEN PIC 9(3) VALUE ZERO.

      *Scratch variables for the leading-zero trim on a number going
      *into a line.
       01 NUM-V PIC 9(9) VALUE ZERO.
       01 NUM-D PIC X(9) VALUE SPACES.
       01 NUM-A PIC 9(2) VALUE ZERO.
       01 NUM-B PIC 9(2) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           OPEN OUTPUT REPORT-FILE
           PERFORM READ-CONTROL-CARD
           IF NOT BAD-INPUT
               PERFORM OPEN-SOURCE
           END-IF
           IF NOT BAD-INPUT
               STRING SHT-NAME DELIMITED BY SPACE
                   'sheet.txt' DELIMITED BY SIZE
                   INTO PRT-NAME
               END-STRING
               OPEN OUTPUT PRINT-FILE
               PERFORM WRITE-COVER-PAGE
               STRING SHT-NAME DELIMITED BY SPACE
                   'pop.txt' DELIMITED BY SIZE
                   INTO POP-NAME
               END-STRING
               OPEN INPUT POP-FILE
               PERFORM TAKE-SOURCE-LINE
               PERFORM READ-SOURCE-LINE
               MOVE 'Y' TO LAST-BLOCK-ASGN
               PERFORM END-BLOCK
               IF BAND-N > 0
                   PERFORM FLUSH-BAND
               END-IF
               CLOSE POP-FILE
               CLOSE SOURCE-FILE
               CLOSE PRINT-FILE
               PERFORM WRITE-OUTCOME
           END-IF
           CLOSE REPORT-FILE
           STOP RUN.

      *'NAME n' - a run name and a frame interval of at least 1.
       READ-CONTROL-CARD.
           OPEN INPUT CONTROL-FILE
           READ CONTROL-FILE
               AT END MOVE 'Y' TO CTL-EOF-ASGN
           END-READ
           CLOSE CONTROL-FILE
           IF CTL-EOF
               MOVE 'Y' TO BAD-ASGN
               MOVE 'Control file contact.txt is missing or empty.'
                   TO RPT-RECORD
               WRITE RPT-RECORD
               MOVE 8 TO RETURN-CODE
           ELSE
               UNSTRING CTL-INPUT DELIMITED BY ALL SPACE
                   INTO SHT-NAME, SHT-EVERY-TOK
               END-UNSTRING
               MOVE SHT-EVERY-TOK TO HDR-SRC
               MOVE 1 TO HDR-POS
               PERFORM PARSE-HEADER-NUMBER
               IF SHT-NAME = SPACES OR HDR-VAL = 0 OR HDR-VAL > 99999
                   MOVE 'Y' TO BAD-ASGN
                   MOVE SPACES TO RPT-RECORD
                   STRING 'contact.txt must give a run NAME and a '
                       DELIMITED BY SIZE
                       'frame interval of 1 or more, not: '
                       DELIMITED BY SIZE
                       CTL-INPUT DELIMITED BY SIZE
                       INTO RPT-RECORD
                   END-STRING
                   WRITE RPT-RECORD
                   MOVE 8 TO RETURN-CODE
               ELSE
                   MOVE HDR-VAL TO SHT-EVERY
               END-IF
           END-IF.

      *NAMEanim.txt, or failing that NAMEdelta.txt; the first line
      *read tells the two kinds apart.
       OPEN-SOURCE.
           MOVE SPACES TO SRC-NAME
           STRING SHT-NAME DELIMITED BY SPACE
               'anim.txt' DELIMITED BY SIZE
               INTO SRC-NAME
           END-STRING
           OPEN INPUT SOURCE-FILE
           READ SOURCE-FILE
               AT END MOVE 'Y' TO SRC-EOF-ASGN
           END-READ
           IF SRC-EOF
               CLOSE SOURCE-FILE
               MOVE 'N' TO SRC-EOF-ASGN
               MOVE SPACES TO SRC-NAME
               STRING SHT-NAME DELIMITED BY SPACE
                   'delta.txt' DELIMITED BY SIZE
                   INTO SRC-NAME
               END-STRING
               OPEN INPUT SOURCE-FILE
               READ SOURCE-FILE
                   AT END MOVE 'Y' TO SRC-EOF-ASGN
               END-READ
           END-IF
           IF SRC-RECORD(1:11) = 'Generation '
               MOVE 'A' TO SRC-KIND
           END-IF
           IF SRC-RECORD(1:9) = 'Keyframe '
               MOVE 'D' TO SRC-KIND
           END-IF
           IF SRC-EOF OR SRC-KIND = SPACE
               CLOSE SOURCE-FILE
               MOVE 'Y' TO BAD-ASGN
               MOVE SPACES TO RPT-RECORD
               STRING 'Run ' DELIMITED BY SIZE
                   SHT-NAME DELIMITED BY SPACE
                   ' has no animation or delta file to print from.'
                   DELIMITED BY SIZE
                   INTO RPT-RECORD
               END-STRING
               WRITE RPT-RECORD
               MOVE 8 TO RETURN-CODE
           END-IF.

       READ-SOURCE-LINE.
           IF NOT SRC-EOF
               READ SOURCE-FILE
                   AT END MOVE 'Y' TO SRC-EOF-ASGN
               END-READ
               IF NOT SRC-EOF
                   PERFORM TAKE-SOURCE-LINE
                   GO TO READ-SOURCE-LINE
               END-IF
           END-IF.

      *One line of the source.  A header closes the block before it
      *(the grid in hand then stands complete at its generation) and
      *opens the next; grid rows and changed cells are laid into the
      *grid as they come.
       TAKE-SOURCE-LINE.
           IF SRC-RECORD(1:11) = 'Generation '
               OR SRC-RECORD(1:9) = 'Keyframe '
               OR SRC-RECORD(1:6) = 'Delta '
               PERFORM END-BLOCK
               MOVE SRC-RECORD TO HDR-SRC
               PERFORM FIND-HEADER-NUMBER
               PERFORM PARSE-HEADER-NUMBER
               MOVE HDR-VAL TO BLK-GEN
               PERFORM START-BLOCK
           ELSE
               IF BLK-ROWS
                   IF ROW-IN < 200
                       ADD 1 TO ROW-IN
                       MOVE SRC-RECORD TO GRID(ROW-IN)
                       IF ROW-IN = 1 AND COLM = 0
                           PERFORM MEASURE-FIRST-ROW
                       END-IF
                   END-IF
               END-IF
               IF BLK-CELLS
                   MOVE SRC-RECORD(1:9) TO CELL-LINE
                   IF CELL-R NUMERIC AND CELL-C NUMERIC
                       IF CELL-R >= 1 AND CELL-R <= ROW
                           AND CELL-C >= 1 AND CELL-C <= COLM
                           MOVE CELL-S TO GRID(CELL-R)(CELL-C:1)
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *Set up for the block a header opens: a full grid for an anim
      *generation or a keyframe, changed cells for a delta.
       START-BLOCK.
           MOVE 'S' TO BLK-MODE
           IF SRC-RECORD(1:11) = 'Generation '
               OR SRC-RECORD(1:9) = 'Keyframe '
               MOVE 'R' TO BLK-MODE
               MOVE ZERO TO ROW-IN
               MOVE 'Y' TO HAVE-GEN-ASGN
               MOVE BLK-GEN TO CUR-GEN
           END-IF
           IF SRC-RECORD(1:6) = 'Delta ' AND HAVE-GEN
               MOVE 'C' TO BLK-MODE
               MOVE BLK-GEN TO CUR-GEN
           END-IF.

      *The block just closed leaves the grid at CUR-GEN.  It is
      *printed when its generation falls on the interval, or when it
      *is the run's last, and is later than any printed before.
       END-BLOCK.
           IF BLK-ROWS AND ROW-IN > 0
               MOVE ROW-IN TO ROW
           END-IF
           IF HAVE-GEN AND ROW > 0 AND NOT BLK-SKIP
               AND (NOT SHOT-ANY OR CUR-GEN > LAST-SHOT)
               DIVIDE CUR-GEN BY SHT-EVERY GIVING GEN-QUOT
                   REMAINDER GEN-REM
               IF GEN-REM = 0 OR LAST-BLOCK
                   PERFORM TAKE-SHOT
               END-IF
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

      *Digit-scan the number starting at HDR-POS up to the next
      *space; a token with anything but digits in it reads as zero.
       PARSE-HEADER-NUMBER.
           MOVE ZERO TO HDR-VAL
           MOVE ZERO TO K
           PERFORM PARSE-HEADER-DIGIT
           MOVE 1 TO K.

       PARSE-HEADER-DIGIT.
           IF HDR-POS <= 200
               MOVE HDR-SRC(HDR-POS:1) TO HDR-CH
               IF HDR-CH NOT = SPACE
                   IF HDR-CH >= '0' AND HDR-CH <= '9' AND K < 7
                       MULTIPLY 10 BY HDR-VAL
                       MOVE HDR-CH TO HDR-DIGIT
                       ADD HDR-DIGIT TO HDR-VAL
                       ADD 1 TO K
                   ELSE
                       MOVE ZERO TO HDR-VAL
                       MOVE 200 TO HDR-POS
                   END-IF
                   ADD 1 TO HDR-POS
                   GO TO PARSE-HEADER-DIGIT
               END-IF
           END-IF.

      *Add the grid in hand to the band as its next thumbnail, and
      *print the band once it holds four.
       TAKE-SHOT.
           IF SAMPLE = 0
               PERFORM SET-SAMPLING
           END-IF
           PERFORM LOOK-UP-POP
           ADD 1 TO BAND-N
           IF BAND-N = 1
               MOVE SPACES TO BAND-TBL
           END-IF
           SUBTRACT 1 FROM BAND-N GIVING BAND-AT
           MULTIPLY 33 BY BAND-AT
           ADD 1 TO BAND-AT
           MOVE 1 TO PRT-PTR
           MOVE CUR-GEN TO NUM-V
           PERFORM TRIM-NUM
           STRING 'Gen ' DELIMITED BY SIZE
               NUM-D(NUM-A:NUM-B) DELIMITED BY SIZE
               '  Pop ' DELIMITED BY SIZE
               INTO BAND-LINE(1)(BAND-AT:30)
               WITH POINTER PRT-PTR
           END-STRING
           MOVE SHOT-POP TO NUM-V
           PERFORM TRIM-NUM
           STRING NUM-D(NUM-A:NUM-B) DELIMITED BY SIZE
               INTO BAND-LINE(1)(BAND-AT:30)
               WITH POINTER PRT-PTR
           END-STRING
           MOVE 1 TO TH-R
           PERFORM SAMPLE-THUMB-ROW
           ADD 1 TO SHOT-COUNT
           MOVE CUR-GEN TO LAST-SHOT
           MOVE 'Y' TO SHOT-ASGN
           IF BAND-N = 4
               PERFORM FLUSH-BAND
           END-IF.

      *The block side: the board's rows over 20 and its columns
      *over 30, each rounded up, whichever is larger.
       SET-SAMPLING.
           ADD 19 ROW GIVING SAMPLE
           DIVIDE 20 INTO SAMPLE
           ADD 29 COLM GIVING SAMPLE-C
           DIVIDE 30 INTO SAMPLE-C
           IF SAMPLE-C > SAMPLE
               MOVE SAMPLE-C TO SAMPLE
           END-IF
           IF SAMPLE = 0
               MOVE 1 TO SAMPLE
           END-IF
           ADD ROW SAMPLE GIVING TH-ROWS
           SUBTRACT 1 FROM TH-ROWS
           DIVIDE SAMPLE INTO TH-ROWS
           ADD COLM SAMPLE GIVING TH-COLS
           SUBTRACT 1 FROM TH-COLS
           DIVIDE SAMPLE INTO TH-COLS
           ADD 2 TH-ROWS GIVING BAND-HIGH.

       SAMPLE-THUMB-ROW.
           IF TH-R <= TH-ROWS
               SUBTRACT 1 FROM TH-R GIVING BLK-R0
               MULTIPLY SAMPLE BY BLK-R0
               ADD 1 TO BLK-R0
               ADD BLK-R0 SAMPLE GIVING BLK-R1
               SUBTRACT 1 FROM BLK-R1
               IF BLK-R1 > ROW
                   MOVE ROW TO BLK-R1
               END-IF
               MOVE 1 TO TH-C
               PERFORM SAMPLE-THUMB-CELL
               ADD 1 TO TH-R
               GO TO SAMPLE-THUMB-ROW
           END-IF.

      *One thumbnail cell: '*' when any board cell of its block is
      *alive, '.' when none is.
       SAMPLE-THUMB-CELL.
           IF TH-C <= TH-COLS
               SUBTRACT 1 FROM TH-C GIVING BLK-C0
               MULTIPLY SAMPLE BY BLK-C0
               ADD 1 TO BLK-C0
               MOVE SAMPLE TO BLK-LEN
               IF BLK-C0 + BLK-LEN - 1 > COLM
                   SUBTRACT BLK-C0 FROM COLM GIVING BLK-LEN
                   ADD 1 TO BLK-LEN
               END-IF
               MOVE ZERO TO BLK-HITS
               MOVE BLK-R0 TO J
               PERFORM COUNT-BLOCK-ROW
               MOVE 1 TO J
               IF BLK-HITS > 0
                   MOVE '*' TO BLK-CH
               ELSE
                   MOVE '.' TO BLK-CH
               END-IF
               ADD TH-R 1 GIVING BAND-I
               ADD BAND-AT TH-C GIVING K
               SUBTRACT 1 FROM K
               MOVE BLK-CH TO BAND-LINE(BAND-I)(K:1)
               MOVE 1 TO K
               ADD 1 TO TH-C
               GO TO SAMPLE-THUMB-CELL
           END-IF.

       COUNT-BLOCK-ROW.
           IF J <= BLK-R1
               INSPECT GRID(J)(BLK-C0:BLK-LEN) TALLYING BLK-HITS
                   FOR ALL '*'
               ADD 1 TO J
               GO TO COUNT-BLOCK-ROW
           END-IF.

      *The frame's population off NAMEpop.txt, read forward as the
      *frames go by; a generation the pop file lacks is counted off
      *the grid instead.
       LOOK-UP-POP.
           PERFORM ADVANCE-POP
           IF POP-HAVE AND POP-GEN = CUR-GEN
               MOVE POP-VAL TO SHOT-POP
           ELSE
               MOVE ZERO TO SHOT-POP
               MOVE 1 TO J
               PERFORM COUNT-GRID-ROW
               MOVE 1 TO J
           END-IF.

       ADVANCE-POP.
           IF NOT POP-EOF
               AND (NOT POP-HAVE OR POP-GEN < CUR-GEN)
               READ POP-FILE
                   AT END MOVE 'Y' TO POP-EOF-ASGN
               END-READ
               IF NOT POP-EOF
                   MOVE SPACES TO POP-JUNK
                   MOVE SPACES TO POP-GENTOK
                   MOVE SPACES TO POP-VALTOK
                   UNSTRING POP-RECORD DELIMITED BY SPACE
                       INTO POP-JUNK, POP-GENTOK, POP-VALTOK
                   END-UNSTRING
                   MOVE POP-GENTOK TO HDR-SRC
                   INSPECT HDR-SRC REPLACING ALL ':' BY SPACE
                   MOVE 1 TO HDR-POS
                   PERFORM PARSE-HEADER-NUMBER
                   MOVE HDR-VAL TO POP-GEN
                   MOVE POP-VALTOK TO HDR-SRC
                   MOVE 1 TO HDR-POS
                   PERFORM PARSE-HEADER-NUMBER
                   MOVE HDR-VAL TO POP-VAL
                   MOVE 'Y' TO POP-HAVE-ASGN
                   GO TO ADVANCE-POP
               END-IF
           END-IF.

       COUNT-GRID-ROW.
           IF J <= ROW
               INSPECT GRID(J)(1:COLM) TALLYING SHOT-POP FOR ALL '*'
               ADD 1 TO J
               GO TO COUNT-GRID-ROW
           END-IF.

      *Print the band - its label line, the thumbnail rows and a
      *spacing line - on the current page when it fits, otherwise
      *at the top of the next.
       FLUSH-BAND.
           IF SHOT-COUNT = BAND-N
               PERFORM SET-FRAME-TITLE
               PERFORM START-NEW-PAGE
           END-IF
           SUBTRACT LINE-COUNT FROM PAGE-LINES GIVING PAGE-ROOM
           IF LINE-COUNT > PAGE-LINES OR PAGE-ROOM < BAND-HIGH
               PERFORM START-NEW-PAGE
           END-IF
           MOVE 1 TO BAND-I
           PERFORM WRITE-BAND-LINE
           MOVE SPACES TO PRT-LINE
           WRITE PRT-LINE AFTER ADVANCING 1 LINE
           ADD 1 TO LINE-COUNT
           MOVE ZERO TO BAND-N.

       WRITE-BAND-LINE.
           IF BAND-I < BAND-HIGH
               MOVE BAND-LINE(BAND-I) TO PRT-LINE
               WRITE PRT-LINE AFTER ADVANCING 1 LINE
               ADD 1 TO LINE-COUNT
               ADD 1 TO BAND-I
               GO TO WRITE-BAND-LINE
           END-IF.

      *The second header line over the frame pages.
       SET-FRAME-TITLE.
           MOVE SPACES TO PAGE-TITLE
           MOVE 1 TO PRT-PTR
           MOVE SHT-EVERY TO NUM-V
           PERFORM TRIM-NUM
           STRING 'Every ' DELIMITED BY SIZE
               NUM-D(NUM-A:NUM-B) DELIMITED BY SIZE
               ' generation(s) from ' DELIMITED BY SIZE
               SRC-NAME DELIMITED BY SPACE
               ', one thumbnail cell to ' DELIMITED BY SIZE
               INTO PAGE-TITLE
               WITH POINTER PRT-PTR
           END-STRING
           MOVE SAMPLE TO NUM-V
           PERFORM TRIM-NUM
           STRING NUM-D(NUM-A:NUM-B) DELIMITED BY SIZE
               'x' DELIMITED BY SIZE
               NUM-D(NUM-A:NUM-B) DELIMITED BY SIZE
               ' board cells' DELIMITED BY SIZE
               INTO PAGE-TITLE
               WITH POINTER PRT-PTR
           END-STRING.

      *Page header: run name and page number, the section title
      *under it, a spacing line.  Every page after the first starts
      *on a new sheet.
       START-NEW-PAGE.
           ADD 1 TO PAGE-NO
           MOVE SPACES TO PAGE-HEAD
           STRING 'GAME OF LIFE CONTACT SHEET - RUN ' DELIMITED BY SIZE
               SHT-NAME DELIMITED BY SPACE
               INTO PH-TEXT
           END-STRING
           MOVE 'PAGE ' TO PH-WORD
           MOVE PAGE-NO TO PH-PAGE
           MOVE PAGE-HEAD TO PRT-LINE
           IF PAGE-NO = 1
               WRITE PRT-LINE AFTER ADVANCING 1 LINE
           ELSE
               WRITE PRT-LINE AFTER ADVANCING PAGE
           END-IF
           MOVE PAGE-TITLE TO PRT-LINE
           WRITE PRT-LINE AFTER ADVANCING 1 LINE
           MOVE SPACES TO PRT-LINE
           WRITE PRT-LINE AFTER ADVANCING 1 LINE
           MOVE 3 TO LINE-COUNT.

      *One line of the cover page, breaking to a new page when this
      *one is full.
       PRINT-COVER-LINE.
           IF LINE-COUNT >= PAGE-LINES
               PERFORM START-NEW-PAGE
           END-IF
           WRITE PRT-LINE AFTER ADVANCING 1 LINE
           ADD 1 TO LINE-COUNT.

      *The cover: the run's record, its population figures and its
      *census objects.
       WRITE-COVER-PAGE.
           MOVE 'Run summary' TO PAGE-TITLE
           PERFORM START-NEW-PAGE
           PERFORM FIND-AUDIT-RECORD
           IF AUD-FOUND
               PERFORM WRITE-COVER-AUDIT
           ELSE
               PERFORM FIND-BATCH-LINE
               IF BATCH-FOUND
                   MOVE 'From batch.txt:' TO PRT-LINE
                   PERFORM PRINT-COVER-LINE
                   MOVE SPACES TO PRT-LINE
                   STRING '  ' DELIMITED BY SIZE
                       BATCH-HELD DELIMITED BY SIZE
                       INTO PRT-LINE
                   END-STRING
                   PERFORM PRINT-COVER-LINE
               ELSE
                   MOVE SPACES TO PRT-LINE
                   STRING 'No audit.log record or batch.txt line '
                       DELIMITED BY SIZE
                       'was found for this run.' DELIMITED BY SIZE
                       INTO PRT-LINE
                   END-STRING
                   PERFORM PRINT-COVER-LINE
               END-IF
           END-IF
           MOVE SPACES TO PRT-LINE
           PERFORM PRINT-COVER-LINE
           MOVE 'Population dynamics:' TO PRT-LINE
           PERFORM PRINT-COVER-LINE
           MOVE SPACES TO COVER-NAME
           STRING SHT-NAME DELIMITED BY SPACE
               'dyn.txt' DELIMITED BY SIZE
               INTO COVER-NAME
           END-STRING
           PERFORM COPY-COVER-FILE
           MOVE SPACES TO PRT-LINE
           PERFORM PRINT-COVER-LINE
           MOVE 'Census of the final grid:' TO PRT-LINE
           PERFORM PRINT-COVER-LINE
           MOVE SPACES TO COVER-NAME
           STRING SHT-NAME DELIMITED BY SPACE
               'census.txt' DELIMITED BY SIZE
               INTO COVER-NAME
           END-STRING
           PERFORM COPY-COVER-FILE.

      *The last audit.log record under the run's NAME is the one
      *describing the files there now.
       FIND-AUDIT-RECORD.
           MOVE 'N' TO AUD-EOF-ASGN
           OPEN INPUT AUDIT-FILE
           PERFORM READ-AUDIT-LINE
           CLOSE AUDIT-FILE
           IF AUD-FOUND
               MOVE AUD-HELD TO AUDIT-LINE
           END-IF.

       READ-AUDIT-LINE.
           IF NOT AUD-EOF
               READ AUDIT-FILE
                   AT END MOVE 'Y' TO AUD-EOF-ASGN
               END-READ
               IF NOT AUD-EOF
                   IF AUD-NAME = SHT-NAME
                       MOVE 'Y' TO AUD-FOUND-ASGN
                       MOVE AUDIT-LINE TO AUD-HELD
                   END-IF
                   GO TO READ-AUDIT-LINE
               END-IF
           END-IF.

       FIND-BATCH-LINE.
           MOVE 'N' TO AUD-EOF-ASGN
           OPEN INPUT BATCH-FILE
           PERFORM READ-BATCH-LINE
           CLOSE BATCH-FILE.

       READ-BATCH-LINE.
           IF NOT AUD-EOF
               READ BATCH-FILE
                   AT END MOVE 'Y' TO AUD-EOF-ASGN
               END-READ
               IF NOT AUD-EOF
                   IF BATCH-RECORD(1:30) = SHT-NAME
                       MOVE 'Y' TO BATCH-FOUND-ASGN
                       MOVE BATCH-RECORD TO BATCH-HELD
                   END-IF
                   GO TO READ-BATCH-LINE
               END-IF
           END-IF.

      *The audit record spelled out: what was asked for, how the run
      *ended, and when it ran.
       WRITE-COVER-AUDIT.
           MOVE 'From audit.log:' TO PRT-LINE
           PERFORM PRINT-COVER-LINE
           MOVE SPACES TO PRT-LINE
           MOVE 1 TO PRT-PTR
           MOVE AUD-GEN TO NUM-V
           PERFORM TRIM-NUM
           STRING '  GEN ' DELIMITED BY SIZE
               NUM-D(NUM-A:NUM-B) DELIMITED BY SIZE
               ' on a ' DELIMITED BY SIZE
               INTO PRT-LINE
               WITH POINTER PRT-PTR
           END-STRING
           MOVE AUD-ROW TO NUM-V
           PERFORM TRIM-NUM
           STRING NUM-D(NUM-A:NUM-B) DELIMITED BY SIZE
               'x' DELIMITED BY SIZE
               INTO PRT-LINE
               WITH POINTER PRT-PTR
           END-STRING
           MOVE AUD-COLM TO NUM-V
           PERFORM TRIM-NUM
           STRING NUM-D(NUM-A:NUM-B) DELIMITED BY SIZE
               ' board, rule ' DELIMITED BY SIZE
               AUD-RULE DELIMITED BY SPACE
               ', wrap ' DELIMITED BY SIZE
               AUD-WRAP DELIMITED BY SIZE
               ', restart ' DELIMITED BY SIZE
               AUD-RESTART DELIMITED BY SIZE
               INTO PRT-LINE
               WITH POINTER PRT-PTR
           END-STRING
           PERFORM PRINT-COVER-LINE
           MOVE ZERO TO TXT-TRAIL
           INSPECT AUD-REASON TALLYING TXT-TRAIL FOR TRAILING SPACES
           SUBTRACT TXT-TRAIL FROM 44 GIVING TXT-LEN
           IF TXT-LEN = 0
               MOVE 1 TO TXT-LEN
           END-IF
           MOVE SPACES TO PRT-LINE
           STRING '  Ended: ' DELIMITED BY SIZE
               AUD-REASON(1:TXT-LEN) DELIMITED BY SIZE
               INTO PRT-LINE
           END-STRING
           PERFORM PRINT-COVER-LINE
           MOVE SPACES TO PRT-LINE
           MOVE 1 TO PRT-PTR
           MOVE AUD-POP TO NUM-V
           PERFORM TRIM-NUM
           STRING '  Final population ' DELIMITED BY SIZE
               NUM-D(NUM-A:NUM-B) DELIMITED BY SIZE
               ', generations computed ' DELIMITED BY SIZE
               INTO PRT-LINE
               WITH POINTER PRT-PTR
           END-STRING
           MOVE AUD-RAN TO NUM-V
           PERFORM TRIM-NUM
           STRING NUM-D(NUM-A:NUM-B) DELIMITED BY SIZE
               INTO PRT-LINE
               WITH POINTER PRT-PTR
           END-STRING
           PERFORM PRINT-COVER-LINE
           IF AUD-DATE NUMERIC AND AUD-START NUMERIC
               AND AUD-END NUMERIC AND AUD-JOBSEQ NUMERIC
               MOVE SPACES TO PRT-LINE
               STRING '  Run on ' DELIMITED BY SIZE
                   AUD-DATE DELIMITED BY SIZE
                   ' from ' DELIMITED BY SIZE
                   AUD-START DELIMITED BY SIZE
                   ' to ' DELIMITED BY SIZE
                   AUD-END DELIMITED BY SIZE
                   ', job ' DELIMITED BY SIZE
                   AUD-JOBSEQ DELIMITED BY SIZE
                   INTO PRT-LINE
               END-STRING
               PERFORM PRINT-COVER-LINE
           END-IF.

      *Copy a dyn or census file onto the cover, indented.  The dyn
      *file's trend chart is left off - the figures above it are
      *what the cover wants.
       COPY-COVER-FILE.
           MOVE 'N' TO COVER-EOF-ASGN
           OPEN INPUT COVER-FILE
           READ COVER-FILE
               AT END MOVE 'Y' TO COVER-EOF-ASGN
           END-READ
           IF COVER-EOF
               MOVE SPACES TO PRT-LINE
               STRING '  ' DELIMITED BY SIZE
                   COVER-NAME DELIMITED BY SPACE
                   ' is missing or empty.' DELIMITED BY SIZE
                   INTO PRT-LINE
               END-STRING
               PERFORM PRINT-COVER-LINE
           ELSE
               PERFORM COPY-COVER-LINE
           END-IF
           CLOSE COVER-FILE.

       COPY-COVER-LINE.
           IF NOT COVER-EOF
               IF COVER-RECORD(1:16) = 'Population trend'
                   MOVE 'Y' TO COVER-EOF-ASGN
               ELSE
                   MOVE SPACES TO PRT-LINE
                   STRING '  ' DELIMITED BY SIZE
                       COVER-RECORD DELIMITED BY SIZE
                       INTO PRT-LINE
                   END-STRING
                   PERFORM PRINT-COVER-LINE
                   READ COVER-FILE
                       AT END MOVE 'Y' TO COVER-EOF-ASGN
                   END-READ
                   GO TO COPY-COVER-LINE
               END-IF
           END-IF.

       WRITE-OUTCOME.
           MOVE SPACES TO RPT-RECORD
           MOVE 1 TO PRT-PTR
           STRING 'Contact sheet ' DELIMITED BY SIZE
               PRT-NAME DELIMITED BY SPACE
               ' printed from ' DELIMITED BY SIZE
               SRC-NAME DELIMITED BY SPACE
               ': ' DELIMITED BY SIZE
               INTO RPT-RECORD
               WITH POINTER PRT-PTR
           END-STRING
           MOVE SHOT-COUNT TO NUM-V
           PERFORM TRIM-NUM
           STRING NUM-D(NUM-A:NUM-B) DELIMITED BY SIZE
               ' frame(s) on ' DELIMITED BY SIZE
               INTO RPT-RECORD
               WITH POINTER PRT-PTR
           END-STRING
           MOVE PAGE-NO TO NUM-V
           PERFORM TRIM-NUM
           STRING NUM-D(NUM-A:NUM-B) DELIMITED BY SIZE
               ' page(s).' DELIMITED BY SIZE
               INTO RPT-RECORD
               WITH POINTER PRT-PTR
           END-STRING
           WRITE RPT-RECORD.

      *Trim the leading zeros off NUM-V, leaving the start position
      *and length a STRING takes.
       TRIM-NUM.
           MOVE NUM-V TO NUM-D
           MOVE ZERO TO NUM-A
           INSPECT NUM-D TALLYING NUM-A FOR LEADING ZEROS
           IF NUM-A = 9
               SUBTRACT 1 FROM NUM-A
           END-IF
           SUBTRACT NUM-A FROM 9 GIVING NUM-B
           ADD 1 TO NUM-A.
