      *entries claim to be.  Nothing checks that a library entry
      *actually behaves the way its name and metadata say until one
      *misbehaves in production, so this utility takes every entry
      *in the keyed library patterns.idx - or, when the first line
      *of the optional control file libverif.txt names a category,
      *every entry in that category, read through the category key
      *- one entry at a time, stamps it into the middle of a board
      *sized to fit it, runs it through the same kind of engine the
      *simulator uses (classic B3/S23) for a bounded number of
      *generations, and reports what the engine concluded: STILL
      *LIFE, OSC PERIOD n (periods up to 6, the simulator's own
      *in verrpt.txt flags every disagreement, and an entry with no
      *'#B' on file is reported informationally.  RETURN-CODE is 0
      *when everything agrees, 4 on any mismatch, and 8 when the
      *library (or the category asked for) has no entries.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIB-VERIFY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LIBRARY-FILE ASSIGN TO 'patterns.idx'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS LIBX-KEY
             ALTERNATE RECORD KEY IS LIBX-CAT WITH DUPLICATES.
           SELECT OPTIONAL CONTROL-FILE ASSIGN TO 'libverif.txt'
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO 'verrpt.txt'
             ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
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
       FD CONTROL-FILE.
       01 CTL-RECORD PIC X(80).
       FD REPORT-FILE.
       01 RPT-RECORD PIC X(90).

       WORKING-STORAGE SECTION.
      *The entry under verification, with its rows, RxC and its
      *'#B' expected behavior (description and category play no
      *part in verification).  VER-CAT is the category libverif.txt
      *names, blank to walk the whole library; VL-COUNT counts the
      *entries verified.
       01 VL-ENT.
           03 VL-NAME PIC X(30).
           03 VL-BEHAV PIC X(20).
           03 VL-ROWS PIC 9(3).
           03 VL-COLS PIC 9(3).
           03 VL-ROW PIC X(200) OCCURS 200 TIMES.
       01 VL-COUNT PIC 9(5) VALUE ZERO.
       01 VER-CAT PIC X(12) VALUE SPACES.
       01 LIB-EOF-ASGN PIC X VALUE 'N'.
           88 LIB-EOF VALUE 'Y'.
       01 CTL-EOF-ASGN PIC X VALUE 'N'.
           88 CTL-EOF VALUE 'Y'.

      *The verification board: the entry stamped VER-MARG cells in
      *from the top-left of an otherwise dead VER-NROW x VER-NCOL
       01 VER-NCS PIC S9(5) VALUE ZERO.

      *Scratch variables
       01 J PIC 9(5) VALUE 1.
       01 K PIC 9(5) VALUE 1.
       01 VER-R PIC 9(5) VALUE ZERO.
       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           OPEN OUTPUT REPORT-FILE
           OPEN INPUT CONTROL-FILE
           READ CONTROL-FILE
               AT END MOVE 'Y' TO CTL-EOF-ASGN
           END-READ
           IF NOT CTL-EOF
               UNSTRING CTL-RECORD DELIMITED BY ALL SPACE
                   INTO VER-CAT
               END-UNSTRING
           END-IF
           CLOSE CONTROL-FILE
           OPEN INPUT LIBRARY-FILE
           PERFORM START-LIBRARY-WALK
           IF LIB-EOF
               MOVE SPACES TO RPT-RECORD
               IF VER-CAT = SPACES
                   STRING 'Pattern library patterns.idx is missing '
                       DELIMITED BY SIZE
                       'or empty.' DELIMITED BY SIZE
                       INTO RPT-RECORD
                   END-STRING
               ELSE
                   STRING 'Pattern library has no entries in '
                       DELIMITED BY SIZE
                       'category ' DELIMITED BY SIZE
                       VER-CAT DELIMITED BY SPACE
                       '.' DELIMITED BY SIZE
                       INTO RPT-RECORD
                   END-STRING
               END-IF
               WRITE RPT-RECORD
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE SPACES TO RPT-RECORD
               IF VER-CAT = SPACES
                   MOVE 'Pattern library verification report'
                       TO RPT-RECORD
               ELSE
                   STRING 'Pattern library verification report, '
                       DELIMITED BY SIZE
                       'category ' DELIMITED BY SIZE
                       VER-CAT DELIMITED BY SPACE
                       INTO RPT-RECORD
                   END-STRING
               END-IF
               WRITE RPT-RECORD
               PERFORM VERIFY-ENTRY
               IF ANY-MISMATCH
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           CLOSE LIBRARY-FILE
           CLOSE REPORT-FILE
           STOP RUN.

      *Position on the first record to verify: the lowest key in the
      *library, or the first record filed under VER-CAT.  The file
      *is OPTIONAL, so a missing library ends the walk before it
      *starts, just as an empty one does.
       START-LIBRARY-WALK.
           MOVE 'N' TO LIB-EOF-ASGN
           IF VER-CAT = SPACES
               MOVE LOW-VALUES TO LIBX-KEY
               START LIBRARY-FILE KEY IS NOT LESS THAN LIBX-KEY
                   INVALID KEY MOVE 'Y' TO LIB-EOF-ASGN
               END-START
           ELSE
               MOVE VER-CAT TO LIBX-CAT
               START LIBRARY-FILE KEY IS EQUAL TO LIBX-CAT
                   INVALID KEY MOVE 'Y' TO LIB-EOF-ASGN
               END-START
           END-IF.

      *Next record of the walk; a category walk ends at the first
      *record filed under another category.
       READ-LIBRARY-NEXT.
           READ LIBRARY-FILE NEXT RECORD
               AT END MOVE 'Y' TO LIB-EOF-ASGN
           END-READ
           IF NOT LIB-EOF AND VER-CAT NOT = SPACES
               AND LIBX-CAT NOT = VER-CAT
               MOVE 'Y' TO LIB-EOF-ASGN
           END-IF.

      *One entry per header record: load it with its rows, build
      *its board, run it to a conclusion, and write its verdict
      *line.
       VERIFY-ENTRY.
           IF NOT LIB-EOF
               PERFORM READ-LIBRARY-NEXT
               IF NOT LIB-EOF
                   IF LIBX-SEQ = 0
                       PERFORM LOAD-ENTRY
                       ADD 1 TO VL-COUNT
                       PERFORM BUILD-BOARD
                       PERFORM RUN-ENTRY
                       PERFORM WRITE-RESULT-LINE
                   END-IF
                   GO TO VERIFY-ENTRY
               END-IF
           END-IF.

      *Take the entry's name, size and '#B' expected behavior off
      *its header record, then its rows off the row records that
      *follow it.
       LOAD-ENTRY.
           MOVE LIBX-NAME TO VL-NAME
           MOVE LIBX-BEHAV TO VL-BEHAV
           MOVE LIBX-ROWS TO VL-ROWS
           MOVE LIBX-COLS TO VL-COLS
           MOVE 1 TO J
           PERFORM LOAD-ENTRY-ROW
           MOVE 1 TO J.

       LOAD-ENTRY-ROW.
           IF J <= VL-ROWS AND NOT LIB-EOF
               PERFORM READ-LIBRARY-NEXT
               IF LIB-EOF
                   MOVE SPACES TO VL-ROW(J)
               ELSE
                   MOVE LIBX-ROW TO VL-ROW(J)
               END-IF
               ADD 1 TO J
               GO TO LOAD-ENTRY-ROW
           END-IF.

      *Size the board to the entry plus a ten-cell margin on every
      *the entry's live cells into the middle of an all-dead V2.
       BUILD-BOARD.
           MOVE 10 TO VER-MARG-R
           ADD VL-ROWS 20 GIVING VER-NROW
           IF VER-NROW > 200
               SUBTRACT VL-ROWS FROM 200 GIVING VER-MARG-R
               DIVIDE VER-MARG-R BY 2 GIVING VER-MARG-R
               MOVE 200 TO VER-NROW
           END-IF
           MOVE 10 TO VER-MARG-C
           ADD VL-COLS 20 GIVING VER-NCOL
           IF VER-NCOL > 200
               SUBTRACT VL-COLS FROM 200 GIVING VER-MARG-C
               DIVIDE VER-MARG-C BY 2 GIVING VER-MARG-C
               MOVE 200 TO VER-NCOL
           END-IF
           END-IF.

       STAMP-ENTRY-ROW.
           IF J <= VL-ROWS
               MOVE 1 TO K
               PERFORM STAMP-ENTRY-CELL
               MOVE 1 TO K
           END-IF.

       STAMP-ENTRY-CELL.
           IF K <= VL-COLS
               IF VL-ROW(J)(K:1) = '*'
                   ADD VER-MARG-R J GIVING VER-R
                   ADD VER-MARG-C K GIVING VER-C
                   MOVE '*' TO V2(VER-R)(VER-C:1)
      *note instead of a verdict.
       WRITE-RESULT-LINE.
           MOVE ZERO TO NAME-TRAIL
           INSPECT VL-NAME TALLYING NAME-TRAIL
               FOR TRAILING SPACES
           SUBTRACT NAME-TRAIL FROM 30 GIVING NAME-LEN
           IF NAME-LEN = 0
               FOR TRAILING SPACES
           SUBTRACT TXT1-TRAIL FROM 20 GIVING TXT1-LEN
           MOVE SPACES TO RPT-RECORD
           IF VL-BEHAV = SPACES
               STRING VL-NAME(1:NAME-LEN) DELIMITED BY SIZE
                   ': concluded ' DELIMITED BY SIZE
                   VER-RESULT(1:TXT1-LEN) DELIMITED BY SIZE
                   ' (no expected behavior on file).'
               END-STRING
           ELSE
               MOVE ZERO TO TXT2-TRAIL
               INSPECT VL-BEHAV TALLYING TXT2-TRAIL
                   FOR TRAILING SPACES
               SUBTRACT TXT2-TRAIL FROM 20 GIVING TXT2-LEN
               IF VL-BEHAV = VER-RESULT
                   STRING VL-NAME(1:NAME-LEN) DELIMITED BY SIZE
                       ': ' DELIMITED BY SIZE
                       VER-RESULT(1:TXT1-LEN) DELIMITED BY SIZE
                       ' as expected.' DELIMITED BY SIZE
                   END-STRING
               ELSE
                   MOVE 'Y' TO MISMATCH-ASGN
                   STRING VL-NAME(1:NAME-LEN) DELIMITED BY SIZE
                       ': concluded ' DELIMITED BY SIZE
                       VER-RESULT(1:TXT1-LEN) DELIMITED BY SIZE
                       ', expected ' DELIMITED BY SIZE
                       VL-BEHAV(1:TXT2-LEN) DELIMITED BY SIZE
                       ' - MISMATCH.' DELIMITED BY SIZE
                       INTO RPT-RECORD
                   END-STRING
