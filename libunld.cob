      *Cobol program to unload the keyed pattern library
      *(patterns.idx) back into the '=NAME' exchange format
      *(patterns.lib) other sites read and LIB-LOAD loads from.  The
      *keyed file is walked in name order; each header record gives
      *the entry's '=NAME' line and whichever of its '#D', '#C' and
      *'#B' metadata lines it carries, and the row records that
      *follow it give the pattern rows, so the file written is in
      *the same clean framing LIB-MAINT used to keep.  The count of
      *entries unloaded goes to unlrpt.txt.  RETURN-CODE is 0 on a
      *written file and 8 when the keyed library is missing or
      *empty.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIB-UNLOAD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LIBRARY-FILE ASSIGN TO 'patterns.idx'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS LIBX-KEY
             ALTERNATE RECORD KEY IS LIBX-CAT WITH DUPLICATES.
           SELECT TARGET-FILE ASSIGN TO 'patterns.lib'
             ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO 'unlrpt.txt'
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
       FD TARGET-FILE.
       01 LIB-RECORD PIC X(200).
       FD REPORT-FILE.
       01 RPT-RECORD PIC X(90).

       WORKING-STORAGE SECTION.
       01 LIB-EOF-ASGN PIC X VALUE 'N'.
           88 LIB-EOF VALUE 'Y'.
       01 UNLOAD-COUNT PIC 9(5) VALUE ZERO.
       01 RPT-N-D PIC X(5) VALUE SPACES.
       01 RPT-N-A PIC 9(2) VALUE ZERO.
       01 RPT-N-B PIC 9(2) VALUE ZERO.

       PROCEDURE DIVISION.
       MAIN-PARAGRAPH.
           OPEN OUTPUT REPORT-FILE
           OPEN INPUT LIBRARY-FILE
           MOVE LOW-VALUES TO LIBX-KEY
           START LIBRARY-FILE KEY IS NOT LESS THAN LIBX-KEY
               INVALID KEY MOVE 'Y' TO LIB-EOF-ASGN
           END-START
           IF LIB-EOF
               MOVE 'Pattern library patterns.idx is missing or empty.'
                   TO RPT-RECORD
               WRITE RPT-RECORD
               MOVE 8 TO RETURN-CODE
           ELSE
               OPEN OUTPUT TARGET-FILE
               PERFORM UNLOAD-RECORD
               CLOSE TARGET-FILE
               MOVE UNLOAD-COUNT TO RPT-N-D
               PERFORM TRIM-RPT-N
               MOVE SPACES TO RPT-RECORD
               STRING 'Entries unloaded to patterns.lib: '
                   DELIMITED BY SIZE
                   RPT-N-D(RPT-N-A:RPT-N-B) DELIMITED BY SIZE
                   INTO RPT-RECORD
               END-STRING
               WRITE RPT-RECORD
           END-IF
           CLOSE LIBRARY-FILE
           CLOSE REPORT-FILE
           STOP RUN.

      *One record at a time in key order: a header opens an entry
      *with its key line and metadata, a row record is written as
      *the pattern row it is.
       UNLOAD-RECORD.
           IF NOT LIB-EOF
               READ LIBRARY-FILE NEXT RECORD
                   AT END MOVE 'Y' TO LIB-EOF-ASGN
               END-READ
               IF NOT LIB-EOF
                   IF LIBX-SEQ = 0
                       ADD 1 TO UNLOAD-COUNT
                       PERFORM UNLOAD-HEADER
                   ELSE
                       MOVE LIBX-ROW TO LIB-RECORD
                       WRITE LIB-RECORD
                   END-IF
                   GO TO UNLOAD-RECORD
               END-IF
           END-IF.

       UNLOAD-HEADER.
           MOVE SPACES TO LIB-RECORD
           STRING '=' DELIMITED BY SIZE
               LIBX-NAME DELIMITED BY SPACE
               INTO LIB-RECORD
           END-STRING
           WRITE LIB-RECORD
           IF LIBX-DESC NOT = SPACES
               MOVE SPACES TO LIB-RECORD
               MOVE '#D ' TO LIB-RECORD(1:3)
               MOVE LIBX-DESC TO LIB-RECORD(4:60)
               WRITE LIB-RECORD
           END-IF
           IF LIBX-CAT NOT = SPACES
               MOVE SPACES TO LIB-RECORD
               MOVE '#C ' TO LIB-RECORD(1:3)
               MOVE LIBX-CAT TO LIB-RECORD(4:12)
               WRITE LIB-RECORD
           END-IF
           IF LIBX-BEHAV NOT = SPACES
               MOVE SPACES TO LIB-RECORD
               MOVE '#B ' TO LIB-RECORD(1:3)
               MOVE LIBX-BEHAV TO LIB-RECORD(4:20)
               WRITE LIB-RECORD
           END-IF.

      *Trim the leading zeros off the count, leaving the start
      *position and length the STRING above takes.
       TRIM-RPT-N.
           MOVE ZERO TO RPT-N-A
           INSPECT RPT-N-D TALLYING RPT-N-A FOR LEADING ZEROS
           IF RPT-N-A = 5
               SUBTRACT 1 FROM RPT-N-A
           END-IF
           SUBTRACT RPT-N-A FROM 5 GIVING RPT-N-B
           ADD 1 TO RPT-N-A.
