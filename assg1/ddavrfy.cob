      * DDAVRFY - companion to dda.cob, ddaget.cob and ddatrend.cob.
      * archive.txt is the only record of what the plot batch
      * published, and nothing used to notice a block that had been
      * cut short, hand-edited or damaged on disk - DDAGET would hand
      * it back without complaint and DDATREND would count the damage
      * as drift. DDA (and DDARLSE, for a released graph) now carries
      * control totals on every "=ARCHIVE" header: the block's line
      * count, its non-blank grid cells, and a hash total over the
      * grid characters. This program walks the whole archive once,
      * recomputes all three for every block, and checks each block
      * against its archindex.txt line as well when the index is
      * kept.
      *
      * Every block is listed in archverify.txt (and on the console)
      * as VERIFIED, MISMATCH with the checks it failed, or NO TOTALS
      * - a block archived before the totals were kept, which can
      * only be checked against the index. Index entries that point
      * at no block are listed after the blocks.
      *
      * Mismatched blocks are also written to archflags.txt, one line
      * each keyed by name, date and starting line - the same key
      * archindex.txt uses - which DDAGET and DDATREND read so they
      * warn before handing out or comparing a damaged copy. The
      * file is rewritten on every run, so rerun this program after
      * anything that rewrites the archive (a DDAPURGE, a DDAINDEX
      * conversion) to keep the flags lined up. Ends with
      * RETURN-CODE 8 when any block or index entry failed.
      *
      * Mismatch reasons:
      *   LINES CELLS HASH  - recomputed total differs from the header
      *   NO-END            - block never reached its =END
      *   NOT-INDEXED       - no archindex.txt line starts at the block
      *   INDEX-NAME        - the index line there names another block
      *   INDEX-LINES       - the index line gives another length

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DDAVRFY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ARCHIVE-IN-FILE
               ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-IN-STATUS.
           SELECT ARCHIVE-INDEX-FILE
               ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-INDEX-STATUS.
           SELECT VERIFY-REPORT-FILE
               ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARCHIVE-FLAG-FILE
               ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ARCHIVE-IN-FILE
           LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "archive.txt".
       01  ARCHIVE-IN-LINE PIC X(99).
      * Twin of DDA's ARCHIVE-HEADER-REC, control totals included.
       01  ARCHIVE-IN-HEADER REDEFINES ARCHIVE-IN-LINE.
           05  AH-TAG       PIC X(9).
           05  AH-NAME      PIC X(40).
           05  FILLER       PIC X(1).
           05  AH-DATE      PIC X(8).
           05  AH-LINES-TAG PIC X(7).
           05  AH-LINES     PIC X(5).
           05  AH-CELLS-TAG PIC X(7).
           05  AH-CELLS     PIC X(5).
           05  AH-HASH-TAG  PIC X(6).
           05  AH-HASH      PIC X(9).
           05  FILLER       PIC X(2).

       FD  ARCHIVE-INDEX-FILE
           LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "archindex.txt".
       01  ARCHIVE-INDEX-LINE PIC X(63).

       FD  VERIFY-REPORT-FILE
           LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "archverify.txt".
       01  VERIFY-REPORT-LINE PIC X(110).

       FD  ARCHIVE-FLAG-FILE
           LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "archflags.txt".
       01  ARCHIVE-FLAG-LINE PIC X(90).

       WORKING-STORAGE SECTION.
       01  ARCHIVE-IN-STATUS  PIC XX.
       01  ARCHIVE-INDEX-STATUS PIC XX.
       01  ARCHIVE-EOF        PIC X VALUE "N".
       01  VF-RPT-LINE        PIC X(110).
       01  VF-RUN-STAMP       PIC X(14).
       01  VF-LINE-NO         PIC 9(7) VALUE 0.
       01  VF-IN-BLOCK        PIC X VALUE "N".
       01  VF-IN-GRID         PIC X VALUE "N".
       01  VF-HAS-TOTALS      PIC X.
       01  VF-ANY-FAILED      PIC X VALUE "N".
       01  VF-CUR-NAME        PIC X(40).
       01  VF-CUR-DATE        PIC X(8).
       01  VF-CUR-START       PIC 9(7).
       01  VF-CUR-LINES       PIC 9(5).
       01  VF-CUR-CELLS       PIC 9(5).
       01  VF-CUR-HASH        PIC 9(9).
       01  VF-HDR-LINES       PIC 9(5).
       01  VF-HDR-CELLS       PIC 9(5).
       01  VF-HDR-HASH        PIC 9(9).
       01  VF-GRID-LINE       PIC 999.
       01  VF-COL             PIC 999.
       01  VF-REASON          PIC X(40).
       01  VF-REASON-PTR      PIC 99.
       01  VF-REASON-WORD     PIC X(12).
      * The index is walked alongside the archive: both are in
      * append order, so the entry for the block just started is the
      * next one not yet matched.
       01  VF-INDEX-ON        PIC X VALUE "N".
       01  VF-INDEX-EOF       PIC X VALUE "Y".
       01  VF-INDEX-LINE-NO   PIC 9(7) VALUE 0.
       01  VF-IDX-MATCHED     PIC X.
       01  VF-IDX-LINES       PIC 9(5).
       01  VF-BLOCKS          PIC 9(7) VALUE 0.
       01  VF-VERIFIED        PIC 9(7) VALUE 0.
       01  VF-MISMATCHED      PIC 9(7) VALUE 0.
       01  VF-NO-TOTALS       PIC 9(7) VALUE 0.
       01  VF-ORPHANS         PIC 9(7) VALUE 0.
       01  VF-STRAY-LINES     PIC 9(7) VALUE 0.
      * A grid char's code: the char in the low byte of a halfword
      * whose high byte stays LOW-VALUE - as DDA hashes it.
       01  HASH-CHAR-PAIR.
           05  FILLER         PIC X     VALUE LOW-VALUE.
           05  HASH-CHAR      PIC X.
       01  HASH-CHAR-CODE REDEFINES HASH-CHAR-PAIR PIC 9(4) COMP.
      * Twin of the index line DDAINDEX writes and DDA appends.
       01  ARCHIVE-INDEX-REC.
           05  VX-NAME        PIC X(40).
           05  FILLER         PIC X(1).
           05  VX-DATE        PIC X(8).
           05  FILLER         PIC X(1).
           05  VX-START       PIC 9(7).
           05  FILLER         PIC X(1).
           05  VX-LINES       PIC 9(5).
      * The flag line DDAGET and DDATREND look blocks up by - the
      * twins in those programs move with it.
       01  ARCHIVE-FLAG-REC.
           05  AF-NAME        PIC X(40).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  AF-DATE        PIC X(8).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  AF-START       PIC 9(7).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  AF-REASON      PIC X(30).
       01  VERIFY-TITLE-LINE.
           05  FILLER         PIC X(30)
               VALUE "DDA ARCHIVE VERIFICATION  RUN ".
           05  VTL-DATE       PIC X(8).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  VTL-TIME       PIC X(6).
       01  VERIFY-BLOCK-LINE.
           05  VBL-RESULT     PIC X(10).
           05  VBL-NAME       PIC X(40).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  VBL-DATE       PIC X(8).
           05  FILLER         PIC X(7)  VALUE " START ".
           05  VBL-START      PIC ZZZZZZ9.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  VBL-REASON     PIC X(30).
       01  VERIFY-ORPHAN-LINE.
           05  FILLER         PIC X(10) VALUE "NO BLOCK  ".
           05  VOL-NAME       PIC X(40).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  VOL-DATE       PIC X(8).
           05  FILLER         PIC X(7)  VALUE " START ".
           05  VOL-START      PIC ZZZZZZ9.
           05  FILLER         PIC X(21)
               VALUE "  INDEX ENTRY ORPHAN".
       01  VERIFY-COUNT-LINE.
           05  VCL-LABEL      PIC X(30).
           05  VCL-COUNT      PIC ZZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.

       PROGRAM-BEGIN.
           OPEN OUTPUT VERIFY-REPORT-FILE.
           OPEN OUTPUT ARCHIVE-FLAG-FILE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO VF-RUN-STAMP.
           MOVE VF-RUN-STAMP(1:8) TO VTL-DATE.
           MOVE VF-RUN-STAMP(9:6) TO VTL-TIME.
           MOVE VERIFY-TITLE-LINE TO VF-RPT-LINE.
           PERFORM PUT-VERIFY-LINE.
           MOVE SPACES TO VF-RPT-LINE.
           PERFORM PUT-VERIFY-LINE.
           OPEN INPUT ARCHIVE-INDEX-FILE.
           IF ARCHIVE-INDEX-STATUS EQUAL "00"
               MOVE "Y" TO VF-INDEX-ON
               MOVE "N" TO VF-INDEX-EOF
               PERFORM READ-INDEX-ENTRY
           ELSE
               MOVE "NO archindex.txt - BLOCK POSITIONS NOT CHECKED"
                   TO VF-RPT-LINE
               PERFORM PUT-VERIFY-LINE.
           OPEN INPUT ARCHIVE-IN-FILE.
           IF ARCHIVE-IN-STATUS NOT EQUAL "00"
               MOVE "archive.txt NOT READABLE - NOTHING VERIFIED"
                   TO VF-RPT-LINE
               PERFORM PUT-VERIFY-LINE
               MOVE "Y" TO ARCHIVE-EOF.
           PERFORM VERIFY-ARCHIVE-LINE UNTIL ARCHIVE-EOF EQUAL "Y".
           IF ARCHIVE-IN-STATUS NOT EQUAL "35"
               CLOSE ARCHIVE-IN-FILE.
           IF VF-IN-BLOCK EQUAL "Y"
               MOVE "NO-END" TO VF-REASON-WORD
               PERFORM ADD-REASON
               PERFORM FINISH-BLOCK.
           PERFORM REPORT-ORPHAN-INDEX UNTIL VF-INDEX-EOF EQUAL "Y".
           IF ARCHIVE-INDEX-STATUS NOT EQUAL "35"
               CLOSE ARCHIVE-INDEX-FILE.
           PERFORM PRINT-VERIFY-TOTALS.
           CLOSE ARCHIVE-FLAG-FILE.
           CLOSE VERIFY-REPORT-FILE.
           GO TO PROGRAM-DONE.

       PROGRAM-DONE.
           IF VF-ANY-FAILED EQUAL "Y"
               MOVE 8 TO RETURN-CODE.
           STOP RUN.

       VERIFY-ARCHIVE-LINE.
           READ ARCHIVE-IN-FILE NEXT RECORD
               AT END
               MOVE "Y" TO ARCHIVE-EOF
           END-READ.
           IF ARCHIVE-EOF NOT EQUAL "Y"
               ADD 1 TO VF-LINE-NO
               PERFORM HANDLE-VERIFY-LINE.

      * The grid is every line after the header up to the blank line
      * that separates it from the footer - DDA draws the Y axis down
      * column one, so no grid line is ever blank. A header inside
      * an open block closes the open one out as unterminated.
       HANDLE-VERIFY-LINE.
           IF AH-TAG EQUAL "=ARCHIVE "
               IF VF-IN-BLOCK EQUAL "Y"
                   MOVE "NO-END" TO VF-REASON-WORD
                   PERFORM ADD-REASON
                   PERFORM FINISH-BLOCK
               END-IF
               PERFORM START-BLOCK
           ELSE
               IF VF-IN-BLOCK EQUAL "Y"
                   ADD 1 TO VF-CUR-LINES
                   IF ARCHIVE-IN-LINE EQUAL "=END"
                       PERFORM FINISH-BLOCK
                   ELSE
                       IF VF-IN-GRID EQUAL "Y"
                           IF ARCHIVE-IN-LINE EQUAL SPACES
                               MOVE "N" TO VF-IN-GRID
                           ELSE
                               ADD 1 TO VF-GRID-LINE
                               MOVE 1 TO VF-COL
                               PERFORM HASH-GRID-CELL
                                   UNTIL VF-COL > 99
                           END-IF
                       END-IF
                   END-IF
               ELSE
                   ADD 1 TO VF-STRAY-LINES
               END-IF
           END-IF.

       START-BLOCK.
           MOVE "Y" TO VF-IN-BLOCK.
           MOVE "Y" TO VF-IN-GRID.
           MOVE AH-NAME TO VF-CUR-NAME.
           MOVE AH-DATE TO VF-CUR-DATE.
           MOVE VF-LINE-NO TO VF-CUR-START.
           MOVE 1 TO VF-CUR-LINES.
           MOVE 0 TO VF-CUR-CELLS.
           MOVE 0 TO VF-CUR-HASH.
           MOVE 0 TO VF-GRID-LINE.
           MOVE SPACES TO VF-REASON.
           MOVE 1 TO VF-REASON-PTR.
           MOVE "N" TO VF-HAS-TOTALS.
           IF AH-LINES-TAG EQUAL " LINES " AND AH-CELLS-TAG EQUAL
               " CELLS " AND AH-HASH-TAG EQUAL " HASH "
               AND AH-LINES NUMERIC AND AH-CELLS NUMERIC
               AND AH-HASH NUMERIC
               MOVE "Y" TO VF-HAS-TOTALS
               MOVE AH-LINES TO VF-HDR-LINES
               MOVE AH-CELLS TO VF-HDR-CELLS
               MOVE AH-HASH TO VF-HDR-HASH.
           MOVE "N" TO VF-IDX-MATCHED.
           IF VF-INDEX-ON EQUAL "Y"
               PERFORM MATCH-INDEX-ENTRY.

       HASH-GRID-CELL.
           IF ARCHIVE-IN-LINE(VF-COL:1) NOT EQUAL SPACE
               MOVE ARCHIVE-IN-LINE(VF-COL:1) TO HASH-CHAR
               ADD 1 TO VF-CUR-CELLS
               COMPUTE VF-CUR-HASH = VF-CUR-HASH
                   + (HASH-CHAR-CODE * (VF-GRID-LINE + VF-COL)).
           ADD 1 TO VF-COL.

      * Index entries starting before this block matched nothing
      * (the block they named is gone); one starting here must name
      * this block; none here means the block was never indexed.
       MATCH-INDEX-ENTRY.
           PERFORM REPORT-ORPHAN-INDEX
               UNTIL VF-INDEX-EOF EQUAL "Y"
               OR VX-START NOT LESS THAN VF-CUR-START.
           IF VF-INDEX-EOF NOT EQUAL "Y"
               AND VX-START EQUAL VF-CUR-START
               IF VX-NAME EQUAL VF-CUR-NAME
                   AND VX-DATE EQUAL VF-CUR-DATE
                   MOVE "Y" TO VF-IDX-MATCHED
                   MOVE VX-LINES TO VF-IDX-LINES
               ELSE
                   MOVE "INDEX-NAME" TO VF-REASON-WORD
                   PERFORM ADD-REASON
               END-IF
               PERFORM READ-INDEX-ENTRY
           ELSE
               MOVE "NOT-INDEXED" TO VF-REASON-WORD
               PERFORM ADD-REASON.

      * An index line whose positions won't parse ends the index
      * check there - nothing after it can be trusted to line up.
       READ-INDEX-ENTRY.
           READ ARCHIVE-INDEX-FILE NEXT RECORD
               AT END
               MOVE "Y" TO VF-INDEX-EOF
           END-READ.
           IF VF-INDEX-EOF NOT EQUAL "Y"
               ADD 1 TO VF-INDEX-LINE-NO
               MOVE ARCHIVE-INDEX-LINE TO ARCHIVE-INDEX-REC
               IF VX-START NOT NUMERIC OR VX-LINES NOT NUMERIC
                   MOVE SPACES TO VF-RPT-LINE
                   STRING "archindex.txt LINE " DELIMITED BY SIZE
                       VF-INDEX-LINE-NO DELIMITED BY SIZE
                       " UNREADABLE - REST OF INDEX NOT CHECKED"
                       DELIMITED BY SIZE
                       INTO VF-RPT-LINE
                   PERFORM PUT-VERIFY-LINE
                   MOVE "Y" TO VF-ANY-FAILED
                   MOVE "N" TO VF-INDEX-ON
                   MOVE "Y" TO VF-INDEX-EOF
               END-IF
           END-IF.

       REPORT-ORPHAN-INDEX.
           ADD 1 TO VF-ORPHANS.
           MOVE "Y" TO VF-ANY-FAILED.
           MOVE VX-NAME TO VOL-NAME.
           MOVE VX-DATE TO VOL-DATE.
           MOVE VX-START TO VOL-START.
           MOVE VERIFY-ORPHAN-LINE TO VF-RPT-LINE.
           PERFORM PUT-VERIFY-LINE.
           PERFORM READ-INDEX-ENTRY.

       ADD-REASON.
           STRING VF-REASON-WORD DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               INTO VF-REASON WITH POINTER VF-REASON-PTR.

       FINISH-BLOCK.
           MOVE "N" TO VF-IN-BLOCK.
           ADD 1 TO VF-BLOCKS.
           IF VF-IDX-MATCHED EQUAL "Y"
               AND VF-IDX-LINES NOT EQUAL VF-CUR-LINES
               MOVE "INDEX-LINES" TO VF-REASON-WORD
               PERFORM ADD-REASON.
           IF VF-HAS-TOTALS EQUAL "Y"
               IF VF-HDR-LINES NOT EQUAL VF-CUR-LINES
                   MOVE "LINES" TO VF-REASON-WORD
                   PERFORM ADD-REASON
               END-IF
               IF VF-HDR-CELLS NOT EQUAL VF-CUR-CELLS
                   MOVE "CELLS" TO VF-REASON-WORD
                   PERFORM ADD-REASON
               END-IF
               IF VF-HDR-HASH NOT EQUAL VF-CUR-HASH
                   MOVE "HASH" TO VF-REASON-WORD
                   PERFORM ADD-REASON
               END-IF
           END-IF.
           IF VF-REASON NOT EQUAL SPACES
               MOVE "MISMATCH" TO VBL-RESULT
               ADD 1 TO VF-MISMATCHED
               MOVE "Y" TO VF-ANY-FAILED
               PERFORM WRITE-ARCHIVE-FLAG
           ELSE
               IF VF-HAS-TOTALS EQUAL "Y"
                   MOVE "VERIFIED" TO VBL-RESULT
                   ADD 1 TO VF-VERIFIED
               ELSE
                   MOVE "NO TOTALS" TO VBL-RESULT
                   ADD 1 TO VF-NO-TOTALS
               END-IF
           END-IF.
           MOVE VF-CUR-NAME TO VBL-NAME.
           MOVE VF-CUR-DATE TO VBL-DATE.
           MOVE VF-CUR-START TO VBL-START.
           MOVE VF-REASON TO VBL-REASON.
           MOVE VERIFY-BLOCK-LINE TO VF-RPT-LINE.
           PERFORM PUT-VERIFY-LINE.

       WRITE-ARCHIVE-FLAG.
           MOVE VF-CUR-NAME TO AF-NAME.
           MOVE VF-CUR-DATE TO AF-DATE.
           MOVE VF-CUR-START TO AF-START.
           MOVE VF-REASON TO AF-REASON.
           MOVE ARCHIVE-FLAG-REC TO ARCHIVE-FLAG-LINE.
           WRITE ARCHIVE-FLAG-LINE.

       PRINT-VERIFY-TOTALS.
           MOVE SPACES TO VF-RPT-LINE.
           PERFORM PUT-VERIFY-LINE.
           MOVE "BLOCKS READ" TO VCL-LABEL.
           MOVE VF-BLOCKS TO VCL-COUNT.
           PERFORM PUT-COUNT-LINE.
           MOVE "  VERIFIED" TO VCL-LABEL.
           MOVE VF-VERIFIED TO VCL-COUNT.
           PERFORM PUT-COUNT-LINE.
           MOVE "  MISMATCHED" TO VCL-LABEL.
           MOVE VF-MISMATCHED TO VCL-COUNT.
           PERFORM PUT-COUNT-LINE.
           MOVE "  NO TOTALS" TO VCL-LABEL.
           MOVE VF-NO-TOTALS TO VCL-COUNT.
           PERFORM PUT-COUNT-LINE.
           MOVE "INDEX ENTRIES WITH NO BLOCK" TO VCL-LABEL.
           MOVE VF-ORPHANS TO VCL-COUNT.
           PERFORM PUT-COUNT-LINE.
           MOVE "LINES OUTSIDE ANY BLOCK" TO VCL-LABEL.
           MOVE VF-STRAY-LINES TO VCL-COUNT.
           PERFORM PUT-COUNT-LINE.

       PUT-COUNT-LINE.
           MOVE VERIFY-COUNT-LINE TO VF-RPT-LINE.
           PERFORM PUT-VERIFY-LINE.

       PUT-VERIFY-LINE.
           DISPLAY VF-RPT-LINE.
           MOVE VF-RPT-LINE TO VERIFY-REPORT-LINE.
           WRITE VERIFY-REPORT-LINE.
