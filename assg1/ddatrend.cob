      * the hotspot grid a digit is the number of date-to-date
      * comparisons that cell changed in, "+" means more than nine;
      * a blank cell never changed.
      *
      * A copy DDAVRFY last found damaged (archflags.txt) is warned
      * about ahead of the change table, and every comparison it
      * takes part in is marked SUSPECT - its "drift" may be nothing
      * more than the damage.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DDATREND.
           SELECT TREND-REPORT-FILE
               ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ARCHIVE-FLAG-FILE
               ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-FLAG-STATUS.

       DATA DIVISION.
       FILE SECTION.
            VALUE OF FILE-ID IS "trendrept.txt".
       01  TREND-REPORT-LINE PIC X(100).

      * Blocks DDAVRFY found failing their control totals or index.
       FD  ARCHIVE-FLAG-FILE
           LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "archflags.txt".
       01  ARCHIVE-FLAG-LINE PIC X(90).

       WORKING-STORAGE SECTION.
       01  TRENDJOBS-EOF     PIC X VALUE "N".
       01  ARCHIVE-IN-STATUS PIC XX.
       01  TR-STATE          PIC 9.
       01  TR-CUR-DATE       PIC X(8).
       01  TR-PREV-DATE      PIC X(8).
       01  TR-LINE-NO        PIC 9(7).
       01  TR-CUR-SUSPECT    PIC X.
       01  TR-PREV-SUSPECT   PIC X.
       01  ARCHIVE-FLAG-STATUS PIC XX.
       01  ARCHIVE-FLAG-EOF  PIC X VALUE "N".
      * Twin of the flag line DDAVRFY writes.
       01  ARCHIVE-FLAG-REC.
           05  AF-NAME       PIC X(40).
           05  FILLER        PIC X(1).
           05  AF-DATE       PIC X(8).
           05  FILLER        PIC X(1).
           05  AF-START      PIC 9(7).
           05  FILLER        PIC X(1).
           05  AF-REASON     PIC X(30).
      * The whole flag file, loaded once for every name walked.
       01  FLAG-COUNT        PIC 999 VALUE 0.
       01  FLAG-IDX          PIC 999.
       01  FLAG-TABLE.
           05  FLAG-ENTRY OCCURS 200 TIMES.
               10  FL-NAME      PIC X(40).
               10  FL-DATE      PIC X(8).
               10  FL-START     PIC 9(7).
               10  FL-REASON    PIC X(30).
       01  WARN-COUNT        PIC 999 VALUE 0.
       01  WARN-IDX          PIC 999.
       01  WARN-TABLE.
           05  WARN-ENTRY OCCURS 100 TIMES.
               10  WARN-DATE    PIC X(8).
               10  WARN-REASON  PIC X(30).
       01  TREND-WARN-LINE.
           05  FILLER        PIC X(18) VALUE "  WARNING: COPY OF".
           05  FILLER        PIC X(1)  VALUE SPACE.
           05  TWL-DATE      PIC X(8).
           05  FILLER        PIC X(30)
               VALUE " FAILED ARCHIVE VERIFICATION -".
           05  FILLER        PIC X(1)  VALUE SPACE.
           05  TWL-REASON    PIC X(30).
       01  TR-HAVE-PREV      PIC X.
       01  TR-BLOCKS         PIC 9(4).
       01  TR-CUR-ROWS       PIC 99.
               10  PAIR-FROM    PIC X(8).
               10  PAIR-TO      PIC X(8).
               10  PAIR-CHANGED PIC 9(5).
               10  PAIR-SUSPECT PIC X.
       01  TREND-PAIR-LINE.
           05  FILLER        PIC X(5)  VALUE "FROM ".
           05  TPL-FROM      PIC X(8).
           05  TPL-TO        PIC X(8).
           05  FILLER        PIC X(16) VALUE "  CELLS CHANGED ".
           05  TPL-CHANGED   PIC ZZZZ9.
           05  TPL-NOTE      PIC X(9).

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
           OPEN OUTPUT TREND-REPORT-FILE.
           MOVE "DDA ARCHIVE TREND REPORT" TO TR-RPT-LINE.
           PERFORM PUT-TREND-LINE.
           PERFORM LOAD-ARCHIVE-FLAGS.
           OPEN INPUT TRENDJOBS-FILE.
           PERFORM UNTIL TRENDJOBS-EOF EQUAL "Y"
               READ TRENDJOBS-FILE NEXT RECORD
           MOVE 0 TO TR-BLOCKS.
           MOVE 0 TO TR-MAX-ROWS.
           MOVE 0 TO PAIR-COUNT.
           MOVE 0 TO WARN-COUNT.
           MOVE 0 TO TR-LINE-NO.
           MOVE "N" TO TR-HAVE-PREV.
           MOVE ALL "0" TO CHANGE-GRID.
           MOVE "N" TO ARCHIVE-EOF.
               MOVE "Y" TO ARCHIVE-EOF
           END-READ.
           IF ARCHIVE-EOF NOT EQUAL "Y"
               ADD 1 TO TR-LINE-NO
               PERFORM HANDLE-TREND-LINE.

       HANDLE-TREND-LINE.
               IF AH-NAME EQUAL TR-WANT-NAME
                   MOVE 1 TO TR-STATE
                   MOVE AH-DATE TO TR-CUR-DATE
                   PERFORM CHECK-BLOCK-FLAG
                   MOVE 0 TO TR-CUR-ROWS
                   MOVE SPACES TO CUR-GRID
               ELSE
               PERFORM COMPARE-GRIDS.
           MOVE CUR-GRID TO PREV-GRID.
           MOVE TR-CUR-DATE TO TR-PREV-DATE.
           MOVE TR-CUR-SUSPECT TO TR-PREV-SUSPECT.
           MOVE "Y" TO TR-HAVE-PREV.

      * The DDADIFF rule, cell for cell over the full 99x99 frame:
               ADD 1 TO PAIR-COUNT
               MOVE TR-PREV-DATE TO PAIR-FROM(PAIR-COUNT)
               MOVE TR-CUR-DATE TO PAIR-TO(PAIR-COUNT)
               MOVE TR-CHANGED TO PAIR-CHANGED(PAIR-COUNT)
               MOVE "N" TO PAIR-SUSPECT(PAIR-COUNT)
               IF TR-PREV-SUSPECT EQUAL "Y"
                   OR TR-CUR-SUSPECT EQUAL "Y"
                   MOVE "Y" TO PAIR-SUSPECT(PAIR-COUNT).

       COMPARE-GRID-ROW.
           MOVE 1 TO TR-K.
                   PERFORM PUT-TREND-LINE
               END-IF
           END-IF.
           MOVE 1 TO WARN-IDX.
           PERFORM PRINT-WARN-LINE UNTIL WARN-IDX > WARN-COUNT.
           MOVE 1 TO PAIR-IDX.
           PERFORM PRINT-PAIR-LINE UNTIL PAIR-IDX > PAIR-COUNT.
           IF PAIR-COUNT > 0
           MOVE PAIR-FROM(PAIR-IDX) TO TPL-FROM.
           MOVE PAIR-TO(PAIR-IDX) TO TPL-TO.
           MOVE PAIR-CHANGED(PAIR-IDX) TO TPL-CHANGED.
           IF PAIR-SUSPECT(PAIR-IDX) EQUAL "Y"
               MOVE "  SUSPECT" TO TPL-NOTE
           ELSE
               MOVE SPACES TO TPL-NOTE.
           MOVE TREND-PAIR-LINE TO TR-RPT-LINE.
           PERFORM PUT-TREND-LINE.
           ADD 1 TO PAIR-IDX.

       PRINT-WARN-LINE.
           MOVE WARN-DATE(WARN-IDX) TO TWL-DATE.
           MOVE WARN-REASON(WARN-IDX) TO TWL-REASON.
           MOVE TREND-WARN-LINE TO TR-RPT-LINE.
           PERFORM PUT-TREND-LINE.
           ADD 1 TO WARN-IDX.

       PRINT-HOTSPOT-ROW.
           MOVE SPACES TO TR-BUILD.
           MOVE 1 TO TR-K.
           DISPLAY TR-RPT-LINE.
           MOVE TR-RPT-LINE TO TREND-REPORT-LINE.
           WRITE TREND-REPORT-LINE.

      * No flag file just means nothing has been found wrong.
       LOAD-ARCHIVE-FLAGS.
           MOVE 0 TO FLAG-COUNT.
           OPEN INPUT ARCHIVE-FLAG-FILE.
           IF ARCHIVE-FLAG-STATUS NOT EQUAL "00"
               MOVE "Y" TO ARCHIVE-FLAG-EOF.
           PERFORM LOAD-FLAG-LINE UNTIL ARCHIVE-FLAG-EOF EQUAL "Y".
           IF ARCHIVE-FLAG-STATUS NOT EQUAL "35"
               CLOSE ARCHIVE-FLAG-FILE.

       LOAD-FLAG-LINE.
           READ ARCHIVE-FLAG-FILE NEXT RECORD
               AT END
               MOVE "Y" TO ARCHIVE-FLAG-EOF
           END-READ.
           IF ARCHIVE-FLAG-EOF NOT EQUAL "Y"
               MOVE ARCHIVE-FLAG-LINE TO ARCHIVE-FLAG-REC
               IF AF-START NUMERIC AND FLAG-COUNT < 200
                   ADD 1 TO FLAG-COUNT
                   MOVE AF-NAME TO FL-NAME(FLAG-COUNT)
                   MOVE AF-DATE TO FL-DATE(FLAG-COUNT)
                   MOVE AF-START TO FL-START(FLAG-COUNT)
                   MOVE AF-REASON TO FL-REASON(FLAG-COUNT)
               END-IF
           END-IF.

      * The block just started is flagged when its name, date and
      * starting line - DDAVRFY's key - are on the flag list.
       CHECK-BLOCK-FLAG.
           MOVE "N" TO TR-CUR-SUSPECT.
           MOVE 1 TO FLAG-IDX.
           PERFORM NEXT-FLAG-ENTRY
               UNTIL FLAG-IDX > FLAG-COUNT
               OR (FL-NAME(FLAG-IDX) EQUAL AH-NAME
               AND FL-DATE(FLAG-IDX) EQUAL AH-DATE
               AND FL-START(FLAG-IDX) EQUAL TR-LINE-NO).
           IF FLAG-IDX NOT GREATER THAN FLAG-COUNT
               MOVE "Y" TO TR-CUR-SUSPECT
               IF WARN-COUNT < 100
                   ADD 1 TO WARN-COUNT
                   MOVE AH-DATE TO WARN-DATE(WARN-COUNT)
                   MOVE FL-REASON(FLAG-IDX) TO WARN-REASON(WARN-COUNT)
               END-IF
           END-IF.

       NEXT-FLAG-ENTRY.
           ADD 1 TO FLAG-IDX.
