      * code, or SKIPPED with the reason - plus the chain totals.
      * DDARUN itself ends with RETURN-CODE 8 when any step failed
      * or was skipped, so the scheduler still sees one verdict.
      *
      * Each step that runs is timed - start and end clock time and
      * elapsed seconds on its report line, and a line in the timing
      * history timehist.txt (the file DDA adds a line to per plot
      * job) - and the chain as a whole gets a history line of its
      * own, so DDATIME can say where a night's window went and
      * forecast the next one. History lines file under the schedule
      * date, yesterday when the chain starts before 06:00, the same
      * night DDA's own lines are filed under.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DDARUN.
           SELECT CHAIN-REPORT-FILE
               ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TIME-HIST-FILE
               ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TIME-HIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
            VALUE OF FILE-ID IS "chainreport.txt".
       01  CHAIN-REPORT-LINE PIC X(100).

       FD  TIME-HIST-FILE
           LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "timehist.txt".
       01  TIME-HIST-LINE PIC X(110).

       WORKING-STORAGE SECTION.
       01  CHAINJOBS-STATUS  PIC XX.
       01  CHAINJOBS-EOF     PIC X VALUE "N".
       01  TIME-HIST-STATUS  PIC XX.
       01  CH-RPT-LINE       PIC X(100).
      * Slot 5 exists only as an overflow detector, the same guard
      * DDAMERGE keeps on its grid list: a line keyed with a fifth
               10  CH-STATE      PIC X.
               10  CH-RC         PIC 9(4).
               10  CH-REASON     PIC X(30).
               10  CH-START      PIC X(14).
               10  CH-END        PIC X(14).
               10  CH-SECS       PIC 9(6).
       01  CH-IDX            PIC 99.
       01  CH-DEP-IDX        PIC 9.
       01  CH-SCAN           PIC 99.
       01  CH-FAIL-COUNT     PIC 99 VALUE 0.
       01  CH-SKIP-COUNT     PIC 99 VALUE 0.
       01  ANY-STEP-BAD      PIC X VALUE "N".
      * Twin of DDA's TIME-HIST-REC: "S" for a chain step (NAME the
      * step name), "C" for the whole chain; DDA writes "J" lines.
       01  TIME-HIST-REC.
           05  TMH-KIND         PIC X.
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  TMH-NIGHT        PIC 9(8).
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  TMH-NAME         PIC X(40).
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  TMH-START        PIC X(14).
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  TMH-END          PIC X(14).
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  TMH-SECS         PIC 9(6).
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  TMH-RECORDS      PIC 9(4)  VALUE 0.
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  TMH-RESULT       PIC X(7).
       01  TMH-STAMP.
           05  TMH-STAMP-DATE   PIC 9(8).
           05  TMH-STAMP-HH     PIC 99.
           05  TMH-STAMP-MM     PIC 99.
           05  TMH-STAMP-SS     PIC 99.
       01  TMH-FROM-DATE        PIC 9(8).
       01  TMH-FROM-SECS        PIC 9(6).
       01  TMH-TO-SECS          PIC 9(6).
       01  CHAIN-START          PIC X(14).
       01  CHAIN-END            PIC X(14).
       01  CHAIN-SECS           PIC 9(6).
      * The schedule date, worked out as DDA's SET-SCHEDULE-DATE
      * does it.
       01  NIGHT-DATE           PIC 9(8).
       01  NIGHT-TIME           PIC 9(6).
       01  MONTH-LENGTHS        PIC X(24)
               VALUE "312831303130313130313031".
       01  MONTH-LENGTH-TABLE REDEFINES MONTH-LENGTHS.
           05  MONTH-LENGTH OCCURS 12 TIMES PIC 99.
       01  SCH-DATE.
           05  SCH-YYYY         PIC 9(4).
           05  SCH-MM           PIC 99.
           05  SCH-DD           PIC 99.
       01  SCH-DATE-N REDEFINES SCH-DATE PIC 9(8).
       01  SCH-MONTH-END        PIC 99.
       01  SCH-REM              PIC 9999.
       01  SCH-QUOT             PIC 9(6).
       01  STEP-REPORT-LINE.
           05  FILLER        PIC X(5)  VALUE "STEP ".
           05  SRL-NAME      PIC X(12).
           05  SRL-RC        PIC ZZZ9.
           05  FILLER        PIC X(2)  VALUE SPACES.
           05  SRL-REASON    PIC X(30).
           05  SRL-TIMES     PIC X(34).
       01  STEP-TIME-PART.
           05  FILLER        PIC X(6)  VALUE " FROM ".
           05  STP-START     PIC X(6).
           05  FILLER        PIC X(4)  VALUE " TO ".
           05  STP-END       PIC X(6).
           05  FILLER        PIC X(6)  VALUE " SECS ".
           05  STP-SECS      PIC ZZZZZ9.
       01  CHAIN-TOTAL-LINE.
           05  FILLER        PIC X(13) VALUE "CHAIN TOTALS ".
           05  FILLER        PIC X(3)  VALUE "OK ".
           05  FILLER        PIC X(9)  VALUE "  SKIPPED".
           05  FILLER        PIC X(1)  VALUE SPACE.
           05  CTL-SKIPPED   PIC ZZ9.
       01  CHAIN-TIME-LINE.
           05  FILLER        PIC X(13) VALUE "CHAIN ELAPSED".
           05  FILLER        PIC X(6)  VALUE " FROM ".
           05  CTM-START     PIC X(14).
           05  FILLER        PIC X(4)  VALUE " TO ".
           05  CTM-END       PIC X(14).
           05  FILLER        PIC X(6)  VALUE " SECS ".
           05  CTM-SECS      PIC ZZZZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.
           END-PERFORM.
           IF CHAINJOBS-STATUS NOT EQUAL "35"
               CLOSE CHAINJOBS-FILE.
           PERFORM SET-NIGHT-DATE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO CHAIN-START.
           MOVE 1 TO CH-IDX.
           PERFORM RUN-CHAIN-STEP UNTIL CH-IDX > CH-STEP-COUNT.
           MOVE FUNCTION CURRENT-DATE(1:14) TO CHAIN-END.
           PERFORM WRITE-CHAIN-TIME-HIST.
           MOVE 1 TO CH-IDX.
           PERFORM REPORT-CHAIN-STEP UNTIL CH-IDX > CH-STEP-COUNT.
           MOVE SPACES TO CH-RPT-LINE.
           MOVE CH-SKIP-COUNT TO CTL-SKIPPED.
           MOVE CHAIN-TOTAL-LINE TO CH-RPT-LINE.
           PERFORM PUT-CHAIN-LINE.
           MOVE CHAIN-START TO CTM-START.
           MOVE CHAIN-END TO CTM-END.
           MOVE CHAIN-SECS TO CTM-SECS.
           MOVE CHAIN-TIME-LINE TO CH-RPT-LINE.
           PERFORM PUT-CHAIN-LINE.
           CLOSE CHAIN-REPORT-FILE.
           GO TO PROGRAM-DONE.

               DISPLAY "DDARUN STEP " CH-NAME(CH-IDX)
                   " RUNNING " CH-COMMAND(1:30)
               MOVE 0 TO RETURN-CODE
               MOVE FUNCTION CURRENT-DATE(1:14) TO CH-START(CH-IDX)
               CALL "SYSTEM" USING CH-COMMAND
               MOVE FUNCTION CURRENT-DATE(1:14) TO CH-END(CH-IDX)
      * SYSTEM hands back the raw wait status - the child's exit
      * code times 256 - so the report stores the quotient: the
      * RETURN-CODE the step itself ended with, in this shop's
                   MOVE "Y" TO ANY-STEP-BAD
               END-IF
               MOVE 0 TO RETURN-CODE
               PERFORM WRITE-STEP-TIME-HIST
           ELSE
               MOVE "S" TO CH-STATE(CH-IDX)
               ADD 1 TO CH-SKIP-COUNT
               MOVE CH-STATE(CH-SCAN) TO CH-DEP-STATE.
           ADD 1 TO CH-SCAN.

      * A step that never ran has no times to show.
       REPORT-CHAIN-STEP.
           MOVE CH-NAME(CH-IDX) TO SRL-NAME.
           MOVE CH-RC(CH-IDX) TO SRL-RC.
           MOVE CH-REASON(CH-IDX) TO SRL-REASON.
           IF CH-STATE(CH-IDX) EQUAL "S"
               MOVE SPACES TO SRL-TIMES
           ELSE
               MOVE CH-START(CH-IDX)(9:6) TO STP-START
               MOVE CH-END(CH-IDX)(9:6) TO STP-END
               MOVE CH-SECS(CH-IDX) TO STP-SECS
               MOVE STEP-TIME-PART TO SRL-TIMES.
           IF CH-STATE(CH-IDX) EQUAL "R"
               MOVE "OK     " TO SRL-VERDICT
           ELSE
           PERFORM PUT-CHAIN-LINE.
           ADD 1 TO CH-IDX.

      * The step's timehist.txt line. The return code is left to
      * the chain report; the history keeps only the verdict.
       WRITE-STEP-TIME-HIST.
           MOVE "S" TO TMH-KIND.
           MOVE CH-NAME(CH-IDX) TO TMH-NAME.
           MOVE CH-START(CH-IDX) TO TMH-START.
           MOVE CH-END(CH-IDX) TO TMH-END.
           PERFORM COMPUTE-ELAPSED.
           MOVE TMH-SECS TO CH-SECS(CH-IDX).
           IF CH-STATE(CH-IDX) EQUAL "R"
               MOVE "OK" TO TMH-RESULT
           ELSE
               MOVE "FAILED" TO TMH-RESULT.
           PERFORM PUT-TIME-HIST-LINE.

      * The chain's own line: first step's start to last step's
      * end, so the night total includes the time between steps.
       WRITE-CHAIN-TIME-HIST.
           MOVE "C" TO TMH-KIND.
           MOVE "DDARUN" TO TMH-NAME.
           MOVE CHAIN-START TO TMH-START.
           MOVE CHAIN-END TO TMH-END.
           PERFORM COMPUTE-ELAPSED.
           MOVE TMH-SECS TO CHAIN-SECS.
           IF ANY-STEP-BAD EQUAL "Y"
               MOVE "FAILED" TO TMH-RESULT
           ELSE
               MOVE "OK" TO TMH-RESULT.
           PERFORM PUT-TIME-HIST-LINE.

      * Opened and closed round every line: the DDA step appends its
      * own job lines to the same file while the chain is running,
      * and a copy held open here would write over them.
       PUT-TIME-HIST-LINE.
           OPEN EXTEND TIME-HIST-FILE.
           IF TIME-HIST-STATUS EQUAL "35"
               OPEN OUTPUT TIME-HIST-FILE.
           MOVE TIME-HIST-REC TO TIME-HIST-LINE.
           WRITE TIME-HIST-LINE.
           CLOSE TIME-HIST-FILE.

      * Seconds from TMH-START to TMH-END: seconds past midnight at
      * each end, plus a day when the span crossed midnight.
       COMPUTE-ELAPSED.
           MOVE NIGHT-DATE TO TMH-NIGHT.
           MOVE TMH-START TO TMH-STAMP.
           MOVE TMH-STAMP-DATE TO TMH-FROM-DATE.
           COMPUTE TMH-FROM-SECS = TMH-STAMP-HH * 3600
               + TMH-STAMP-MM * 60 + TMH-STAMP-SS.
           MOVE TMH-END TO TMH-STAMP.
           COMPUTE TMH-TO-SECS = TMH-STAMP-HH * 3600
               + TMH-STAMP-MM * 60 + TMH-STAMP-SS.
           IF TMH-STAMP-DATE NOT EQUAL TMH-FROM-DATE
               ADD 86400 TO TMH-TO-SECS.
           IF TMH-TO-SECS < TMH-FROM-SECS
               MOVE 0 TO TMH-SECS
           ELSE
               COMPUTE TMH-SECS = TMH-TO-SECS - TMH-FROM-SECS.

      * Today, or yesterday when the chain starts in the small
      * hours before the 06:00 window closes.
       SET-NIGHT-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO NIGHT-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO NIGHT-TIME.
           IF NIGHT-TIME < 060000
               MOVE NIGHT-DATE TO SCH-DATE-N
               PERFORM PREVIOUS-DAY
               MOVE SCH-DATE-N TO NIGHT-DATE.

       PREVIOUS-DAY.
           IF SCH-DD > 1
               SUBTRACT 1 FROM SCH-DD
           ELSE
               IF SCH-MM > 1
                   SUBTRACT 1 FROM SCH-MM
               ELSE
                   MOVE 12 TO SCH-MM
                   SUBTRACT 1 FROM SCH-YYYY
               END-IF
               PERFORM FIND-MONTH-END
               MOVE SCH-MONTH-END TO SCH-DD
           END-IF.

       FIND-MONTH-END.
           MOVE MONTH-LENGTH(SCH-MM) TO SCH-MONTH-END.
           IF SCH-MM EQUAL 2
               DIVIDE SCH-YYYY BY 4 GIVING SCH-QUOT
                   REMAINDER SCH-REM
               IF SCH-REM EQUAL 0
                   MOVE 29 TO SCH-MONTH-END
                   DIVIDE SCH-YYYY BY 100 GIVING SCH-QUOT
                       REMAINDER SCH-REM
                   IF SCH-REM EQUAL 0
                       MOVE 28 TO SCH-MONTH-END
                       DIVIDE SCH-YYYY BY 400 GIVING SCH-QUOT
                           REMAINDER SCH-REM
                       IF SCH-REM EQUAL 0
                           MOVE 29 TO SCH-MONTH-END
                       END-IF
                   END-IF
               END-IF
           END-IF.

       PUT-CHAIN-LINE.
           DISPLAY CH-RPT-LINE.
           MOVE CH-RPT-LINE TO CHAIN-REPORT-LINE.
