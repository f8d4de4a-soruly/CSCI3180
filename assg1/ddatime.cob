      * DDATIME - companion to dda.cob and ddarun.cob. DDA adds a
      * line to timehist.txt for every plot job it starts and DDARUN
      * one for every chain step it runs and one for the chain as a
      * whole - start and end stamps and elapsed seconds under the
      * schedule date the night belongs to. This program reads that
      * history back and answers the two questions the night shift
      * could not when the batch ran over the 06:00 window: where
      * did the time go, and will tonight fit.
      *
      * timereport.txt (and the console) carries:
      *   NIGHT TOTALS - for each of the last seven nights in the
      *     history, the chain's elapsed seconds and finish time
      *     (OVERRAN when it finished past 06:00 the next morning),
      *     and the plot jobs run and their seconds.
      *   SLOWEST PLOT JOBS and SLOWEST CHAIN STEPS - up to ten of
      *     each, by average seconds over the nights they ran in
      *     that seven-night window, with the seconds night by
      *     night (oldest first) and the trend: last night against
      *     the average of the nights before it, UP or DOWN by the
      *     percentage, STEADY inside ten percent either way, NEW
      *     when there is nothing earlier to compare with.
      *   TONIGHT'S FORECAST - chainjobs.txt step by step in chain
      *     order, the average of each step's last five good runs;
      *     the step that runs DDA is expanded into jobs.txt entry
      *     by entry instead (no chain file, or no DDA step in it,
      *     and the jobs are forecast on their own after the
      *     steps). A job's forecast is the file's seconds per
      *     record over its last five completed runs scaled to the
      *     line count in its header tonight; a file with no
      *     history gets the whole batch's rate per record. Each
      *     line shows the clock time it is projected to finish,
      *     counting from when this program runs, and any line and
      *     the night itself projected past 06:00 is flagged
      *     OVERRUN.
      * Every manifest entry is forecast whatever its run frequency
      * - weekly and month-end entries are shown with their code -
      * so the total errs long on nights they are not due: a warning
      * that the window is tight is cheaper than a missed one.
      *
      * Run it ahead of DDARUN, not as a chain step. RETURN-CODE 8
      * when any job or the night is projected to overrun, so the
      * scheduler can raise it before the chain starts.
      *
      * The TIME-HIST-REC layout below is a twin of DDA's and
      * DDARUN's - if that line changes shape, all three move.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DDATIME.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TIME-HIST-FILE
               ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TIME-HIST-STATUS.
           SELECT JOBS-FILE
               ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JOBS-STATUS.
           SELECT CHAINJOBS-FILE
               ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHAINJOBS-STATUS.
           SELECT PLOT-INPUT-FILE
               ASSIGN TO DYNAMIC TM-INPUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLOT-INPUT-STATUS.
           SELECT TIME-REPORT-FILE
               ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TIME-HIST-FILE
           LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "timehist.txt".
       01  TIME-HIST-REC.
           05  TMH-KIND         PIC X.
           05  FILLER           PIC X(1).
           05  TMH-NIGHT        PIC X(8).
           05  FILLER           PIC X(1).
           05  TMH-NAME         PIC X(40).
           05  FILLER           PIC X(1).
           05  TMH-START        PIC X(14).
           05  FILLER           PIC X(1).
           05  TMH-END          PIC X(14).
           05  FILLER           PIC X(1).
           05  TMH-SECS         PIC X(6).
           05  FILLER           PIC X(1).
           05  TMH-RECORDS      PIC X(4).
           05  FILLER           PIC X(1).
           05  TMH-RESULT       PIC X(7).
           05  FILLER           PIC X(9).

       FD  JOBS-FILE
           LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "jobs.txt".
       01  JOB-LINE PIC X(130).

       FD  CHAINJOBS-FILE
           LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "chainjobs.txt".
       01  CHAINJOB-LINE PIC X(160).

      * Just enough of DDA's input layout to find the line count:
      * canvas header, the optional "W" window record, then the
      * count record - 2 digits, or 4 when bytes 3-4 are keyed.
       FD  PLOT-INPUT-FILE
           LABEL RECORDS ARE STANDARD.
       01  PLOT-INPUT-REC.
           05  PIN-MARK         PIC X.
           05  FILLER           PIC X(79).
       01  PLOT-COUNT-REC.
           05  PIN-COUNT-4      PIC X(4).
           05  FILLER           PIC X(76).

       FD  TIME-REPORT-FILE
           LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "timereport.txt".
       01  TIME-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01  TIME-HIST-STATUS  PIC XX.
       01  JOBS-STATUS       PIC XX.
       01  CHAINJOBS-STATUS  PIC XX.
       01  PLOT-INPUT-STATUS PIC XX.
       01  TM-EOF            PIC X.
       01  RPT-LINE          PIC X(100).
       01  TM-DROPPED        PIC 9(4) VALUE 0.
       01  TM-FULL           PIC 9(4) VALUE 0.
       01  ANY-OVERRUN       PIC X VALUE "N".
       01  TM-NIGHT-N        PIC 9(8).
       01  TM-NIGHT-X REDEFINES TM-NIGHT-N PIC X(8).
       01  TM-TITLE          PIC X(40).
       01  TM-SECS-N         PIC 9(6).
       01  TM-RECS-N         PIC 9(4).
       01  TM-COMPLETE       PIC X.
      * The seven most recent nights in the history, oldest first.
      * The history is appended night by night, so a night newer
      * than the newest held rolls the oldest out.
       01  NT-COUNT          PIC 9 VALUE 0.
       01  NT-TABLE.
           05  NT-ENTRY OCCURS 7 TIMES.
               10  NT-DATE       PIC 9(8).
               10  NT-CHAIN-SEEN PIC X.
               10  NT-CHAIN-SECS PIC 9(6).
               10  NT-CHAIN-END  PIC X(14).
               10  NT-JOBS       PIC 9(4).
               10  NT-JOB-SECS   PIC 9(7).
       01  N                 PIC 9.
       01  NT-SLOT           PIC 9.
      * One entry per plot-job input file ("J") and chain step
      * ("S"): seconds per window night, and a ring of the last five
      * completed runs (seconds and header line count) the forecast
      * works from.
       01  IT-COUNT          PIC 999 VALUE 0.
       01  IT-TABLE.
           05  IT-ENTRY OCCURS 300 TIMES.
               10  IT-KIND       PIC X.
               10  IT-NAME       PIC X(40).
               10  IT-PICKED     PIC X.
               10  IT-COUNTERS.
                   15  IT-NIGHT-SECS OCCURS 7 TIMES PIC 9(6).
                   15  IT-NIGHT-RAN  OCCURS 7 TIMES PIC 9.
                   15  IT-RING-SECS  OCCURS 5 TIMES PIC 9(6).
                   15  IT-RING-RECS  OCCURS 5 TIMES PIC 9(4).
                   15  IT-RING-COUNT PIC 9.
                   15  IT-RING-NEXT  PIC 9.
                   15  IT-NIGHTS     PIC 9.
                   15  IT-AVG        PIC 9(6).
       01  T                 PIC 999.
       01  BEST-T            PIC 999.
       01  R                 PIC 9.
       01  PICK-COUNT        PIC 99.
       01  PICK-KIND         PIC X.
       01  TM-SUM-SECS       PIC 9(8).
       01  TM-SUM-RECS       PIC 9(8).
      * Batch-wide seconds per record, for a file with no history
      * of its own.
       01  BATCH-SECS        PIC 9(8) VALUE 0.
       01  BATCH-RECS        PIC 9(8) VALUE 0.
       01  TM-RATE           PIC 9(5)V9(6).
      * Trend: last night against the average of the nights before.
       01  TM-PRIOR-SUM      PIC 9(8).
       01  TM-PRIOR-NIGHTS   PIC 9.
       01  TM-PRIOR-AVG      PIC 9(6).
       01  TM-LAST-SECS      PIC 9(6).
       01  TM-PCT            PIC 9(5).
       01  TM-PCT-EDIT       PIC ZZZZ9.
      * Tonight's chain and manifest.
       01  CS-COUNT          PIC 99 VALUE 0.
       01  CS-TABLE.
           05  CS-ENTRY OCCURS 50 TIMES.
               10  CS-NAME       PIC X(12).
               10  CS-IS-DDA     PIC X.
       01  CS-PARSE-NAME     PIC X(12).
       01  CS-PARSE-CMD      PIC X(40).
       01  CS-PROGRAM        PIC X(40).
       01  CS-K              PIC 99.
       01  CS-SLASH          PIC 99.
       01  CS-DDA-SEEN       PIC X VALUE "N".
       01  CS-IDX            PIC 99.
       01  JB-COUNT          PIC 999 VALUE 0.
       01  JB-TABLE.
           05  JB-ENTRY OCCURS 200 TIMES.
               10  JB-INPUT      PIC X(40).
               10  JB-FREQ       PIC X(8).
       01  JB-IDX            PIC 999.
       01  JB-PARSE-OUTPUT   PIC X(40).
       01  JB-PARSE-GRAPH    PIC X(30).
       01  TM-INPUT-NAME     PIC X(40).
       01  TM-INPUT-RECS     PIC 9(4).
       01  TM-INPUT-OK       PIC X.
      * The clock the forecast runs on: seconds past midnight now,
      * seconds until 06:00 comes round, and the running total.
       01  TM-NOW.
           05  TM-NOW-HH     PIC 99.
           05  TM-NOW-MM     PIC 99.
           05  TM-NOW-SS     PIC 99.
       01  TM-NOW-SECS       PIC 9(6).
       01  TM-AVAIL-SECS     PIC 9(6).
       01  TM-CUM-SECS       PIC 9(7) VALUE 0.
       01  TM-ITEM-SECS      PIC 9(6).
       01  TM-JOB-TOTAL      PIC 9(7).
       01  TM-BASIS          PIC X(12).
       01  TM-CLOCK-SECS     PIC 9(7).
       01  TM-CLOCK-QUOT     PIC 9(4).
       01  TM-CLOCK.
           05  TM-CLOCK-HH   PIC 99.
           05  FILLER        PIC X VALUE ":".
           05  TM-CLOCK-MM   PIC 99.
           05  FILLER        PIC X VALUE ":".
           05  TM-CLOCK-SS   PIC 99.
       01  HEAD-NIGHT-LINE.
           05  FILLER        PIC X(8)  VALUE "NIGHT".
           05  FILLER        PIC X(12) VALUE "  CHAIN SECS".
           05  FILLER        PIC X(17) VALUE "  FINISHED".
           05  FILLER        PIC X(6)  VALUE "  JOBS".
           05  FILLER        PIC X(10) VALUE "  JOB SECS".
       01  NIGHT-LINE.
           05  NL-DATE       PIC 9(8).
           05  FILLER        PIC X(6)  VALUE SPACES.
           05  NL-CHAIN-SECS PIC ZZZZZ9.
           05  FILLER        PIC X(2)  VALUE SPACES.
           05  NL-FINISHED   PIC X(15).
           05  FILLER        PIC X(2)  VALUE SPACES.
           05  NL-JOBS       PIC ZZZ9.
           05  FILLER        PIC X(3)  VALUE SPACES.
           05  NL-JOB-SECS   PIC ZZZZZZ9.
           05  FILLER        PIC X(2)  VALUE SPACES.
           05  NL-FLAG       PIC X(7).
       01  HEAD-SLOW-LINE.
           05  FILLER        PIC X(30) VALUE "NAME".
           05  FILLER        PIC X(7)  VALUE "    AVG".
           05  HSL-NIGHT OCCURS 7 TIMES.
               10  FILLER    PIC X(3).
               10  HSL-MMDD  PIC X(4).
           05  FILLER        PIC X(7)  VALUE "  TREND".
       01  SLOW-LINE.
           05  SLL-NAME      PIC X(30).
           05  FILLER        PIC X(1)  VALUE SPACE.
           05  SLL-AVG       PIC ZZZZZ9.
           05  SLL-NIGHT OCCURS 7 TIMES.
               10  FILLER    PIC X(1).
               10  SLL-SECS  PIC X(6).
           05  FILLER        PIC X(2)  VALUE SPACES.
           05  SLL-TREND     PIC X(10).
       01  TM-SECS-EDIT      PIC ZZZZZ9.
       01  FORECAST-HEAD-LINE.
           05  FILLER        PIC X(20) VALUE "TONIGHT'S FORECAST  ".
           05  FILLER        PIC X(5)  VALUE "FROM ".
           05  FHL-NOW       PIC X(8).
           05  FILLER        PIC X(26)
               VALUE "  WINDOW CLOSES 06:00:00  ".
           05  FHL-AVAIL     PIC ZZZZZ9.
           05  FILLER        PIC X(15) VALUE " SECS AVAILABLE".
       01  HEAD-FORECAST-LINE.
           05  FILLER        PIC X(35) VALUE "      NAME".
           05  FILLER        PIC X(9)  VALUE " FREQ".
           05  FILLER        PIC X(5)  VALUE " RECS".
           05  FILLER        PIC X(8)  VALUE "    SECS".
           05  FILLER        PIC X(12) VALUE "  FINISH".
           05  FILLER        PIC X(5)  VALUE "BASIS".
       01  FORECAST-LINE.
           05  FCL-KIND      PIC X(6).
           05  FCL-NAME      PIC X(29).
           05  FILLER        PIC X(1)  VALUE SPACE.
           05  FCL-FREQ      PIC X(8).
           05  FILLER        PIC X(1)  VALUE SPACE.
           05  FCL-RECORDS   PIC X(4).
           05  FILLER        PIC X(2)  VALUE SPACES.
           05  FCL-SECS      PIC ZZZZZ9.
           05  FILLER        PIC X(2)  VALUE SPACES.
           05  FCL-FINISH    PIC X(8).
           05  FILLER        PIC X(2)  VALUE SPACES.
           05  FCL-BASIS     PIC X(12).
           05  FILLER        PIC X(1)  VALUE SPACE.
           05  FCL-FLAG      PIC X(7).
       01  TM-RECS-EDIT      PIC ZZZ9.
       01  FORECAST-TOTAL-LINE.
           05  FILLER        PIC X(20) VALUE "FORECAST TOTAL SECS ".
           05  FTL-SECS      PIC ZZZZZZ9.
           05  FILLER        PIC X(20) VALUE "  PROJECTED FINISH  ".
           05  FTL-FINISH    PIC X(8).
           05  FILLER        PIC X(2)  VALUE SPACES.
           05  FTL-FLAG      PIC X(33).
       01  DROPPED-LINE.
           05  FILLER        PIC X(29)
               VALUE "HISTORY LINES NOT UNDERSTOOD ".
           05  DROPPED-SHOW  PIC ZZZ9.
       01  FULL-LINE.
           05  FILLER        PIC X(29)
               VALUE "HISTORY LINES PAST TABLE     ".
           05  FULL-SHOW     PIC ZZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.

      * Two passes over the history: the first settles which seven
      * nights the report covers, the second fills the tables - a
      * job's seconds can't be slotted under a night until the
      * window is known.
       PROGRAM-BEGIN.
           OPEN OUTPUT TIME-REPORT-FILE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO TM-NOW.
           PERFORM SCAN-NIGHTS.
           PERFORM LOAD-HISTORY.
           PERFORM LOAD-CHAIN.
           PERFORM LOAD-MANIFEST.
           MOVE "DDA BATCH TIMING REPORT" TO RPT-LINE.
           PERFORM PUT-LINE.
           PERFORM PRINT-NIGHT-TOTALS.
           MOVE "J" TO PICK-KIND.
           MOVE "SLOWEST PLOT JOBS" TO TM-TITLE.
           PERFORM PRINT-SLOWEST.
           MOVE "S" TO PICK-KIND.
           MOVE "SLOWEST CHAIN STEPS" TO TM-TITLE.
           PERFORM PRINT-SLOWEST.
           PERFORM PRINT-FORECAST.
           IF TM-DROPPED > 0
               MOVE SPACES TO RPT-LINE
               PERFORM PUT-LINE
               MOVE TM-DROPPED TO DROPPED-SHOW
               MOVE DROPPED-LINE TO RPT-LINE
               PERFORM PUT-LINE.
           IF TM-FULL > 0
               MOVE TM-FULL TO FULL-SHOW
               MOVE FULL-LINE TO RPT-LINE
               PERFORM PUT-LINE.
           CLOSE TIME-REPORT-FILE.
           GO TO PROGRAM-DONE.

       PROGRAM-DONE.
           IF ANY-OVERRUN EQUAL "Y"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE.
           STOP RUN.

      * Pass one: the window of nights.
       SCAN-NIGHTS.
           OPEN INPUT TIME-HIST-FILE.
           IF TIME-HIST-STATUS NOT EQUAL "00"
               MOVE "Y" TO TM-EOF
           ELSE
               MOVE "N" TO TM-EOF.
           PERFORM SCAN-NIGHT-LINE UNTIL TM-EOF EQUAL "Y".
           IF TIME-HIST-STATUS NOT EQUAL "35"
               CLOSE TIME-HIST-FILE.

       SCAN-NIGHT-LINE.
           READ TIME-HIST-FILE NEXT RECORD
               AT END
               MOVE "Y" TO TM-EOF
           END-READ.
           IF TM-EOF NOT EQUAL "Y" AND TMH-NIGHT NUMERIC
               MOVE TMH-NIGHT TO TM-NIGHT-N
               IF NT-COUNT EQUAL 0
                   PERFORM ADD-NIGHT
               ELSE
                   IF TM-NIGHT-N > NT-DATE(NT-COUNT)
                       PERFORM ADD-NIGHT
                   END-IF
               END-IF
           END-IF.

       ADD-NIGHT.
           IF NT-COUNT EQUAL 7
               MOVE 1 TO N
               PERFORM SHIFT-NIGHT UNTIL N > 6
           ELSE
               ADD 1 TO NT-COUNT.
           MOVE TM-NIGHT-N TO NT-DATE(NT-COUNT).
           MOVE "N" TO NT-CHAIN-SEEN(NT-COUNT).
           MOVE 0 TO NT-CHAIN-SECS(NT-COUNT).
           MOVE SPACES TO NT-CHAIN-END(NT-COUNT).
           MOVE 0 TO NT-JOBS(NT-COUNT).
           MOVE 0 TO NT-JOB-SECS(NT-COUNT).

       SHIFT-NIGHT.
           MOVE NT-ENTRY(N + 1) TO NT-ENTRY(N).
           ADD 1 TO N.

      * Pass two. A line whose kind, night or counters won't parse
      * is counted, not fatal - a month of history is worth more
      * than one mangled line. A job that finished OK or HELD, or a
      * step that ended OK, is a completed run the forecast can
      * learn from; a failed one still spent its night's seconds.
       LOAD-HISTORY.
           OPEN INPUT TIME-HIST-FILE.
           IF TIME-HIST-STATUS NOT EQUAL "00"
               MOVE "Y" TO TM-EOF
           ELSE
               MOVE "N" TO TM-EOF.
           PERFORM LOAD-HISTORY-LINE UNTIL TM-EOF EQUAL "Y".
           IF TIME-HIST-STATUS NOT EQUAL "35"
               CLOSE TIME-HIST-FILE.

       LOAD-HISTORY-LINE.
           READ TIME-HIST-FILE NEXT RECORD
               AT END
               MOVE "Y" TO TM-EOF
           END-READ.
           IF TM-EOF NOT EQUAL "Y"
               IF (TMH-KIND NOT EQUAL "J" AND TMH-KIND NOT EQUAL "S"
                   AND TMH-KIND NOT EQUAL "C")
                   OR TMH-NIGHT NOT NUMERIC
                   OR TMH-SECS NOT NUMERIC
                   OR TMH-RECORDS NOT NUMERIC
                   OR TMH-NAME EQUAL SPACES
                   ADD 1 TO TM-DROPPED
               ELSE
                   PERFORM TALLY-HISTORY-LINE
               END-IF
           END-IF.

       TALLY-HISTORY-LINE.
           MOVE TMH-NIGHT TO TM-NIGHT-N.
           MOVE TMH-SECS TO TM-SECS-N.
           MOVE TMH-RECORDS TO TM-RECS-N.
           MOVE 0 TO NT-SLOT.
           MOVE 1 TO N.
           PERFORM FIND-NIGHT-SLOT UNTIL N > NT-COUNT.
           MOVE "N" TO TM-COMPLETE.
           IF TMH-RESULT EQUAL "OK" OR
               (TMH-KIND EQUAL "J" AND TMH-RESULT EQUAL "HELD")
               MOVE "Y" TO TM-COMPLETE.
           IF TMH-KIND EQUAL "C"
               IF NT-SLOT > 0
                   MOVE "Y" TO NT-CHAIN-SEEN(NT-SLOT)
                   ADD TM-SECS-N TO NT-CHAIN-SECS(NT-SLOT)
                   MOVE TMH-END TO NT-CHAIN-END(NT-SLOT)
               END-IF
           ELSE
               PERFORM TALLY-ITEM
           END-IF.

       FIND-NIGHT-SLOT.
           IF NT-DATE(N) EQUAL TM-NIGHT-N
               MOVE N TO NT-SLOT.
           ADD 1 TO N.

       TALLY-ITEM.
           MOVE TMH-KIND TO PICK-KIND.
           MOVE TMH-NAME TO TM-INPUT-NAME.
           PERFORM FIND-ITEM.
           IF T > IT-COUNT AND IT-COUNT < 300
               ADD 1 TO IT-COUNT
               MOVE IT-COUNT TO T
               MOVE TMH-KIND TO IT-KIND(T)
               MOVE TMH-NAME TO IT-NAME(T)
               MOVE "N" TO IT-PICKED(T)
               MOVE ZEROS TO IT-COUNTERS(T)
               MOVE 1 TO IT-RING-NEXT(T).
           IF T > IT-COUNT
               ADD 1 TO TM-FULL
           ELSE
               IF NT-SLOT > 0
                   ADD TM-SECS-N TO IT-NIGHT-SECS(T NT-SLOT)
                   MOVE 1 TO IT-NIGHT-RAN(T NT-SLOT)
                   IF TMH-KIND EQUAL "J"
                       ADD 1 TO NT-JOBS(NT-SLOT)
                       ADD TM-SECS-N TO NT-JOB-SECS(NT-SLOT)
                   END-IF
               END-IF
               IF TM-COMPLETE EQUAL "Y"
                   PERFORM ADD-TO-RING
               END-IF
           END-IF.

      * T is the entry for PICK-KIND/TM-INPUT-NAME, or IT-COUNT + 1
      * when there is none.
       FIND-ITEM.
           MOVE 1 TO T.
           PERFORM NEXT-ITEM
               UNTIL T > IT-COUNT
               OR (IT-KIND(T) EQUAL PICK-KIND
               AND IT-NAME(T) EQUAL TM-INPUT-NAME).

       NEXT-ITEM.
           ADD 1 TO T.

       ADD-TO-RING.
           MOVE IT-RING-NEXT(T) TO R.
           MOVE TM-SECS-N TO IT-RING-SECS(T R).
           MOVE TM-RECS-N TO IT-RING-RECS(T R).
           IF IT-RING-COUNT(T) < 5
               ADD 1 TO IT-RING-COUNT(T).
           IF R EQUAL 5
               MOVE 1 TO IT-RING-NEXT(T)
           ELSE
               ADD 1 TO IT-RING-NEXT(T).
           IF TMH-KIND EQUAL "J" AND TM-RECS-N > 0
               ADD TM-SECS-N TO BATCH-SECS
               ADD TM-RECS-N TO BATCH-RECS.

      * Tonight's chain, as DDARUN will load it: step name then
      * command. The step whose command runs DDA - the program name
      * after any directory part is dda - stands for the plot jobs.
       LOAD-CHAIN.
           OPEN INPUT CHAINJOBS-FILE.
           IF CHAINJOBS-STATUS NOT EQUAL "00"
               MOVE "Y" TO TM-EOF
           ELSE
               MOVE "N" TO TM-EOF.
           PERFORM LOAD-CHAIN-LINE UNTIL TM-EOF EQUAL "Y".
           IF CHAINJOBS-STATUS NOT EQUAL "35"
               CLOSE CHAINJOBS-FILE.

       LOAD-CHAIN-LINE.
           READ CHAINJOBS-FILE NEXT RECORD
               AT END
               MOVE "Y" TO TM-EOF
           END-READ.
           IF TM-EOF NOT EQUAL "Y" AND CHAINJOB-LINE NOT EQUAL SPACES
               MOVE SPACES TO CS-PARSE-NAME
               MOVE SPACES TO CS-PARSE-CMD
               UNSTRING CHAINJOB-LINE DELIMITED BY ALL SPACE
                   INTO CS-PARSE-NAME CS-PARSE-CMD
               IF CS-PARSE-CMD NOT EQUAL SPACES AND CS-COUNT < 50
                   ADD 1 TO CS-COUNT
                   MOVE CS-PARSE-NAME TO CS-NAME(CS-COUNT)
                   PERFORM CHECK-DDA-COMMAND
               END-IF
           END-IF.

       CHECK-DDA-COMMAND.
           MOVE 0 TO CS-SLASH.
           MOVE 1 TO CS-K.
           PERFORM FIND-LAST-SLASH UNTIL CS-K > 40.
           MOVE SPACES TO CS-PROGRAM.
           IF CS-SLASH < 40
               MOVE CS-PARSE-CMD(CS-SLASH + 1:) TO CS-PROGRAM.
           INSPECT CS-PROGRAM CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           IF CS-PROGRAM EQUAL "DDA" AND CS-DDA-SEEN EQUAL "N"
               MOVE "Y" TO CS-IS-DDA(CS-COUNT)
               MOVE "Y" TO CS-DDA-SEEN
           ELSE
               MOVE "N" TO CS-IS-DDA(CS-COUNT).

       FIND-LAST-SLASH.
           IF CS-PARSE-CMD(CS-K:1) EQUAL "/"
               OR CS-PARSE-CMD(CS-K:1) EQUAL "\"
               MOVE CS-K TO CS-SLASH.
           ADD 1 TO CS-K.

      * Tonight's manifest. No jobs.txt means DDA's own fallback of
      * a single input.txt job, so that is what gets forecast.
       LOAD-MANIFEST.
           OPEN INPUT JOBS-FILE.
           IF JOBS-STATUS NOT EQUAL "00"
               MOVE "Y" TO TM-EOF
               MOVE 1 TO JB-COUNT
               MOVE "input.txt" TO JB-INPUT(1)
               MOVE SPACES TO JB-FREQ(1)
           ELSE
               MOVE "N" TO TM-EOF.
           PERFORM LOAD-MANIFEST-LINE UNTIL TM-EOF EQUAL "Y".
           IF JOBS-STATUS NOT EQUAL "35"
               CLOSE JOBS-FILE.

       LOAD-MANIFEST-LINE.
           READ JOBS-FILE NEXT RECORD
               AT END
               MOVE "Y" TO TM-EOF
           END-READ.
           IF TM-EOF NOT EQUAL "Y" AND JOB-LINE NOT EQUAL SPACES
               AND JB-COUNT < 200
               ADD 1 TO JB-COUNT
               MOVE SPACES TO JB-FREQ(JB-COUNT)
               UNSTRING JOB-LINE DELIMITED BY ALL SPACE
                   INTO JB-INPUT(JB-COUNT) JB-PARSE-OUTPUT
                       JB-PARSE-GRAPH JB-FREQ(JB-COUNT)
           END-IF.

      * A chain that finished past 06:00 on a later date than the
      * night it belongs to overran the window.
       PRINT-NIGHT-TOTALS.
           MOVE SPACES TO RPT-LINE.
           PERFORM PUT-LINE.
           MOVE "NIGHT TOTALS" TO RPT-LINE.
           PERFORM PUT-LINE.
           IF NT-COUNT EQUAL 0
               MOVE "NO TIMING HISTORY" TO RPT-LINE
               PERFORM PUT-LINE
           ELSE
               MOVE HEAD-NIGHT-LINE TO RPT-LINE
               PERFORM PUT-LINE
               MOVE 1 TO N
               PERFORM PRINT-NIGHT-LINE UNTIL N > NT-COUNT.

       PRINT-NIGHT-LINE.
           MOVE NT-DATE(N) TO NL-DATE.
           MOVE NT-CHAIN-SECS(N) TO NL-CHAIN-SECS.
           MOVE SPACES TO NL-FLAG.
           IF NT-CHAIN-SEEN(N) EQUAL "Y"
               MOVE NT-DATE(N) TO TM-NIGHT-N
               MOVE SPACES TO NL-FINISHED
               STRING NT-CHAIN-END(N)(1:8) " "
                   NT-CHAIN-END(N)(9:6) DELIMITED BY SIZE
                   INTO NL-FINISHED
               IF NT-CHAIN-END(N)(1:8) > TM-NIGHT-X
                   AND NT-CHAIN-END(N)(9:6) > "060000"
                   MOVE "OVERRAN" TO NL-FLAG
               END-IF
           ELSE
               MOVE "NO CHAIN LINE" TO NL-FINISHED.
           MOVE NT-JOBS(N) TO NL-JOBS.
           MOVE NT-JOB-SECS(N) TO NL-JOB-SECS.
           MOVE NIGHT-LINE TO RPT-LINE.
           PERFORM PUT-LINE.
           ADD 1 TO N.

      * Up to ten entries of PICK-KIND, slowest average first, under
      * the section title in TM-TITLE.
       PRINT-SLOWEST.
           MOVE SPACES TO RPT-LINE.
           PERFORM PUT-LINE.
           MOVE TM-TITLE TO RPT-LINE.
           PERFORM PUT-LINE.
           MOVE 1 TO T.
           PERFORM COMPUTE-ITEM-AVERAGE UNTIL T > IT-COUNT.
           MOVE SPACES TO HEAD-SLOW-LINE(38:).
           MOVE 1 TO N.
           PERFORM SET-NIGHT-HEADING UNTIL N > NT-COUNT.
           MOVE "  TREND" TO HEAD-SLOW-LINE(87:7).
           MOVE HEAD-SLOW-LINE TO RPT-LINE.
           PERFORM PUT-LINE.
           MOVE 0 TO PICK-COUNT.
           PERFORM PRINT-SLOW-LINE UNTIL PICK-COUNT > 9.

       SET-NIGHT-HEADING.
           MOVE NT-DATE(N) TO TM-NIGHT-N.
           MOVE TM-NIGHT-X(5:4) TO HSL-MMDD(N).
           ADD 1 TO N.

       COMPUTE-ITEM-AVERAGE.
           MOVE 0 TO TM-SUM-SECS.
           MOVE 0 TO IT-NIGHTS(T).
           MOVE 1 TO N.
           PERFORM SUM-ITEM-NIGHT UNTIL N > NT-COUNT.
           IF IT-NIGHTS(T) > 0
               COMPUTE IT-AVG(T) ROUNDED =
                   TM-SUM-SECS / IT-NIGHTS(T)
           ELSE
               MOVE 0 TO IT-AVG(T).
           MOVE "N" TO IT-PICKED(T).
           ADD 1 TO T.

       SUM-ITEM-NIGHT.
           IF IT-NIGHT-RAN(T N) EQUAL 1
               ADD 1 TO IT-NIGHTS(T)
               ADD IT-NIGHT-SECS(T N) TO TM-SUM-SECS.
           ADD 1 TO N.

       PRINT-SLOW-LINE.
           MOVE 0 TO BEST-T.
           MOVE 1 TO T.
           PERFORM PICK-SLOW-SCAN UNTIL T > IT-COUNT.
           IF BEST-T EQUAL 0
               MOVE 10 TO PICK-COUNT
           ELSE
               MOVE "Y" TO IT-PICKED(BEST-T)
               MOVE BEST-T TO T
               PERFORM FORMAT-SLOW-LINE
               ADD 1 TO PICK-COUNT.

       PICK-SLOW-SCAN.
           IF IT-KIND(T) EQUAL PICK-KIND AND IT-PICKED(T) EQUAL "N"
               AND IT-NIGHTS(T) > 0
               IF BEST-T EQUAL 0
                   MOVE T TO BEST-T
               ELSE
                   IF IT-AVG(T) > IT-AVG(BEST-T)
                       MOVE T TO BEST-T
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO T.

       FORMAT-SLOW-LINE.
           MOVE SPACES TO SLOW-LINE.
           MOVE IT-NAME(T) TO SLL-NAME.
           MOVE IT-AVG(T) TO SLL-AVG.
           MOVE 0 TO TM-PRIOR-SUM.
           MOVE 0 TO TM-PRIOR-NIGHTS.
           MOVE 1 TO N.
           PERFORM FORMAT-SLOW-NIGHT UNTIL N > NT-COUNT.
           PERFORM SET-TREND.
           MOVE SLOW-LINE TO RPT-LINE.
           PERFORM PUT-LINE.

       FORMAT-SLOW-NIGHT.
           IF IT-NIGHT-RAN(T N) EQUAL 1
               MOVE IT-NIGHT-SECS(T N) TO TM-SECS-EDIT
               MOVE TM-SECS-EDIT TO SLL-SECS(N)
               IF N < NT-COUNT
                   ADD IT-NIGHT-SECS(T N) TO TM-PRIOR-SUM
                   ADD 1 TO TM-PRIOR-NIGHTS
               END-IF
           ELSE
               MOVE "     -" TO SLL-SECS(N).
           ADD 1 TO N.

      * Trend only means something for an entry that ran last night.
       SET-TREND.
           IF IT-NIGHT-RAN(T NT-COUNT) NOT EQUAL 1
               MOVE SPACES TO SLL-TREND
           ELSE
               IF TM-PRIOR-NIGHTS EQUAL 0
                   MOVE "NEW" TO SLL-TREND
               ELSE
                   PERFORM SET-TREND-CHANGE
               END-IF
           END-IF.

       SET-TREND-CHANGE.
           COMPUTE TM-PRIOR-AVG ROUNDED =
               TM-PRIOR-SUM / TM-PRIOR-NIGHTS.
           MOVE IT-NIGHT-SECS(T NT-COUNT) TO TM-LAST-SECS.
           MOVE SPACES TO SLL-TREND.
           IF TM-PRIOR-AVG EQUAL 0
               IF TM-LAST-SECS EQUAL 0
                   MOVE "STEADY" TO SLL-TREND
               ELSE
                   MOVE "UP" TO SLL-TREND
               END-IF
           ELSE
               IF TM-LAST-SECS NOT LESS THAN TM-PRIOR-AVG
                   COMPUTE TM-PCT ROUNDED = (TM-LAST-SECS
                       - TM-PRIOR-AVG) * 100 / TM-PRIOR-AVG
                   MOVE TM-PCT TO TM-PCT-EDIT
                   STRING "UP " TM-PCT-EDIT "%" DELIMITED BY SIZE
                       INTO SLL-TREND
               ELSE
                   COMPUTE TM-PCT ROUNDED = (TM-PRIOR-AVG
                       - TM-LAST-SECS) * 100 / TM-PRIOR-AVG
                   MOVE TM-PCT TO TM-PCT-EDIT
                   STRING "DN " TM-PCT-EDIT "%" DELIMITED BY SIZE
                       INTO SLL-TREND
               END-IF
               IF TM-PCT < 10
                   MOVE "STEADY" TO SLL-TREND
               END-IF
           END-IF.

      * The forecast proper, in the order the night will run it.
       PRINT-FORECAST.
           COMPUTE TM-NOW-SECS = TM-NOW-HH * 3600 + TM-NOW-MM * 60
               + TM-NOW-SS.
           IF TM-NOW-SECS < 21600
               COMPUTE TM-AVAIL-SECS = 21600 - TM-NOW-SECS
           ELSE
               COMPUTE TM-AVAIL-SECS = 86400 - TM-NOW-SECS + 21600.
           MOVE SPACES TO RPT-LINE.
           PERFORM PUT-LINE.
           MOVE TM-NOW-SECS TO TM-CLOCK-SECS.
           PERFORM FORMAT-CLOCK.
           MOVE TM-CLOCK TO FHL-NOW.
           MOVE TM-AVAIL-SECS TO FHL-AVAIL.
           MOVE FORECAST-HEAD-LINE TO RPT-LINE.
           PERFORM PUT-LINE.
           MOVE HEAD-FORECAST-LINE TO RPT-LINE.
           PERFORM PUT-LINE.
           MOVE 0 TO TM-CUM-SECS.
           MOVE 1 TO CS-IDX.
           PERFORM FORECAST-STEP UNTIL CS-IDX > CS-COUNT.
           IF CS-DDA-SEEN EQUAL "N"
               PERFORM FORECAST-ALL-JOBS.
           MOVE TM-CUM-SECS TO FTL-SECS.
           COMPUTE TM-CLOCK-SECS = TM-NOW-SECS + TM-CUM-SECS.
           PERFORM FORMAT-CLOCK.
           MOVE TM-CLOCK TO FTL-FINISH.
           IF TM-CUM-SECS > TM-AVAIL-SECS
               MOVE "Y" TO ANY-OVERRUN
               MOVE "*** NIGHT PROJECTED TO OVERRUN" TO FTL-FLAG
           ELSE
               MOVE "WITHIN WINDOW" TO FTL-FLAG.
           MOVE SPACES TO RPT-LINE.
           PERFORM PUT-LINE.
           MOVE FORECAST-TOTAL-LINE TO RPT-LINE.
           PERFORM PUT-LINE.

      * The DDA step's own line carries the jobs' total; the jobs
      * follow it one line each, their finish times counted on from
      * where the step starts.
       FORECAST-STEP.
           MOVE SPACES TO FORECAST-LINE.
           MOVE "STEP" TO FCL-KIND.
           MOVE CS-NAME(CS-IDX) TO FCL-NAME.
           IF CS-IS-DDA(CS-IDX) EQUAL "Y"
               PERFORM TOTAL-ALL-JOBS
               MOVE TM-JOB-TOTAL TO FCL-SECS
               MOVE "PLOT JOBS" TO FCL-BASIS
               ADD TM-JOB-TOTAL TO TM-CUM-SECS
               PERFORM PUT-FORECAST-LINE
               SUBTRACT TM-JOB-TOTAL FROM TM-CUM-SECS
               PERFORM FORECAST-ALL-JOBS
           ELSE
               MOVE "S" TO PICK-KIND
               MOVE CS-NAME(CS-IDX) TO TM-INPUT-NAME
               PERFORM FIND-ITEM
               PERFORM FORECAST-STEP-SECS
               MOVE TM-ITEM-SECS TO FCL-SECS
               MOVE TM-BASIS TO FCL-BASIS
               ADD TM-ITEM-SECS TO TM-CUM-SECS
               PERFORM PUT-FORECAST-LINE.
           ADD 1 TO CS-IDX.

      * Average of the step's last five good runs.
       FORECAST-STEP-SECS.
           MOVE 0 TO TM-ITEM-SECS.
           MOVE "NO HISTORY" TO TM-BASIS.
           IF T NOT GREATER THAN IT-COUNT
               IF IT-RING-COUNT(T) > 0
                   PERFORM SUM-RING
                   COMPUTE TM-ITEM-SECS ROUNDED =
                       TM-SUM-SECS / IT-RING-COUNT(T)
                   MOVE "HISTORY" TO TM-BASIS
               END-IF
           END-IF.

       SUM-RING.
           MOVE 0 TO TM-SUM-SECS.
           MOVE 0 TO TM-SUM-RECS.
           MOVE 1 TO R.
           PERFORM SUM-RING-ENTRY UNTIL R > IT-RING-COUNT(T).

       SUM-RING-ENTRY.
           ADD IT-RING-SECS(T R) TO TM-SUM-SECS.
           ADD IT-RING-RECS(T R) TO TM-SUM-RECS.
           ADD 1 TO R.

       TOTAL-ALL-JOBS.
           MOVE 0 TO TM-JOB-TOTAL.
           MOVE 1 TO JB-IDX.
           PERFORM TOTAL-ONE-JOB UNTIL JB-IDX > JB-COUNT.

       TOTAL-ONE-JOB.
           PERFORM FORECAST-JOB-SECS.
           ADD TM-ITEM-SECS TO TM-JOB-TOTAL.
           ADD 1 TO JB-IDX.

       FORECAST-ALL-JOBS.
           MOVE 1 TO JB-IDX.
           PERFORM FORECAST-ONE-JOB UNTIL JB-IDX > JB-COUNT.

       FORECAST-ONE-JOB.
           PERFORM FORECAST-JOB-SECS.
           MOVE SPACES TO FORECAST-LINE.
           MOVE "  JOB " TO FCL-KIND.
           MOVE JB-INPUT(JB-IDX) TO FCL-NAME.
           IF JB-FREQ(JB-IDX) EQUAL SPACES
               MOVE "DAILY" TO FCL-FREQ
           ELSE
               MOVE JB-FREQ(JB-IDX) TO FCL-FREQ.
           IF TM-INPUT-OK EQUAL "Y"
               MOVE TM-INPUT-RECS TO TM-RECS-EDIT
               MOVE TM-RECS-EDIT TO FCL-RECORDS.
           MOVE TM-ITEM-SECS TO FCL-SECS.
           MOVE TM-BASIS TO FCL-BASIS.
           ADD TM-ITEM-SECS TO TM-CUM-SECS.
           PERFORM PUT-FORECAST-LINE.
           ADD 1 TO JB-IDX.

      * The file's own seconds per record when its history has any
      * records to divide by, its plain average when it doesn't or
      * tonight's line count can't be read, the batch rate when the
      * file has never completed a run.
       FORECAST-JOB-SECS.
           MOVE JB-INPUT(JB-IDX) TO TM-INPUT-NAME.
           PERFORM READ-LINE-COUNT.
           MOVE "J" TO PICK-KIND.
           PERFORM FIND-ITEM.
           MOVE 0 TO TM-ITEM-SECS.
           MOVE "NO HISTORY" TO TM-BASIS.
           IF T NOT GREATER THAN IT-COUNT
               IF IT-RING-COUNT(T) > 0
                   PERFORM SUM-RING
               END-IF
           END-IF.
           IF T > IT-COUNT
               PERFORM FORECAST-AT-BATCH-RATE
           ELSE
               IF IT-RING-COUNT(T) EQUAL 0
                   PERFORM FORECAST-AT-BATCH-RATE
               ELSE
                   IF TM-SUM-RECS > 0 AND TM-INPUT-OK EQUAL "Y"
                       COMPUTE TM-RATE = TM-SUM-SECS / TM-SUM-RECS
                       COMPUTE TM-ITEM-SECS ROUNDED =
                           TM-RATE * TM-INPUT-RECS
                       MOVE "HISTORY" TO TM-BASIS
                   ELSE
                       COMPUTE TM-ITEM-SECS ROUNDED =
                           TM-SUM-SECS / IT-RING-COUNT(T)
                       MOVE "AVERAGE" TO TM-BASIS
                   END-IF
               END-IF
           END-IF.
           IF TM-INPUT-OK NOT EQUAL "Y"
               MOVE 0 TO TM-ITEM-SECS
               MOVE "NO INPUT" TO TM-BASIS.

       FORECAST-AT-BATCH-RATE.
           IF BATCH-RECS > 0 AND TM-INPUT-OK EQUAL "Y"
               COMPUTE TM-RATE = BATCH-SECS / BATCH-RECS
               COMPUTE TM-ITEM-SECS ROUNDED = TM-RATE * TM-INPUT-RECS
               MOVE "BATCH RATE" TO TM-BASIS.

      * The header line count DDA will run the job to, read the way
      * LOAD-LINES reads it. TM-INPUT-OK stays "N" for a file that
      * is missing or whose count won't parse - DDA will fail that
      * job early, so it adds nothing to the forecast but its line.
       READ-LINE-COUNT.
           MOVE "N" TO TM-INPUT-OK.
           MOVE 0 TO TM-INPUT-RECS.
           OPEN INPUT PLOT-INPUT-FILE.
           IF PLOT-INPUT-STATUS EQUAL "00"
               READ PLOT-INPUT-FILE
                   AT END
                   MOVE "10" TO PLOT-INPUT-STATUS
               END-READ
               IF PLOT-INPUT-STATUS EQUAL "00"
                   READ PLOT-INPUT-FILE NEXT RECORD
                       AT END
                       MOVE "10" TO PLOT-INPUT-STATUS
                   END-READ
               END-IF
               IF PLOT-INPUT-STATUS EQUAL "00" AND PIN-MARK EQUAL "W"
                   READ PLOT-INPUT-FILE NEXT RECORD
                       AT END
                       MOVE "10" TO PLOT-INPUT-STATUS
                   END-READ
               END-IF
               IF PLOT-INPUT-STATUS EQUAL "00"
                   PERFORM TAKE-LINE-COUNT
               END-IF
               CLOSE PLOT-INPUT-FILE
           END-IF.

       TAKE-LINE-COUNT.
           IF PIN-COUNT-4(3:2) EQUAL SPACES
               INSPECT PIN-COUNT-4(1:2) REPLACING ALL ' ' BY '0'
               IF PIN-COUNT-4(1:2) NUMERIC
                   MOVE PIN-COUNT-4(1:2) TO TM-INPUT-RECS
                   MOVE "Y" TO TM-INPUT-OK
               END-IF
           ELSE
               INSPECT PIN-COUNT-4 REPLACING ALL ' ' BY '0'
               IF PIN-COUNT-4 NUMERIC
                   MOVE PIN-COUNT-4 TO TM-INPUT-RECS
                   MOVE "Y" TO TM-INPUT-OK
               END-IF
           END-IF.

      * Finish clock for the line just built, and the flag when it
      * lands past the window.
       PUT-FORECAST-LINE.
           COMPUTE TM-CLOCK-SECS = TM-NOW-SECS + TM-CUM-SECS.
           PERFORM FORMAT-CLOCK.
           MOVE TM-CLOCK TO FCL-FINISH.
           IF TM-CUM-SECS > TM-AVAIL-SECS
               MOVE "Y" TO ANY-OVERRUN
               MOVE "OVERRUN" TO FCL-FLAG.
           MOVE FORECAST-LINE TO RPT-LINE.
           PERFORM PUT-LINE.

      * TM-CLOCK-SECS, taken round the clock, as HH:MM:SS.
       FORMAT-CLOCK.
           DIVIDE TM-CLOCK-SECS BY 86400 GIVING TM-CLOCK-QUOT
               REMAINDER TM-CLOCK-SECS.
           DIVIDE TM-CLOCK-SECS BY 3600 GIVING TM-CLOCK-HH
               REMAINDER TM-CLOCK-SECS.
           DIVIDE TM-CLOCK-SECS BY 60 GIVING TM-CLOCK-MM
               REMAINDER TM-CLOCK-SS.

       PUT-LINE.
           DISPLAY RPT-LINE.
           MOVE RPT-LINE TO TIME-REPORT-LINE.
           WRITE TIME-REPORT-LINE.
