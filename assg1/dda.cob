           SELECT PRINT-FILE
               ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CALENDAR-FILE
               ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CALENDAR-STATUS.
           SELECT THRESHOLD-FILE
               ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS THRESHOLD-STATUS.
           SELECT HOLD-PROBE-FILE
               ASSIGN TO DYNAMIC HOLD-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLD-PROBE-STATUS.
           SELECT HOLD-CAT-FILE
               ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLD-CAT-STATUS.
           SELECT EXTRACT-FILE
               ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXTRACT-STATUS.
           SELECT HOLD-EXTRACT-FILE
               ASSIGN TO DYNAMIC HOLD-EXTRACT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLD-EXTRACT-STATUS.
           SELECT SUMMARY-FILE
               ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUMMARY-STATUS.
           SELECT INCLUDE-FILE
               ASSIGN TO DYNAMIC INC-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INC-STATUS.
           SELECT TIME-HIST-FILE
               ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TIME-HIST-STATUS.

       DATA DIVISION.
       FILE SECTION.
           LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "jobs.txt".
      * Wide enough for the longest manifest line DDAMAINT writes:
      * input(40) + output(40) + graph name(30) plus separators,
      * then the optional run-frequency code.
       01  JOB-LINE PIC X(130).

       FD  INPUT-FILE
           LABEL RECORDS ARE STANDARD.
            VALUE OF FILE-ID IS "run-log.txt".
       01  RUN-LOG-LINE PIC X(110).

       FD  TIME-HIST-FILE
           LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "timehist.txt".
       01  TIME-HIST-LINE PIC X(110).

       FD  CHECKPOINT-FILE
           LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "checkpoint.txt".
           05  PRINT-CC   PIC X.
           05  PRINT-TEXT PIC X(132).

      * The shop calendar: one dated line per night that isn't an
      * ordinary run night - "YYYYMMDD HOLIDAY" or "YYYYMMDD NORUN",
      * anything after the type is the operator's own note. Absent
      * means every night is an ordinary run night.
       FD  CALENDAR-FILE
           LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "calendar.txt".
       01  CALENDAR-LINE PIC X(80).

      * Quality thresholds, one line per input file: the input name,
      * then the most rejects and the highest reject percentage the
      * job may have, then the fewest records it must plot - "-" (or
      * nothing) for a limit that doesn't apply. A "*" line is the
      * shop default for every input without a line of its own.
      * Absent means nothing is ever held.
       FD  THRESHOLD-FILE
           LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "thresholds.txt".
       01  THRESHOLD-LINE PIC X(80).

      * Only ever opened INPUT, to find a hold file name nothing on
      * disk has yet - the held grid itself is written through
      * OUTPUT-FILE, under that name.
       FD  HOLD-PROBE-FILE
           LABEL RECORDS ARE STANDARD.
       01  HOLD-PROBE-LINE PIC X(99).

      * One line per held graph - the hold area's catalog, which the
      * release program DDARLSE lists from and marks RELEASED.
       FD  HOLD-CAT-FILE
           LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "holdcat.txt".
       01  HOLD-CAT-LINE PIC X(210).

      * The plotted-cell extract for the mapping group's loader: one
      * record per cell the drawing put a style char on, then a
      * trailer per graph carrying the count. OPEN OUTPUT every
      * night like reject.txt - it is tonight's feed, not a history
      * (a failures-only rerun appends to the night's feed).
       FD  EXTRACT-FILE
           LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "cellextract.txt".
       01  EXTRACT-LINE PIC X(100).

      * A held graph's extract records wait here, beside its hold
      * file, until DDARLSE publishes them with the grid.
       FD  HOLD-EXTRACT-FILE
           LABEL RECORDS ARE STANDARD.
       01  HOLD-EXTRACT-LINE PIC X(100).

      * The night's data summary: a block per graph giving the point
      * count, X/Y minimum, maximum and mean and traced length for
      * each style char and each series, and the enclosed area for a
      * closed polygon. Rewritten every night like cellextract.txt,
      * and appended to by a rerun the same way.
       FD  SUMMARY-FILE
           LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "datasummary.txt".
       01  SUMMARY-LINE PIC X(132).

      * An input file named by an "I" record - a shared base map
      * (site boundary, well locations) keyed once and drawn under
      * every graph that names it. Same layouts as INPUT-FILE:
      * canvas header, optional window record, count record, then
      * its own points, circles, relative/repeat, series, annotation
      * and further include records. A record area of its own, so
      * the host record READ-LINES is part-way through is never
      * disturbed.
       FD  INCLUDE-FILE
           LABEL RECORDS ARE STANDARD.
       01  INCL-DATA-POINT.
           05  INCL-X         PIC XX.
           05  INCL-S         PIC X.
           05  INCL-Y         PIC XX.
           05  INCL-TEXT-BODY PIC X(40).
       01  INCL-HEADER.
           05  INCL-HEADER-ROWS PIC XX.
           05  FILLER         PIC X.
           05  INCL-HEADER-COLS PIC XX.
       01  INCL-COUNT-REC.
           05  INCL-COUNT-4   PIC X(4).
       01  INCL-WINDOW-REC.
           05  INCL-WIN-MARK  PIC X.
           05  INCL-WIN-XMIN  PIC X(4).
           05  INCL-WIN-XMAX  PIC X(4).
           05  INCL-WIN-YMIN  PIC X(4).
           05  INCL-WIN-YMAX  PIC X(4).
       01  INCL-DATA-POINT-W.
           05  INCL-XW        PIC X(4).
           05  INCL-SW        PIC X.
           05  INCL-YW        PIC X(4).
           05  INCL-TEXT-BODY-W PIC X(40).
       01  INCL-SERIES-REC-W.
           05  INCL-SER-YMINW PIC X(4).
           05  FILLER         PIC X.
           05  INCL-SER-YMAXW PIC X(4).
           05  INCL-SER-STYLEW PIC X.
       01  INCL-CIRCLE-REC.
           05  INCL-CIRC-X    PIC XX.
           05  FILLER         PIC X.
           05  INCL-CIRC-Y    PIC XX.
           05  INCL-CIRC-RAD  PIC XX.
           05  INCL-CIRC-Q1   PIC X.
           05  INCL-CIRC-Q2   PIC X.
       01  INCL-CIRCLE-REC-W.
           05  INCL-CIRC-XW   PIC X(4).
           05  FILLER         PIC X.
           05  INCL-CIRC-YW   PIC X(4).
           05  INCL-CIRC-RADW PIC X(4).
           05  INCL-CIRC-Q1W  PIC X.
           05  INCL-CIRC-Q2W  PIC X.
       01  INCL-REL-REC.
           05  FILLER         PIC X(5).
           05  INCL-REL-SX    PIC X.
           05  INCL-REL-DX    PIC XX.
           05  INCL-REL-SY    PIC X.
           05  INCL-REL-DY    PIC XX.
           05  INCL-REL-CNT   PIC XX.

       WORKING-STORAGE SECTION.
       01  RUN-LOG-STATUS     PIC XX.
       01  TIME-HIST-STATUS   PIC XX.
       01  JOBS-STATUS        PIC XX.
       01  INPUT-STATUS       PIC XX.
       01  OUTPUT-STATUS      PIC XX.
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  JOB-STAT-OUTPUT  PIC X(40).
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  JOB-STAT-FLAG    PIC X(7).
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  JOB-STAT-REASON  PIC X(30).
       01  WS-INPUT-FILENAME  PIC X(40).
           05  PRIOR-ENTRY OCCURS 200 TIMES.
               10  PRIOR-INPUT   PIC X(40).
               10  PRIOR-OUTPUT  PIC X(40).
               10  PRIOR-FLAG    PIC X(7).
               10  PRIOR-REASON  PIC X(30).
       01  PRIOR-FOUND        PIC X VALUE "N".
       01  PRIOR-HIT-IDX      PIC 999.
      * Run-frequency scheduling. The manifest's optional fourth
      * field says which nights an entry is due: DAILY (or blank),
      * a weekday MON..SUN, MONTHEND, or DAY01..DAY31 (a day past
      * the end of a short month falls on its last day). Everything
      * is judged against the schedule date - the evening the batch
      * belongs to, so a run that starts after midnight but before
      * the 06:00 window closes still schedules as the night before.
       01  JOB-FREQ           PIC X(8).
       01  JOB-DUE            PIC X.
       01  SCHED-REASON       PIC X(30).
       01  FREQ-KIND          PIC X.
       01  FREQ-WDAY          PIC 9.
       01  FREQ-MDAY          PIC 99.
       01  FREQ-IDX           PIC 9.
       01  FREQ-DAY-NAMES     PIC X(21)
               VALUE "MONTUEWEDTHUFRISATSUN".
       01  FREQ-DAY-TABLE REDEFINES FREQ-DAY-NAMES.
           05  FREQ-DAY-NAME OCCURS 7 TIMES PIC X(3).
       01  MONTH-LENGTHS      PIC X(24)
               VALUE "312831303130313130313031".
       01  MONTH-LENGTH-TABLE REDEFINES MONTH-LENGTHS.
           05  MONTH-LENGTH OCCURS 12 TIMES PIC 99.
       01  SCHED-DATE         PIC 9(8).
       01  SCHED-TIME         PIC 9(6).
       01  SCHED-NIGHT-TYPE   PIC X.
      * The date under test while the schedule is worked out -
      * tonight first, then (for a catch-up) the nights before it.
       01  SCH-DATE.
           05  SCH-YYYY       PIC 9(4).
           05  SCH-MM         PIC 99.
           05  SCH-DD         PIC 99.
       01  SCH-DATE-N REDEFINES SCH-DATE PIC 9(8).
       01  SCH-MONTH-END      PIC 99.
       01  SCH-WDAY           PIC 9.
       01  SCH-STEPS          PIC 99.
       01  SCH-HIT            PIC X.
       01  SCH-NORUN-CHAIN    PIC X.
       01  SCH-REM            PIC 9999.
       01  SCH-QUOT           PIC 9(6).
       01  SCH-ZM             PIC 99.
       01  SCH-ZY             PIC 9(4).
       01  SCH-ZK             PIC 99.
       01  SCH-ZJ             PIC 99.
       01  SCH-ZSUM           PIC 9(6).
      * Calendar entries, loaded once per batch. The type is "H"
      * (holiday: no daily plots - there is no field data - but the
      * weekly, month-end and day-of-month reports still come due)
      * or "N" (no-run: nothing plots; a dated report that fell due
      * on a no-run night runs on the next night the batch does).
       01  CALENDAR-STATUS    PIC XX.
       01  CALENDAR-EOF       PIC X.
       01  CAL-COUNT          PIC 999 VALUE 0.
       01  CAL-IDX            PIC 999.
       01  CAL-FLD-DATE       PIC X(8).
       01  CAL-FLD-TYPE       PIC X(8).
       01  CAL-TABLE.
           05  CAL-ENTRY OCCURS 400 TIMES.
               10  CAL-DATE     PIC 9(8).
               10  CAL-TYPE     PIC X.
      * Quality-threshold hold. A job whose rejects or plotted count
      * breach its thresholds still draws, but its grid goes to a
      * hold file instead of the output file, it stays out of the
      * archive and the spool, and job-status.txt shows HELD with
      * the breach - a half-rejected plot must not go to the field
      * looking official. DDARLSE publishes it once it is reviewed.
       01  THRESHOLD-STATUS   PIC XX.
       01  THRESHOLD-EOF      PIC X.
       01  THR-COUNT          PIC 999 VALUE 0.
       01  THR-IDX            PIC 999.
       01  THR-HIT            PIC 999.
       01  THR-DEFAULT        PIC 999.
       01  THR-LINE-OK        PIC X.
       01  THR-FLD-NAME       PIC X(40).
       01  THR-FLD            PIC X(6).
       01  THR-FLD-LEN        PIC 99.
       01  THR-FLD-ON         PIC X.
       01  THR-FLD-VALUE      PIC 9(4).
       01  THR-FLD-TABLE.
           05  THR-FLD-ENTRY OCCURS 3 TIMES.
               10  THR-FLD-TEXT   PIC X(6).
               10  THR-FLD-LENS   PIC 99.
       01  THR-K              PIC 9.
       01  THR-TABLE.
           05  THR-ENTRY OCCURS 200 TIMES.
               10  THR-NAME        PIC X(40).
               10  THR-LIMIT OCCURS 3 TIMES.
                   15  THR-ON      PIC X.
                   15  THR-VALUE   PIC 9(4).
       01  JOB-HELD           PIC X VALUE "N".
       01  HOLD-REASON        PIC X(30).
       01  QC-RECORDS         PIC 9999.
       01  QC-PLOTTED         PIC 9999.
       01  QC-WORK-A          PIC 9(7).
       01  QC-WORK-B          PIC 9(7).
       01  QC-SHOW-A          PIC ZZZ9.
       01  QC-SHOW-B          PIC ZZZ9.
       01  TOTAL-HELD         PIC 9999 VALUE 0.
       01  HOLD-PROBE-STATUS  PIC XX.
       01  HOLD-CAT-STATUS    PIC XX.
       01  HOLD-FILE-NAME     PIC X(40).
       01  HOLD-FREE          PIC X.
       01  HELD-OUTPUT-NAME   PIC X(40).
       01  HOLD-LINES         PIC 9(5).
       01  HOLD-EXTRACT-STATUS PIC XX.
       01  HOLD-EXTRACT-NAME  PIC X(40).
       01  HOLD-NAME-BUILD.
           05  HNB-PREFIX     PIC X(3)  VALUE "hld".
           05  HNB-STAMP      PIC X(14).
           05  HNB-SEQ        PIC 999.
           05  FILLER         PIC X(4)  VALUE ".txt".
      * Twin of the holdcat.txt layout DDARLSE reads and rewrites.
      * Rows and columns let the release rebuild the spool page
      * (which lines are grid, how wide to center it); the line
      * count proves the hold file is still whole.
       01  HOLD-CAT-REC.
           05  HC-OUTPUT      PIC X(40).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  HC-HOLD        PIC X(24).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  HC-DATE        PIC X(8).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  HC-TIME        PIC X(6).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  HC-STATE       PIC X(8).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  HC-ROWS        PIC 99.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  HC-COLS        PIC 99.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  HC-LINES       PIC 9(5).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  HC-GRAPH       PIC X(30).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  HC-INPUT       PIC X(40).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  HC-REASON      PIC X(30).
      * Plotted-cell extract state. Every cell a segment, circle or
      * polygon fill writes is noted in CELL-2D alongside GRAPH-2D:
      * the style char it got, the source record that drew it, and
      * the series in force. Mark "P" is a plotted cell, "F" a fill
      * cell (no single source record - record 0), "R" a cell
      * restored from a checkpoint (its record is not known - 0).
      * Annotations are labels, not data, and never get a mark.
       01  EXTRACT-STATUS     PIC XX.
       01  EXTRACT-COUNT      PIC 9(7).
       01  EXTRACT-ROW        PIC 99.
       01  EXTRACT-COL        PIC 99.
       01  EXTRACT-GR         PIC 999.
       01  EXTRACT-GC         PIC 999.
       01  EXTRACT-DATE       PIC X(8).
       01  EXTRACT-WORK       PIC 9(4)V99.
       01  EXTRACT-EDIT       PIC 9999.99.
       01  EXTRACT-Y-MIN      PIC 9999.
       01  EXTRACT-Y-SPAN     PIC 9999.
       01  CELL-2D.
           05  CELL-LINE OCCURS 99 TIMES.
               10  CELL OCCURS 99 TIMES.
                   15  CELL-MARK   PIC X.
                   15  CELL-STYLE  PIC X.
                   15  CELL-REC    PIC 9(4).
                   15  CELL-SER    PIC 99.
      * Every series the file opens, with the Y bounds it maps
      * through - the footer table above stops at 12, but a cell's
      * data-unit position needs the bounds of whichever series
      * drew it. CUR-SERIES-NO is the one in force: 0 before any
      * series opens (the window record's own bounds apply), 99 for
      * a series past the end of this table.
       01  CUR-SERIES-NO      PIC 99 VALUE 0.
       01  SI-COUNT           PIC 99 VALUE 0.
       01  SERIES-INFO-TABLE.
           05  SERIES-INFO OCCURS 50 TIMES.
               10  SI-NAME      PIC X(20).
               10  SI-Y-MIN     PIC 9999.
               10  SI-Y-MAX     PIC 9999.
      * Fixed-layout extract records. ROW and COLUMN are the 0-based
      * canvas coordinates the input records use (row 0 is the X
      * axis); in window mode DATA-X/DATA-Y map the cell back into
      * the window's data units, blank otherwise.
       01  EXTRACT-DETAIL-REC.
           05  EXD-TYPE       PIC X(1)  VALUE "D".
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  EXD-GRAPH      PIC X(30).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  EXD-DATE       PIC X(8).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  EXD-ROW        PIC 99.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  EXD-COL        PIC 99.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  EXD-STYLE      PIC X.
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  EXD-SOURCE     PIC 9(4).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  EXD-DATA-X     PIC X(7).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  EXD-DATA-Y     PIC X(7).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  EXD-SERIES     PIC X(20).
       01  EXTRACT-TRAILER-REC.
           05  EXT-TYPE       PIC X(1)  VALUE "T".
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  EXT-GRAPH      PIC X(30).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  EXT-DATE       PIC X(8).
           05  FILLER         PIC X(7)  VALUE " CELLS ".
           05  EXT-COUNT      PIC 9(7).
      * Data summary accumulators. Positions are in the units the
      * reader thinks in: the keyed data values in window mode (a
      * grid-derived step such as a relative record is mapped back
      * through the window), canvas cells otherwise. STAT-EXACT says
      * the record just harvested left its exact data values in
      * STAT-DX/STAT-DY. The summary's own pen follows DDA's: circles
      * count as points but neither trace length nor move it.
       01  SUMMARY-STATUS     PIC XX.
       01  SUMMARY-GRAPHS     PIC 9(4) VALUE 0.
       01  SUMMARY-TIME       PIC X(6).
       01  STAT-EXACT         PIC X VALUE "N".
       01  STAT-IS-POINT      PIC X VALUE "N".
       01  STAT-PEN-SET       PIC X VALUE "N".
       01  STAT-DX            PIC 9(4)V99.
       01  STAT-DY            PIC 9(4)V99.
       01  STAT-PEN-DX        PIC 9(4)V99.
       01  STAT-PEN-DY        PIC 9(4)V99.
       01  STAT-FIRST-DX      PIC 9(4)V99.
       01  STAT-FIRST-DY      PIC 9(4)V99.
       01  STAT-DELTA-X       PIC S9(5)V99.
       01  STAT-DELTA-Y       PIC S9(5)V99.
       01  STAT-SEG-LEN       PIC 9(7)V99.
       01  STAT-AREA-SUM      PIC S9(11)V9999.
       01  STAT-AREA          PIC 9(11)V99.
       01  STAT-MEAN          PIC 9(4)V99.
       01  STAT-IDX           PIC 99.
       01  STAT-STYLE-COUNT   PIC 99 VALUE 0.
      * Entries 1-20 are style chars in the order first drawn; entry
      * 20 + n belongs to series n of SERIES-INFO-TABLE.
       01  STAT-TABLE.
           05  STAT-ENTRY OCCURS 70 TIMES.
               10  ST-KEY       PIC X.
               10  ST-POINTS    PIC 9(5).
               10  ST-SUM-X     PIC 9(9)V99.
               10  ST-SUM-Y     PIC 9(9)V99.
               10  ST-MIN-X     PIC 9(4)V99.
               10  ST-MAX-X     PIC 9(4)V99.
               10  ST-MIN-Y     PIC 9(4)V99.
               10  ST-MAX-Y     PIC 9(4)V99.
               10  ST-LENGTH    PIC 9(7)V99.
       01  SUMMARY-HEAD-REC.
           05  FILLER         PIC X(7)  VALUE "GRAPH  ".
           05  SUH-GRAPH      PIC X(30).
           05  FILLER         PIC X(8)  VALUE "  INPUT ".
           05  SUH-INPUT      PIC X(40).
           05  FILLER         PIC X(6)  VALUE "  RUN ".
           05  SUH-DATE       PIC X(8).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  SUH-TIME       PIC X(6).
           05  SUH-HELD       PIC X(8).
       01  SUMMARY-COLUMN-REC.
           05  FILLER         PIC X(29) VALUE "  KEY".
           05  FILLER         PIC X(33)
               VALUE "POINTS    X-MIN    X-MAX   X-MEAN".
           05  FILLER         PIC X(27)
               VALUE "    Y-MIN    Y-MAX   Y-MEAN".
           05  FILLER         PIC X(12) VALUE "      LENGTH".
       01  SUMMARY-DETAIL-REC.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  SUD-KIND       PIC X(7).
           05  SUD-KEY        PIC X(20).
           05  FILLER         PIC X(1)  VALUE SPACE.
           05  SUD-POINTS     PIC ZZZZ9.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  SUD-MIN-X      PIC ZZZ9.99.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  SUD-MAX-X      PIC ZZZ9.99.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  SUD-MEAN-X     PIC ZZZ9.99.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  SUD-MIN-Y      PIC ZZZ9.99.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  SUD-MAX-Y      PIC ZZZ9.99.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  SUD-MEAN-Y     PIC ZZZ9.99.
           05  FILLER         PIC X(2)  VALUE SPACES.
           05  SUD-LENGTH     PIC ZZZZZZ9.99.
       01  SUMMARY-AREA-REC.
           05  FILLER         PIC X(22)
               VALUE "  ENCLOSED AREA CELLS ".
           05  SUA-CELLS      PIC ZZZZZZ9.
           05  FILLER         PIC X(8)  VALUE "  UNITS ".
           05  SUA-UNITS      PIC ZZZZZZZZZZ9.99.
       01  SUMMARY-END-REC.
           05  FILLER         PIC X(24)
               VALUE "END OF SUMMARY  GRAPHS ".
           05  SUE-GRAPHS     PIC ZZZ9.
       01  DATA-POINT.
           05  X1     PIC 99.
           05  Y1     PIC 99.
           05  FILLER           PIC X(8)  VALUE " REJECTS".
           05  FILLER           PIC X(1)  VALUE "=".
           05  RUN-LOG-REJECTS  PIC ZZZ9.
      * One timehist.txt line per job this batch actually started -
      * the same layout DDARUN writes per chain step and DDATIME
      * reads back for its slowest-jobs report and window forecast,
      * so the three must move together. NIGHT is the schedule
      * date, so a job that starts after midnight still files under
      * the evening its batch belongs to; RECORDS is the header line
      * count, the size the forecast scales by (0 when the job never
      * got as far as reading it).
       01  TIME-HIST-REC.
           05  TMH-KIND         PIC X     VALUE "J".
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
           05  TMH-RECORDS      PIC 9(4).
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  TMH-RESULT       PIC X(7).
      * Elapsed seconds from the two stamps: seconds past midnight
      * at each end, plus a day when the job ran across midnight.
       01  TMH-STAMP.
           05  TMH-STAMP-DATE   PIC 9(8).
           05  TMH-STAMP-HH     PIC 99.
           05  TMH-STAMP-MM     PIC 99.
           05  TMH-STAMP-SS     PIC 99.
       01  TMH-FROM-DATE        PIC 9(8).
       01  TMH-FROM-SECS        PIC 9(6).
       01  TMH-TO-SECS          PIC 9(6).
       01  ANNOT-COL          PIC 99.
       01  ANNOT-ROW          PIC 99.
       01  ANNOT-LEN          PIC 99 VALUE 0.
       01  FIRST-Y            PIC 99 VALUE 0.
       01  LAST-DRAWN-X       PIC 99 VALUE 0.
       01  LAST-DRAWN-Y       PIC 99 VALUE 0.
      * Include state. INC-FRAME describes the file being drawn: its
      * own canvas, window and series mapping, its own pen (the
      * host's X1/Y1/X2/Y2 are never touched), and how many records
      * and point slots it has used. A nested include parks the
      * frame in INC-STACK and closes the file; when the nested one
      * finishes, the file is reopened and read forward past INC-
      * RECS records, so one FD serves every level. Five levels is
      * as deep as a base map is allowed to nest; naming a file
      * already being drawn (or the host itself) is a loop. Either
      * abandons the job, as does an include that won't open or
      * whose header or count record won't parse.
       01  INC-STATUS         PIC XX.
       01  INC-FILE-NAME      PIC X(40).
       01  INC-NEXT-NAME      PIC X(40).
       01  INC-OPEN           PIC X VALUE "N".
       01  INC-EOF            PIC X.
       01  INC-DEPTH          PIC 9 VALUE 0.
       01  INC-LVL            PIC 9.
       01  INC-SKIP           PIC 9(5).
       01  INC-FAIL           PIC X(30).
       01  INC-DRAWING        PIC X.
       01  INC-MARK           PIC X.
       01  INC-FRAME.
           05  INC-NAME       PIC X(40).
           05  INC-RECS       PIC 9(5).
           05  INC-ROWS       PIC 99.
           05  INC-COLS       PIC 99.
           05  INC-COUNT      PIC 9999.
           05  INC-SLOTS      PIC 9999.
           05  INC-WINDOW     PIC X.
           05  INC-X-MIN      PIC 9999.
           05  INC-X-SPAN     PIC 9999.
           05  INC-Y-MIN      PIC 9999.
           05  INC-Y-SPAN     PIC 9999.
           05  INC-SER-STYLE  PIC X.
           05  INC-PEN-SET    PIC X.
           05  INC-PEN-X      PIC 99.
           05  INC-PEN-Y      PIC 99.
           05  INC-STYLE      PIC X.
       01  INC-STACK.
           05  INC-SAVED      PIC X(81) OCCURS 5 TIMES.
      * Per-record work: the mapped target cell, arc quadrants,
      * relative/repeat steps, and the segment rasterizer's
      * own copies of the DDA line variables - the same arithmetic
      * DRAW-GENTLE-LINE and DRAW-STEEP-LINE use, so a base map
      * draws cell for cell as it did when it was keyed inline.
       01  INC-PT-X           PIC 9999.
       01  INC-PT-Y           PIC 9999.
       01  INC-GX             PIC S9(7).
       01  INC-GY             PIC S9(7).
       01  INC-OK             PIC X.
       01  INC-TO-X           PIC 99.
       01  INC-TO-Y           PIC 99.
       01  INC-Q1             PIC X.
       01  INC-Q2             PIC X.
       01  INC-DX             PIC S99.
       01  INC-DY             PIC S99.
       01  INC-REL-MAG        PIC 99.
       01  INC-REL-LEFT       PIC 99.
       01  INC-NX             PIC S999.
       01  INC-NY             PIC S999.
       01  INC-X1             PIC 99.
       01  INC-Y1             PIC 99.
       01  INC-X2             PIC 99.
       01  INC-Y2             PIC 99.
       01  INC-A              PIC 9999.
       01  INC-B              PIC 9999.
       01  INC-C              PIC 9999.
       01  INC-D              PIC 9999.
       01  INC-J              PIC 9999.
       01  INC-SX             PIC 9999.
       01  INC-SY             PIC 9999.
       01  INC-M              PIC S9999V9999.
       01  INC-GR             PIC 999.
       01  INC-GC             PIC 999.
       01  FILL-CHAR          PIC X VALUE "#".
       01  CHECKPOINT-STATUS      PIC XX.
       01  CHECKPOINT-FOUND       PIC X VALUE "N".
           05  ARCHIVE-KEY-NAME PIC X(40).
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  ARCHIVE-KEY-DATE PIC X(8).
      * Control totals for the block, past the 58 header bytes every
      * reader parses: lines from this header to the =END inclusive,
      * non-blank grid cells, and a hash total over the grid - each
      * non-blank char's code weighted by its grid line (1 = the top
      * line written) plus its column. DDAVRFY recomputes all three.
           05  FILLER           PIC X(7)  VALUE " LINES ".
           05  ARCHIVE-CTL-LINES PIC 9(5).
           05  FILLER           PIC X(7)  VALUE " CELLS ".
           05  ARCHIVE-CTL-CELLS PIC 9(5).
           05  FILLER           PIC X(6)  VALUE " HASH ".
           05  ARCHIVE-CTL-HASH PIC 9(9).
       01  ARCHIVE-END-REC      PIC X(4)  VALUE "=END".
       01  ARCH-CTL-LINE        PIC 99.
       01  ARCH-CTL-COL         PIC 999.
      * A grid char's code: the char in the low byte of a halfword
      * whose high byte stays LOW-VALUE.
       01  HASH-CHAR-PAIR.
           05  FILLER           PIC X     VALUE LOW-VALUE.
           05  HASH-CHAR        PIC X.
       01  HASH-CHAR-CODE REDEFINES HASH-CHAR-PAIR PIC 9(4) COMP.
      * Twin of the layout DDAINDEX writes and DDAGET seeks by - if
      * that line changes shape, all three programs move together.
       01  ARCHIVE-INDEX-STATUS PIC XX.
           05  PRINT-TOT-RECS   PIC ZZZZZZ9.
           05  FILLER           PIC X(10) VALUE "  REJECTS ".
           05  PRINT-TOT-REJS   PIC ZZZZZ9.
       01  PRINT-TRAILER-HELD.
           05  FILLER           PIC X(16) VALUE "HELD FOR REVIEW ".
           05  FILLER           PIC X(5)  VALUE "JOBS ".
           05  PRINT-TOT-HELD   PIC ZZZ9.
       01  A       PIC 9999.
       01  B       PIC 9999.
       01  C       PIC 9999.
           PERFORM CHECK-RERUN-FLAG.
           IF RERUN-MODE EQUAL "Y"
               PERFORM LOAD-PRIOR-STATUS.
           PERFORM LOAD-CALENDAR.
           PERFORM SET-SCHEDULE-DATE.
           PERFORM LOAD-THRESHOLDS.
           OPEN INPUT JOBS-FILE.
           OPEN OUTPUT REJECT-FILE.
           OPEN OUTPUT JOB-STATUS-FILE.
      * A failures-only rerun adds to the night's extract and
      * summary rather than replacing them: the entries it carries
      * forward keep the records their first run wrote.
           IF RERUN-MODE EQUAL "Y"
               OPEN EXTEND EXTRACT-FILE
               IF EXTRACT-STATUS EQUAL "35"
                   OPEN OUTPUT EXTRACT-FILE
               END-IF
               OPEN EXTEND SUMMARY-FILE
               IF SUMMARY-STATUS EQUAL "35"
                   OPEN OUTPUT SUMMARY-FILE
               END-IF
           ELSE
               OPEN OUTPUT EXTRACT-FILE
               OPEN OUTPUT SUMMARY-FILE.
           OPEN EXTEND RUN-LOG-FILE.
           IF RUN-LOG-STATUS EQUAL "35"
               OPEN OUTPUT RUN-LOG-FILE.
           OPEN EXTEND TIME-HIST-FILE.
           IF TIME-HIST-STATUS EQUAL "35"
               OPEN OUTPUT TIME-HIST-FILE.
           IF JOBS-STATUS EQUAL "00"
               MOVE "Y" TO SPOOL-ACTIVE
               OPEN OUTPUT PRINT-FILE.
      * The third manifest field is the graph name for the spool
      * page header; it has to be cleared first (UNSTRING leaves a
      * receiver with no field untouched) and defaults to the output
      * filename when the manifest doesn't name the graph. The
      * fourth is the run frequency, cleared the same way - blank
      * is an every-night entry, as every line was before it.
               IF JOBS-EOF NOT EQUAL "Y" AND JOB-LINE NOT EQUAL SPACES
                   MOVE SPACES TO WS-GRAPH-NAME
                   MOVE SPACES TO JOB-FREQ
                   UNSTRING JOB-LINE DELIMITED BY ALL SPACE
                       INTO WS-INPUT-FILENAME WS-OUTPUT-FILENAME
                           WS-GRAPH-NAME JOB-FREQ
                   IF WS-GRAPH-NAME EQUAL SPACES
                       MOVE WS-OUTPUT-FILENAME TO WS-GRAPH-NAME
                   END-IF
      * batch - without running INIT, so no duplicate run-log.txt
      * line, archive.txt block or spool page for work that already
      * completed. FAILED entries, and entries new to the manifest,
      * run as usual. An entry that was NOT-DUE is carried forward
      * the same way, so a morning rerun doesn't pick up a weekly
      * report just because the date has rolled over, and so is one
      * that was HELD - its grid is already waiting for review.
                   IF RERUN-MODE EQUAL "Y"
                       PERFORM CHECK-PRIOR-STATUS
                   ELSE
                       MOVE "N" TO PRIOR-SKIP
                       MOVE "N" TO PRIOR-FOUND
                   END-IF
                   IF PRIOR-SKIP EQUAL "Y"
                       PERFORM WRITE-PRIOR-STATUS-LINE
                   ELSE
                       PERFORM SCHEDULE-ONE-ENTRY
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE JOBS-FILE.
           CLOSE REJECT-FILE.
           CLOSE JOB-STATUS-FILE.
           CLOSE EXTRACT-FILE.
           MOVE SUMMARY-GRAPHS TO SUE-GRAPHS.
           MOVE SUMMARY-END-REC TO SUMMARY-LINE.
           WRITE SUMMARY-LINE.
           CLOSE SUMMARY-FILE.
           CLOSE RUN-LOG-FILE.
           CLOSE TIME-HIST-FILE.
           PERFORM PRESERVE-REJECT-DETAIL.
           IF RERUN-REQUESTED EQUAL "Y"
               PERFORM CLEAR-RERUN-FLAG.
                       TO PRIOR-OUTPUT(PRIOR-COUNT)
                   MOVE JOB-STAT-FLAG
                       TO PRIOR-FLAG(PRIOR-COUNT)
                   MOVE JOB-STAT-REASON
                       TO PRIOR-REASON(PRIOR-COUNT)
               ELSE
                   MOVE "N" TO RERUN-MODE
                   MOVE "Y" TO PRIOR-EOF
      * output file is new work, not a completed job.
       CHECK-PRIOR-STATUS.
           MOVE "N" TO PRIOR-SKIP.
           MOVE "N" TO PRIOR-FOUND.
           MOVE 1 TO PRIOR-IDX.
           PERFORM SCAN-PRIOR-ENTRY
               UNTIL PRIOR-IDX > PRIOR-COUNT
               OR PRIOR-FOUND EQUAL "Y".

       SCAN-PRIOR-ENTRY.
           IF PRIOR-INPUT(PRIOR-IDX) EQUAL WS-INPUT-FILENAME
               AND PRIOR-OUTPUT(PRIOR-IDX) EQUAL WS-OUTPUT-FILENAME
               MOVE "Y" TO PRIOR-FOUND
               MOVE PRIOR-IDX TO PRIOR-HIT-IDX
               IF PRIOR-FLAG(PRIOR-IDX)(1:2) EQUAL "OK"
                   OR PRIOR-FLAG(PRIOR-IDX) EQUAL "NOT-DUE"
                   OR PRIOR-FLAG(PRIOR-IDX) EQUAL "HELD"
                   MOVE "Y" TO PRIOR-SKIP
               END-IF
           END-IF.
           ADD 1 TO PRIOR-IDX.

       WRITE-PRIOR-STATUS-LINE.
           MOVE PRIOR-FLAG(PRIOR-HIT-IDX) TO JOB-STAT-FLAG.
           MOVE PRIOR-REASON(PRIOR-HIT-IDX) TO JOB-STAT-REASON.
           MOVE WS-INPUT-FILENAME TO JOB-STAT-INPUT.
           MOVE WS-OUTPUT-FILENAME TO JOB-STAT-OUTPUT.
           MOVE JOB-STATUS-REC TO JOB-STATUS-LINE.
           WRITE JOB-STATUS-LINE.

      * Run the entry if it is due tonight; otherwise its NOT-DUE
      * line keeps job-status.txt covering the whole manifest. An
      * entry a rerun found FAILED last time runs whatever the
      * calendar now says - it was due when it failed. A frequency
      * code that doesn't parse fails the entry outright: guessing
      * at it would either replot for nothing or miss a report.
       SCHEDULE-ONE-ENTRY.
           PERFORM CHECK-SCHEDULE THRU CHECK-SCHEDULE-EXIT.
           IF PRIOR-FOUND EQUAL "Y" AND JOB-DUE EQUAL "N"
               MOVE "Y" TO JOB-DUE.
           IF JOB-DUE EQUAL "Y"
               PERFORM INIT THRU JOB-EXIT
           ELSE
               PERFORM WRITE-NOT-DUE-LINE.

       WRITE-NOT-DUE-LINE.
           IF JOB-DUE EQUAL "X"
               MOVE "FAILED" TO JOB-STAT-FLAG
               MOVE "Y" TO ANY-JOB-FAILED
           ELSE
               MOVE "NOT-DUE" TO JOB-STAT-FLAG.
           MOVE SCHED-REASON TO JOB-STAT-REASON.
           MOVE WS-INPUT-FILENAME TO JOB-STAT-INPUT.
           MOVE WS-OUTPUT-FILENAME TO JOB-STAT-OUTPUT.
           MOVE JOB-STATUS-REC TO JOB-STATUS-LINE.
           WRITE JOB-STATUS-LINE.

       LOAD-CALENDAR.
           MOVE 0 TO CAL-COUNT.
           MOVE "N" TO CALENDAR-EOF.
           OPEN INPUT CALENDAR-FILE.
           IF CALENDAR-STATUS NOT EQUAL "00"
               MOVE "Y" TO CALENDAR-EOF.
           PERFORM LOAD-CALENDAR-LINE UNTIL CALENDAR-EOF EQUAL "Y".
           IF CALENDAR-STATUS NOT EQUAL "35"
               CLOSE CALENDAR-FILE.

      * A line whose date or type won't parse is reported and left
      * out - a typo must not quietly cancel a night's plots.
       LOAD-CALENDAR-LINE.
           READ CALENDAR-FILE NEXT RECORD
               AT END
               MOVE "Y" TO CALENDAR-EOF
           END-READ.
           IF CALENDAR-EOF NOT EQUAL "Y"
               AND CALENDAR-LINE NOT EQUAL SPACES
               MOVE SPACES TO CAL-FLD-DATE
               MOVE SPACES TO CAL-FLD-TYPE
               UNSTRING CALENDAR-LINE DELIMITED BY ALL SPACE
                   INTO CAL-FLD-DATE CAL-FLD-TYPE
               IF CAL-FLD-DATE NOT NUMERIC
                   OR (CAL-FLD-TYPE NOT EQUAL "HOLIDAY"
                   AND CAL-FLD-TYPE NOT EQUAL "NORUN")
                   DISPLAY "DDA CALENDAR LINE IGNORED: "
                       CALENDAR-LINE(1:40)
               ELSE
                   IF CAL-COUNT < 400
                       ADD 1 TO CAL-COUNT
                       MOVE CAL-FLD-DATE TO CAL-DATE(CAL-COUNT)
                       MOVE CAL-FLD-TYPE(1:1) TO CAL-TYPE(CAL-COUNT)
                   ELSE
                       DISPLAY "DDA CALENDAR TABLE FULL - IGNORED: "
                           CALENDAR-LINE(1:40)
                   END-IF
               END-IF
           END-IF.

      * The evening this batch belongs to: today, or yesterday when
      * the run started in the small hours before the 06:00 window
      * closed.
       SET-SCHEDULE-DATE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO SCHED-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO SCHED-TIME.
           IF SCHED-TIME < 060000
               MOVE SCHED-DATE TO SCH-DATE-N
               PERFORM PREVIOUS-DAY
               MOVE SCH-DATE-N TO SCHED-DATE.
           MOVE SCHED-DATE TO SCH-DATE-N.
           PERFORM LOOK-UP-CALENDAR.
           MOVE SCHED-NIGHT-TYPE TO JOB-DUE.
           IF JOB-DUE EQUAL "H"
               DISPLAY "DDA SCHEDULE DATE " SCHED-DATE " - HOLIDAY"
           ELSE
               IF JOB-DUE EQUAL "N"
                   DISPLAY "DDA SCHEDULE DATE " SCHED-DATE
                       " - NO-RUN DATE"
               ELSE
                   DISPLAY "DDA SCHEDULE DATE " SCHED-DATE
               END-IF
           END-IF.

      * SCHED-NIGHT-TYPE for the date in SCH-DATE: "H", "N", or
      * space for an ordinary run night.
       LOOK-UP-CALENDAR.
           MOVE SPACE TO SCHED-NIGHT-TYPE.
           MOVE 1 TO CAL-IDX.
           PERFORM SCAN-CALENDAR-ENTRY
               UNTIL CAL-IDX > CAL-COUNT
               OR SCHED-NIGHT-TYPE NOT EQUAL SPACE.

       SCAN-CALENDAR-ENTRY.
           IF CAL-DATE(CAL-IDX) EQUAL SCH-DATE-N
               MOVE CAL-TYPE(CAL-IDX) TO SCHED-NIGHT-TYPE.
           ADD 1 TO CAL-IDX.

      * Decide JOB-DUE for the entry just read: "Y" due, "N" not
      * due tonight, "X" a frequency code that doesn't parse; the
      * reason for anything but "Y" goes to SCHED-REASON.
       CHECK-SCHEDULE.
           MOVE "Y" TO JOB-DUE.
           MOVE SPACES TO SCHED-REASON.
           PERFORM PARSE-FREQUENCY.
           IF FREQ-KIND EQUAL "X"
               MOVE "X" TO JOB-DUE
               STRING "BAD FREQUENCY " DELIMITED BY SIZE
                   JOB-FREQ DELIMITED BY SPACE
                   INTO SCHED-REASON
               GO TO CHECK-SCHEDULE-EXIT.
           MOVE SCHED-DATE TO SCH-DATE-N.
           PERFORM LOOK-UP-CALENDAR.
           IF SCHED-NIGHT-TYPE EQUAL "N"
               MOVE "N" TO JOB-DUE
               MOVE "NO-RUN DATE" TO SCHED-REASON
               GO TO CHECK-SCHEDULE-EXIT.
           IF FREQ-KIND EQUAL "D"
               IF SCHED-NIGHT-TYPE EQUAL "H"
                   MOVE "N" TO JOB-DUE
                   MOVE "HOLIDAY" TO SCHED-REASON
               END-IF
               GO TO CHECK-SCHEDULE-EXIT.
      * A dated report is due on its own night, or on the first run
      * night after it if every night since it fell due was no-run.
           MOVE "N" TO SCH-HIT.
           PERFORM CHECK-ANCHOR.
           MOVE 0 TO SCH-STEPS.
           MOVE "Y" TO SCH-NORUN-CHAIN.
           PERFORM CHECK-EARLIER-NIGHT
               UNTIL SCH-HIT EQUAL "Y"
               OR SCH-NORUN-CHAIN EQUAL "N"
               OR SCH-STEPS EQUAL 31.
           IF SCH-HIT NOT EQUAL "Y"
               MOVE "N" TO JOB-DUE
               STRING "SCHEDULED " DELIMITED BY SIZE
                   JOB-FREQ DELIMITED BY SPACE
                   INTO SCHED-REASON.
       CHECK-SCHEDULE-EXIT.
           EXIT.

       CHECK-EARLIER-NIGHT.
           PERFORM PREVIOUS-DAY.
           ADD 1 TO SCH-STEPS.
           PERFORM LOOK-UP-CALENDAR.
           IF SCHED-NIGHT-TYPE EQUAL "N"
               PERFORM CHECK-ANCHOR
           ELSE
               MOVE "N" TO SCH-NORUN-CHAIN.

      * Does the entry's frequency fall on the date in SCH-DATE?
       CHECK-ANCHOR.
           PERFORM FIND-MONTH-END.
           IF FREQ-KIND EQUAL "W"
               PERFORM COMPUTE-WEEKDAY
               IF SCH-WDAY EQUAL FREQ-WDAY
                   MOVE "Y" TO SCH-HIT
               END-IF
           END-IF.
           IF FREQ-KIND EQUAL "E"
               AND SCH-DD EQUAL SCH-MONTH-END
               MOVE "Y" TO SCH-HIT.
           IF FREQ-KIND EQUAL "M"
               IF SCH-DD EQUAL FREQ-MDAY
                   OR (FREQ-MDAY > SCH-MONTH-END
                   AND SCH-DD EQUAL SCH-MONTH-END)
                   MOVE "Y" TO SCH-HIT
               END-IF
           END-IF.

      * "D" daily, "W" weekday (FREQ-WDAY 1=MON..7=SUN), "E" month
      * end, "M" day of month (FREQ-MDAY), "X" unparseable.
       PARSE-FREQUENCY.
           INSPECT JOB-FREQ CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE "X" TO FREQ-KIND.
           IF JOB-FREQ EQUAL SPACES OR JOB-FREQ EQUAL "DAILY"
               MOVE "D" TO FREQ-KIND.
           IF JOB-FREQ EQUAL "MONTHEND"
               MOVE "E" TO FREQ-KIND.
           IF JOB-FREQ(1:3) EQUAL "DAY" AND JOB-FREQ(4:2) NUMERIC
               AND JOB-FREQ(6:3) EQUAL SPACES
               MOVE JOB-FREQ(4:2) TO FREQ-MDAY
               IF FREQ-MDAY > 0 AND FREQ-MDAY < 32
                   MOVE "M" TO FREQ-KIND
               END-IF
           END-IF.
           IF JOB-FREQ(4:5) EQUAL SPACES
               MOVE 1 TO FREQ-IDX
               PERFORM SCAN-DAY-NAME
                   UNTIL FREQ-IDX > 7 OR FREQ-KIND EQUAL "W".

       SCAN-DAY-NAME.
           IF JOB-FREQ(1:3) EQUAL FREQ-DAY-NAME(FREQ-IDX)
               MOVE "W" TO FREQ-KIND
               MOVE FREQ-IDX TO FREQ-WDAY
           ELSE
               ADD 1 TO FREQ-IDX.

      * Last day of SCH-DATE's month, February by the Gregorian
      * leap rule.
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

      * Zeller's congruence, turned round to 1=MON..7=SUN.
       COMPUTE-WEEKDAY.
           MOVE SCH-MM TO SCH-ZM.
           MOVE SCH-YYYY TO SCH-ZY.
           IF SCH-ZM < 3
               ADD 12 TO SCH-ZM
               SUBTRACT 1 FROM SCH-ZY.
           DIVIDE SCH-ZY BY 100 GIVING SCH-ZJ REMAINDER SCH-ZK.
           COMPUTE SCH-ZSUM = SCH-DD + SCH-ZK + (5 * SCH-ZJ).
           COMPUTE SCH-QUOT = 13 * (SCH-ZM + 1).
           DIVIDE SCH-QUOT BY 5 GIVING SCH-QUOT.
           ADD SCH-QUOT TO SCH-ZSUM.
           DIVIDE SCH-ZK BY 4 GIVING SCH-QUOT.
           ADD SCH-QUOT TO SCH-ZSUM.
           DIVIDE SCH-ZJ BY 4 GIVING SCH-QUOT.
           ADD SCH-QUOT TO SCH-ZSUM.
           ADD 5 TO SCH-ZSUM.
           DIVIDE SCH-ZSUM BY 7 GIVING SCH-QUOT REMAINDER SCH-REM.
           COMPUTE SCH-WDAY = SCH-REM + 1.

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

      * A consumed rerun request must not arm tomorrow's batch too:
      * blank the flag file, the same retire-in-place treatment
      * CLEAR-CHECKPOINT gives checkpoint.txt.
           CLOSE RERUN-FLAG-FILE.

       INIT.
           MOVE FUNCTION CURRENT-DATE(1:14) TO TMH-START.
           MOVE 0 TO LINES-COUNT.
           MOVE " " TO GRAPH-2D.
           MOVE "N" TO JOB-FAILED.
           MOVE SPACES TO JOB-FAIL-REASON.
           MOVE "N" TO JOB-HELD.
           MOVE SPACES TO HOLD-REASON.
           MOVE "N" TO INPUT-OPEN.
           MOVE "N" TO PLOT-POINT-SEEN.
           MOVE 0 TO LEGEND-COUNT.
           MOVE "N" TO WINDOW-BAD.
           MOVE "*" TO SERIES-STYLE.
           MOVE 0 TO SERIES-COUNT.
           MOVE 0 TO SI-COUNT.
           MOVE 0 TO CUR-SERIES-NO.
           MOVE SPACES TO CELL-2D.
           MOVE 0 TO STAT-STYLE-COUNT.
           MOVE "N" TO STAT-PEN-SET.
           MOVE 0 TO STAT-AREA-SUM.
           MOVE "N" TO END-OF-FILE.
           GO TO LOAD-LINES.

               MOVE 2 TO D
               PERFORM UNTIL D > CANVAS-COLS
                   IF GRAPH(A D) NOT EQUAL SPACE
                       MOVE "R" TO CELL-MARK(A D)
                       MOVE GRAPH(A D) TO CELL-STYLE(A D)
                       MOVE 0 TO CELL-REC(A D)
                       MOVE 0 TO CELL-SER(A D)
                       COMPUTE X = D - 1
                       COMPUTE Y = A - 1
                       IF PLOT-POINT-SEEN EQUAL "N"
           MOVE X2 TO X1.
           MOVE Y2 TO Y1.
           MOVE "N" TO RECORD-IS-CIRCLE.
           MOVE "N" TO STAT-EXACT.
           PERFORM WRITE-CHECKPOINT.
      * A repeat record still owes segments: synthesize the next
      * endpoint from the pen and the stored delta instead of
                   MOVE 0 TO REPEAT-LEFT
                   GO TO READ-LINES
               END-IF
               PERFORM NOTE-POINT-STATS
               GO TO DRAW-LINE
           END-IF.
      * Once the file is exhausted, skip straight past re-reading it -
                       GO TO READ-LINES
                   END-IF
               END-IF
      * An "I" with a file name behind it (from byte 6, or byte 10
      * wide) draws that file's segments, circles and annotations
      * here and reads on: like an annotation it uses no point slot
      * and leaves the pen where it was. An "I" with nothing behind
      * it is still an ordinary style char, as old files expect.
               IF END-OF-FILE NOT EQUAL "Y"
                   IF (WINDOW-MODE NOT EQUAL "Y" AND FILE-S EQUAL "I"
                       AND FILE-TEXT-BODY NOT EQUAL SPACES)
                       OR (WINDOW-MODE EQUAL "Y" AND FILE-SW EQUAL "I"
                       AND FILE-TEXT-BODY-W NOT EQUAL SPACES)
                       PERFORM DRAW-INCLUDE THRU DRAW-INCLUDE-EXIT
                       IF INC-FAIL NOT EQUAL SPACES
                           MOVE INC-FAIL TO JOB-FAIL-REASON
                           GO TO JOB-FAIL
                       END-IF
                       GO TO READ-LINES
                   END-IF
               END-IF
      * A wide-layout "S" opens a named series: remap the Y axis
      * for the points that follow and read on. Like an annotation
      * it consumes no point slot and never touches the pen, so a
                   MOVE Y1 TO Y2
                   GO TO READ-LINES
               END-IF
               PERFORM NOTE-POINT-STATS
               IF RECORD-IS-CIRCLE EQUAL "Y"
                   GO TO DRAW-CIRCLE
               END-IF
           IF CHECKPOINT-FOUND EQUAL "Y" AND I NOT GREATER THAN
               CHECKPOINT-RESUME-REC
               PERFORM VALIDATE-POINT
               IF POINT-REJECTED NOT EQUAL "Y"
                   PERFORM NOTE-POINT-STATS
               END-IF
               IF POINT-REJECTED EQUAL "Y"
                   OR RECORD-IS-CIRCLE EQUAL "Y"
                   MOVE X1 TO X2
                   MOVE LINES-COUNT TO I
                   MOVE LINES-COUNT TO FINAL-RECORD-COUNT
                   MOVE "Y" TO POLYGON-CLOSED
                   PERFORM CLOSE-STAT-TRACE
                   MOVE LAST-DRAWN-X TO X1
                   MOVE LAST-DRAWN-Y TO Y1
                   MOVE FIRST-X TO X2
               MOVE X1 TO X2
               MOVE Y1 TO Y2
               GO TO READ-LINES.
           PERFORM NOTE-POINT-STATS.
           IF RECORD-IS-CIRCLE EQUAL "Y"
               GO TO DRAW-CIRCLE.
           GO TO DRAW-LINE.
               IF WINDOW-BAD NOT EQUAL "Y"
                   MOVE WIN-GX TO X2
                   MOVE WIN-GY TO Y2
                   MOVE "Y" TO STAT-EXACT
                   MOVE WIN-PT-X TO STAT-DX
                   MOVE WIN-PT-Y TO STAT-DY
               END-IF
           ELSE
               MOVE "Y" TO WINDOW-BAD
                   ELSE
                       MOVE FILE-SER-STYLEW TO SERIES-STYLE
                   END-IF
                   IF SI-COUNT < 50
                       ADD 1 TO SI-COUNT
                       MOVE SI-COUNT TO CUR-SERIES-NO
                       MOVE FILE-SER-NAMEW TO SI-NAME(SI-COUNT)
                       MOVE WIN-Y-MIN TO SI-Y-MIN(SI-COUNT)
                       MOVE WIN-Y-MAX TO SI-Y-MAX(SI-COUNT)
                       COMPUTE STAT-IDX = 20 + SI-COUNT
                       PERFORM CLEAR-STAT-ENTRY
                   ELSE
                       MOVE 99 TO CUR-SERIES-NO
                   END-IF
                   IF SERIES-COUNT < 12
                       ADD 1 TO SERIES-COUNT
                       MOVE FILE-SER-NAMEW
               ELSE
                   MOVE WIN-GX TO X2
                   MOVE WIN-GY TO Y2
                   MOVE "Y" TO STAT-EXACT
                   MOVE WIN-PT-X TO STAT-DX
                   MOVE WIN-PT-Y TO STAT-DY
                   MOVE FILE-CIRC-RADW TO CIRC-R
                   COMPUTE CIRC-WORK ROUNDED =
                       CIRC-R * (CANVAS-COLS - 1)
               PERFORM PARSE-ANNOTATION-WINDOW
           ELSE
               PERFORM PARSE-ANNOTATION-CELLS.
           PERFORM HOLD-ANNOTATION.

      * Table a parsed annotation (ANNOT-ROW/COL/BODY) - shared by
      * the host file's own labels and those an include carries.
       HOLD-ANNOTATION.
           IF ANNOT-VALID EQUAL "Y" AND ANNOT-COUNT < 50
               IF ANNOT-ROW NOT GREATER THAN CANVAS-ROWS - 1
                   MOVE 40 TO ANNOT-K
               TO GRAPH(ANNOT-GR ANNOT-GC).
           COMPUTE ANNOT-K = ANNOT-K + 1.

      * Draw the file an "I" record names (and anything it includes
      * in turn) straight onto GRAPH-2D in its own style chars. Its
      * canvas sits on the host's at the origin and anything past
      * the host's edge is clipped; its cells go to the extract as
      * included cells with no source record. Plot range, legend and
      * the data summary are the host's own data only, and an
      * include's off-canvas points are its own business - DDAEDIT
      * reports them against the base map, not here in reject.txt.
      * On a resumed run, includes ahead of the checkpoint are
      * already on the restored grid, so only their annotations
      * (which are never checkpointed) are collected. A closed-
      * polygon file may not include - the scanline fill would
      * paint the base map's lines into the shape - so the record
      * is passed over with a console note (DDAEDIT fails it).
       DRAW-INCLUDE.
           MOVE SPACES TO INC-FAIL.
           IF POLYGON-MODE EQUAL "Y"
               DISPLAY "INCLUDE IGNORED IN POLYGON FILE "
                   WS-INPUT-FILENAME
               GO TO DRAW-INCLUDE-EXIT.
           MOVE "Y" TO INC-DRAWING.
           IF CHECKPOINT-FOUND EQUAL "Y"
               AND I < CHECKPOINT-RESUME-REC
               MOVE "N" TO INC-DRAWING.
           IF WINDOW-MODE EQUAL "Y"
               MOVE FILE-TEXT-BODY-W TO INC-NEXT-NAME
           ELSE
               MOVE FILE-TEXT-BODY TO INC-NEXT-NAME.
           MOVE 0 TO INC-DEPTH.
           PERFORM INC-OPEN-LEVEL THRU INC-OPEN-LEVEL-EXIT.
           PERFORM INC-STEP
               UNTIL INC-DEPTH EQUAL 0 OR INC-FAIL NOT EQUAL SPACES.
           IF INC-OPEN EQUAL "Y"
               CLOSE INCLUDE-FILE
               MOVE "N" TO INC-OPEN.
       DRAW-INCLUDE-EXIT.
           EXIT.

      * Open INC-NEXT-NAME one level down, parking the current frame
      * first, and read its header, window and count records.
       INC-OPEN-LEVEL.
           IF INC-DEPTH NOT LESS THAN 5
               MOVE "INCLUDES NESTED TOO DEEP" TO INC-FAIL
               GO TO INC-OPEN-LEVEL-EXIT.
           IF INC-NEXT-NAME EQUAL WS-INPUT-FILENAME
               MOVE "INCLUDE LOOP" TO INC-FAIL
               GO TO INC-OPEN-LEVEL-EXIT.
           IF INC-DEPTH > 0
               MOVE INC-FRAME TO INC-SAVED(INC-DEPTH)
               CLOSE INCLUDE-FILE
               MOVE "N" TO INC-OPEN
               MOVE 1 TO INC-LVL
               PERFORM INC-CHECK-LOOP UNTIL INC-LVL > INC-DEPTH.
           IF INC-FAIL NOT EQUAL SPACES
               GO TO INC-OPEN-LEVEL-EXIT.
           ADD 1 TO INC-DEPTH.
           MOVE INC-NEXT-NAME TO INC-NAME.
           MOVE INC-NEXT-NAME TO INC-FILE-NAME.
           OPEN INPUT INCLUDE-FILE.
           IF INC-STATUS NOT EQUAL "00"
               MOVE "INCLUDE FILE NOT FOUND" TO INC-FAIL
               GO TO INC-OPEN-LEVEL-EXIT.
           MOVE "Y" TO INC-OPEN.
           MOVE "N" TO INC-EOF.
           MOVE 0 TO INC-RECS.
           MOVE 0 TO INC-SLOTS.
           MOVE "N" TO INC-WINDOW.
           MOVE "*" TO INC-SER-STYLE.
           MOVE "*" TO INC-STYLE.
           MOVE "N" TO INC-PEN-SET.
           MOVE 0 TO INC-PEN-X.
           MOVE 0 TO INC-PEN-Y.
           PERFORM INC-READ.
           IF INC-EOF EQUAL "Y"
               MOVE "BAD INCLUDE FILE" TO INC-FAIL
               GO TO INC-OPEN-LEVEL-EXIT.
           INSPECT INCL-HEADER-ROWS REPLACING ALL ' ' BY '0'.
           INSPECT INCL-HEADER-COLS REPLACING ALL ' ' BY '0'.
           IF INCL-HEADER-ROWS NOT NUMERIC
               OR INCL-HEADER-COLS NOT NUMERIC
               MOVE "BAD INCLUDE FILE" TO INC-FAIL
               GO TO INC-OPEN-LEVEL-EXIT.
           MOVE INCL-HEADER-ROWS TO INC-ROWS.
           MOVE INCL-HEADER-COLS TO INC-COLS.
           IF INC-ROWS < 2 OR INC-COLS < 2
               MOVE "BAD INCLUDE FILE" TO INC-FAIL
               GO TO INC-OPEN-LEVEL-EXIT.
           PERFORM INC-READ.
           IF INC-EOF NOT EQUAL "Y" AND INCL-WIN-MARK EQUAL "W"
               PERFORM INC-TAKE-WINDOW
               PERFORM INC-READ.
           IF INC-EOF EQUAL "Y" OR INC-FAIL NOT EQUAL SPACES
               MOVE "BAD INCLUDE FILE" TO INC-FAIL
               GO TO INC-OPEN-LEVEL-EXIT.
           IF INCL-COUNT-4(3:2) EQUAL SPACES
               INSPECT INCL-X REPLACING ALL ' ' BY '0'
               IF INCL-X NOT NUMERIC
                   MOVE "BAD INCLUDE FILE" TO INC-FAIL
               ELSE
                   MOVE INCL-X TO INC-COUNT
               END-IF
           ELSE
               INSPECT INCL-COUNT-4 REPLACING ALL ' ' BY '0'
               IF INCL-COUNT-4 NOT NUMERIC
                   MOVE "BAD INCLUDE FILE" TO INC-FAIL
               ELSE
                   MOVE INCL-COUNT-4 TO INC-COUNT
               END-IF
           END-IF.
       INC-OPEN-LEVEL-EXIT.
           EXIT.

       INC-CHECK-LOOP.
           IF INC-NEXT-NAME EQUAL INC-SAVED(INC-LVL)(1:40)
               MOVE "INCLUDE LOOP" TO INC-FAIL.
           ADD 1 TO INC-LVL.

       INC-TAKE-WINDOW.
           INSPECT INCL-WIN-XMIN REPLACING ALL ' ' BY '0'.
           INSPECT INCL-WIN-XMAX REPLACING ALL ' ' BY '0'.
           INSPECT INCL-WIN-YMIN REPLACING ALL ' ' BY '0'.
           INSPECT INCL-WIN-YMAX REPLACING ALL ' ' BY '0'.
           IF INCL-WIN-XMIN NOT NUMERIC OR INCL-WIN-XMAX NOT NUMERIC
               OR INCL-WIN-YMIN NOT NUMERIC
               OR INCL-WIN-YMAX NOT NUMERIC
               MOVE "BAD INCLUDE FILE" TO INC-FAIL
           ELSE
               MOVE INCL-WIN-XMIN TO INC-X-MIN
               MOVE INCL-WIN-YMIN TO INC-Y-MIN
               MOVE INCL-WIN-XMAX TO INC-PT-X
               MOVE INCL-WIN-YMAX TO INC-PT-Y
               IF INC-PT-X NOT GREATER THAN INC-X-MIN
                   OR INC-PT-Y NOT GREATER THAN INC-Y-MIN
                   MOVE "BAD INCLUDE FILE" TO INC-FAIL
               ELSE
                   COMPUTE INC-X-SPAN = INC-PT-X - INC-X-MIN
                   COMPUTE INC-Y-SPAN = INC-PT-Y - INC-Y-MIN
                   MOVE "Y" TO INC-WINDOW
               END-IF
           END-IF.

       INC-READ.
           READ INCLUDE-FILE NEXT RECORD
               AT END
               MOVE "Y" TO INC-EOF
           END-READ.
           IF INC-EOF NOT EQUAL "Y"
               ADD 1 TO INC-RECS.

      * One record of the include being drawn; the end of it (or its
      * first point slot past its own count, where DDA stops reading
      * any input file) drops back to the level that named it.
       INC-STEP.
           IF INC-EOF NOT EQUAL "Y"
               PERFORM INC-READ.
           IF INC-EOF EQUAL "Y"
               PERFORM INC-CLOSE-LEVEL
           ELSE
               PERFORM INC-TAKE-RECORD.

       INC-CLOSE-LEVEL.
           CLOSE INCLUDE-FILE.
           MOVE "N" TO INC-OPEN.
           SUBTRACT 1 FROM INC-DEPTH.
           IF INC-DEPTH > 0
               MOVE INC-SAVED(INC-DEPTH) TO INC-FRAME
               MOVE INC-NAME TO INC-FILE-NAME
               OPEN INPUT INCLUDE-FILE
               IF INC-STATUS NOT EQUAL "00"
                   MOVE "INCLUDE FILE NOT FOUND" TO INC-FAIL
               ELSE
                   MOVE "Y" TO INC-OPEN
                   MOVE "N" TO INC-EOF
                   MOVE INC-RECS TO INC-SKIP
                   MOVE 0 TO INC-RECS
                   PERFORM INC-READ INC-SKIP TIMES
               END-IF
           END-IF.

       INC-TAKE-RECORD.
           IF INC-WINDOW EQUAL "Y"
               MOVE INCL-SW TO INC-MARK
               MOVE INCL-TEXT-BODY-W TO INC-NEXT-NAME
           ELSE
               MOVE INCL-S TO INC-MARK
               MOVE INCL-TEXT-BODY TO INC-NEXT-NAME.
           IF INC-MARK EQUAL "T"
               PERFORM INC-TAKE-ANNOTATION
           ELSE
               IF INC-MARK EQUAL "S" AND INC-WINDOW EQUAL "Y"
                   PERFORM INC-TAKE-SERIES
               ELSE
                   IF INC-MARK EQUAL "I"
                       AND INC-NEXT-NAME NOT EQUAL SPACES
                       PERFORM INC-OPEN-LEVEL THRU INC-OPEN-LEVEL-EXIT
                   ELSE
                       ADD 1 TO INC-SLOTS
                       IF INC-SLOTS > INC-COUNT
                           MOVE "Y" TO INC-EOF
                       ELSE
                           PERFORM INC-TAKE-SLOT
                       END-IF
                   END-IF
               END-IF
           END-IF.

       INC-TAKE-SLOT.
           IF INC-MARK EQUAL "R" OR INC-MARK EQUAL "M"
               PERFORM INC-TAKE-RELATIVE
           ELSE
               IF INC-MARK EQUAL "C"
                   PERFORM INC-TAKE-CIRCLE
               ELSE
                   PERFORM INC-TAKE-POINT
               END-IF
           END-IF.

      * Annotations keep the include's own coordinates (through its
      * own window, when it has one) and join the host's table.
       INC-TAKE-ANNOTATION.
           MOVE "N" TO ANNOT-VALID.
           IF INC-WINDOW EQUAL "Y"
               INSPECT INCL-XW REPLACING ALL ' ' BY '0'
               INSPECT INCL-YW REPLACING ALL ' ' BY '0'
               IF INCL-XW NUMERIC AND INCL-YW NUMERIC
                   MOVE INCL-XW TO INC-PT-X
                   MOVE INCL-YW TO INC-PT-Y
                   PERFORM INC-MAP-XY
                   IF INC-OK EQUAL "Y"
                       MOVE INC-GX TO ANNOT-COL
                       MOVE INC-GY TO ANNOT-ROW
                       MOVE INCL-TEXT-BODY-W TO ANNOT-BODY
                       MOVE "Y" TO ANNOT-VALID
                   END-IF
               END-IF
           ELSE
               INSPECT INCL-X REPLACING ALL ' ' BY '0'
               INSPECT INCL-Y REPLACING ALL ' ' BY '0'
               IF INCL-X NUMERIC AND INCL-Y NUMERIC
                   MOVE INCL-X TO ANNOT-COL
                   MOVE INCL-Y TO ANNOT-ROW
                   MOVE INCL-TEXT-BODY TO ANNOT-BODY
                   MOVE "Y" TO ANNOT-VALID
               END-IF
           END-IF.
           PERFORM HOLD-ANNOTATION.

       INC-TAKE-SERIES.
           INSPECT INCL-SER-YMINW REPLACING ALL ' ' BY '0'.
           INSPECT INCL-SER-YMAXW REPLACING ALL ' ' BY '0'.
           IF INCL-SER-YMINW NUMERIC AND INCL-SER-YMAXW NUMERIC
               MOVE INCL-SER-YMINW TO INC-PT-X
               MOVE INCL-SER-YMAXW TO INC-PT-Y
               IF INC-PT-Y GREATER THAN INC-PT-X
                   MOVE INC-PT-X TO INC-Y-MIN
                   COMPUTE INC-Y-SPAN = INC-PT-Y - INC-PT-X
                   IF INCL-SER-STYLEW EQUAL SPACE
                       MOVE "*" TO INC-SER-STYLE
                   ELSE
                       MOVE INCL-SER-STYLEW TO INC-SER-STYLE
                   END-IF
               END-IF
           END-IF.

      * Map one of the include's data-space pairs onto its canvas.
       INC-MAP-XY.
           MOVE "Y" TO INC-OK.
           COMPUTE INC-GX ROUNDED =
               (INC-PT-X - INC-X-MIN) * (INC-COLS - 1) / INC-X-SPAN.
           COMPUTE INC-GY ROUNDED =
               (INC-PT-Y - INC-Y-MIN) * (INC-ROWS - 1) / INC-Y-SPAN.
           IF INC-GX < 0 OR INC-GX > INC-COLS - 1
               OR INC-GY < 0 OR INC-GY > INC-ROWS - 1
               MOVE "N" TO INC-OK.

      * A point: the first usable one anchors the include's pen, the
      * rest draw from it. One that won't parse or falls off the
      * include's canvas is passed over with the pen left alone.
       INC-TAKE-POINT.
           MOVE "N" TO INC-OK.
           IF INC-WINDOW EQUAL "Y"
               INSPECT INCL-XW REPLACING ALL ' ' BY '0'
               INSPECT INCL-YW REPLACING ALL ' ' BY '0'
               IF INCL-XW NUMERIC AND INCL-YW NUMERIC
                   MOVE INCL-XW TO INC-PT-X
                   MOVE INCL-YW TO INC-PT-Y
                   PERFORM INC-MAP-XY
                   IF INC-OK EQUAL "Y"
                       MOVE INC-GX TO INC-TO-X
                       MOVE INC-GY TO INC-TO-Y
                   END-IF
               END-IF
               IF INCL-SW EQUAL SPACE
                   MOVE INC-SER-STYLE TO INC-STYLE
               ELSE
                   MOVE INCL-SW TO INC-STYLE
               END-IF
           ELSE
               INSPECT INCL-X REPLACING ALL ' ' BY '0'
               INSPECT INCL-Y REPLACING ALL ' ' BY '0'
               IF INCL-X NUMERIC AND INCL-Y NUMERIC
                   MOVE INCL-X TO INC-TO-X
                   MOVE INCL-Y TO INC-TO-Y
                   IF INC-TO-X NOT GREATER THAN INC-COLS - 1
                       AND INC-TO-Y NOT GREATER THAN INC-ROWS - 1
                       MOVE "Y" TO INC-OK
                   END-IF
               END-IF
               IF INCL-S EQUAL SPACE
                   MOVE "*" TO INC-STYLE
               ELSE
                   MOVE INCL-S TO INC-STYLE
               END-IF
           END-IF.
           IF INC-OK EQUAL "Y"
               PERFORM INC-PEN-TO.

       INC-PEN-TO.
           IF INC-PEN-SET EQUAL "Y" AND INC-DRAWING EQUAL "Y"
               MOVE INC-PEN-X TO INC-X1
               MOVE INC-PEN-Y TO INC-Y1
               MOVE INC-TO-X TO INC-X2
               MOVE INC-TO-Y TO INC-Y2
               PERFORM INC-DRAW-SEGMENT.
           MOVE INC-TO-X TO INC-PEN-X.
           MOVE INC-TO-Y TO INC-PEN-Y.
           MOVE "Y" TO INC-PEN-SET.

      * Relative and repeat steps from the include's pen, in cells,
      * drawn in the style the include last used; a step off its
      * canvas ends the repeat.
       INC-TAKE-RELATIVE.
           MOVE 0 TO INC-REL-LEFT.
           INSPECT INCL-REL-DX REPLACING ALL ' ' BY '0'.
           INSPECT INCL-REL-DY REPLACING ALL ' ' BY '0'.
           IF INCL-REL-DX NUMERIC AND INCL-REL-DY NUMERIC
               AND (INCL-REL-SX EQUAL "+" OR INCL-REL-SX EQUAL "-"
                   OR INCL-REL-SX EQUAL SPACE)
               AND (INCL-REL-SY EQUAL "+" OR INCL-REL-SY EQUAL "-"
                   OR INCL-REL-SY EQUAL SPACE)
               MOVE INCL-REL-DX TO INC-REL-MAG
               IF INCL-REL-SX EQUAL "-"
                   COMPUTE INC-DX = 0 - INC-REL-MAG
               ELSE
                   MOVE INC-REL-MAG TO INC-DX
               END-IF
               MOVE INCL-REL-DY TO INC-REL-MAG
               IF INCL-REL-SY EQUAL "-"
                   COMPUTE INC-DY = 0 - INC-REL-MAG
               ELSE
                   MOVE INC-REL-MAG TO INC-DY
               END-IF
               MOVE 1 TO INC-REL-LEFT
               IF INC-MARK EQUAL "M"
                   INSPECT INCL-REL-CNT REPLACING ALL ' ' BY '0'
                   IF INCL-REL-CNT NUMERIC
                       MOVE INCL-REL-CNT TO INC-REL-LEFT
                   ELSE
                       MOVE 0 TO INC-REL-LEFT
                   END-IF
               END-IF
           END-IF.
           PERFORM INC-REL-STEP UNTIL INC-REL-LEFT EQUAL 0.

       INC-REL-STEP.
           SUBTRACT 1 FROM INC-REL-LEFT.
           COMPUTE INC-NX = INC-PEN-X + INC-DX.
           COMPUTE INC-NY = INC-PEN-Y + INC-DY.
           IF INC-NX < 0 OR INC-NX > INC-COLS - 1
               OR INC-NY < 0 OR INC-NY > INC-ROWS - 1
               MOVE 0 TO INC-REL-LEFT
           ELSE
               MOVE INC-NX TO INC-TO-X
               MOVE INC-NY TO INC-TO-Y
               PERFORM INC-PEN-TO.

      * Circles and arcs through the host's midpoint walk state and
      * quadrant filter (free between host records), plotted by the
      * include's own cell routine; the pen stays put.
       INC-TAKE-CIRCLE.
           MOVE "N" TO INC-OK.
           MOVE "N" TO CIRC-ARC.
           IF INC-WINDOW EQUAL "Y"
               INSPECT INCL-CIRC-XW REPLACING ALL ' ' BY '0'
               INSPECT INCL-CIRC-YW REPLACING ALL ' ' BY '0'
               INSPECT INCL-CIRC-RADW REPLACING ALL ' ' BY '0'
               IF INCL-CIRC-XW NUMERIC AND INCL-CIRC-YW NUMERIC
                   AND INCL-CIRC-RADW NUMERIC
                   MOVE INCL-CIRC-XW TO INC-PT-X
                   MOVE INCL-CIRC-YW TO INC-PT-Y
                   PERFORM INC-MAP-XY
                   IF INC-OK EQUAL "Y"
                       MOVE INC-GX TO CIRC-CX
                       MOVE INC-GY TO CIRC-CY
                       MOVE INCL-CIRC-RADW TO CIRC-R
                       COMPUTE CIRC-WORK ROUNDED =
                           CIRC-R * (INC-COLS - 1) / INC-X-SPAN
                       IF CIRC-WORK > 99
                           MOVE 99 TO CIRC-R
                       ELSE
                           MOVE CIRC-WORK TO CIRC-R
                       END-IF
                       MOVE INCL-CIRC-Q1W TO INC-Q1
                       MOVE INCL-CIRC-Q2W TO INC-Q2
                   END-IF
               END-IF
           ELSE
               INSPECT INCL-CIRC-X REPLACING ALL ' ' BY '0'
               INSPECT INCL-CIRC-Y REPLACING ALL ' ' BY '0'
               INSPECT INCL-CIRC-RAD REPLACING ALL ' ' BY '0'
               IF INCL-CIRC-X NUMERIC AND INCL-CIRC-Y NUMERIC
                   AND INCL-CIRC-RAD NUMERIC
                   MOVE INCL-CIRC-X TO CIRC-CX
                   MOVE INCL-CIRC-Y TO CIRC-CY
                   MOVE INCL-CIRC-RAD TO CIRC-R
                   IF CIRC-CX NOT GREATER THAN INC-COLS - 1
                       AND CIRC-CY NOT GREATER THAN INC-ROWS - 1
                       MOVE "Y" TO INC-OK
                   END-IF
                   MOVE INCL-CIRC-Q1 TO INC-Q1
                   MOVE INCL-CIRC-Q2 TO INC-Q2
               END-IF
           END-IF.
           IF INC-OK EQUAL "Y"
               IF INC-Q1 NOT LESS THAN "1"
                   AND INC-Q1 NOT GREATER THAN "4"
                   AND INC-Q2 NOT LESS THAN "1"
                   AND INC-Q2 NOT GREATER THAN "4"
                   MOVE "Y" TO CIRC-ARC
                   MOVE INC-Q1 TO CIRC-QS
                   MOVE INC-Q2 TO CIRC-QE
               END-IF
               IF INC-DRAWING EQUAL "Y"
                   PERFORM INC-DRAW-CIRCLE
               END-IF
           END-IF.

       INC-DRAW-CIRCLE.
           MOVE 0 TO CIRC-DX.
           MOVE CIRC-R TO CIRC-DY.
           COMPUTE CIRC-DEC = 3 - (2 * CIRC-R).
           PERFORM INC-CIRCLE-STEP UNTIL CIRC-DX > CIRC-DY.

       INC-CIRCLE-STEP.
           COMPUTE CIRC-PX = CIRC-CX + CIRC-DX.
           COMPUTE CIRC-PY = CIRC-CY + CIRC-DY.
           PERFORM INC-CIRCLE-POINT.
           COMPUTE CIRC-PX = CIRC-CX - CIRC-DX.
           PERFORM INC-CIRCLE-POINT.
           COMPUTE CIRC-PY = CIRC-CY - CIRC-DY.
           PERFORM INC-CIRCLE-POINT.
           COMPUTE CIRC-PX = CIRC-CX + CIRC-DX.
           PERFORM INC-CIRCLE-POINT.
           COMPUTE CIRC-PX = CIRC-CX + CIRC-DY.
           COMPUTE CIRC-PY = CIRC-CY + CIRC-DX.
           PERFORM INC-CIRCLE-POINT.
           COMPUTE CIRC-PX = CIRC-CX - CIRC-DY.
           PERFORM INC-CIRCLE-POINT.
           COMPUTE CIRC-PY = CIRC-CY - CIRC-DX.
           PERFORM INC-CIRCLE-POINT.
           COMPUTE CIRC-PX = CIRC-CX + CIRC-DY.
           PERFORM INC-CIRCLE-POINT.
           IF CIRC-DEC < 0
               COMPUTE CIRC-DEC = CIRC-DEC + (4 * CIRC-DX) + 6
           ELSE
               COMPUTE CIRC-DEC = CIRC-DEC
                   + (4 * (CIRC-DX - CIRC-DY)) + 10
               COMPUTE CIRC-DY = CIRC-DY - 1.
           COMPUTE CIRC-DX = CIRC-DX + 1.

      * A circle cell is clipped at the include's own canvas edge
      * before INC-PLOT-CELL clips it again at the host's.
       INC-CIRCLE-POINT.
           PERFORM CHECK-ARC-QUADRANT.
           IF CIRC-QOK EQUAL "Y"
               AND CIRC-PX NOT LESS THAN 0
               AND CIRC-PX NOT GREATER THAN INC-COLS - 1
               AND CIRC-PY NOT LESS THAN 0
               AND CIRC-PY NOT GREATER THAN INC-ROWS - 1
               MOVE CIRC-PX TO INC-SX
               MOVE CIRC-PY TO INC-SY
               PERFORM INC-PLOT-CELL.

      * One segment of the include, INC-X1/Y1 to INC-X2/Y2, by the
      * four cases DRAW-LINE dispatches to.
       INC-DRAW-SEGMENT.
           MOVE 0 TO INC-J.
           IF INC-X1 EQUAL INC-X2
               IF INC-Y1 < INC-Y2
                   MOVE INC-Y1 TO INC-B
                   MOVE INC-Y2 TO INC-D
               ELSE
                   MOVE INC-Y2 TO INC-B
                   MOVE INC-Y1 TO INC-D
               END-IF
               MOVE INC-X1 TO INC-SX
               MOVE INC-B TO INC-SY
               PERFORM INC-VERTICAL-STEP UNTIL INC-SY > INC-D
           ELSE
               IF INC-Y1 EQUAL INC-Y2
                   IF INC-X1 < INC-X2
                       MOVE INC-X1 TO INC-A
                       MOVE INC-X2 TO INC-C
                   ELSE
                       MOVE INC-X2 TO INC-A
                       MOVE INC-X1 TO INC-C
                   END-IF
                   MOVE INC-Y1 TO INC-SY
                   MOVE INC-A TO INC-SX
                   PERFORM INC-HORIZONTAL-STEP UNTIL INC-SX > INC-C
               ELSE
                   COMPUTE INC-M = (INC-Y2 - INC-Y1) / (INC-X2 - INC-X1)
                   IF INC-M NOT GREATER THAN 1
                       AND INC-M NOT LESS THAN -1
                       PERFORM INC-GENTLE-LINE
                   ELSE
                       PERFORM INC-STEEP-LINE
                   END-IF
               END-IF
           END-IF.

       INC-VERTICAL-STEP.
           PERFORM INC-PLOT-CELL.
           ADD 1 TO INC-SY.

       INC-HORIZONTAL-STEP.
           PERFORM INC-PLOT-CELL.
           ADD 1 TO INC-SX.

       INC-GENTLE-LINE.
           MOVE INC-X1 TO INC-A.
           MOVE INC-X2 TO INC-C.
           MOVE INC-Y2 TO INC-D.
           MOVE INC-X2 TO INC-SX.
           IF INC-X2 > INC-X1
               MOVE INC-X2 TO INC-A
               MOVE INC-X1 TO INC-C
               MOVE INC-Y1 TO INC-D
               MOVE INC-X1 TO INC-SX.
           PERFORM INC-GENTLE-STEP UNTIL INC-SX NOT LESS THAN INC-A.

       INC-GENTLE-STEP.
           COMPUTE INC-SX = INC-C + INC-J.
           COMPUTE INC-SY ROUNDED = INC-D + (INC-J * INC-M).
           PERFORM INC-PLOT-CELL.
           ADD 1 TO INC-J.

       INC-STEEP-LINE.
           MOVE INC-Y1 TO INC-B.
           MOVE INC-X2 TO INC-C.
           MOVE INC-Y2 TO INC-D.
           MOVE INC-Y2 TO INC-SY.
           IF INC-Y2 > INC-Y1
               MOVE INC-Y2 TO INC-B
               MOVE INC-X1 TO INC-C
               MOVE INC-Y1 TO INC-D
               MOVE INC-Y1 TO INC-SY.
           PERFORM INC-STEEP-STEP UNTIL INC-SY NOT LESS THAN INC-B.

       INC-STEEP-STEP.
           COMPUTE INC-SY = INC-D + INC-J.
           COMPUTE INC-SX ROUNDED = INC-C + (INC-J / INC-M).
           PERFORM INC-PLOT-CELL.
           ADD 1 TO INC-J.

      * INC-SX/INC-SY are 0-based include cells; the include's
      * origin sits on the host's, and past the host's edge is off
      * the drawing.
       INC-PLOT-CELL.
           IF INC-SX NOT GREATER THAN CANVAS-COLS - 1
               AND INC-SY NOT GREATER THAN CANVAS-ROWS - 1
               COMPUTE INC-GC = INC-SX + 1
               COMPUTE INC-GR = INC-SY + 1
               MOVE INC-STYLE TO GRAPH(INC-GR INC-GC)
               MOVE "I" TO CELL-MARK(INC-GR INC-GC)
               MOVE INC-STYLE TO CELL-STYLE(INC-GR INC-GC)
               MOVE 0 TO CELL-REC(INC-GR INC-GC)
               MOVE 0 TO CELL-SER(INC-GR INC-GC).
      * Snapshot the last-consumed record number, the last drawn
      * endpoint and the whole GRAPH-2D grid to checkpoint.txt every
      * record, overwriting the previous snapshot, so a job killed
           IF LEG-IDX NOT GREATER THAN LEGEND-COUNT
               MOVE I TO LEGEND-LAST-REC(LEG-IDX).

      * The cell a line loop just wrote (GRAPH subscripts in Y, X),
      * noted for the plotted-cell extract.
       NOTE-PLOTTED-CELL.
           MOVE "P" TO CELL-MARK(Y X).
           MOVE CURRENT-STYLE TO CELL-STYLE(Y X).
           MOVE I TO CELL-REC(Y X).
           MOVE CUR-SERIES-NO TO CELL-SER(Y X).


      * Case 1
       DRAW-GENTLE-LINE.
               COMPUTE X = X + 1
               COMPUTE Y = Y + 1
               MOVE CURRENT-STYLE TO GRAPH(Y X)
               PERFORM NOTE-PLOTTED-CELL
               COMPUTE X = X - 1
               COMPUTE Y = Y - 1
               COMPUTE J = J + 1
               COMPUTE X = X + 1
               COMPUTE Y = Y + 1
               MOVE CURRENT-STYLE TO GRAPH(Y X)
               PERFORM NOTE-PLOTTED-CELL
               COMPUTE X = X - 1
               COMPUTE Y = Y - 1
               COMPUTE J = J + 1
               COMPUTE X = X1 + 1
               COMPUTE Y = Y + 1
               MOVE CURRENT-STYLE TO GRAPH(Y X)
               PERFORM NOTE-PLOTTED-CELL
               COMPUTE J = J + 1
               GO TO DRAW-VERTICAL-LINE-LOOP.
           GO TO READ-LINES.
               COMPUTE X = X + 1
               COMPUTE Y = Y1 + 1
               MOVE CURRENT-STYLE TO GRAPH(Y X)
               PERFORM NOTE-PLOTTED-CELL
               COMPUTE J = J + 1
               GO TO DRAW-HORIZONTAL-LINE-LOOP.
           GO TO READ-LINES.
               AND CIRC-PY NOT GREATER THAN CANVAS-ROWS - 1
               COMPUTE CIRC-GX = CIRC-PX + 1
               COMPUTE CIRC-GY = CIRC-PY + 1
               MOVE CURRENT-STYLE TO GRAPH(CIRC-GY CIRC-GX)
               MOVE "P" TO CELL-MARK(CIRC-GY CIRC-GX)
               MOVE CURRENT-STYLE TO CELL-STYLE(CIRC-GY CIRC-GX)
               MOVE I TO CELL-REC(CIRC-GY CIRC-GX)
               MOVE CUR-SERIES-NO TO CELL-SER(CIRC-GY CIRC-GX).

      * Which quadrant (around the center) the candidate cell sits
      * in, and whether the requested start..end span - read
           IF D NOT LESS THAN C
               GO TO FILL-POLYGON-ROW-DONE.
           MOVE FILL-CHAR TO GRAPH(A D).
           MOVE "F" TO CELL-MARK(A D).
           MOVE FILL-CHAR TO CELL-STYLE(A D).
           MOVE 0 TO CELL-REC(A D).
           MOVE 0 TO CELL-SER(A D).
           COMPUTE D = D + 1.
           GO TO FILL-SPAN.
       FILL-POLYGON-ROW-DONE.
      * line instead of killing the rest of the manifest. The input
      * file is already closed by the time we get here, so JOB-FAIL
      * needs no special handling.
      * A job held on its quality thresholds writes exactly what the
      * output file would have held, but to a fresh hold file; the
      * output file keeps its last published contents.
       SAVE-GRAPH.
           PERFORM CHECK-QUALITY-THRESHOLDS.
           IF JOB-HELD EQUAL "Y"
               PERFORM PICK-HOLD-NAME
               MOVE WS-OUTPUT-FILENAME TO HELD-OUTPUT-NAME
               MOVE HOLD-FILE-NAME TO WS-OUTPUT-FILENAME.
           OPEN OUTPUT OUTPUT-FILE.
           IF JOB-HELD EQUAL "Y"
               MOVE HELD-OUTPUT-NAME TO WS-OUTPUT-FILENAME.
           IF OUTPUT-STATUS NOT EQUAL "00"
               IF JOB-HELD EQUAL "Y"
                   MOVE "HOLD FILE NOT WRITABLE" TO JOB-FAIL-REASON
                   MOVE "N" TO JOB-HELD
               ELSE
                   MOVE "OUTPUT FILE NOT WRITABLE" TO JOB-FAIL-REASON
               END-IF
               GO TO JOB-FAIL.
           MOVE 0 TO HOLD-LINES.
           MOVE CANVAS-ROWS TO I.
           GO TO SAVE-GRAPH-LOOP.
       SAVE-GRAPH-LOOP.
           MOVE GRAPH-LINE(I) TO OUTPUT-LINE.
           PERFORM PUT-OUTPUT-LINE.
           COMPUTE I = I - 1.
           IF I > 0
               GO TO SAVE-GRAPH-LOOP.
           GO TO SAVE-GRAPH-FOOTER.

      * Every output line goes through here so a held job's hold
      * file is counted for its catalog line.
       PUT-OUTPUT-LINE.
           WRITE OUTPUT-GRAPH.
           ADD 1 TO HOLD-LINES.

       SAVE-LEGEND-LINE.
           MOVE LEGEND-CHAR(LEG-IDX) TO FOOTER-LEG-CHAR.
           MOVE LEGEND-FIRST-REC(LEG-IDX) TO FOOTER-LEG-FIRST.
           MOVE LEGEND-LAST-REC(LEG-IDX) TO FOOTER-LEG-LAST.
           MOVE FOOTER-LEGEND TO OUTPUT-LINE.
           PERFORM PUT-OUTPUT-LINE.
           SET LEG-IDX UP BY 1.

      * One footer line per named series: which style char it plots
       SAVE-SERIES-LINE.
           PERFORM SET-SERIES-FOOTER.
           MOVE FOOTER-SERIES TO OUTPUT-LINE.
           PERFORM PUT-OUTPUT-LINE.
           ADD 1 TO SER-IDX.

      * One run-log.txt line per job: when it ran, which input.txt,
           MOVE TOTAL-REJECTS TO PRINT-TOT-REJS.
           MOVE PRINT-TRAILER-JOBS TO SPOOL-WS-LINE.
           PERFORM PUT-PRINT-LINE.
           IF TOTAL-HELD > 0
               MOVE TOTAL-HELD TO PRINT-TOT-HELD
               MOVE PRINT-TRAILER-HELD TO SPOOL-WS-LINE
               PERFORM PUT-PRINT-LINE.

       PUT-PRINT-PAGE-TOP.
           MOVE "1" TO PRINT-CC.
           MOVE RUN-LOG-REC TO RUN-LOG-LINE.
           WRITE RUN-LOG-LINE.

      * The job's timehist.txt line, whatever its outcome - a job
      * that failed still spent the window's time.
       WRITE-TIME-HIST.
           MOVE FUNCTION CURRENT-DATE(1:14) TO TMH-END.
           MOVE SCHED-DATE TO TMH-NIGHT.
           MOVE WS-INPUT-FILENAME TO TMH-NAME.
           MOVE LINES-COUNT TO TMH-RECORDS.
           MOVE JOB-STAT-FLAG TO TMH-RESULT.
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
           MOVE TIME-HIST-REC TO TIME-HIST-LINE.
           WRITE TIME-HIST-LINE.

      * Append the finished grid and its footer to archive.txt under
      * an "=ARCHIVE name date" header and an "=END" trailer, so the
      * retention copy survives tomorrow's OPEN OUTPUT of the same
           MOVE 0 TO ARCH-BLOCK-LINES.
           MOVE WS-OUTPUT-FILENAME TO ARCHIVE-KEY-NAME.
           MOVE FUNCTION CURRENT-DATE(1:8) TO ARCHIVE-KEY-DATE.
           PERFORM COUNT-ARCHIVE-TOTALS.
           MOVE ARCHIVE-HEADER-REC TO ARCHIVE-LINE.
           PERFORM PUT-ARCHIVE-LINE.
           MOVE CANVAS-ROWS TO K.
           WRITE ARCHIVE-LINE.
           ADD 1 TO ARCH-BLOCK-LINES.

      * The block's shape is known before its header goes out:
      * header, grid, blank, range line when anything plotted, the
      * legend and series lines, =END.
       COUNT-ARCHIVE-TOTALS.
           COMPUTE ARCHIVE-CTL-LINES =
               CANVAS-ROWS + LEGEND-COUNT + SERIES-COUNT + 3.
           IF PLOT-POINT-SEEN EQUAL "Y"
               ADD 1 TO ARCHIVE-CTL-LINES.
           MOVE 0 TO ARCHIVE-CTL-CELLS.
           MOVE 0 TO ARCHIVE-CTL-HASH.
           MOVE CANVAS-ROWS TO K.
           MOVE 1 TO ARCH-CTL-LINE.
           PERFORM HASH-ARCHIVE-ROW UNTIL K EQUAL 0.

       HASH-ARCHIVE-ROW.
           MOVE 1 TO ARCH-CTL-COL.
           PERFORM HASH-ARCHIVE-CELL UNTIL ARCH-CTL-COL > 99.
           ADD 1 TO ARCH-CTL-LINE.
           COMPUTE K = K - 1.

       HASH-ARCHIVE-CELL.
           IF GRAPH(K ARCH-CTL-COL) NOT EQUAL SPACE
               MOVE GRAPH(K ARCH-CTL-COL) TO HASH-CHAR
               ADD 1 TO ARCHIVE-CTL-CELLS
               COMPUTE ARCHIVE-CTL-HASH = ARCHIVE-CTL-HASH
                   + (HASH-CHAR-CODE * (ARCH-CTL-LINE + ARCH-CTL-COL)).
           ADD 1 TO ARCH-CTL-COL.

       ARCHIVE-GRID-LOOP.
           MOVE GRAPH-LINE(K) TO ARCHIVE-LINE.
           PERFORM PUT-ARCHIVE-LINE.
      * used, which source record range each style char covers.
       SAVE-GRAPH-FOOTER.
           MOVE SPACES TO OUTPUT-LINE.
           PERFORM PUT-OUTPUT-LINE.
      * In window mode the range line reports the data-space window
      * the operator keyed, not grid cells - that is the scale the
      * chart's reader thinks in.
                   MOVE PLOT-MAX-Y TO FOOTER-Y-MAX
               END-IF
               MOVE FOOTER-RANGE TO OUTPUT-LINE
               PERFORM PUT-OUTPUT-LINE.
           MOVE 1 TO LEG-IDX.
           PERFORM SAVE-LEGEND-LINE UNTIL LEG-IDX > LEGEND-COUNT.
           MOVE 1 TO SER-IDX.
           PERFORM SAVE-SERIES-LINE UNTIL SER-IDX > SERIES-COUNT.
           CLOSE OUTPUT-FILE.
           IF JOB-HELD EQUAL "Y"
               PERFORM WRITE-HOLD-CATALOG
           ELSE
               PERFORM ARCHIVE-GRAPH
               IF SPOOL-ACTIVE EQUAL "Y"
                   PERFORM SPOOL-GRAPH-PAGE
               END-IF
           END-IF.
           PERFORM WRITE-CELL-EXTRACT.
           PERFORM WRITE-DATA-SUMMARY.
           PERFORM WRITE-RUN-LOG.
           PERFORM CLEAR-CHECKPOINT.
           GO TO JOB-EXIT.

      * The input's thresholds - its own line, else the "*" default
      * - against what the job actually did. Records are the ones
      * READ-LINES reached (never more than the header's count);
      * plotted is those less the rejects. The first breach found
      * is the reason given.
       CHECK-QUALITY-THRESHOLDS.
           MOVE "N" TO JOB-HELD.
           MOVE SPACES TO HOLD-REASON.
           MOVE 0 TO THR-HIT.
           MOVE 1 TO THR-IDX.
           PERFORM SCAN-THRESHOLD-ENTRY
               UNTIL THR-IDX > THR-COUNT OR THR-HIT > 0.
           IF THR-HIT EQUAL 0
               MOVE THR-DEFAULT TO THR-HIT.
           IF THR-HIT > 0
               MOVE FINAL-RECORD-COUNT TO QC-RECORDS
               IF QC-RECORDS > LINES-COUNT
                   MOVE LINES-COUNT TO QC-RECORDS
               END-IF
               IF REJECT-COUNT > QC-RECORDS
                   MOVE 0 TO QC-PLOTTED
               ELSE
                   COMPUTE QC-PLOTTED = QC-RECORDS - REJECT-COUNT
               END-IF
               PERFORM TEST-REJECT-COUNT
               IF JOB-HELD NOT EQUAL "Y"
                   PERFORM TEST-REJECT-RATE
               END-IF
               IF JOB-HELD NOT EQUAL "Y"
                   PERFORM TEST-PLOTTED-COUNT
               END-IF
           END-IF.

       SCAN-THRESHOLD-ENTRY.
           IF THR-NAME(THR-IDX) EQUAL WS-INPUT-FILENAME
               MOVE THR-IDX TO THR-HIT.
           ADD 1 TO THR-IDX.

       TEST-REJECT-COUNT.
           IF THR-ON(THR-HIT 1) EQUAL "Y"
               AND REJECT-COUNT > THR-VALUE(THR-HIT 1)
               MOVE "Y" TO JOB-HELD
               MOVE REJECT-COUNT TO QC-SHOW-A
               MOVE THR-VALUE(THR-HIT 1) TO QC-SHOW-B
               STRING "REJECTS " QC-SHOW-A " OVER MAX " QC-SHOW-B
                   DELIMITED BY SIZE INTO HOLD-REASON.

      * Compared as cross-products so no rounding can let a rate
      * just over the line through.
       TEST-REJECT-RATE.
           IF THR-ON(THR-HIT 2) EQUAL "Y" AND QC-RECORDS > 0
               COMPUTE QC-WORK-A = REJECT-COUNT * 100
               COMPUTE QC-WORK-B = THR-VALUE(THR-HIT 2) * QC-RECORDS
               IF QC-WORK-A > QC-WORK-B
                   MOVE "Y" TO JOB-HELD
                   COMPUTE QC-SHOW-A = QC-WORK-A / QC-RECORDS
                   MOVE THR-VALUE(THR-HIT 2) TO QC-SHOW-B
                   STRING "REJECT RATE " QC-SHOW-A "% OVER "
                       QC-SHOW-B "%"
                       DELIMITED BY SIZE INTO HOLD-REASON
               END-IF
           END-IF.

       TEST-PLOTTED-COUNT.
           IF THR-ON(THR-HIT 3) EQUAL "Y"
               AND QC-PLOTTED < THR-VALUE(THR-HIT 3)
               MOVE "Y" TO JOB-HELD
               MOVE QC-PLOTTED TO QC-SHOW-A
               MOVE THR-VALUE(THR-HIT 3) TO QC-SHOW-B
               STRING "PLOTTED " QC-SHOW-A " UNDER MIN " QC-SHOW-B
                   DELIMITED BY SIZE INTO HOLD-REASON.

      * A hold file name is the timestamp plus the first sequence
      * number no file on disk already has, the same way DDAMAINT
      * and DDAFIX name their generation copies.
       PICK-HOLD-NAME.
           MOVE FUNCTION CURRENT-DATE(1:14) TO HNB-STAMP.
           MOVE 0 TO HNB-SEQ.
           MOVE "N" TO HOLD-FREE.
           PERFORM PROBE-HOLD-NAME
               UNTIL HOLD-FREE EQUAL "Y" OR HNB-SEQ EQUAL 999.

       PROBE-HOLD-NAME.
           ADD 1 TO HNB-SEQ.
           MOVE HOLD-NAME-BUILD TO HOLD-FILE-NAME.
           OPEN INPUT HOLD-PROBE-FILE.
           IF HOLD-PROBE-STATUS EQUAL "35"
               MOVE "Y" TO HOLD-FREE
           ELSE
               IF HOLD-PROBE-STATUS EQUAL "00"
                   CLOSE HOLD-PROBE-FILE.

       WRITE-HOLD-CATALOG.
           ADD 1 TO TOTAL-HELD.
           OPEN EXTEND HOLD-CAT-FILE.
           IF HOLD-CAT-STATUS EQUAL "35"
               OPEN OUTPUT HOLD-CAT-FILE.
           MOVE WS-OUTPUT-FILENAME TO HC-OUTPUT.
           MOVE HOLD-FILE-NAME TO HC-HOLD.
           MOVE HNB-STAMP(1:8) TO HC-DATE.
           MOVE HNB-STAMP(9:6) TO HC-TIME.
           MOVE "HELD" TO HC-STATE.
           MOVE CANVAS-ROWS TO HC-ROWS.
           MOVE CANVAS-COLS TO HC-COLS.
           MOVE HOLD-LINES TO HC-LINES.
           MOVE WS-GRAPH-NAME TO HC-GRAPH.
           MOVE WS-INPUT-FILENAME TO HC-INPUT.
           MOVE HOLD-REASON TO HC-REASON.
           MOVE HOLD-CAT-REC TO HOLD-CAT-LINE.
           WRITE HOLD-CAT-LINE.
           CLOSE HOLD-CAT-FILE.
           DISPLAY "DDA " WS-OUTPUT-FILENAME(1:20) " HELD - "
               HOLD-REASON.

      * The finished canvas as data: every marked cell, bottom row
      * first, then the graph's trailer. A held graph's records go
      * to its own extract file in the hold area instead, to be
      * published with it.
       WRITE-CELL-EXTRACT.
           IF JOB-HELD EQUAL "Y"
               MOVE "hlx" TO HNB-PREFIX
               MOVE HOLD-NAME-BUILD TO HOLD-EXTRACT-NAME
               MOVE "hld" TO HNB-PREFIX
               OPEN OUTPUT HOLD-EXTRACT-FILE.
           MOVE 0 TO EXTRACT-COUNT.
           MOVE FUNCTION CURRENT-DATE(1:8) TO EXTRACT-DATE.
           MOVE WS-GRAPH-NAME TO EXD-GRAPH.
           MOVE EXTRACT-DATE TO EXD-DATE.
           MOVE 0 TO EXTRACT-ROW.
           PERFORM EXTRACT-CANVAS-ROW
               UNTIL EXTRACT-ROW NOT LESS THAN CANVAS-ROWS.
           MOVE WS-GRAPH-NAME TO EXT-GRAPH.
           MOVE EXTRACT-DATE TO EXT-DATE.
           MOVE EXTRACT-COUNT TO EXT-COUNT.
           MOVE EXTRACT-TRAILER-REC TO EXTRACT-LINE.
           PERFORM PUT-EXTRACT-LINE.
           IF JOB-HELD EQUAL "Y"
               CLOSE HOLD-EXTRACT-FILE.

       EXTRACT-CANVAS-ROW.
           MOVE 0 TO EXTRACT-COL.
           PERFORM EXTRACT-CANVAS-CELL
               UNTIL EXTRACT-COL NOT LESS THAN CANVAS-COLS.
           ADD 1 TO EXTRACT-ROW.

       EXTRACT-CANVAS-CELL.
           COMPUTE EXTRACT-GR = EXTRACT-ROW + 1.
           COMPUTE EXTRACT-GC = EXTRACT-COL + 1.
           IF CELL-MARK(EXTRACT-GR EXTRACT-GC) NOT EQUAL SPACE
               PERFORM WRITE-EXTRACT-DETAIL.
           ADD 1 TO EXTRACT-COL.

      * Data units run the mapping MAP-WINDOW-XY applied backwards:
      * the cell's offset along the canvas as a share of the
      * window's span, using the Y bounds of the series that drew
      * it. A cell from a series past the table has no known Y
      * bounds and leaves DATA-Y blank rather than guess.
       WRITE-EXTRACT-DETAIL.
           ADD 1 TO EXTRACT-COUNT.
           MOVE EXTRACT-ROW TO EXD-ROW.
           MOVE EXTRACT-COL TO EXD-COL.
           MOVE CELL-STYLE(EXTRACT-GR EXTRACT-GC) TO EXD-STYLE.
           MOVE CELL-REC(EXTRACT-GR EXTRACT-GC) TO EXD-SOURCE.
           MOVE SPACES TO EXD-DATA-X.
           MOVE SPACES TO EXD-DATA-Y.
           MOVE SPACES TO EXD-SERIES.
           IF WINDOW-MODE EQUAL "Y"
               COMPUTE EXTRACT-WORK ROUNDED = WIN-X-MIN
                   + (EXTRACT-COL * WIN-X-SPAN / (CANVAS-COLS - 1))
               MOVE EXTRACT-WORK TO EXTRACT-EDIT
               MOVE EXTRACT-EDIT TO EXD-DATA-X
               MOVE WIN-BASE-Y-MIN TO EXTRACT-Y-MIN
               COMPUTE EXTRACT-Y-SPAN = WIN-BASE-Y-MAX - WIN-BASE-Y-MIN
               IF CELL-SER(EXTRACT-GR EXTRACT-GC) > 0
                   AND CELL-SER(EXTRACT-GR EXTRACT-GC) < 99
                   MOVE SI-NAME(CELL-SER(EXTRACT-GR EXTRACT-GC))
                       TO EXD-SERIES
                   MOVE SI-Y-MIN(CELL-SER(EXTRACT-GR EXTRACT-GC))
                       TO EXTRACT-Y-MIN
                   COMPUTE EXTRACT-Y-SPAN =
                       SI-Y-MAX(CELL-SER(EXTRACT-GR EXTRACT-GC))
                       - SI-Y-MIN(CELL-SER(EXTRACT-GR EXTRACT-GC))
               END-IF
               IF CELL-SER(EXTRACT-GR EXTRACT-GC) NOT EQUAL 99
                   COMPUTE EXTRACT-WORK ROUNDED = EXTRACT-Y-MIN
                       + (EXTRACT-ROW * EXTRACT-Y-SPAN
                       / (CANVAS-ROWS - 1))
                   MOVE EXTRACT-WORK TO EXTRACT-EDIT
                   MOVE EXTRACT-EDIT TO EXD-DATA-Y
               END-IF
           END-IF.
           MOVE EXTRACT-DETAIL-REC TO EXTRACT-LINE.
           PERFORM PUT-EXTRACT-LINE.

       PUT-EXTRACT-LINE.
           IF JOB-HELD EQUAL "Y"
               MOVE EXTRACT-LINE TO HOLD-EXTRACT-LINE
               WRITE HOLD-EXTRACT-LINE
           ELSE
               WRITE EXTRACT-LINE.

      * Credit an accepted point to its style char's and its series'
      * summary entries: the position in data units, and - for a
      * non-circle record once the pen is down - the segment from the
      * pen and its shoelace term toward the enclosed area.
       NOTE-POINT-STATS.
           IF STAT-EXACT NOT EQUAL "Y"
               IF WINDOW-MODE EQUAL "Y"
                   COMPUTE STAT-DX ROUNDED = WIN-X-MIN
                       + (X2 * WIN-X-SPAN / (CANVAS-COLS - 1))
                   COMPUTE STAT-DY ROUNDED = WIN-Y-MIN
                       + (Y2 * WIN-Y-SPAN / (CANVAS-ROWS - 1))
               ELSE
                   MOVE X2 TO STAT-DX
                   MOVE Y2 TO STAT-DY
               END-IF
           END-IF.
           MOVE 0 TO STAT-SEG-LEN.
           IF RECORD-IS-CIRCLE NOT EQUAL "Y"
               IF STAT-PEN-SET EQUAL "Y"
                   PERFORM MEASURE-STAT-SEGMENT
               ELSE
                   MOVE "Y" TO STAT-PEN-SET
                   MOVE STAT-DX TO STAT-FIRST-DX
                   MOVE STAT-DY TO STAT-FIRST-DY
               END-IF
               MOVE STAT-DX TO STAT-PEN-DX
               MOVE STAT-DY TO STAT-PEN-DY
           END-IF.
           MOVE "Y" TO STAT-IS-POINT.
           PERFORM CREDIT-STAT-ENTRIES.

      * A closed polygon's automatic last edge back to the first
      * point adds length and area but no point.
       CLOSE-STAT-TRACE.
           IF STAT-PEN-SET EQUAL "Y"
               MOVE STAT-FIRST-DX TO STAT-DX
               MOVE STAT-FIRST-DY TO STAT-DY
               PERFORM MEASURE-STAT-SEGMENT
               MOVE "N" TO STAT-IS-POINT
               PERFORM CREDIT-STAT-ENTRIES.

       MEASURE-STAT-SEGMENT.
           COMPUTE STAT-DELTA-X = STAT-DX - STAT-PEN-DX.
           COMPUTE STAT-DELTA-Y = STAT-DY - STAT-PEN-DY.
           COMPUTE STAT-SEG-LEN ROUNDED =
               ((STAT-DELTA-X * STAT-DELTA-X)
               + (STAT-DELTA-Y * STAT-DELTA-Y)) ** 0.5.
           COMPUTE STAT-AREA-SUM = STAT-AREA-SUM
               + (STAT-PEN-DX * STAT-DY) - (STAT-DX * STAT-PEN-DY).

       CREDIT-STAT-ENTRIES.
           PERFORM FIND-STYLE-STAT.
           IF STAT-IDX > 0
               PERFORM ADD-TO-STAT-ENTRY THRU ADD-TO-STAT-ENTRY-EXIT.
           IF CUR-SERIES-NO > 0 AND CUR-SERIES-NO < 99
               COMPUTE STAT-IDX = 20 + CUR-SERIES-NO
               PERFORM ADD-TO-STAT-ENTRY THRU ADD-TO-STAT-ENTRY-EXIT.

      * Style entries are opened as each new char is drawn; past 20
      * distinct chars the extra ones go unsummarized (STAT-IDX 0).
       FIND-STYLE-STAT.
           MOVE 1 TO STAT-IDX.
           PERFORM NEXT-STYLE-STAT
               UNTIL STAT-IDX > STAT-STYLE-COUNT
               OR ST-KEY(STAT-IDX) EQUAL CURRENT-STYLE.
           IF STAT-IDX > STAT-STYLE-COUNT
               IF STAT-STYLE-COUNT < 20
                   ADD 1 TO STAT-STYLE-COUNT
                   MOVE STAT-STYLE-COUNT TO STAT-IDX
                   PERFORM CLEAR-STAT-ENTRY
                   MOVE CURRENT-STYLE TO ST-KEY(STAT-IDX)
               ELSE
                   MOVE 0 TO STAT-IDX.

       NEXT-STYLE-STAT.
           ADD 1 TO STAT-IDX.

       CLEAR-STAT-ENTRY.
           MOVE SPACE TO ST-KEY(STAT-IDX).
           MOVE 0 TO ST-POINTS(STAT-IDX).
           MOVE 0 TO ST-SUM-X(STAT-IDX).
           MOVE 0 TO ST-SUM-Y(STAT-IDX).
           MOVE 0 TO ST-MIN-X(STAT-IDX).
           MOVE 0 TO ST-MAX-X(STAT-IDX).
           MOVE 0 TO ST-MIN-Y(STAT-IDX).
           MOVE 0 TO ST-MAX-Y(STAT-IDX).
           MOVE 0 TO ST-LENGTH(STAT-IDX).

       ADD-TO-STAT-ENTRY.
           ADD STAT-SEG-LEN TO ST-LENGTH(STAT-IDX).
           IF STAT-IS-POINT NOT EQUAL "Y"
               GO TO ADD-TO-STAT-ENTRY-EXIT.
           IF ST-POINTS(STAT-IDX) EQUAL 0
               MOVE STAT-DX TO ST-MIN-X(STAT-IDX)
               MOVE STAT-DX TO ST-MAX-X(STAT-IDX)
               MOVE STAT-DY TO ST-MIN-Y(STAT-IDX)
               MOVE STAT-DY TO ST-MAX-Y(STAT-IDX).
           ADD 1 TO ST-POINTS(STAT-IDX).
           ADD STAT-DX TO ST-SUM-X(STAT-IDX).
           ADD STAT-DY TO ST-SUM-Y(STAT-IDX).
           IF STAT-DX < ST-MIN-X(STAT-IDX)
               MOVE STAT-DX TO ST-MIN-X(STAT-IDX).
           IF STAT-DX > ST-MAX-X(STAT-IDX)
               MOVE STAT-DX TO ST-MAX-X(STAT-IDX).
           IF STAT-DY < ST-MIN-Y(STAT-IDX)
               MOVE STAT-DY TO ST-MIN-Y(STAT-IDX).
           IF STAT-DY > ST-MAX-Y(STAT-IDX)
               MOVE STAT-DY TO ST-MAX-Y(STAT-IDX).
       ADD-TO-STAT-ENTRY-EXIT.
           EXIT.

      * The graph's block in datasummary.txt - held graphs too, since
      * the reviewer wants the numbers alongside the grid.
       WRITE-DATA-SUMMARY.
           ADD 1 TO SUMMARY-GRAPHS.
           MOVE FUNCTION CURRENT-DATE(9:6) TO SUMMARY-TIME.
           MOVE WS-GRAPH-NAME TO SUH-GRAPH.
           MOVE WS-INPUT-FILENAME TO SUH-INPUT.
           MOVE EXTRACT-DATE TO SUH-DATE.
           MOVE SUMMARY-TIME TO SUH-TIME.
           IF JOB-HELD EQUAL "Y"
               MOVE "  HELD" TO SUH-HELD
           ELSE
               MOVE SPACES TO SUH-HELD.
           MOVE SUMMARY-HEAD-REC TO SUMMARY-LINE.
           WRITE SUMMARY-LINE.
           MOVE SUMMARY-COLUMN-REC TO SUMMARY-LINE.
           WRITE SUMMARY-LINE.
           MOVE 1 TO STAT-IDX.
           PERFORM WRITE-STYLE-SUMMARY
               UNTIL STAT-IDX > STAT-STYLE-COUNT.
           MOVE 1 TO STAT-IDX.
           PERFORM WRITE-SERIES-SUMMARY
               UNTIL STAT-IDX > SI-COUNT.
           IF POLYGON-MODE EQUAL "Y"
               IF STAT-AREA-SUM < 0
                   COMPUTE STAT-AREA ROUNDED = 0 - (STAT-AREA-SUM / 2)
               ELSE
                   COMPUTE STAT-AREA ROUNDED = STAT-AREA-SUM / 2
               END-IF
               MOVE EXTRACT-COUNT TO SUA-CELLS
               MOVE STAT-AREA TO SUA-UNITS
               MOVE SUMMARY-AREA-REC TO SUMMARY-LINE
               WRITE SUMMARY-LINE.
           MOVE SPACES TO SUMMARY-LINE.
           WRITE SUMMARY-LINE.

       WRITE-STYLE-SUMMARY.
           MOVE "STYLE" TO SUD-KIND.
           MOVE ST-KEY(STAT-IDX) TO SUD-KEY.
           PERFORM WRITE-SUMMARY-DETAIL.
           ADD 1 TO STAT-IDX.

       WRITE-SERIES-SUMMARY.
           MOVE "SERIES" TO SUD-KIND.
           MOVE SI-NAME(STAT-IDX) TO SUD-KEY.
           ADD 20 TO STAT-IDX.
           PERFORM WRITE-SUMMARY-DETAIL.
           SUBTRACT 19 FROM STAT-IDX.

       WRITE-SUMMARY-DETAIL.
           MOVE ST-POINTS(STAT-IDX) TO SUD-POINTS.
           MOVE ST-MIN-X(STAT-IDX) TO SUD-MIN-X.
           MOVE ST-MAX-X(STAT-IDX) TO SUD-MAX-X.
           MOVE ST-MIN-Y(STAT-IDX) TO SUD-MIN-Y.
           MOVE ST-MAX-Y(STAT-IDX) TO SUD-MAX-Y.
           MOVE 0 TO SUD-MEAN-X.
           MOVE 0 TO SUD-MEAN-Y.
           IF ST-POINTS(STAT-IDX) > 0
               COMPUTE STAT-MEAN ROUNDED =
                   ST-SUM-X(STAT-IDX) / ST-POINTS(STAT-IDX)
               MOVE STAT-MEAN TO SUD-MEAN-X
               COMPUTE STAT-MEAN ROUNDED =
                   ST-SUM-Y(STAT-IDX) / ST-POINTS(STAT-IDX)
               MOVE STAT-MEAN TO SUD-MEAN-Y.
           MOVE ST-LENGTH(STAT-IDX) TO SUD-LENGTH.
           MOVE SUMMARY-DETAIL-REC TO SUMMARY-LINE.
           WRITE SUMMARY-LINE.

       LOAD-THRESHOLDS.
           MOVE 0 TO THR-COUNT.
           MOVE 0 TO THR-DEFAULT.
           MOVE "N" TO THRESHOLD-EOF.
           OPEN INPUT THRESHOLD-FILE.
           IF THRESHOLD-STATUS NOT EQUAL "00"
               MOVE "Y" TO THRESHOLD-EOF.
           PERFORM LOAD-THRESHOLD-LINE UNTIL THRESHOLD-EOF EQUAL "Y".
           IF THRESHOLD-STATUS NOT EQUAL "35"
               CLOSE THRESHOLD-FILE.

      * A line with a limit that won't parse is reported and left
      * out, like a bad calendar line.
       LOAD-THRESHOLD-LINE.
           READ THRESHOLD-FILE NEXT RECORD
               AT END
               MOVE "Y" TO THRESHOLD-EOF
           END-READ.
           IF THRESHOLD-EOF NOT EQUAL "Y"
               AND THRESHOLD-LINE NOT EQUAL SPACES
               MOVE SPACES TO THR-FLD-NAME
               MOVE SPACES TO THR-FLD-TEXT(1)
               MOVE SPACES TO THR-FLD-TEXT(2)
               MOVE SPACES TO THR-FLD-TEXT(3)
               MOVE 0 TO THR-FLD-LENS(1)
               MOVE 0 TO THR-FLD-LENS(2)
               MOVE 0 TO THR-FLD-LENS(3)
               UNSTRING THRESHOLD-LINE DELIMITED BY ALL SPACE
                   INTO THR-FLD-NAME
                       THR-FLD-TEXT(1) COUNT IN THR-FLD-LENS(1)
                       THR-FLD-TEXT(2) COUNT IN THR-FLD-LENS(2)
                       THR-FLD-TEXT(3) COUNT IN THR-FLD-LENS(3)
               MOVE "Y" TO THR-LINE-OK
               IF THR-COUNT EQUAL 200
                   MOVE "N" TO THR-LINE-OK
               ELSE
                   MOVE 1 TO THR-K
                   PERFORM PARSE-THRESHOLD-LIMIT
                       UNTIL THR-K > 3 OR THR-LINE-OK EQUAL "N"
               END-IF
               IF THR-LINE-OK EQUAL "Y"
                   ADD 1 TO THR-COUNT
                   MOVE THR-FLD-NAME TO THR-NAME(THR-COUNT)
                   IF THR-FLD-NAME EQUAL "*"
                       MOVE THR-COUNT TO THR-DEFAULT
                   END-IF
               ELSE
                   DISPLAY "DDA THRESHOLD LINE IGNORED: "
                       THRESHOLD-LINE(1:40)
               END-IF
           END-IF.

      * Limit THR-K of the line being loaded, into the next table
      * slot: blank or "-" is no limit, else one to four digits.
       PARSE-THRESHOLD-LIMIT.
           MOVE THR-FLD-TEXT(THR-K) TO THR-FLD.
           MOVE THR-FLD-LENS(THR-K) TO THR-FLD-LEN.
           MOVE "N" TO THR-FLD-ON.
           MOVE 0 TO THR-FLD-VALUE.
           IF THR-FLD NOT EQUAL SPACES AND THR-FLD NOT EQUAL "-"
               IF THR-FLD-LEN > 4
                   MOVE "N" TO THR-LINE-OK
               ELSE
                   IF THR-FLD(1:THR-FLD-LEN) NOT NUMERIC
                       MOVE "N" TO THR-LINE-OK
                   ELSE
                       MOVE "Y" TO THR-FLD-ON
                       MOVE THR-FLD(1:THR-FLD-LEN) TO THR-FLD-VALUE
                   END-IF
               END-IF
           END-IF.
           MOVE THR-FLD-ON TO THR-ON(THR-COUNT + 1 THR-K).
           MOVE THR-FLD-VALUE TO THR-VALUE(THR-COUNT + 1 THR-K).
           ADD 1 TO THR-K.

      * A job lands here the moment anything makes it unrunnable:
      * flag the batch as partial, release the input file if it got
      * as far as opening, and fall into JOB-EXIT so the status file
               MOVE "FAILED" TO JOB-STAT-FLAG
               MOVE JOB-FAIL-REASON TO JOB-STAT-REASON
           ELSE
               IF JOB-HELD EQUAL "Y"
                   MOVE "HELD" TO JOB-STAT-FLAG
                   MOVE HOLD-REASON TO JOB-STAT-REASON
               ELSE
                   MOVE "OK" TO JOB-STAT-FLAG
                   MOVE SPACES TO JOB-STAT-REASON
               END-IF
           END-IF.
           MOVE WS-INPUT-FILENAME TO JOB-STAT-INPUT.
           MOVE WS-OUTPUT-FILENAME TO JOB-STAT-OUTPUT.
           MOVE JOB-STATUS-REC TO JOB-STATUS-LINE.
           WRITE JOB-STATUS-LINE.
           PERFORM WRITE-TIME-HIST.
