      * DDABURST - companion to dda.cob. DDA spools the whole night
      * into one printfile.txt, and every morning somebody used to
      * tear it apart by hand and walk the pages to survey,
      * hydrology and facilities - and pages went to the wrong desk.
      * This program bursts the spool by owning department instead.
      *
      * Graph-owner master (owners.txt), one graph per line, fields
      * separated by spaces the way jobs.txt lays out its own:
      *   GRAPH-NAME DEPARTMENT [COPIES]
      * The graph name is the one jobs.txt carries in its third field
      * (and DDA prints in each page header); copies is 1-99, blank
      * meaning one. A line that won't parse, or that repeats a
      * graph already on file, is counted and otherwise ignored -
      * the first owner on file stands.
      *
      * Each department gets its own ASA print file, prt<dept>.txt,
      * in the 133-byte layout DDA spools: a banner page naming the
      * department and what it is about to receive, every page it
      * owns (each repeated for the copies on file), and a trailer
      * page with its totals. A graph with no owner on file still
      * prints - into prtUNOWNED.txt, so nothing is lost - and is
      * named in the register. The batch trailer page is DDA's own
      * and goes to no department.
      *
      * The distribution register (distreg.txt, echoed to the
      * console) lists every spool page and where it went, the
      * totals per department, and the graphs with no owner on file.
      * RETURN-CODE 8 when the spool can't be read or holds more
      * pages or departments than the tables below.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DDABURST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OWNER-FILE
               ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OWNER-STATUS.
           SELECT PRINT-FILE
               ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-STATUS.
           SELECT DEPT-PRINT-FILE
               ASSIGN TO DYNAMIC DEPT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEPT-PRINT-STATUS.
           SELECT REGISTER-FILE
               ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OWNER-FILE
           LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "owners.txt".
       01  OWNER-LINE PIC X(80).

      * The 133-byte ASA print line DDA spools with.
       FD  PRINT-FILE
           LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "printfile.txt".
       01  PRINT-LINE.
           05  PRINT-CC   PIC X.
           05  PRINT-TEXT PIC X(132).

       FD  DEPT-PRINT-FILE
           LABEL RECORDS ARE STANDARD.
       01  DEPT-PRINT-LINE.
           05  DEPT-PRINT-CC   PIC X.
           05  DEPT-PRINT-TEXT PIC X(132).

       FD  REGISTER-FILE
           LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "distreg.txt".
       01  REGISTER-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01  OWNER-STATUS      PIC XX.
       01  PRINT-STATUS      PIC XX.
       01  DEPT-PRINT-STATUS PIC XX.
       01  OWNER-EOF         PIC X.
       01  PRINT-EOF         PIC X.
       01  RPT-LINE          PIC X(100).
       01  BURST-FAILED      PIC X VALUE "N".
       01  DEPT-FILE-NAME    PIC X(40).
      * owners.txt, loaded whole. OWN-DROPPED counts the lines that
      * would not parse or repeated a graph.
       01  OWN-GRAPH-IN      PIC X(30).
       01  OWN-DEPT-IN       PIC X(12).
       01  OWN-COPIES-IN     PIC X(4).
       01  OWN-COPIES-LEN    PIC 99.
       01  OWN-COPIES-N      PIC 99.
       01  OWN-COUNT         PIC 999 VALUE 0.
       01  OWN-DROPPED       PIC 999 VALUE 0.
       01  OWN-TABLE.
           05  OWN-ENTRY OCCURS 500 TIMES.
               10  OWN-GRAPH    PIC X(30).
               10  OWN-DEPT     PIC X(12).
               10  OWN-COPIES   PIC 99.
      * One entry per spool page, in spool order: whose graph it is,
      * which department it went to (0 = none, the batch trailer),
      * and how many copies.
       01  PG-COUNT          PIC 999 VALUE 0.
       01  PG-IDX            PIC 999.
       01  PG-TABLE.
           05  PG-ENTRY OCCURS 500 TIMES.
               10  PG-GRAPH     PIC X(30).
               10  PG-RUN-DATE  PIC X(8).
               10  PG-RUN-TIME  PIC X(6).
               10  PG-DEPT      PIC 99.
               10  PG-COPIES    PIC 99.
               10  PG-OWNED     PIC X.
               10  PG-LINES     PIC 999.
      * Departments in first-seen spool order; the unowned pages
      * collect under their own pseudo-department.
       01  DP-COUNT          PIC 99 VALUE 0.
       01  DP-IDX            PIC 99.
       01  DP-TABLE.
           05  DP-ENTRY OCCURS 50 TIMES.
               10  DP-NAME      PIC X(12).
               10  DP-GRAPHS    PIC 999.
               10  DP-PAGES     PIC 9(5).
               10  DP-LINES     PIC 9(7).
       01  DP-UNOWNED-NAME   PIC X(12) VALUE "UNOWNED".
       01  O                 PIC 999.
       01  N                 PIC 999.
       01  COPY-NO           PIC 99.
       01  BUF-IDX           PIC 999.
      * The page being copied into a department file, held whole so
      * it can be written once per copy.
       01  BUF-COUNT         PIC 999 VALUE 0.
       01  BUF-TABLE.
           05  BUF-LINE OCCURS 200 TIMES PIC X(133).
       01  BUF-OVERFLOW      PIC X VALUE "N".
       01  TOT-PAGES-OUT     PIC 9(5) VALUE 0.
       01  TOT-UNOWNED       PIC 999 VALUE 0.
       01  TOT-OTHER         PIC 999 VALUE 0.
       01  RUN-DATE          PIC X(8).
       01  RUN-TIME          PIC X(6).
       01  BANNER-LINE.
           05  FILLER        PIC X(12) VALUE "DEPARTMENT: ".
           05  BAN-DEPT      PIC X(12).
           05  FILLER        PIC X(8)  VALUE "  BURST ".
           05  BAN-DATE      PIC X(8).
           05  FILLER        PIC X(1)  VALUE SPACE.
           05  BAN-TIME      PIC X(6).
       01  BANNER-COUNT-LINE.
           05  FILLER        PIC X(8)  VALUE "GRAPHS  ".
           05  BAN-GRAPHS    PIC ZZ9.
           05  FILLER        PIC X(8)  VALUE "  PAGES ".
           05  BAN-PAGES     PIC ZZZZ9.
       01  BANNER-GRAPH-LINE.
           05  FILLER        PIC X(4)  VALUE SPACES.
           05  BAN-GRAPH     PIC X(30).
           05  FILLER        PIC X(5)  VALUE " RUN ".
           05  BAN-RUN-DATE  PIC X(8).
           05  FILLER        PIC X(1)  VALUE SPACE.
           05  BAN-RUN-TIME  PIC X(6).
           05  FILLER        PIC X(8)  VALUE "  COPIES".
           05  BAN-COPIES    PIC ZZ9.
       01  DEPT-TRAILER-LINE.
           05  FILLER        PIC X(18) VALUE "END OF DEPARTMENT ".
           05  DTR-DEPT      PIC X(12).
       01  DEPT-TOTALS-LINE.
           05  FILLER        PIC X(16) VALUE "DEPT TOTALS     ".
           05  FILLER        PIC X(7)  VALUE "GRAPHS ".
           05  DTR-GRAPHS    PIC ZZ9.
           05  FILLER        PIC X(8)  VALUE "  PAGES ".
           05  DTR-PAGES     PIC ZZZZ9.
           05  FILLER        PIC X(8)  VALUE "  LINES ".
           05  DTR-LINES     PIC ZZZZZZ9.
       01  HEAD-PAGE-LINE.
           05  FILLER        PIC X(6)  VALUE "PAGE".
           05  FILLER        PIC X(31) VALUE "GRAPH".
           05  FILLER        PIC X(16) VALUE "RUN".
           05  FILLER        PIC X(13) VALUE "DEPARTMENT".
           05  FILLER        PIC X(6)  VALUE "COPIES".
       01  DETAIL-PAGE-LINE.
           05  DPL-PAGE      PIC ZZ9.
           05  FILLER        PIC X(3)  VALUE SPACES.
           05  DPL-GRAPH     PIC X(30).
           05  FILLER        PIC X(1)  VALUE SPACE.
           05  DPL-RUN-DATE  PIC X(8).
           05  FILLER        PIC X(1)  VALUE SPACE.
           05  DPL-RUN-TIME  PIC X(6).
           05  FILLER        PIC X(1)  VALUE SPACE.
           05  DPL-DEPT      PIC X(12).
           05  FILLER        PIC X(1)  VALUE SPACE.
           05  DPL-COPIES    PIC ZZ9.
           05  FILLER        PIC X(2)  VALUE SPACES.
           05  DPL-NOTE      PIC X(24).
       01  HEAD-DEPT-LINE.
           05  FILLER        PIC X(13) VALUE "DEPARTMENT".
           05  FILLER        PIC X(7)  VALUE " GRAPHS".
           05  FILLER        PIC X(7)  VALUE "  PAGES".
           05  FILLER        PIC X(3)  VALUE SPACES.
           05  FILLER        PIC X(10) VALUE "PRINT FILE".
       01  DETAIL-DEPT-LINE.
           05  DDL-DEPT      PIC X(12).
           05  FILLER        PIC X(1)  VALUE SPACE.
           05  DDL-GRAPHS    PIC ZZZZZ9.
           05  FILLER        PIC X(2)  VALUE SPACES.
           05  DDL-PAGES     PIC ZZZZ9.
           05  FILLER        PIC X(3)  VALUE SPACES.
           05  DDL-FILE      PIC X(40).
       01  UNOWNED-LINE.
           05  FILLER        PIC X(4)  VALUE SPACES.
           05  UNL-GRAPH     PIC X(30).
       01  TOTALS-LINE.
           05  FILLER        PIC X(12) VALUE "SPOOL PAGES ".
           05  TOT-PAGES-SHOW PIC ZZ9.
           05  FILLER        PIC X(15) VALUE "  PAGES OUT    ".
           05  TOT-OUT-SHOW  PIC ZZZZ9.
           05  FILLER        PIC X(16) VALUE "  DEPARTMENTS   ".
           05  TOT-DEPT-SHOW PIC Z9.
       01  DROPPED-LINE.
           05  FILLER        PIC X(32)
               VALUE "OWNER LINES NOT UNDERSTOOD      ".
           05  DROPPED-SHOW  PIC ZZ9.

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.

       PROGRAM-BEGIN.
           OPEN OUTPUT REGISTER-FILE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO RUN-TIME.
           MOVE "DDA SPOOL DISTRIBUTION REGISTER" TO RPT-LINE.
           PERFORM PUT-LINE.
           PERFORM LOAD-OWNERS.
           PERFORM SCAN-SPOOL.
           IF BURST-FAILED EQUAL "N"
               MOVE 1 TO DP-IDX
               PERFORM BURST-DEPARTMENT UNTIL DP-IDX > DP-COUNT
               PERFORM PRINT-REGISTER.
           CLOSE REGISTER-FILE.
           IF BURST-FAILED EQUAL "Y"
               MOVE 8 TO RETURN-CODE.
           GO TO PROGRAM-DONE.

       PROGRAM-DONE.
           STOP RUN.

      * Load the graph-owner master. A missing file is not fatal -
      * every page simply goes out unowned, and the register says so.
       LOAD-OWNERS.
           OPEN INPUT OWNER-FILE.
           IF OWNER-STATUS NOT EQUAL "00"
               MOVE "owners.txt NOT READABLE - NO GRAPH IS OWNED"
                   TO RPT-LINE
               PERFORM PUT-LINE
           ELSE
               MOVE "N" TO OWNER-EOF
               PERFORM LOAD-OWNER-LINE UNTIL OWNER-EOF EQUAL "Y"
               CLOSE OWNER-FILE.

       LOAD-OWNER-LINE.
           READ OWNER-FILE NEXT RECORD
               AT END
               MOVE "Y" TO OWNER-EOF
           END-READ.
           IF OWNER-EOF NOT EQUAL "Y" AND OWNER-LINE NOT EQUAL SPACES
               PERFORM PARSE-OWNER-LINE.

       PARSE-OWNER-LINE.
           MOVE SPACES TO OWN-GRAPH-IN.
           MOVE SPACES TO OWN-DEPT-IN.
           MOVE SPACES TO OWN-COPIES-IN.
           MOVE 0 TO OWN-COPIES-LEN.
           UNSTRING OWNER-LINE DELIMITED BY ALL SPACES
               INTO OWN-GRAPH-IN OWN-DEPT-IN
                    OWN-COPIES-IN COUNT IN OWN-COPIES-LEN.
           IF OWN-COPIES-IN EQUAL SPACES
               MOVE 1 TO OWN-COPIES-N
           ELSE
               IF OWN-COPIES-LEN > 2
                   OR OWN-COPIES-IN(1:OWN-COPIES-LEN) NOT NUMERIC
                   MOVE 0 TO OWN-COPIES-N
               ELSE
                   MOVE OWN-COPIES-IN(1:OWN-COPIES-LEN)
                       TO OWN-COPIES-N
               END-IF
           END-IF.
           MOVE 1 TO O.
           PERFORM FIND-OWNER-ENTRY
               UNTIL O > OWN-COUNT OR OWN-GRAPH(O) EQUAL OWN-GRAPH-IN.
           IF OWN-GRAPH-IN EQUAL SPACES
               OR OWN-DEPT-IN EQUAL SPACES
               OR OWN-DEPT-IN EQUAL DP-UNOWNED-NAME
               OR OWN-COPIES-N EQUAL 0
               OR O NOT GREATER THAN OWN-COUNT
               OR OWN-COUNT EQUAL 500
               ADD 1 TO OWN-DROPPED
           ELSE
               ADD 1 TO OWN-COUNT
               MOVE OWN-GRAPH-IN TO OWN-GRAPH(OWN-COUNT)
               MOVE OWN-DEPT-IN TO OWN-DEPT(OWN-COUNT)
               MOVE OWN-COPIES-N TO OWN-COPIES(OWN-COUNT).

       FIND-OWNER-ENTRY.
           ADD 1 TO O.

      * First pass over the spool: one table entry per page (every
      * ASA "1" starts one), its owner looked up from the graph name
      * in DDA's "GRAPH: " page header. Any other page - the batch
      * trailer - is DDA's own and goes to no department.
       SCAN-SPOOL.
           OPEN INPUT PRINT-FILE.
           IF PRINT-STATUS NOT EQUAL "00"
               MOVE "printfile.txt NOT READABLE - NOTHING BURST"
                   TO RPT-LINE
               PERFORM PUT-LINE
               MOVE "Y" TO BURST-FAILED
           ELSE
               MOVE "N" TO PRINT-EOF
               PERFORM SCAN-SPOOL-LINE UNTIL PRINT-EOF EQUAL "Y"
               CLOSE PRINT-FILE.

       SCAN-SPOOL-LINE.
           READ PRINT-FILE NEXT RECORD
               AT END
               MOVE "Y" TO PRINT-EOF
           END-READ.
           IF PRINT-EOF NOT EQUAL "Y"
               IF PRINT-CC EQUAL "1"
                   PERFORM START-SPOOL-PAGE
               ELSE
                   IF PG-COUNT > 0
                       ADD 1 TO PG-LINES(PG-COUNT)
                   END-IF
               END-IF
           END-IF.

       START-SPOOL-PAGE.
           IF PG-COUNT EQUAL 500
               MOVE "printfile.txt HOLDS OVER 500 PAGES - NOT BURST"
                   TO RPT-LINE
               PERFORM PUT-LINE
               MOVE "Y" TO BURST-FAILED
               MOVE "Y" TO PRINT-EOF
           ELSE
               ADD 1 TO PG-COUNT
               MOVE 1 TO PG-LINES(PG-COUNT)
               MOVE SPACES TO PG-RUN-DATE(PG-COUNT)
               MOVE SPACES TO PG-RUN-TIME(PG-COUNT)
               MOVE 0 TO PG-DEPT(PG-COUNT)
               MOVE 0 TO PG-COPIES(PG-COUNT)
               MOVE "N" TO PG-OWNED(PG-COUNT)
               IF PRINT-TEXT(1:7) EQUAL "GRAPH: "
                   MOVE PRINT-TEXT(8:30) TO PG-GRAPH(PG-COUNT)
                   MOVE PRINT-TEXT(44:8) TO PG-RUN-DATE(PG-COUNT)
                   MOVE PRINT-TEXT(53:6) TO PG-RUN-TIME(PG-COUNT)
                   PERFORM ASSIGN-PAGE-OWNER
               ELSE
                   MOVE PRINT-TEXT(1:30) TO PG-GRAPH(PG-COUNT)
                   ADD 1 TO TOT-OTHER
               END-IF
           END-IF.

       ASSIGN-PAGE-OWNER.
           MOVE 1 TO O.
           PERFORM FIND-OWNER-ENTRY
               UNTIL O > OWN-COUNT
               OR OWN-GRAPH(O) EQUAL PG-GRAPH(PG-COUNT).
           IF O > OWN-COUNT
               MOVE DP-UNOWNED-NAME TO OWN-DEPT-IN
               MOVE 1 TO PG-COPIES(PG-COUNT)
               ADD 1 TO TOT-UNOWNED
           ELSE
               MOVE OWN-DEPT(O) TO OWN-DEPT-IN
               MOVE OWN-COPIES(O) TO PG-COPIES(PG-COUNT)
               MOVE "Y" TO PG-OWNED(PG-COUNT).
           MOVE 1 TO DP-IDX.
           PERFORM FIND-DEPT-ENTRY
               UNTIL DP-IDX > DP-COUNT
               OR DP-NAME(DP-IDX) EQUAL OWN-DEPT-IN.
           IF DP-IDX > DP-COUNT
               IF DP-COUNT EQUAL 50
                   MOVE "OVER 50 DEPARTMENTS IN THE SPOOL - NOT BURST"
                       TO RPT-LINE
                   PERFORM PUT-LINE
                   MOVE "Y" TO BURST-FAILED
                   MOVE "Y" TO PRINT-EOF
               ELSE
                   ADD 1 TO DP-COUNT
                   MOVE OWN-DEPT-IN TO DP-NAME(DP-COUNT)
                   MOVE 0 TO DP-GRAPHS(DP-COUNT)
                   MOVE 0 TO DP-PAGES(DP-COUNT)
                   MOVE 0 TO DP-LINES(DP-COUNT)
               END-IF
           END-IF.
           IF DP-IDX NOT GREATER THAN DP-COUNT
               MOVE DP-IDX TO PG-DEPT(PG-COUNT)
               ADD 1 TO DP-GRAPHS(DP-IDX)
               ADD PG-COPIES(PG-COUNT) TO DP-PAGES(DP-IDX).

       FIND-DEPT-ENTRY.
           ADD 1 TO DP-IDX.

      * One department's print file: banner, its pages in spool
      * order (a second pass over the spool, each page held whole and
      * written once per copy), then its trailer page.
       BURST-DEPARTMENT.
           MOVE SPACES TO DEPT-FILE-NAME.
           STRING "prt" DELIMITED BY SIZE
               DP-NAME(DP-IDX) DELIMITED BY SPACE
               ".txt" DELIMITED BY SIZE
               INTO DEPT-FILE-NAME.
           OPEN OUTPUT DEPT-PRINT-FILE.
           IF DEPT-PRINT-STATUS NOT EQUAL "00"
               MOVE SPACES TO RPT-LINE
               STRING DEPT-FILE-NAME DELIMITED BY SPACE
                   " NOT WRITABLE - DEPARTMENT NOT BURST"
                   DELIMITED BY SIZE INTO RPT-LINE
               PERFORM PUT-LINE
               MOVE "Y" TO BURST-FAILED
           ELSE
               PERFORM WRITE-BANNER-PAGE
               OPEN INPUT PRINT-FILE
               MOVE 0 TO PG-IDX
               MOVE 0 TO BUF-COUNT
               MOVE "N" TO PRINT-EOF
               PERFORM COPY-SPOOL-LINE UNTIL PRINT-EOF EQUAL "Y"
               PERFORM FLUSH-PAGE-BUFFER
               CLOSE PRINT-FILE
               PERFORM WRITE-DEPT-TRAILER
               CLOSE DEPT-PRINT-FILE.
           ADD 1 TO DP-IDX.

       WRITE-BANNER-PAGE.
           MOVE DP-NAME(DP-IDX) TO BAN-DEPT.
           MOVE RUN-DATE TO BAN-DATE.
           MOVE RUN-TIME TO BAN-TIME.
           MOVE "1" TO DEPT-PRINT-CC.
           MOVE BANNER-LINE TO DEPT-PRINT-TEXT.
           PERFORM PUT-DEPT-LINE.
           MOVE SPACE TO DEPT-PRINT-CC.
           MOVE SPACES TO DEPT-PRINT-TEXT.
           PERFORM PUT-DEPT-LINE.
           MOVE DP-GRAPHS(DP-IDX) TO BAN-GRAPHS.
           MOVE DP-PAGES(DP-IDX) TO BAN-PAGES.
           MOVE BANNER-COUNT-LINE TO DEPT-PRINT-TEXT.
           PERFORM PUT-DEPT-LINE.
           MOVE SPACES TO DEPT-PRINT-TEXT.
           PERFORM PUT-DEPT-LINE.
           MOVE 1 TO N.
           PERFORM WRITE-BANNER-GRAPH UNTIL N > PG-COUNT.

       WRITE-BANNER-GRAPH.
           IF PG-DEPT(N) EQUAL DP-IDX
               MOVE PG-GRAPH(N) TO BAN-GRAPH
               MOVE PG-RUN-DATE(N) TO BAN-RUN-DATE
               MOVE PG-RUN-TIME(N) TO BAN-RUN-TIME
               MOVE PG-COPIES(N) TO BAN-COPIES
               MOVE SPACE TO DEPT-PRINT-CC
               MOVE BANNER-GRAPH-LINE TO DEPT-PRINT-TEXT
               PERFORM PUT-DEPT-LINE.
           ADD 1 TO N.

       COPY-SPOOL-LINE.
           READ PRINT-FILE NEXT RECORD
               AT END
               MOVE "Y" TO PRINT-EOF
           END-READ.
           IF PRINT-EOF NOT EQUAL "Y"
               IF PRINT-CC EQUAL "1"
                   PERFORM FLUSH-PAGE-BUFFER
                   ADD 1 TO PG-IDX
               END-IF
               IF PG-IDX > 0 AND PG-IDX NOT GREATER THAN PG-COUNT
                   IF PG-DEPT(PG-IDX) EQUAL DP-IDX
                       PERFORM BUFFER-SPOOL-LINE
                   END-IF
               END-IF
           END-IF.

      * A page is at most header, blank, 99 grid rows, blank, range,
      * 20 legend and 12 series lines - well inside the buffer. A
      * page that somehow isn't is cut at the buffer and noted.
       BUFFER-SPOOL-LINE.
           IF BUF-COUNT EQUAL 200
               MOVE "Y" TO BUF-OVERFLOW
           ELSE
               ADD 1 TO BUF-COUNT
               MOVE PRINT-LINE TO BUF-LINE(BUF-COUNT).

       FLUSH-PAGE-BUFFER.
           IF BUF-COUNT > 0
               MOVE 1 TO COPY-NO
               PERFORM WRITE-PAGE-COPY UNTIL COPY-NO > PG-COPIES(PG-IDX)
               MOVE 0 TO BUF-COUNT.

       WRITE-PAGE-COPY.
           MOVE 1 TO BUF-IDX.
           PERFORM WRITE-BUFFER-LINE UNTIL BUF-IDX > BUF-COUNT.
           ADD 1 TO TOT-PAGES-OUT.
           ADD 1 TO COPY-NO.

       WRITE-BUFFER-LINE.
           MOVE BUF-LINE(BUF-IDX) TO DEPT-PRINT-LINE.
           PERFORM PUT-DEPT-LINE.
           ADD 1 TO BUF-IDX.

       WRITE-DEPT-TRAILER.
           MOVE DP-NAME(DP-IDX) TO DTR-DEPT.
           MOVE "1" TO DEPT-PRINT-CC.
           MOVE DEPT-TRAILER-LINE TO DEPT-PRINT-TEXT.
           PERFORM PUT-DEPT-LINE.
           MOVE DP-GRAPHS(DP-IDX) TO DTR-GRAPHS.
           MOVE DP-PAGES(DP-IDX) TO DTR-PAGES.
      * The totals line counts itself.
           COMPUTE DTR-LINES = DP-LINES(DP-IDX) + 1.
           MOVE SPACE TO DEPT-PRINT-CC.
           MOVE DEPT-TOTALS-LINE TO DEPT-PRINT-TEXT.
           PERFORM PUT-DEPT-LINE.

       PUT-DEPT-LINE.
           WRITE DEPT-PRINT-LINE.
           ADD 1 TO DP-LINES(DP-IDX).

      * The register: every spool page and where it went, the
      * department totals, the graphs nobody owns, the batch totals.
       PRINT-REGISTER.
           MOVE SPACES TO RPT-LINE.
           STRING "BURST " RUN-DATE " " RUN-TIME
               DELIMITED BY SIZE INTO RPT-LINE.
           PERFORM PUT-LINE.
           MOVE SPACES TO RPT-LINE.
           PERFORM PUT-LINE.
           MOVE HEAD-PAGE-LINE TO RPT-LINE.
           PERFORM PUT-LINE.
           MOVE 1 TO N.
           PERFORM PRINT-PAGE-LINE UNTIL N > PG-COUNT.
           MOVE SPACES TO RPT-LINE.
           PERFORM PUT-LINE.
           MOVE HEAD-DEPT-LINE TO RPT-LINE.
           PERFORM PUT-LINE.
           MOVE 1 TO DP-IDX.
           PERFORM PRINT-DEPT-LINE UNTIL DP-IDX > DP-COUNT.
           MOVE SPACES TO RPT-LINE.
           PERFORM PUT-LINE.
           IF TOT-UNOWNED EQUAL 0
               MOVE "EVERY GRAPH HAS AN OWNER ON FILE" TO RPT-LINE
               PERFORM PUT-LINE
           ELSE
               MOVE "GRAPHS WITH NO OWNER ON FILE" TO RPT-LINE
               PERFORM PUT-LINE
               MOVE 1 TO N
               PERFORM PRINT-UNOWNED-LINE UNTIL N > PG-COUNT.
           MOVE SPACES TO RPT-LINE.
           PERFORM PUT-LINE.
           MOVE PG-COUNT TO TOT-PAGES-SHOW.
           MOVE TOT-PAGES-OUT TO TOT-OUT-SHOW.
           MOVE DP-COUNT TO TOT-DEPT-SHOW.
           MOVE TOTALS-LINE TO RPT-LINE.
           PERFORM PUT-LINE.
           IF OWN-DROPPED > 0
               MOVE OWN-DROPPED TO DROPPED-SHOW
               MOVE DROPPED-LINE TO RPT-LINE
               PERFORM PUT-LINE.
           IF BUF-OVERFLOW EQUAL "Y"
               MOVE "A SPOOL PAGE OVER 200 LINES WAS CUT SHORT"
                   TO RPT-LINE
               PERFORM PUT-LINE.

       PRINT-PAGE-LINE.
           MOVE N TO DPL-PAGE.
           MOVE PG-GRAPH(N) TO DPL-GRAPH.
           MOVE PG-RUN-DATE(N) TO DPL-RUN-DATE.
           MOVE PG-RUN-TIME(N) TO DPL-RUN-TIME.
           MOVE SPACES TO DPL-NOTE.
           IF PG-DEPT(N) EQUAL 0
               MOVE SPACES TO DPL-DEPT
               MOVE 0 TO DPL-COPIES
               MOVE "BATCH PAGE - NOT SENT" TO DPL-NOTE
           ELSE
               MOVE DP-NAME(PG-DEPT(N)) TO DPL-DEPT
               MOVE PG-COPIES(N) TO DPL-COPIES
               IF PG-OWNED(N) EQUAL "N"
                   MOVE "NO OWNER ON FILE" TO DPL-NOTE
               END-IF
           END-IF.
           MOVE DETAIL-PAGE-LINE TO RPT-LINE.
           PERFORM PUT-LINE.
           ADD 1 TO N.

       PRINT-DEPT-LINE.
           MOVE DP-NAME(DP-IDX) TO DDL-DEPT.
           MOVE DP-GRAPHS(DP-IDX) TO DDL-GRAPHS.
           MOVE DP-PAGES(DP-IDX) TO DDL-PAGES.
           MOVE SPACES TO DDL-FILE.
           STRING "prt" DELIMITED BY SIZE
               DP-NAME(DP-IDX) DELIMITED BY SPACE
               ".txt" DELIMITED BY SIZE
               INTO DDL-FILE.
           MOVE DETAIL-DEPT-LINE TO RPT-LINE.
           PERFORM PUT-LINE.
           ADD 1 TO DP-IDX.

      * Each unowned graph once, however many pages it has tonight.
       PRINT-UNOWNED-LINE.
           IF PG-DEPT(N) NOT EQUAL 0 AND PG-OWNED(N) EQUAL "N"
               MOVE 1 TO O
               PERFORM FIND-EARLIER-PAGE
                   UNTIL O NOT LESS THAN N
                   OR (PG-OWNED(O) EQUAL "N"
                   AND PG-DEPT(O) NOT EQUAL 0
                   AND PG-GRAPH(O) EQUAL PG-GRAPH(N))
               IF O EQUAL N
                   MOVE PG-GRAPH(N) TO UNL-GRAPH
                   MOVE UNOWNED-LINE TO RPT-LINE
                   PERFORM PUT-LINE
               END-IF
           END-IF.
           ADD 1 TO N.

       FIND-EARLIER-PAGE.
           ADD 1 TO O.

       PUT-LINE.
           DISPLAY RPT-LINE.
           MOVE RPT-LINE TO REGISTER-LINE.
           WRITE REGISTER-LINE.
