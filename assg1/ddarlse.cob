      * DDARLSE - companion to dda.cob. A job whose rejects or
      * plotted count breach its line in thresholds.txt is held by
      * DDA: the grid goes to a hold file cataloged in holdcat.txt,
      * the output file keeps its last published contents, and the
      * graph stays out of archive.txt and the spool. This program
      * is the supervisor's release step once the graph has been
      * reviewed: it lists the graphs still held, and publishes the
      * one picked exactly as a normal run would have - the output
      * file written, an "=ARCHIVE" block appended to archive.txt
      * (and its archindex.txt line, when the index is kept), a
      * page in DDA's spool layout for the graph's department, and
      * the plotted-cell records DDA set aside beside the hold file
      * appended to cellextract.txt.
      *
      * By the time a graph is reviewed DDABURST has long since
      * burst the night's printfile.txt, so the released page goes
      * straight to where DDABURST would have sent it: the graph's
      * owner is looked up in owners.txt, the page is appended to
      * that department's prt<dept>.txt once per copy on file (or
      * once to prtUNOWNED.txt for a graph nobody owns), and a line
      * saying so is added to distreg.txt.
      *
      * The hold file is read whole and checked against the line
      * count cataloged when it was held before anything is
      * published. The catalog line is then marked RELEASED, so a
      * graph can't go out twice - holdcat.txt is copied through
      * holdwork.txt a line at a time, however long it has grown -
      * and the release leaves its audit line - who released it,
      * when, and what it was held for - in releaselog.txt (EXTEND
      * - the trail never overwrites). Runs under the batch lock,
      * since it appends to the files the overnight run writes, and
      * ends with RETURN-CODE 8 when a chosen release could not be
      * made.
      *
      * The run starts with an operator sign-on against
      * operators.txt and goes no further for anyone but a
      * supervisor; refused sign-ons and refused roles are logged
      * to seclog.txt (RETURN-CODE 8), and the audit line carries
      * the signed-on operator's ID.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DDARLSE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-CAT-FILE
               ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLD-CAT-STATUS.
           SELECT HOLD-WORK-FILE
               ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLD-WORK-STATUS.
           SELECT HOLD-FILE
               ASSIGN TO DYNAMIC RL-HOLD-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLD-STATUS.
           SELECT OUTPUT-FILE
               ASSIGN TO DYNAMIC RL-OUTPUT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OUTPUT-STATUS.
           SELECT ARCHIVE-FILE
               ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-STATUS.
           SELECT ARCHIVE-INDEX-FILE
               ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-INDEX-STATUS.
           SELECT PRINT-FILE
               ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRINT-STATUS.
           SELECT OWNER-FILE
               ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OWNER-STATUS.
           SELECT DEPT-PRINT-FILE
               ASSIGN TO DYNAMIC DEPT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEPT-PRINT-STATUS.
           SELECT REGISTER-FILE
               ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTER-STATUS.
           SELECT HOLD-EXTRACT-FILE
               ASSIGN TO DYNAMIC RL-EXTRACT-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOLD-EXTRACT-STATUS.
           SELECT EXTRACT-FILE
               ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EXTRACT-STATUS.
           SELECT RELEASE-LOG-FILE
               ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RELEASE-LOG-STATUS.
           SELECT BATCH-LOCK-FILE
               ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BATCH-LOCK-STATUS.
           SELECT OPERATOR-FILE
               ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OPERATOR-STATUS.
           SELECT SECURITY-LOG-FILE
               ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SEC-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HOLD-CAT-FILE
           LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "holdcat.txt".
       01  HOLD-CAT-LINE PIC X(210).

       FD  HOLD-WORK-FILE
           LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "holdwork.txt".
       01  HOLD-WORK-LINE PIC X(210).

       FD  HOLD-FILE
           LABEL RECORDS ARE STANDARD.
       01  HOLD-LINE PIC X(99).

       FD  OUTPUT-FILE
           LABEL RECORDS ARE STANDARD.
       01  OUTPUT-LINE PIC X(99).

       FD  ARCHIVE-FILE
           LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "archive.txt".
       01  ARCHIVE-LINE PIC X(99).

       FD  ARCHIVE-INDEX-FILE
           LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "archindex.txt".
       01  ARCHIVE-INDEX-LINE PIC X(63).

      * The 133-byte ASA print line DDA spools with - the night's
      * spool is only read here, for the page count.
       FD  PRINT-FILE
           LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "printfile.txt".
       01  PRINT-LINE.
           05  PRINT-CC   PIC X.
           05  PRINT-TEXT PIC X(132).

      * DDABURST's graph-owner master, department print files and
      * distribution register.
       FD  OWNER-FILE
           LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "owners.txt".
       01  OWNER-LINE PIC X(80).

       FD  DEPT-PRINT-FILE
           LABEL RECORDS ARE STANDARD.
       01  DEPT-PRINT-LINE.
           05  DEPT-PRINT-CC   PIC X.
           05  DEPT-PRINT-TEXT PIC X(132).

       FD  REGISTER-FILE
           LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "distreg.txt".
       01  REGISTER-LINE PIC X(100).

       FD  HOLD-EXTRACT-FILE
           LABEL RECORDS ARE STANDARD.
       01  HOLD-EXTRACT-LINE PIC X(100).

       FD  EXTRACT-FILE
           LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "cellextract.txt".
       01  EXTRACT-LINE PIC X(100).

       FD  RELEASE-LOG-FILE
           LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "releaselog.txt".
       01  RELEASE-LOG-LINE PIC X(200).

       FD  BATCH-LOCK-FILE
           LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "batchlock.txt".
       01  BATCH-LOCK-LINE PIC X(24).

      * The operator master every sign-on is checked against, and
      * the security log each refused sign-on or refused request
      * lands in (EXTEND - it only ever grows).
       FD  OPERATOR-FILE
           LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "operators.txt".
       01  OPERATOR-LINE PIC X(60).

       FD  SECURITY-LOG-FILE
           LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "seclog.txt".
       01  SECURITY-LOG-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01  HOLD-CAT-STATUS   PIC XX.
       01  HOLD-WORK-STATUS  PIC XX.
       01  HOLD-STATUS       PIC XX.
       01  OUTPUT-STATUS     PIC XX.
       01  ARCHIVE-STATUS    PIC XX.
       01  ARCHIVE-INDEX-STATUS PIC XX.
       01  PRINT-STATUS      PIC XX.
       01  OWNER-STATUS      PIC XX.
       01  DEPT-PRINT-STATUS PIC XX.
       01  REGISTER-STATUS   PIC XX.
       01  HOLD-EXTRACT-STATUS PIC XX.
       01  EXTRACT-STATUS    PIC XX.
       01  RELEASE-LOG-STATUS PIC XX.
       01  BATCH-LOCK-STATUS PIC XX.
       01  LOCK-REFUSED      PIC X.
      * Sign-on. Twin of the operators.txt and seclog.txt layouts
      * and the sign-on paragraphs DDAMAINT, DDAFIX, DDAPURGE and
      * DDARLSE share. Roles: S supervisor, D data entry.
       01  OPERATOR-STATUS   PIC XX.
       01  SEC-LOG-STATUS    PIC XX.
       01  OPERATOR-EOF      PIC X.
       01  SIGNON-PROGRAM    PIC X(8)  VALUE "DDARLSE ".
       01  SIGNON-OK         PIC X VALUE "N".
       01  SIGNON-TRIES      PIC 9.
       01  SIGNON-ID         PIC X(8).
       01  SIGNON-PASSWORD   PIC X(8).
       01  SIGNON-NAME       PIC X(30).
       01  SIGNON-ROLE       PIC X.
       01  SIGNON-EVENT      PIC X(40).
       01  OPERATOR-REC.
           05  OP-ID         PIC X(8).
           05  FILLER        PIC X(1)  VALUE SPACE.
           05  OP-NAME       PIC X(30).
           05  FILLER        PIC X(1)  VALUE SPACE.
           05  OP-ROLE       PIC X.
           05  FILLER        PIC X(1)  VALUE SPACE.
           05  OP-ACTIVE     PIC X.
           05  FILLER        PIC X(1)  VALUE SPACE.
           05  OP-PASSWORD   PIC X(8).
       01  SEC-LOG-REC.
           05  SL-DATE       PIC X(8).
           05  FILLER        PIC X(1)  VALUE SPACE.
           05  SL-TIME       PIC X(6).
           05  FILLER        PIC X(1)  VALUE SPACE.
           05  SL-PROGRAM    PIC X(8).
           05  FILLER        PIC X(1)  VALUE SPACE.
           05  SL-OPERATOR   PIC X(8).
           05  FILLER        PIC X(1)  VALUE SPACE.
           05  SL-EVENT      PIC X(40).
      * Twin of the batchlock.txt record DDA and DDAMAINT share.
       01  BATCH-LOCK-REC.
           05  LOCK-HOLDER   PIC X(8).
           05  FILLER        PIC X(1)  VALUE SPACE.
           05  LOCK-DATE     PIC X(8).
           05  FILLER        PIC X(1)  VALUE SPACE.
           05  LOCK-TIME     PIC X(6).
      * Twin of the holdcat.txt layout DDA writes.
       01  HOLD-CAT-REC.
           05  HC-OUTPUT     PIC X(40).
           05  FILLER        PIC X(1)  VALUE SPACE.
           05  HC-HOLD       PIC X(24).
           05  FILLER        PIC X(1)  VALUE SPACE.
           05  HC-DATE       PIC X(8).
           05  FILLER        PIC X(1)  VALUE SPACE.
           05  HC-TIME       PIC X(6).
           05  FILLER        PIC X(1)  VALUE SPACE.
           05  HC-STATE      PIC X(8).
           05  FILLER        PIC X(1)  VALUE SPACE.
           05  HC-ROWS       PIC 99.
           05  FILLER        PIC X(1)  VALUE SPACE.
           05  HC-COLS       PIC 99.
           05  FILLER        PIC X(1)  VALUE SPACE.
           05  HC-LINES      PIC 9(5).
           05  FILLER        PIC X(1)  VALUE SPACE.
           05  HC-GRAPH      PIC X(30).
           05  FILLER        PIC X(1)  VALUE SPACE.
           05  HC-INPUT      PIC X(40).
           05  FILLER        PIC X(1)  VALUE SPACE.
           05  HC-REASON     PIC X(30).
      * The catalog is never held whole: the listing, the pick and
      * the RELEASED mark each read it through, counting lines. The
      * chosen graph is known by its catalog line number.
       01  RL-CAT-LINE-NO    PIC 9(5).
       01  RL-HELD-COUNT     PIC 9(5) VALUE 0.
       01  RL-HELD-SEEN      PIC 9(5).
       01  RL-CHOSEN         PIC 9(5).
       01  RL-FAILED         PIC X VALUE "N".
       01  RL-CAT-EOF        PIC X.
       01  RL-EOF            PIC X.
       01  RL-HOLD-NAME      PIC X(40).
       01  RL-OUTPUT-NAME    PIC X(40).
      * DDA names a held graph's extract file after its hold file,
      * "hlx" in place of "hld".
       01  RL-EXTRACT-NAME   PIC X(40).
       01  RL-EXTRACT-EOF    PIC X.
       01  RL-ANSWER         PIC X.
       01  RL-SHOW           PIC ZZZZ9.
      * The held grid and footer, read back whole before anything is
      * published - a canvas is at most 99 rows, and the footer at
      * most a blank, a range, 20 legend and 12 series lines.
       01  RL-LINE-COUNT     PIC 9(5).
       01  RL-LINE-TABLE.
           05  RL-LINE OCCURS 200 TIMES PIC X(99).
       01  RL-OVERFLOW       PIC X.
       01  RL-HOLD-READ      PIC X.
       01  RL-SCAN           PIC 9(5).
      * Terminal number entry, the same digit-at-a-time validation
      * the other maintenance programs give the operator.
       01  RL-IN             PIC X(34).
       01  RL-NUM            PIC 9999.
       01  RL-NUM-OK         PIC X.
       01  RL-SKIP           PIC X.
       01  RL-J              PIC 99.
       01  RL-DIGIT          PIC X.
       01  RL-DIGIT-N REDEFINES RL-DIGIT PIC 9.
       01  RL-LEN            PIC 99.
       01  RL-HI             PIC 9999.
       01  HELD-LIST-LINE.
           05  FILLER        PIC X(2)  VALUE SPACES.
           05  HLL-NUMBER    PIC ZZZZ9.
           05  FILLER        PIC X(2)  VALUE SPACES.
           05  HLL-DATE      PIC X(8).
           05  FILLER        PIC X(1)  VALUE SPACE.
           05  HLL-TIME      PIC X(6).
           05  FILLER        PIC X(2)  VALUE SPACES.
           05  HLL-OUTPUT    PIC X(20).
           05  FILLER        PIC X(2)  VALUE SPACES.
           05  HLL-REASON    PIC X(30).
      * Twins of DDA's "=ARCHIVE" block framing, control totals and
      * all, and of the archindex.txt line DDAINDEX writes and
      * DDAGET seeks by.
       01  ARCHIVE-HEADER-REC.
           05  FILLER           PIC X(9)  VALUE "=ARCHIVE ".
           05  ARCHIVE-KEY-NAME PIC X(40).
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  ARCHIVE-KEY-DATE PIC X(8).
           05  FILLER           PIC X(7)  VALUE " LINES ".
           05  ARCHIVE-CTL-LINES PIC 9(5).
           05  FILLER           PIC X(7)  VALUE " CELLS ".
           05  ARCHIVE-CTL-CELLS PIC 9(5).
           05  FILLER           PIC X(6)  VALUE " HASH ".
           05  ARCHIVE-CTL-HASH PIC 9(9).
       01  ARCHIVE-END-REC      PIC X(4)  VALUE "=END".
       01  ARCH-CTL-COL         PIC 999.
       01  HASH-CHAR-PAIR.
           05  FILLER           PIC X     VALUE LOW-VALUE.
           05  HASH-CHAR        PIC X.
       01  HASH-CHAR-CODE REDEFINES HASH-CHAR-PAIR PIC 9(4) COMP.
       01  ARCHIVE-FRESH        PIC X.
       01  ARCH-INDEX-PRESENT   PIC X.
       01  ARCH-INDEX-EOF       PIC X.
       01  ARCH-INDEX-SEEN      PIC X.
       01  ARCH-NEXT-START      PIC 9(7).
       01  ARCH-BLOCK-LINES     PIC 9(5).
       01  ARCHIVE-INDEX-REC.
           05  ARX-NAME         PIC X(40).
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  ARX-DATE         PIC X(8).
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  ARX-START        PIC 9(7).
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  ARX-LINES        PIC 9(5).
      * The graph's owner, by DDABURST's reading of owners.txt: the
      * first line that parses for the graph stands, and a graph
      * with no such line goes to the UNOWNED pseudo-department.
       01  OWNER-EOF            PIC X.
       01  OWN-GRAPH-IN         PIC X(30).
       01  OWN-DEPT-IN          PIC X(12).
       01  OWN-COPIES-IN        PIC X(4).
       01  OWN-COPIES-LEN       PIC 99.
       01  OWN-COPIES-N         PIC 99.
       01  RL-DEPT              PIC X(12).
       01  RL-COPIES            PIC 99.
       01  RL-OWNED             PIC X.
       01  DP-UNOWNED-NAME      PIC X(12) VALUE "UNOWNED".
       01  DEPT-FILE-NAME       PIC X(40).
       01  COPY-NO              PIC 99.
      * Twin of DDABURST's register page line.
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
      * Twin of DDA's spool page header.
       01  PAGE-NUMBER          PIC 999 VALUE 0.
       01  SPOOL-IND            PIC 999.
       01  SPOOL-WS-LINE        PIC X(132).
       01  PRINT-HEADER-REC.
           05  FILLER           PIC X(7)  VALUE "GRAPH: ".
           05  PRINT-GRAPH-NAME PIC X(30).
           05  FILLER           PIC X(6)  VALUE "  RUN ".
           05  PRINT-RUN-DATE   PIC X(8).
           05  FILLER           PIC X(1)  VALUE SPACE.
           05  PRINT-RUN-TIME   PIC X(6).
           05  FILLER           PIC X(7)  VALUE "  PAGE ".
           05  PRINT-PAGE-NO    PIC ZZ9.
       01  RELEASE-AUDIT-REC.
           05  FILLER        PIC X(8)  VALUE "RELEASE ".
           05  RLA-DATE      PIC X(8).
           05  FILLER        PIC X(1)  VALUE SPACE.
           05  RLA-TIME      PIC X(6).
           05  FILLER        PIC X(1)  VALUE SPACE.
           05  RLA-OUTPUT    PIC X(40).
           05  FILLER        PIC X(6)  VALUE " HELD ".
           05  RLA-HELD-DATE PIC X(8).
           05  FILLER        PIC X(1)  VALUE SPACE.
           05  RLA-HELD-TIME PIC X(6).
           05  FILLER        PIC X(5)  VALUE " FOR ".
           05  RLA-REASON    PIC X(30).
           05  FILLER        PIC X(13) VALUE " REVIEWED BY ".
           05  RLA-OPERATOR  PIC X(8).
           05  FILLER        PIC X(6)  VALUE " FROM ".
           05  RLA-HOLD      PIC X(24).

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.

      * Releasing is supervisor work: nobody sees the held list
      * without signing on, and a data-entry sign-on is refused and
      * logged like a failed one - all before any lock is taken.
       PROGRAM-BEGIN.
           DISPLAY "DDARLSE - RELEASE A HELD GRAPH".
           PERFORM SIGN-ON.
           IF SIGNON-OK NOT EQUAL "Y"
               DISPLAY "DDARLSE NOT SIGNED ON - NOTHING RELEASED"
               MOVE 8 TO RETURN-CODE
               GO TO PROGRAM-DONE.
           IF SIGNON-ROLE NOT EQUAL "S"
               MOVE "REFUSED - RELEASE NEEDS SUPERVISOR"
                   TO SIGNON-EVENT
               PERFORM WRITE-SECURITY-LOG
               DISPLAY "DDARLSE IS FOR SUPERVISORS - NOTHING RELEASED"
               MOVE 8 TO RETURN-CODE
               GO TO PROGRAM-DONE.
           PERFORM TAKE-BATCH-LOCK.
           IF LOCK-REFUSED EQUAL "Y"
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           PERFORM LIST-HELD-GRAPHS.
           IF RL-HELD-COUNT EQUAL 0
               DISPLAY "DDARLSE NO GRAPHS ARE HELD"
           ELSE
               PERFORM CHOOSE-HELD-GRAPH
               IF RL-CHOSEN > 0
                   PERFORM RELEASE-HELD-GRAPH
                       THRU RELEASE-HELD-GRAPH-EXIT
               END-IF
           END-IF.
           PERFORM CLEAR-BATCH-LOCK.
           GO TO PROGRAM-DONE.

       PROGRAM-DONE.
           IF RL-FAILED EQUAL "Y"
               MOVE 8 TO RETURN-CODE.
           STOP RUN.

      * Sign-on: three tries at an ID and password matching an
      * active line of operators.txt. Every refusal goes to
      * seclog.txt with the ID tried and the reason; the console
      * only ever says refused, so a guesser learns nothing from it.
       SIGN-ON.
           MOVE "N" TO SIGNON-OK.
           MOVE 0 TO SIGNON-TRIES.
           PERFORM SIGN-ON-ATTEMPT
               UNTIL SIGNON-OK EQUAL "Y" OR SIGNON-TRIES EQUAL 3.

       SIGN-ON-ATTEMPT.
           ADD 1 TO SIGNON-TRIES.
           MOVE SPACES TO SIGNON-ID.
           MOVE SPACES TO SIGNON-PASSWORD.
           DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
           ACCEPT SIGNON-ID.
           INSPECT SIGNON-ID CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           DISPLAY "PASSWORD: " WITH NO ADVANCING.
           ACCEPT SIGNON-PASSWORD.
           PERFORM LOOK-UP-OPERATOR.
           IF SIGNON-EVENT EQUAL SPACES
               MOVE "Y" TO SIGNON-OK
               DISPLAY "SIGNED ON " SIGNON-ID " " SIGNON-NAME
           ELSE
               DISPLAY "SIGN-ON REFUSED"
               PERFORM WRITE-SECURITY-LOG.

       LOOK-UP-OPERATOR.
           MOVE "SIGN-ON FAILED - UNKNOWN ID" TO SIGNON-EVENT.
           MOVE "N" TO OPERATOR-EOF.
           OPEN INPUT OPERATOR-FILE.
           IF OPERATOR-STATUS NOT EQUAL "00"
               MOVE "SIGN-ON FAILED - NO OPERATOR MASTER"
                   TO SIGNON-EVENT
               MOVE "Y" TO OPERATOR-EOF.
           PERFORM SCAN-OPERATOR-LINE UNTIL OPERATOR-EOF EQUAL "Y".
           IF OPERATOR-STATUS NOT EQUAL "35"
               CLOSE OPERATOR-FILE.

      * A blank password on the master never matches - a line keyed
      * without one is a line nobody can sign on with yet.
       SCAN-OPERATOR-LINE.
           READ OPERATOR-FILE NEXT RECORD
               AT END
               MOVE "Y" TO OPERATOR-EOF
           END-READ.
           IF OPERATOR-EOF NOT EQUAL "Y"
               MOVE OPERATOR-LINE TO OPERATOR-REC
               IF OP-ID EQUAL SIGNON-ID AND SIGNON-ID NOT EQUAL SPACES
                   MOVE "Y" TO OPERATOR-EOF
                   IF OP-PASSWORD NOT EQUAL SIGNON-PASSWORD
                       OR OP-PASSWORD EQUAL SPACES
                       MOVE "SIGN-ON FAILED - BAD PASSWORD"
                           TO SIGNON-EVENT
                   ELSE
                       IF OP-ACTIVE NOT EQUAL "Y"
                           MOVE "SIGN-ON FAILED - INACTIVE"
                               TO SIGNON-EVENT
                       ELSE
                           MOVE SPACES TO SIGNON-EVENT
                           MOVE OP-NAME TO SIGNON-NAME
                           MOVE OP-ROLE TO SIGNON-ROLE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       WRITE-SECURITY-LOG.
           OPEN EXTEND SECURITY-LOG-FILE.
           IF SEC-LOG-STATUS EQUAL "35"
               OPEN OUTPUT SECURITY-LOG-FILE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO SL-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO SL-TIME.
           MOVE SIGNON-PROGRAM TO SL-PROGRAM.
           MOVE SIGNON-ID TO SL-OPERATOR.
           MOVE SIGNON-EVENT TO SL-EVENT.
           MOVE SEC-LOG-REC TO SECURITY-LOG-LINE.
           WRITE SECURITY-LOG-LINE.
           CLOSE SECURITY-LOG-FILE.

      * Take the batch lock or refuse outright, exactly as DDAFIX
      * does - a stale lock is cleared through DDAMAINT's lock
      * screen, never silently here.
       TAKE-BATCH-LOCK.
           MOVE "N" TO LOCK-REFUSED.
           OPEN INPUT BATCH-LOCK-FILE.
           IF BATCH-LOCK-STATUS NOT EQUAL "35"
               READ BATCH-LOCK-FILE
                   AT END
                   MOVE "10" TO BATCH-LOCK-STATUS
               END-READ
               IF BATCH-LOCK-STATUS EQUAL "00"
                   MOVE BATCH-LOCK-LINE TO BATCH-LOCK-REC
                   IF LOCK-HOLDER NOT EQUAL SPACES
                       MOVE "Y" TO LOCK-REFUSED
                       DISPLAY "DDARLSE BATCH LOCK HELD BY "
                           LOCK-HOLDER " SINCE " LOCK-DATE " "
                           LOCK-TIME
                       DISPLAY "DDARLSE NOT RUNNING - CLEAR A STALE "
                           "LOCK THROUGH DDAMAINT"
                   END-IF
               END-IF
               CLOSE BATCH-LOCK-FILE
           END-IF.
           IF LOCK-REFUSED NOT EQUAL "Y"
               OPEN OUTPUT BATCH-LOCK-FILE
               MOVE "DDARLSE " TO LOCK-HOLDER
               MOVE FUNCTION CURRENT-DATE(1:8) TO LOCK-DATE
               MOVE FUNCTION CURRENT-DATE(9:6) TO LOCK-TIME
               MOVE BATCH-LOCK-REC TO BATCH-LOCK-LINE
               WRITE BATCH-LOCK-LINE
               CLOSE BATCH-LOCK-FILE
           END-IF.

       CLEAR-BATCH-LOCK.
           OPEN OUTPUT BATCH-LOCK-FILE.
           MOVE SPACES TO BATCH-LOCK-LINE.
           WRITE BATCH-LOCK-LINE.
           CLOSE BATCH-LOCK-FILE.

      * One pass over the catalog, listing each graph still held
      * with the number it is picked by.
       LIST-HELD-GRAPHS.
           MOVE 0 TO RL-HELD-COUNT.
           MOVE "N" TO RL-CAT-EOF.
           OPEN INPUT HOLD-CAT-FILE.
           IF HOLD-CAT-STATUS NOT EQUAL "00"
               MOVE "Y" TO RL-CAT-EOF.
           PERFORM LIST-CATALOG-LINE UNTIL RL-CAT-EOF EQUAL "Y".
           IF HOLD-CAT-STATUS NOT EQUAL "35"
               CLOSE HOLD-CAT-FILE.

       LIST-CATALOG-LINE.
           READ HOLD-CAT-FILE NEXT RECORD
               AT END
               MOVE "Y" TO RL-CAT-EOF
           END-READ.
           IF RL-CAT-EOF NOT EQUAL "Y"
               MOVE HOLD-CAT-LINE TO HOLD-CAT-REC
               IF HC-STATE EQUAL "HELD"
                   ADD 1 TO RL-HELD-COUNT
                   PERFORM LIST-ONE-HELD-GRAPH
               END-IF
           END-IF.

       LIST-ONE-HELD-GRAPH.
           IF RL-HELD-COUNT EQUAL 1
               DISPLAY " "
               DISPLAY "GRAPHS HELD FOR REVIEW".
           MOVE RL-HELD-COUNT TO HLL-NUMBER.
           MOVE HC-DATE TO HLL-DATE.
           MOVE HC-TIME TO HLL-TIME.
           MOVE HC-OUTPUT TO HLL-OUTPUT.
           MOVE HC-REASON TO HLL-REASON.
           DISPLAY HELD-LIST-LINE.

      * Pick by list number; a blank answer, or anything but Y at
      * the confirmation, publishes nothing.
       CHOOSE-HELD-GRAPH.
           MOVE 0 TO RL-CHOSEN.
           MOVE RL-HELD-COUNT TO RL-HI.
           MOVE "N" TO RL-NUM-OK.
           MOVE "N" TO RL-SKIP.
           PERFORM ACCEPT-HELD-NUMBER
               UNTIL RL-NUM-OK EQUAL "Y" OR RL-SKIP EQUAL "Y".
           IF RL-SKIP EQUAL "Y"
               DISPLAY "NOTHING RELEASED"
           ELSE
               PERFORM FIND-HELD-GRAPH
               DISPLAY "RELEASE " HC-OUTPUT(1:20) " HELD FOR "
                   HC-REASON " (Y/N): " WITH NO ADVANCING
               ACCEPT RL-ANSWER
               IF RL-ANSWER NOT EQUAL "Y" AND RL-ANSWER NOT EQUAL "y"
                   MOVE 0 TO RL-CHOSEN
                   DISPLAY "NOTHING RELEASED"
               END-IF
           END-IF.

       ACCEPT-HELD-NUMBER.
           MOVE RL-HELD-COUNT TO RL-SHOW.
           DISPLAY "GRAPH TO RELEASE (1-" RL-SHOW
               ", BLANK TO CANCEL): " WITH NO ADVANCING.
           ACCEPT RL-IN.
           IF RL-IN EQUAL SPACES
               MOVE "Y" TO RL-SKIP
           ELSE
               PERFORM PARSE-RL-FIELD
               IF RL-NUM-OK EQUAL "Y"
                   AND (RL-NUM < 1 OR RL-NUM > RL-HI)
                   MOVE "N" TO RL-NUM-OK
               END-IF
               IF RL-NUM-OK EQUAL "N"
                   DISPLAY "ENTER A NUMBER FROM THE LIST"
               END-IF
           END-IF.

      * The catalog again, to the RL-NUM'th graph still held: its
      * line is left in HOLD-CAT-REC and its line number in
      * RL-CHOSEN. The batch lock keeps the catalog as it was
      * listed.
       FIND-HELD-GRAPH.
           MOVE 0 TO RL-CAT-LINE-NO.
           MOVE 0 TO RL-HELD-SEEN.
           MOVE "N" TO RL-CAT-EOF.
           OPEN INPUT HOLD-CAT-FILE.
           PERFORM FIND-CATALOG-LINE UNTIL RL-CAT-EOF EQUAL "Y".
           CLOSE HOLD-CAT-FILE.

       FIND-CATALOG-LINE.
           READ HOLD-CAT-FILE NEXT RECORD
               AT END
               MOVE "Y" TO RL-CAT-EOF
           END-READ.
           IF RL-CAT-EOF NOT EQUAL "Y"
               ADD 1 TO RL-CAT-LINE-NO
               MOVE HOLD-CAT-LINE TO HOLD-CAT-REC
               IF HC-STATE EQUAL "HELD"
                   ADD 1 TO RL-HELD-SEEN
                   IF RL-HELD-SEEN EQUAL RL-NUM
                       MOVE RL-CAT-LINE-NO TO RL-CHOSEN
                       MOVE "Y" TO RL-CAT-EOF
                   END-IF
               END-IF
           END-IF.

      * Read the hold file back whole and prove it is the grid that
      * was held, then publish it the three ways a normal run does,
      * mark the catalog and audit the release. HOLD-CAT-REC is
      * still the chosen catalog line.
       RELEASE-HELD-GRAPH.
           MOVE SPACES TO RL-HOLD-NAME.
           MOVE HC-HOLD TO RL-HOLD-NAME.
           MOVE HC-OUTPUT TO RL-OUTPUT-NAME.
           PERFORM LOAD-HOLD-FILE.
           IF RL-HOLD-READ NOT EQUAL "Y"
               DISPLAY "DDARLSE " RL-HOLD-NAME(1:24)
                   " NOT READABLE - NOT RELEASED"
               MOVE "Y" TO RL-FAILED
               GO TO RELEASE-HELD-GRAPH-EXIT.
           IF RL-OVERFLOW EQUAL "Y"
               OR RL-LINE-COUNT NOT EQUAL HC-LINES
               OR RL-LINE-COUNT NOT GREATER THAN HC-ROWS
               DISPLAY "DDARLSE " RL-HOLD-NAME(1:24) " HOLDS "
                   RL-LINE-COUNT " LINES, CATALOG SAYS " HC-LINES
                   " - NOT RELEASED"
               MOVE "Y" TO RL-FAILED
               GO TO RELEASE-HELD-GRAPH-EXIT.
           OPEN OUTPUT OUTPUT-FILE.
           IF OUTPUT-STATUS NOT EQUAL "00"
               DISPLAY "DDARLSE " RL-OUTPUT-NAME(1:20)
                   " NOT WRITABLE - NOT RELEASED"
               MOVE "Y" TO RL-FAILED
               GO TO RELEASE-HELD-GRAPH-EXIT.
           MOVE 1 TO RL-SCAN.
           PERFORM WRITE-OUTPUT-LINE UNTIL RL-SCAN > RL-LINE-COUNT.
           CLOSE OUTPUT-FILE.
           PERFORM ARCHIVE-GRAPH.
           PERFORM SPOOL-GRAPH-PAGE.
           PERFORM PUBLISH-CELL-EXTRACT.
           PERFORM MARK-RELEASED.
           PERFORM WRITE-RELEASE-AUDIT.
           DISPLAY "DDARLSE RELEASED " RL-OUTPUT-NAME(1:20)
               " FROM " RL-HOLD-NAME(1:24).
       RELEASE-HELD-GRAPH-EXIT.
           EXIT.

       LOAD-HOLD-FILE.
           MOVE 0 TO RL-LINE-COUNT.
           MOVE "N" TO RL-OVERFLOW.
           MOVE "N" TO RL-EOF.
           MOVE "N" TO RL-HOLD-READ.
           OPEN INPUT HOLD-FILE.
           IF HOLD-STATUS EQUAL "00"
               MOVE "Y" TO RL-HOLD-READ
               PERFORM LOAD-HOLD-LINE UNTIL RL-EOF EQUAL "Y"
               CLOSE HOLD-FILE.

       LOAD-HOLD-LINE.
           READ HOLD-FILE NEXT RECORD
               AT END
               MOVE "Y" TO RL-EOF
           END-READ.
           IF RL-EOF NOT EQUAL "Y"
               IF RL-LINE-COUNT EQUAL 200
                   MOVE "Y" TO RL-OVERFLOW
                   MOVE "Y" TO RL-EOF
               ELSE
                   ADD 1 TO RL-LINE-COUNT
                   MOVE HOLD-LINE TO RL-LINE(RL-LINE-COUNT)
               END-IF
           END-IF.

       WRITE-OUTPUT-LINE.
           MOVE RL-LINE(RL-SCAN) TO OUTPUT-LINE.
           WRITE OUTPUT-LINE.
           ADD 1 TO RL-SCAN.

      * The same "=ARCHIVE name date" ... "=END" block DDA's
      * ARCHIVE-GRAPH appends - the held file already carries the
      * grid, blank line and footer in archive order - dated the
      * day it is published, with the index kept in step.
       ARCHIVE-GRAPH.
           MOVE "N" TO ARCHIVE-FRESH.
           OPEN EXTEND ARCHIVE-FILE.
           IF ARCHIVE-STATUS EQUAL "35"
               OPEN OUTPUT ARCHIVE-FILE
               MOVE "Y" TO ARCHIVE-FRESH.
           PERFORM READ-ARCHIVE-INDEX-TAIL.
           MOVE 0 TO ARCH-BLOCK-LINES.
           MOVE RL-OUTPUT-NAME TO ARCHIVE-KEY-NAME.
           MOVE FUNCTION CURRENT-DATE(1:8) TO ARCHIVE-KEY-DATE.
           PERFORM COUNT-ARCHIVE-TOTALS.
           MOVE ARCHIVE-HEADER-REC TO ARCHIVE-LINE.
           PERFORM PUT-ARCHIVE-LINE.
           MOVE 1 TO RL-SCAN.
           PERFORM ARCHIVE-HELD-LINE UNTIL RL-SCAN > RL-LINE-COUNT.
           MOVE ARCHIVE-END-REC TO ARCHIVE-LINE.
           PERFORM PUT-ARCHIVE-LINE.
           CLOSE ARCHIVE-FILE.
           IF ARCH-INDEX-PRESENT EQUAL "Y"
               PERFORM APPEND-ARCHIVE-INDEX.

       PUT-ARCHIVE-LINE.
           WRITE ARCHIVE-LINE.
           ADD 1 TO ARCH-BLOCK-LINES.

       ARCHIVE-HELD-LINE.
           MOVE RL-LINE(RL-SCAN) TO ARCHIVE-LINE.
           PERFORM PUT-ARCHIVE-LINE.
           ADD 1 TO RL-SCAN.

      * DDA's control totals over the same grid: the held file's
      * first HC-ROWS lines are the grid, top line first.
       COUNT-ARCHIVE-TOTALS.
           COMPUTE ARCHIVE-CTL-LINES = RL-LINE-COUNT + 2.
           MOVE 0 TO ARCHIVE-CTL-CELLS.
           MOVE 0 TO ARCHIVE-CTL-HASH.
           MOVE 1 TO RL-SCAN.
           PERFORM HASH-ARCHIVE-ROW UNTIL RL-SCAN > HC-ROWS.

       HASH-ARCHIVE-ROW.
           MOVE 1 TO ARCH-CTL-COL.
           PERFORM HASH-ARCHIVE-CELL UNTIL ARCH-CTL-COL > 99.
           ADD 1 TO RL-SCAN.

       HASH-ARCHIVE-CELL.
           IF RL-LINE(RL-SCAN)(ARCH-CTL-COL:1) NOT EQUAL SPACE
               MOVE RL-LINE(RL-SCAN)(ARCH-CTL-COL:1) TO HASH-CHAR
               ADD 1 TO ARCHIVE-CTL-CELLS
               COMPUTE ARCHIVE-CTL-HASH = ARCHIVE-CTL-HASH
                   + (HASH-CHAR-CODE * (RL-SCAN + ARCH-CTL-COL)).
           ADD 1 TO ARCH-CTL-COL.

      * Where the block just appended starts, by DDA's own rule: the
      * index's last entry plus its length, a fresh index for a
      * fresh archive, and no maintenance at all over an archive
      * whose index is missing, empty or unreadable.
       READ-ARCHIVE-INDEX-TAIL.
           MOVE 1 TO ARCH-NEXT-START.
           MOVE "N" TO ARCH-INDEX-SEEN.
           IF ARCHIVE-FRESH EQUAL "Y"
               MOVE "Y" TO ARCH-INDEX-PRESENT
           ELSE
               MOVE "N" TO ARCH-INDEX-PRESENT
               OPEN INPUT ARCHIVE-INDEX-FILE
               IF ARCHIVE-INDEX-STATUS EQUAL "00"
                   MOVE "Y" TO ARCH-INDEX-PRESENT
                   MOVE "N" TO ARCH-INDEX-EOF
                   PERFORM READ-INDEX-TAIL-LINE
                       UNTIL ARCH-INDEX-EOF EQUAL "Y"
               END-IF
               IF ARCHIVE-INDEX-STATUS NOT EQUAL "35"
                   CLOSE ARCHIVE-INDEX-FILE
               END-IF
               IF ARCH-INDEX-SEEN NOT EQUAL "Y"
                   MOVE "N" TO ARCH-INDEX-PRESENT
               END-IF
           END-IF.

       READ-INDEX-TAIL-LINE.
           READ ARCHIVE-INDEX-FILE NEXT RECORD
               AT END
               MOVE "Y" TO ARCH-INDEX-EOF
           END-READ.
           IF ARCH-INDEX-EOF NOT EQUAL "Y"
               MOVE ARCHIVE-INDEX-LINE TO ARCHIVE-INDEX-REC
               IF ARX-START NUMERIC AND ARX-LINES NUMERIC
                   COMPUTE ARCH-NEXT-START = ARX-START + ARX-LINES
                   MOVE "Y" TO ARCH-INDEX-SEEN
               ELSE
                   MOVE "N" TO ARCH-INDEX-PRESENT
                   MOVE "Y" TO ARCH-INDEX-EOF
               END-IF
           END-IF.

       APPEND-ARCHIVE-INDEX.
           IF ARCHIVE-FRESH EQUAL "Y"
               OPEN OUTPUT ARCHIVE-INDEX-FILE
           ELSE
               OPEN EXTEND ARCHIVE-INDEX-FILE.
           MOVE ARCHIVE-KEY-NAME TO ARX-NAME.
           MOVE ARCHIVE-KEY-DATE TO ARX-DATE.
           MOVE ARCH-NEXT-START TO ARX-START.
           MOVE ARCH-BLOCK-LINES TO ARX-LINES.
           MOVE ARCHIVE-INDEX-REC TO ARCHIVE-INDEX-LINE.
           WRITE ARCHIVE-INDEX-LINE.
           CLOSE ARCHIVE-INDEX-FILE.

      * The page DDA's SPOOL-GRAPH-PAGE would have laid out -
      * header, blank, the grid centered, then the footer lines
      * under it - appended to the owning department's print file
      * once per copy, as DDABURST would have burst it, and entered
      * in distreg.txt. Its page number follows the graph pages
      * already in the night's spool.
       SPOOL-GRAPH-PAGE.
           PERFORM COUNT-SPOOL-PAGES.
           ADD 1 TO PAGE-NUMBER.
           PERFORM FIND-GRAPH-OWNER.
           MOVE SPACES TO DEPT-FILE-NAME.
           STRING "prt" DELIMITED BY SIZE
               RL-DEPT DELIMITED BY SPACE
               ".txt" DELIMITED BY SIZE
               INTO DEPT-FILE-NAME.
           OPEN EXTEND DEPT-PRINT-FILE.
           IF DEPT-PRINT-STATUS EQUAL "35"
               OPEN OUTPUT DEPT-PRINT-FILE.
           IF DEPT-PRINT-STATUS NOT EQUAL "00"
               DISPLAY "DDARLSE " DEPT-FILE-NAME(1:20)
                   " NOT WRITABLE - PAGE NOT SPOOLED"
               MOVE "Y" TO RL-FAILED
           ELSE
               MOVE HC-GRAPH TO PRINT-GRAPH-NAME
               MOVE FUNCTION CURRENT-DATE(1:8) TO PRINT-RUN-DATE
               MOVE FUNCTION CURRENT-DATE(9:6) TO PRINT-RUN-TIME
               MOVE PAGE-NUMBER TO PRINT-PAGE-NO
               COMPUTE SPOOL-IND = ((132 - HC-COLS) / 2) + 1
               MOVE 1 TO COPY-NO
               PERFORM SPOOL-PAGE-COPY UNTIL COPY-NO > RL-COPIES
               CLOSE DEPT-PRINT-FILE
               PERFORM WRITE-DIST-REGISTER.

       SPOOL-PAGE-COPY.
           MOVE PRINT-HEADER-REC TO SPOOL-WS-LINE.
           PERFORM PUT-PRINT-PAGE-TOP.
           MOVE SPACES TO SPOOL-WS-LINE.
           PERFORM PUT-PRINT-LINE.
           MOVE 1 TO RL-SCAN.
           PERFORM SPOOL-GRID-LINE UNTIL RL-SCAN > HC-ROWS.
           PERFORM SPOOL-FOOTER-LINE UNTIL RL-SCAN > RL-LINE-COUNT.
           ADD 1 TO COPY-NO.

       COUNT-SPOOL-PAGES.
           MOVE 0 TO PAGE-NUMBER.
           OPEN INPUT PRINT-FILE.
           IF PRINT-STATUS EQUAL "00"
               MOVE "N" TO RL-EOF
               PERFORM COUNT-SPOOL-LINE UNTIL RL-EOF EQUAL "Y"
               CLOSE PRINT-FILE.

       COUNT-SPOOL-LINE.
           READ PRINT-FILE NEXT RECORD
               AT END
               MOVE "Y" TO RL-EOF
           END-READ.
           IF RL-EOF NOT EQUAL "Y"
               AND PRINT-CC EQUAL "1"
               AND PRINT-TEXT(1:7) EQUAL "GRAPH: "
               ADD 1 TO PAGE-NUMBER.

       SPOOL-GRID-LINE.
           MOVE SPACES TO SPOOL-WS-LINE.
           MOVE RL-LINE(RL-SCAN)(1:HC-COLS)
               TO SPOOL-WS-LINE(SPOOL-IND:HC-COLS).
           PERFORM PUT-PRINT-LINE.
           ADD 1 TO RL-SCAN.

      * Footer lines are never wider than the 51-byte series line.
       SPOOL-FOOTER-LINE.
           MOVE SPACES TO SPOOL-WS-LINE.
           MOVE RL-LINE(RL-SCAN)(1:51) TO SPOOL-WS-LINE(SPOOL-IND:51).
           PERFORM PUT-PRINT-LINE.
           ADD 1 TO RL-SCAN.

       PUT-PRINT-PAGE-TOP.
           MOVE "1" TO DEPT-PRINT-CC.
           MOVE SPOOL-WS-LINE TO DEPT-PRINT-TEXT.
           WRITE DEPT-PRINT-LINE.

       PUT-PRINT-LINE.
           MOVE SPACE TO DEPT-PRINT-CC.
           MOVE SPOOL-WS-LINE TO DEPT-PRINT-TEXT.
           WRITE DEPT-PRINT-LINE.

      * Read owners.txt through for the held graph's owner, each
      * line parsed and judged the way DDABURST's PARSE-OWNER-LINE
      * judges it. A missing master leaves the graph unowned, as it
      * would in DDABURST.
       FIND-GRAPH-OWNER.
           MOVE DP-UNOWNED-NAME TO RL-DEPT.
           MOVE 1 TO RL-COPIES.
           MOVE "N" TO RL-OWNED.
           OPEN INPUT OWNER-FILE.
           IF OWNER-STATUS EQUAL "00"
               MOVE "N" TO OWNER-EOF
               PERFORM SCAN-OWNER-LINE UNTIL OWNER-EOF EQUAL "Y"
               CLOSE OWNER-FILE.

       SCAN-OWNER-LINE.
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
           IF OWN-GRAPH-IN EQUAL HC-GRAPH
               AND OWN-DEPT-IN NOT EQUAL SPACES
               AND OWN-DEPT-IN NOT EQUAL DP-UNOWNED-NAME
               AND OWN-COPIES-N NOT EQUAL 0
               MOVE OWN-DEPT-IN TO RL-DEPT
               MOVE OWN-COPIES-N TO RL-COPIES
               MOVE "Y" TO RL-OWNED
               MOVE "Y" TO OWNER-EOF.

      * A distreg.txt line in DDABURST's page-line layout, added to
      * whatever the last burst left there.
       WRITE-DIST-REGISTER.
           OPEN EXTEND REGISTER-FILE.
           IF REGISTER-STATUS EQUAL "35"
               OPEN OUTPUT REGISTER-FILE.
           MOVE PAGE-NUMBER TO DPL-PAGE.
           MOVE HC-GRAPH TO DPL-GRAPH.
           MOVE PRINT-RUN-DATE TO DPL-RUN-DATE.
           MOVE PRINT-RUN-TIME TO DPL-RUN-TIME.
           MOVE RL-DEPT TO DPL-DEPT.
           MOVE RL-COPIES TO DPL-COPIES.
           MOVE SPACES TO DPL-NOTE.
           STRING "RELEASED BY " DELIMITED BY SIZE
               SIGNON-ID DELIMITED BY SPACE
               INTO DPL-NOTE.
           MOVE DETAIL-PAGE-LINE TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           CLOSE REGISTER-FILE.
           DISPLAY DETAIL-PAGE-LINE.

      * The held graph's plotted-cell records, carried over as DDA
      * wrote them (still dated the night they were drawn) onto the
      * end of cellextract.txt. A graph held before the extract
      * existed has no such file, and there is nothing to carry.
       PUBLISH-CELL-EXTRACT.
           MOVE SPACES TO RL-EXTRACT-NAME.
           MOVE "hlx" TO RL-EXTRACT-NAME(1:3).
           MOVE HC-HOLD(4:21) TO RL-EXTRACT-NAME(4:21).
           OPEN INPUT HOLD-EXTRACT-FILE.
           IF HOLD-EXTRACT-STATUS EQUAL "00"
               OPEN EXTEND EXTRACT-FILE
               IF EXTRACT-STATUS EQUAL "35"
                   OPEN OUTPUT EXTRACT-FILE
               END-IF
               MOVE "N" TO RL-EXTRACT-EOF
               PERFORM COPY-EXTRACT-LINE UNTIL RL-EXTRACT-EOF EQUAL "Y"
               CLOSE EXTRACT-FILE
               CLOSE HOLD-EXTRACT-FILE.

       COPY-EXTRACT-LINE.
           READ HOLD-EXTRACT-FILE NEXT RECORD
               AT END
               MOVE "Y" TO RL-EXTRACT-EOF
           END-READ.
           IF RL-EXTRACT-EOF NOT EQUAL "Y"
               MOVE HOLD-EXTRACT-LINE TO EXTRACT-LINE
               WRITE EXTRACT-LINE.

      * Rewrite the catalog with the released line marked, so the
      * graph drops off the next listing. As DDAPURGE rewrites the
      * archive, the catalog is copied a line at a time to
      * holdwork.txt and then back, so a run that dies mid-copy
      * leaves either the old catalog or a complete work file.
       MARK-RELEASED.
           MOVE "RELEASED" TO HC-STATE.
           MOVE 0 TO RL-CAT-LINE-NO.
           MOVE "N" TO RL-CAT-EOF.
           OPEN INPUT HOLD-CAT-FILE.
           OPEN OUTPUT HOLD-WORK-FILE.
           PERFORM COPY-CATALOG-LINE UNTIL RL-CAT-EOF EQUAL "Y".
           CLOSE HOLD-WORK-FILE.
           CLOSE HOLD-CAT-FILE.
           MOVE "N" TO RL-CAT-EOF.
           OPEN INPUT HOLD-WORK-FILE.
           OPEN OUTPUT HOLD-CAT-FILE.
           PERFORM COPY-CATALOG-BACK UNTIL RL-CAT-EOF EQUAL "Y".
           CLOSE HOLD-CAT-FILE.
           CLOSE HOLD-WORK-FILE.

       COPY-CATALOG-LINE.
           READ HOLD-CAT-FILE NEXT RECORD
               AT END
               MOVE "Y" TO RL-CAT-EOF
           END-READ.
           IF RL-CAT-EOF NOT EQUAL "Y"
               ADD 1 TO RL-CAT-LINE-NO
               IF RL-CAT-LINE-NO EQUAL RL-CHOSEN
                   MOVE HOLD-CAT-REC TO HOLD-WORK-LINE
               ELSE
                   MOVE HOLD-CAT-LINE TO HOLD-WORK-LINE
               END-IF
               WRITE HOLD-WORK-LINE
           END-IF.

       COPY-CATALOG-BACK.
           READ HOLD-WORK-FILE NEXT RECORD
               AT END
               MOVE "Y" TO RL-CAT-EOF
           END-READ.
           IF RL-CAT-EOF NOT EQUAL "Y"
               MOVE HOLD-WORK-LINE TO HOLD-CAT-LINE
               WRITE HOLD-CAT-LINE.

       WRITE-RELEASE-AUDIT.
           OPEN EXTEND RELEASE-LOG-FILE.
           IF RELEASE-LOG-STATUS EQUAL "35"
               OPEN OUTPUT RELEASE-LOG-FILE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RLA-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO RLA-TIME.
           MOVE HC-OUTPUT TO RLA-OUTPUT.
           MOVE HC-DATE TO RLA-HELD-DATE.
           MOVE HC-TIME TO RLA-HELD-TIME.
           MOVE HC-REASON TO RLA-REASON.
           MOVE SIGNON-ID TO RLA-OPERATOR.
           MOVE HC-HOLD TO RLA-HOLD.
           MOVE RELEASE-AUDIT-REC TO RELEASE-LOG-LINE.
           WRITE RELEASE-LOG-LINE.
           CLOSE RELEASE-LOG-FILE.

      * Up to four digits then blanks - a stray character fails the
      * field rather than truncating it.
       PARSE-RL-FIELD.
           MOVE 0 TO RL-NUM.
           MOVE 0 TO RL-LEN.
           MOVE 1 TO RL-J.
           MOVE "Y" TO RL-NUM-OK.
           PERFORM PARSE-RL-DIGIT UNTIL RL-J > 4
               OR RL-NUM-OK EQUAL "N"
               OR RL-IN(RL-J:1) EQUAL SPACE.
           IF RL-LEN EQUAL 0
               MOVE "N" TO RL-NUM-OK.
           IF RL-NUM-OK EQUAL "Y"
               AND RL-IN(RL-J:1) NOT EQUAL SPACE
               MOVE "N" TO RL-NUM-OK.

       PARSE-RL-DIGIT.
           MOVE RL-IN(RL-J:1) TO RL-DIGIT.
           IF RL-DIGIT < "0" OR RL-DIGIT > "9"
               MOVE "N" TO RL-NUM-OK
           ELSE
               COMPUTE RL-NUM = (RL-NUM * 10) + RL-DIGIT-N
               ADD 1 TO RL-LEN
               ADD 1 TO RL-J.
