      *   R  relative move (signed canvas-cell deltas from the pen)
      *   M  repeat (deltas plus a segment count)
      *   S  series (named Y range and style; window files only)
      *   I  include another input file (a shared base map) here;
      *      not in closed-polygon files
      *   D  delete a record by number
      *   U  replace a record in place
      *   L  list what has been keyed so far
      *   E  end the file and write it out
      * The line count record is derived from the table at write
      * time (annotations, series marks and includes don't consume
      * a point slot), in the
      * 2-digit layout when it fits and the 4-digit layout when the
      * trace is bigger - so the header can never disagree with the
      * file the way hand-kept counts do, even after deletes and
      * replaces.
      *
      * Rewriting an existing input file first copies it whole to a
      * dated generation file cataloged in gencat.txt (DDARSTR rolls
      * a file back from there), and every record the session added,
      * deleted or replaced - plus any header, window or count line
      * the rewrite changed - goes to imagelog.txt as its byte
      * images, stamped with the program and the time.
      *
      * Every session starts with an operator sign-on against
      * operators.txt (ID, name, role, active flag, password - keyed
      * as fixed columns: ID 1-8, name 10-39, role 41, active 43,
      * password 45-52; the first supervisor's line is keyed by
      * hand, every later one through menu 4). Data-entry operators
      * (role D) may build and edit input files and look at the
      * batch lock; the manifest, clearing or overriding a stale
      * lock, and the operator master are supervisor (role S) work.
      * Refused sign-ons and refused choices go to seclog.txt, and
      * every locklog.txt line carries the operator's ID.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DDAMAINT.
               ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOCK-LOG-STATUS.
           SELECT GEN-COPY-FILE
               ASSIGN TO DYNAMIC MAINT-GEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GEN-COPY-STATUS.
           SELECT GEN-CAT-FILE
               ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GEN-CAT-STATUS.
           SELECT IMAGE-LOG-FILE
               ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IMAGE-LOG-STATUS.
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
       FD  MAINT-JOBS-FILE
           LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "jobs.txt".
       01  MAINT-JOBS-LINE PIC X(130).

       FD  MAINT-OUT-FILE
           LABEL RECORDS ARE STANDARD.
       FD  LOCK-LOG-FILE
           LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "locklog.txt".
       01  LOCK-LOG-LINE PIC X(100).

      * The before-image trail: a generation copy of the input file
      * about to be rewritten, its catalog line, and the changed-
      * record images.
       FD  GEN-COPY-FILE
           LABEL RECORDS ARE STANDARD.
       01  GEN-COPY-LINE PIC X(50).

       FD  GEN-CAT-FILE
           LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "gencat.txt".
       01  GEN-CAT-LINE PIC X(100).

       FD  IMAGE-LOG-FILE
           LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "imagelog.txt".
       01  IMAGE-LOG-LINE PIC X(130).

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
       01  MENU-CHOICE       PIC X.
       01  JOBS-IN-NAME      PIC X(40).
       01  JOBS-OUT-NAME     PIC X(40).
       01  JOBS-GRAPH-NAME   PIC X(30).
      * Run frequency, the optional fourth manifest field, checked
      * against the same codes DDA schedules by: DAILY (or blank),
      * MON..SUN, MONTHEND, DAY01..DAY31.
       01  JOBS-FREQ         PIC X(8).
      * Keyed wider than the field so an overlong code is refused
      * rather than cut down to eight bytes that happen to pass.
       01  JOBS-FREQ-ENTRY   PIC X(20).
       01  JOBS-FREQ-OK      PIC X.
       01  JOBS-FREQ-DAY     PIC 99.
       01  JOBS-FREQ-IDX     PIC 9.
       01  JOBS-DAY-NAMES    PIC X(21)
               VALUE "MONTUEWEDTHUFRISATSUN".
       01  JOBS-DAY-TABLE REDEFINES JOBS-DAY-NAMES.
           05  JOBS-DAY-NAME OCCURS 7 TIMES PIC X(3).
       01  JOBS-ENTRY-COUNT  PIC 999.
       01  MAINT-ROWS        PIC 99.
       01  MAINT-COLS        PIC 99.
           05  FILLER        PIC X(1)  VALUE SPACE.
           05  LAR-SINCE-T   PIC X(6).
           05  FILLER        PIC X(12) VALUE " BY DDAMAINT".
           05  FILLER        PIC X(10) VALUE " OPERATOR ".
           05  LAR-OPERATOR  PIC X(8).
       01  MAINT-CMD         PIC X.
      * Sign-on. Twin of the operators.txt and seclog.txt layouts
      * and the sign-on paragraphs DDAMAINT, DDAFIX, DDAPURGE and
      * DDARLSE share. Roles: S supervisor, D data entry.
       01  OPERATOR-STATUS   PIC XX.
       01  SEC-LOG-STATUS    PIC XX.
       01  OPERATOR-EOF      PIC X.
       01  SIGNON-PROGRAM    PIC X(8)  VALUE "DDAMAINT".
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
      * The operator master as loaded for the supervisor screen.
       01  OPM-COUNT         PIC 999 VALUE 0.
       01  OPM-IDX           PIC 999.
       01  OPM-SKIPPED       PIC 999.
       01  OPM-RW-OK         PIC X.
       01  OPM-ID            PIC X(8).
       01  OPM-BLANK-KEEPS   PIC X.
       01  OPM-ANSWER-OK     PIC X.
       01  OPM-TABLE.
           05  OPM-ENTRY OCCURS 200 TIMES PIC X(60).
       01  MANIFEST-EOF      PIC X.
       01  MANIFEST-RW-OK    PIC X.
       01  INFILE-RW-OK      PIC X.
       01  MREC-TARGET       PIC 9999 VALUE 0.
       01  DEL-IDX           PIC 9999.
       01  JOBS-TABLE-AREA.
           05  JOBS-ENTRY OCCURS 200 TIMES PIC X(130).
       01  HEADER-BUILD.
           05  HB-ROWS       PIC 99.
           05  HB-FILL       PIC X.
           05  WB-XMAX       PIC 9999.
           05  WB-YMIN       PIC 9999.
           05  WB-YMAX       PIC 9999.
       01  GEN-COPY-STATUS   PIC XX.
       01  GEN-CAT-STATUS    PIC XX.
       01  IMAGE-LOG-STATUS  PIC XX.
      * What the file held before this session: whether it existed
      * at all, and its control lines as read, to set against the
      * ones the rewrite produces.
       01  MAINT-HAD-FILE    PIC X.
       01  MAINT-OLD-HEADER  PIC X(50).
       01  MAINT-OLD-WINDOW  PIC X(50).
       01  MAINT-OLD-COUNT   PIC X(50).
       01  MAINT-GEN-NAME    PIC X(40).
       01  MAINT-GEN-OK      PIC X.
       01  MAINT-GEN-EOF     PIC X.
       01  MAINT-GEN-LINES   PIC 9(5).
       01  MAINT-GEN-FREE    PIC X.
      * Every add, delete and replace keyed this session, in keyed
      * order, held until the rewrite puts them in imagelog.txt -
      * the line number is where the record sat in the file at the
      * moment it was changed.
       01  CHG-COUNT         PIC 9999 VALUE 0.
       01  CHG-IDX           PIC 9999.
       01  CHG-TABLE.
           05  CHG-ENTRY OCCURS 1000 TIMES.
               10  CHG-KIND     PIC X(3).
               10  CHG-LINE-NO  PIC 9(4).
               10  CHG-OLD      PIC X(50).
               10  CHG-NEW      PIC X(50).
       01  CHG-REC-IDX       PIC 9999.
       01  CTL-OLD           PIC X(50).
       01  CTL-LINE-NO       PIC 9(4).
      * Twin of the gencat.txt layout DDAFIX and DDARSTR write.
       01  GEN-CAT-REC.
           05  GC-FILE       PIC X(40).
           05  FILLER        PIC X(1)  VALUE SPACE.
           05  GC-GEN        PIC X(24).
           05  FILLER        PIC X(1)  VALUE SPACE.
           05  GC-DATE       PIC X(8).
           05  FILLER        PIC X(1)  VALUE SPACE.
           05  GC-TIME       PIC X(6).
           05  FILLER        PIC X(1)  VALUE SPACE.
           05  GC-PROGRAM    PIC X(8).
           05  FILLER        PIC X(1)  VALUE SPACE.
           05  GC-LINES      PIC 9(5).
       01  GEN-NAME-BUILD.
           05  FILLER        PIC X(3)  VALUE "gen".
           05  GNB-STAMP     PIC X(14).
           05  GNB-SEQ       PIC 999.
           05  FILLER        PIC X(4)  VALUE ".txt".
      * Twin of the imagelog.txt layout DDAFIX writes.
       01  IMAGE-LOG-REC.
           05  IL-PROGRAM    PIC X(8).
           05  FILLER        PIC X(1)  VALUE SPACE.
           05  IL-DATE       PIC X(8).
           05  FILLER        PIC X(1)  VALUE SPACE.
           05  IL-TIME       PIC X(6).
           05  FILLER        PIC X(1)  VALUE SPACE.
           05  IL-FILE       PIC X(40).
           05  FILLER        PIC X(6)  VALUE " LINE ".
           05  IL-LINE-NO    PIC ZZZ9.
           05  FILLER        PIC X(1)  VALUE SPACE.
           05  IL-KIND       PIC X(3).
           05  FILLER        PIC X(1)  VALUE SPACE.
           05  IL-IMAGE      PIC X(50).

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.

      * Nothing on the menu is offered until an operator has signed
      * on; three refusals end the session before any lock is
      * looked at.
       PROGRAM-BEGIN.
           PERFORM SIGN-ON.
           IF SIGNON-OK NOT EQUAL "Y"
               DISPLAY "DDAMAINT NOT SIGNED ON"
               MOVE 8 TO RETURN-CODE
               GO TO PROGRAM-DONE.
           MOVE SPACE TO MENU-CHOICE.
           PERFORM MAIN-MENU UNTIL MENU-CHOICE EQUAL "5".
           GO TO PROGRAM-DONE.

       PROGRAM-DONE.
           DISPLAY "  1  BUILD JOB MANIFEST (jobs.txt)".
           DISPLAY "  2  BUILD AN INPUT FILE".
           DISPLAY "  3  BATCH LOCK STATUS".
           DISPLAY "  4  OPERATOR MASTER (operators.txt)".
           DISPLAY "  5  EXIT".
           DISPLAY "CHOICE: " WITH NO ADVANCING.
           ACCEPT MENU-CHOICE.
           IF MENU-CHOICE EQUAL "1"
               IF SIGNON-ROLE EQUAL "S"
                   PERFORM BUILD-MANIFEST
               ELSE
                   MOVE "REFUSED - jobs.txt EDIT" TO SIGNON-EVENT
                   PERFORM DENY-FOR-ROLE.
           IF MENU-CHOICE EQUAL "2"
               IF SIGNON-ROLE EQUAL "S" OR SIGNON-ROLE EQUAL "D"
                   PERFORM BUILD-INPUT-FILE
               ELSE
                   MOVE "REFUSED - INPUT FILE EDIT" TO SIGNON-EVENT
                   PERFORM DENY-FOR-ROLE.
           IF MENU-CHOICE EQUAL "3"
               PERFORM LOCK-SCREEN.
           IF MENU-CHOICE EQUAL "4"
               PERFORM OPERATOR-MASTER.
           IF MENU-CHOICE NOT EQUAL "1" AND MENU-CHOICE NOT EQUAL "2"
               AND MENU-CHOICE NOT EQUAL "3"
               AND MENU-CHOICE NOT EQUAL "4"
               AND MENU-CHOICE NOT EQUAL "5"
               DISPLAY "ENTER 1, 2, 3, 4 OR 5".

      * Roles: data entry keys input files; the manifest, stale
      * locks and the operator master are supervisor work. A refusal
      * is said plainly at the console and logged to seclog.txt with
      * what was asked for.
       DENY-FOR-ROLE.
           DISPLAY "NOT ALLOWED FOR YOUR ROLE - SEE A SUPERVISOR".
           PERFORM WRITE-SECURITY-LOG.

      * Nobody edits the manifest or an input file while the batch
      * lock is held - the race where an overnight run read a
               MOVE "N" TO LOCK-OK
               DISPLAY "BATCH LOCK HELD BY " LOCK-HOLDER " SINCE "
                   LOCK-DATE " " LOCK-TIME
               IF SIGNON-ROLE NOT EQUAL "S"
                   DISPLAY "NOT EDITING WHILE THE LOCK IS HELD - "
                       "ONLY A SUPERVISOR CAN CLEAR A STALE LOCK"
               ELSE
                   DISPLAY "OVERRIDE STALE LOCK (Y/N): "
                       WITH NO ADVANCING
                   ACCEPT LOCK-ANSWER
                   IF LOCK-ANSWER EQUAL "Y" OR LOCK-ANSWER EQUAL "y"
                       PERFORM WRITE-LOCK-AUDIT
                       MOVE "Y" TO LOCK-OK
                   ELSE
                       DISPLAY "NOT EDITING WHILE THE LOCK IS HELD"
                   END-IF
               END-IF
           ELSE
               MOVE "Y" TO LOCK-OK.
           CLOSE BATCH-LOCK-FILE.

      * The audit line a silent deletion never left: when it was
      * overridden, whose lock it was, since when, and which
      * signed-on supervisor did it.
       WRITE-LOCK-AUDIT.
           OPEN EXTEND LOCK-LOG-FILE.
           IF LOCK-LOG-STATUS EQUAL "35"
           MOVE LOCK-HOLDER TO LAR-HOLDER.
           MOVE LOCK-DATE TO LAR-SINCE-D.
           MOVE LOCK-TIME TO LAR-SINCE-T.
           MOVE SIGNON-ID TO LAR-OPERATOR.
           MOVE LOCK-AUDIT-REC TO LOCK-LOG-LINE.
           WRITE LOCK-LOG-LINE.
           CLOSE LOCK-LOG-FILE.

      * Anyone signed on may look; only a supervisor is offered the
      * clear.
       LOCK-SCREEN.
           PERFORM READ-BATCH-LOCK.
           IF LOCK-HELD NOT EQUAL "Y"
           ELSE
               DISPLAY "BATCH LOCK HELD BY " LOCK-HOLDER " SINCE "
                   LOCK-DATE " " LOCK-TIME
               IF SIGNON-ROLE NOT EQUAL "S"
                   DISPLAY "ONLY A SUPERVISOR CAN CLEAR A STALE LOCK"
               ELSE
                   DISPLAY "CLEAR THE STALE LOCK (Y/N): "
                       WITH NO ADVANCING
                   ACCEPT LOCK-ANSWER
                   IF LOCK-ANSWER EQUAL "Y" OR LOCK-ANSWER EQUAL "y"
                       PERFORM WRITE-LOCK-AUDIT
                       PERFORM CLEAR-BATCH-LOCK
                       DISPLAY "LOCK CLEARED"
                   END-IF
               END-IF
           END-IF.

      * Operator master maintenance, supervisors only: operators.txt
      * is loaded whole, operators are added, re-keyed or listed
      * (passwords never shown), and E rewrites the file. Nobody is
      * ever deleted - an operator who leaves is set inactive, so
      * the IDs on years of log lines still resolve to a name.
      * Every add and change goes to seclog.txt under the
      * supervisor's ID. The same refuse-to-rewrite rule as the
      * manifest screen: a load that overflowed the table is not
      * written back.
       OPERATOR-MASTER.
           IF SIGNON-ROLE NOT EQUAL "S"
               MOVE "REFUSED - OPERATOR MASTER EDIT" TO SIGNON-EVENT
               PERFORM DENY-FOR-ROLE
           ELSE
               PERFORM EDIT-OPERATOR-MASTER.

       EDIT-OPERATOR-MASTER.
           MOVE 0 TO OPM-COUNT.
           MOVE 0 TO OPM-SKIPPED.
           MOVE "Y" TO OPM-RW-OK.
           OPEN INPUT OPERATOR-FILE.
           IF OPERATOR-STATUS EQUAL "00"
               MOVE "N" TO OPERATOR-EOF
               PERFORM LOAD-OPERATOR-LINE
                   UNTIL OPERATOR-EOF EQUAL "Y"
               CLOSE OPERATOR-FILE
               DISPLAY "LOADED operators.txt WITH " OPM-COUNT
                   " OPERATORS"
               IF OPM-SKIPPED > 0
                   DISPLAY "OPERATOR TABLE FULL - " OPM-SKIPPED
                       " OPERATORS WOULD BE LOST - NOT EDITING"
                   MOVE "N" TO OPM-RW-OK
               END-IF
           ELSE
               DISPLAY "operators.txt NOT READABLE - STATUS "
                   OPERATOR-STATUS " - NOT EDITING"
               MOVE "N" TO OPM-RW-OK
           END-IF.
           IF OPM-RW-OK EQUAL "Y"
               MOVE "N" TO FILE-DONE
               PERFORM OPERATOR-COMMAND UNTIL FILE-DONE EQUAL "Y"
               OPEN OUTPUT OPERATOR-FILE
               MOVE 1 TO OPM-IDX
               PERFORM WRITE-OPERATOR-LINE UNTIL OPM-IDX > OPM-COUNT
               CLOSE OPERATOR-FILE
               DISPLAY "WROTE operators.txt WITH " OPM-COUNT
                   " OPERATORS"
           END-IF.

       LOAD-OPERATOR-LINE.
           READ OPERATOR-FILE NEXT RECORD
               AT END
               MOVE "Y" TO OPERATOR-EOF
           END-READ.
           IF OPERATOR-EOF NOT EQUAL "Y"
               AND OPERATOR-LINE NOT EQUAL SPACES
               IF OPM-COUNT < 200
                   ADD 1 TO OPM-COUNT
                   MOVE OPERATOR-LINE TO OPM-ENTRY(OPM-COUNT)
               ELSE
                   ADD 1 TO OPM-SKIPPED
               END-IF
           END-IF.

       WRITE-OPERATOR-LINE.
           MOVE OPM-ENTRY(OPM-IDX) TO OPERATOR-LINE.
           WRITE OPERATOR-LINE.
           ADD 1 TO OPM-IDX.

       OPERATOR-COMMAND.
           DISPLAY "OPERATORS (A=ADD C=CHANGE L=LIST E=END): "
               WITH NO ADVANCING.
           ACCEPT MAINT-CMD.
           IF MAINT-CMD EQUAL "a" MOVE "A" TO MAINT-CMD.
           IF MAINT-CMD EQUAL "c" MOVE "C" TO MAINT-CMD.
           IF MAINT-CMD EQUAL "l" MOVE "L" TO MAINT-CMD.
           IF MAINT-CMD EQUAL "e" MOVE "E" TO MAINT-CMD.
           IF MAINT-CMD EQUAL "E"
               MOVE "Y" TO FILE-DONE
           ELSE
               IF MAINT-CMD EQUAL "A"
                   PERFORM OPERATOR-ADD
               ELSE
                   IF MAINT-CMD EQUAL "C"
                       PERFORM OPERATOR-CHANGE
                   ELSE
                       IF MAINT-CMD EQUAL "L"
                           PERFORM OPERATOR-LIST
                       ELSE
                           DISPLAY "ENTER A, C, L OR E"
                       END-IF
                   END-IF
               END-IF
           END-IF.

      * A new operator is always keyed active, with a role and a
      * password - a blank ID cancels the add.
       OPERATOR-ADD.
           IF OPM-COUNT EQUAL 200
               DISPLAY "OPERATOR TABLE FULL"
           ELSE
               DISPLAY "NEW OPERATOR ID (BLANK TO CANCEL): "
                   WITH NO ADVANCING
               PERFORM ACCEPT-OPERATOR-ID
               IF OPM-ID NOT EQUAL SPACES
                   PERFORM FIND-OPERATOR-ENTRY
                   IF OPM-IDX NOT GREATER THAN OPM-COUNT
                       DISPLAY "OPERATOR " OPM-ID " IS ALREADY ON FILE"
                   ELSE
                       PERFORM KEY-NEW-OPERATOR
                   END-IF
               END-IF
           END-IF.

       KEY-NEW-OPERATOR.
           MOVE SPACES TO OPERATOR-REC.
           MOVE OPM-ID TO OP-ID.
           DISPLAY "NAME: " WITH NO ADVANCING.
           ACCEPT OP-NAME.
           MOVE "N" TO OPM-BLANK-KEEPS.
           MOVE "N" TO OPM-ANSWER-OK.
           PERFORM ACCEPT-OPERATOR-ROLE UNTIL OPM-ANSWER-OK EQUAL "Y".
           MOVE "N" TO OPM-ANSWER-OK.
           PERFORM ACCEPT-OPERATOR-PASSWORD
               UNTIL OPM-ANSWER-OK EQUAL "Y".
           MOVE "Y" TO OP-ACTIVE.
           ADD 1 TO OPM-COUNT.
           MOVE OPERATOR-REC TO OPM-ENTRY(OPM-COUNT).
           MOVE SPACES TO SIGNON-EVENT.
           STRING "OPERATOR ADDED " DELIMITED BY SIZE
               OPM-ID DELIMITED BY SPACE
               INTO SIGNON-EVENT.
           PERFORM WRITE-SECURITY-LOG.
           DISPLAY "OPERATOR " OPM-ID " ADDED".

      * Change re-keys name, role, active flag or password; a blank
      * answer keeps what is there. A supervisor can't demote or
      * deactivate the ID they are signed on with - the last
      * supervisor locking everyone out of this screen is exactly
      * the slip that has to stay impossible.
       OPERATOR-CHANGE.
           DISPLAY "OPERATOR ID TO CHANGE: " WITH NO ADVANCING.
           PERFORM ACCEPT-OPERATOR-ID.
           PERFORM FIND-OPERATOR-ENTRY.
           IF OPM-ID EQUAL SPACES OR OPM-IDX > OPM-COUNT
               DISPLAY "NO OPERATOR " OPM-ID " ON FILE"
           ELSE
               PERFORM KEY-OPERATOR-CHANGE
           END-IF.

       KEY-OPERATOR-CHANGE.
           MOVE OPM-ENTRY(OPM-IDX) TO OPERATOR-REC.
           DISPLAY "NAME (BLANK KEEPS " OP-NAME "): "
               WITH NO ADVANCING.
           MOVE SPACES TO MAINT-IN.
           ACCEPT MAINT-IN.
           IF MAINT-IN NOT EQUAL SPACES
               MOVE MAINT-IN TO OP-NAME.
           MOVE "Y" TO OPM-BLANK-KEEPS.
           MOVE "N" TO OPM-ANSWER-OK.
           PERFORM ACCEPT-OPERATOR-ROLE UNTIL OPM-ANSWER-OK EQUAL "Y".
           MOVE "N" TO OPM-ANSWER-OK.
           PERFORM ACCEPT-OPERATOR-ACTIVE
               UNTIL OPM-ANSWER-OK EQUAL "Y".
           MOVE "N" TO OPM-ANSWER-OK.
           PERFORM ACCEPT-OPERATOR-PASSWORD
               UNTIL OPM-ANSWER-OK EQUAL "Y".
           IF OP-ID EQUAL SIGNON-ID
               AND (OP-ROLE NOT EQUAL "S" OR OP-ACTIVE NOT EQUAL "Y")
               DISPLAY "YOU CAN'T DEMOTE OR DEACTIVATE YOURSELF - "
                   "NOT CHANGED"
           ELSE
               MOVE OPERATOR-REC TO OPM-ENTRY(OPM-IDX)
               MOVE SPACES TO SIGNON-EVENT
               STRING "OPERATOR CHANGED " DELIMITED BY SIZE
                   OPM-ID DELIMITED BY SPACE
                   INTO SIGNON-EVENT
               PERFORM WRITE-SECURITY-LOG
               DISPLAY "OPERATOR " OPM-ID " CHANGED"
           END-IF.

       OPERATOR-LIST.
           DISPLAY "OPERATORS: " OPM-COUNT.
           MOVE 1 TO OPM-IDX.
           PERFORM OPERATOR-LIST-LINE UNTIL OPM-IDX > OPM-COUNT.

       OPERATOR-LIST-LINE.
           MOVE OPM-ENTRY(OPM-IDX) TO OPERATOR-REC.
           DISPLAY OP-ID " " OP-NAME " ROLE " OP-ROLE
               " ACTIVE " OP-ACTIVE.
           ADD 1 TO OPM-IDX.

       ACCEPT-OPERATOR-ID.
           MOVE SPACES TO OPM-ID.
           ACCEPT OPM-ID.
           INSPECT OPM-ID CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       FIND-OPERATOR-ENTRY.
           MOVE 1 TO OPM-IDX.
           PERFORM NEXT-OPERATOR-ENTRY
               UNTIL OPM-IDX > OPM-COUNT
               OR OPM-ENTRY(OPM-IDX)(1:8) EQUAL OPM-ID.

       NEXT-OPERATOR-ENTRY.
           ADD 1 TO OPM-IDX.

       ACCEPT-OPERATOR-ROLE.
           IF OPM-BLANK-KEEPS EQUAL "Y"
               DISPLAY "ROLE S/D (BLANK KEEPS " OP-ROLE "): "
                   WITH NO ADVANCING
           ELSE
               DISPLAY "ROLE (S=SUPERVISOR D=DATA ENTRY): "
                   WITH NO ADVANCING.
           MOVE SPACES TO MAINT-IN.
           ACCEPT MAINT-IN.
           INSPECT MAINT-IN CONVERTING "sd" TO "SD".
           MOVE "Y" TO OPM-ANSWER-OK.
           IF MAINT-IN EQUAL "S" OR MAINT-IN EQUAL "D"
               MOVE MAINT-IN(1:1) TO OP-ROLE
           ELSE
               IF MAINT-IN NOT EQUAL SPACES
                   OR OPM-BLANK-KEEPS NOT EQUAL "Y"
                   DISPLAY "ENTER S OR D"
                   MOVE "N" TO OPM-ANSWER-OK
               END-IF
           END-IF.

       ACCEPT-OPERATOR-ACTIVE.
           DISPLAY "ACTIVE Y/N (BLANK KEEPS " OP-ACTIVE "): "
               WITH NO ADVANCING.
           MOVE SPACES TO MAINT-IN.
           ACCEPT MAINT-IN.
           INSPECT MAINT-IN CONVERTING "yn" TO "YN".
           MOVE "Y" TO OPM-ANSWER-OK.
           IF MAINT-IN EQUAL "Y" OR MAINT-IN EQUAL "N"
               MOVE MAINT-IN(1:1) TO OP-ACTIVE
           ELSE
               IF MAINT-IN NOT EQUAL SPACES
                   DISPLAY "ENTER Y OR N"
                   MOVE "N" TO OPM-ANSWER-OK
               END-IF
           END-IF.

      * Passwords are up to 8 characters and case matters; a blank
      * answer keeps the old one on a change and is refused on an
      * add.
       ACCEPT-OPERATOR-PASSWORD.
           IF OPM-BLANK-KEEPS EQUAL "Y"
               DISPLAY "NEW PASSWORD (BLANK KEEPS IT): "
                   WITH NO ADVANCING
           ELSE
               DISPLAY "PASSWORD: " WITH NO ADVANCING.
           MOVE SPACES TO MAINT-IN.
           ACCEPT MAINT-IN.
           MOVE "Y" TO OPM-ANSWER-OK.
           IF MAINT-IN(9:32) NOT EQUAL SPACES
               DISPLAY "PASSWORD IS AT MOST 8 CHARACTERS"
               MOVE "N" TO OPM-ANSWER-OK
           ELSE
               IF MAINT-IN NOT EQUAL SPACES
                   MOVE MAINT-IN(1:8) TO OP-PASSWORD
               ELSE
                   IF OPM-BLANK-KEEPS NOT EQUAL "Y"
                       DISPLAY "PASSWORD IS REQUIRED"
                       MOVE "N" TO OPM-ANSWER-OK
                   END-IF
               END-IF
           END-IF.

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

      * Manifest maintenance: any existing jobs.txt is loaded first
      * so the operator edits what is really there instead of
      * retyping it, then entries can be added, deleted or listed
                   DISPLAY "GRAPH NAME (OPTIONAL): "
                       WITH NO ADVANCING
                   ACCEPT JOBS-GRAPH-NAME
                   MOVE "N" TO JOBS-FREQ-OK
                   PERFORM ACCEPT-RUN-FREQUENCY
                       UNTIL JOBS-FREQ-OK EQUAL "Y"
      * The frequency is positional, so an entry that has one needs
      * the graph name ahead of it; DDA's own default is the output
      * filename, so that is what goes in.
                   IF JOBS-FREQ NOT EQUAL SPACES
                       AND JOBS-GRAPH-NAME EQUAL SPACES
                       MOVE JOBS-OUT-NAME TO JOBS-GRAPH-NAME
                   END-IF
                   MOVE SPACES TO MAINT-JOBS-LINE
                   IF JOBS-GRAPH-NAME EQUAL SPACES
                       STRING JOBS-IN-NAME DELIMITED BY SPACE
                           JOBS-OUT-NAME DELIMITED BY SPACE
                           " " DELIMITED BY SIZE
                           JOBS-GRAPH-NAME DELIMITED BY SPACE
                           " " DELIMITED BY SIZE
                           JOBS-FREQ DELIMITED BY SPACE
                           INTO MAINT-JOBS-LINE
                   END-IF
                   ADD 1 TO JOBS-ENTRY-COUNT
                   MOVE MAINT-JOBS-LINE
                       TO JOBS-ENTRY(JOBS-ENTRY-COUNT)
                   DISPLAY "ENTRY " JOBS-ENTRY-COUNT ": "
                       MAINT-JOBS-LINE(1:70)
               END-IF
           END-IF.

       MANIFEST-LIST-LINE.
           MOVE LIST-IDX TO MREC-SHOW.
           DISPLAY "ENTRY " MREC-SHOW ": "
               JOBS-ENTRY(LIST-IDX)(1:70).
           ADD 1 TO LIST-IDX.

      * DAILY is stored as blank - the manifest stays as it always
      * was for every-night entries.
       ACCEPT-RUN-FREQUENCY.
           DISPLAY "RUN FREQUENCY (DAILY, MON-SUN, MONTHEND, "
               "DAY01-DAY31; BLANK=DAILY): " WITH NO ADVANCING.
           MOVE SPACES TO JOBS-FREQ-ENTRY.
           ACCEPT JOBS-FREQ-ENTRY.
           INSPECT JOBS-FREQ-ENTRY
               CONVERTING "abcdefghijklmnopqrstuvwxyz"
               TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           MOVE "N" TO JOBS-FREQ-OK.
           IF JOBS-FREQ-ENTRY(9:12) NOT EQUAL SPACES
               DISPLAY "NOT A RUN FREQUENCY: " JOBS-FREQ-ENTRY
           ELSE
               MOVE JOBS-FREQ-ENTRY TO JOBS-FREQ
               PERFORM CHECK-RUN-FREQUENCY.

       CHECK-RUN-FREQUENCY.
           IF JOBS-FREQ EQUAL "DAILY"
               MOVE SPACES TO JOBS-FREQ.
           IF JOBS-FREQ EQUAL SPACES OR JOBS-FREQ EQUAL "MONTHEND"
               MOVE "Y" TO JOBS-FREQ-OK.
           IF JOBS-FREQ(1:3) EQUAL "DAY" AND JOBS-FREQ(4:2) NUMERIC
               AND JOBS-FREQ(6:3) EQUAL SPACES
               MOVE JOBS-FREQ(4:2) TO JOBS-FREQ-DAY
               IF JOBS-FREQ-DAY > 0 AND JOBS-FREQ-DAY < 32
                   MOVE "Y" TO JOBS-FREQ-OK
               END-IF
           END-IF.
           IF JOBS-FREQ(4:5) EQUAL SPACES
               AND JOBS-FREQ NOT EQUAL SPACES
               MOVE 1 TO JOBS-FREQ-IDX
               PERFORM SCAN-JOBS-DAY-NAME
                   UNTIL JOBS-FREQ-IDX > 7 OR JOBS-FREQ-OK EQUAL "Y".
           IF JOBS-FREQ-OK NOT EQUAL "Y"
               DISPLAY "NOT A RUN FREQUENCY: " JOBS-FREQ.

       SCAN-JOBS-DAY-NAME.
           IF JOBS-FREQ(1:3) EQUAL JOBS-DAY-NAME(JOBS-FREQ-IDX)
               MOVE "Y" TO JOBS-FREQ-OK
           ELSE
               ADD 1 TO JOBS-FREQ-IDX.

       ACCEPT-OUTPUT-NAME.
           DISPLAY "OUTPUT FILE: " WITH NO ADVANCING.
           ACCEPT JOBS-OUT-NAME.
               UNTIL MAINT-OUT-NAME NOT EQUAL SPACES.
           MOVE 0 TO MREC-COUNT.
           MOVE 0 TO LOAD-SKIPPED.
           MOVE 0 TO CHG-COUNT.
           MOVE "N" TO LOAD-OK.
           MOVE "N" TO MAINT-HAD-FILE.
           MOVE SPACES TO MAINT-OLD-HEADER.
           MOVE SPACES TO MAINT-OLD-WINDOW.
           MOVE SPACES TO MAINT-OLD-COUNT.
           MOVE "Y" TO INFILE-RW-OK.
           OPEN INPUT MAINT-OUT-FILE.
           IF MAINT-OUT-STATUS EQUAL "00"
               MOVE "Y" TO MAINT-HAD-FILE
               PERFORM LOAD-INPUT-FILE
               CLOSE MAINT-OUT-FILE
               IF LOAD-SKIPPED > 0
               MOVE "Y" TO LOAD-EOF
           END-READ.
           IF LOAD-EOF NOT EQUAL "Y"
               MOVE MAINT-OUT-LINE TO MAINT-OLD-HEADER
               PERFORM LOAD-PARSE-HEADER.
           IF LOAD-OK EQUAL "Y"
               PERFORM LOAD-PARSE-WINDOW.
           END-READ.
           IF LOAD-EOF NOT EQUAL "Y"
               AND MAINT-OUT-LINE(1:1) EQUAL "W"
               MOVE MAINT-OUT-LINE TO MAINT-OLD-WINDOW
               PERFORM LOAD-WINDOW-BOUNDS
               READ MAINT-OUT-FILE NEXT RECORD
                   AT END
                   MOVE "Y" TO LOAD-EOF
               END-READ.
           IF LOAD-EOF NOT EQUAL "Y"
               MOVE MAINT-OUT-LINE TO MAINT-OLD-COUNT.

      * Seed degenerate bounds first: a field that won't parse then
      * leaves the window spanning nothing and the check below
           MOVE MAINT-NUM TO MAINT-WYMAX.

       ENTER-ONE-RECORD.
           DISPLAY "RECORD (P/C/T/R/M/S/I, D=DEL U=REPLACE L=LIST E="
               "END): " WITH NO ADVANCING.
           ACCEPT REC-TYPE.
           IF REC-TYPE EQUAL "p" MOVE "P" TO REC-TYPE.
           IF REC-TYPE EQUAL "c" MOVE "C" TO REC-TYPE.
           IF REC-TYPE EQUAL "r" MOVE "R" TO REC-TYPE.
           IF REC-TYPE EQUAL "m" MOVE "M" TO REC-TYPE.
           IF REC-TYPE EQUAL "s" MOVE "S" TO REC-TYPE.
           IF REC-TYPE EQUAL "i" MOVE "I" TO REC-TYPE.
           IF REC-TYPE EQUAL "d" MOVE "D" TO REC-TYPE.
           IF REC-TYPE EQUAL "u" MOVE "U" TO REC-TYPE.
           IF REC-TYPE EQUAL "l" MOVE "L" TO REC-TYPE.
           IF REC-TYPE EQUAL "E"
               MOVE "Y" TO FILE-DONE
           ELSE
               IF CHG-COUNT EQUAL 1000 AND REC-TYPE NOT EQUAL "L"
                   DISPLAY "CHANGE TABLE FULL - KEY E TO WRITE"
               ELSE
               IF REC-TYPE EQUAL "D"
                   PERFORM DELETE-RECORD
               ELSE
               END-IF
               END-IF
               END-IF
               END-IF
           END-IF.

       ENTER-BY-TYPE.
                           IF REC-TYPE EQUAL "S"
                               PERFORM ENTER-SERIES
                           ELSE
                               IF REC-TYPE EQUAL "I"
                                   PERFORM ENTER-INCLUDE
                               ELSE
                                   DISPLAY "ENTER P, C, T, R, M, S, "
                                       "I, D, U, L, E"
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               MOVE MREC-COUNT TO MAINT-HI
               PERFORM GET-NUMBER
               MOVE MAINT-NUM TO DEL-IDX
               MOVE DEL-IDX TO CHG-REC-IDX
               PERFORM NOTE-CHANGE
               MOVE "DEL" TO CHG-KIND(CHG-COUNT)
               MOVE MREC-LINE(DEL-IDX) TO CHG-OLD(CHG-COUNT)
               PERFORM SHIFT-RECORD-UP
                   UNTIL DEL-IDX NOT LESS THAN MREC-COUNT
               SUBTRACT 1 FROM MREC-COUNT
               MOVE MREC-COUNT TO MAINT-HI
               PERFORM GET-NUMBER
               MOVE MAINT-NUM TO MREC-TARGET
               DISPLAY "NEW RECORD TYPE (P/C/T/R/M/S/I): "
                   WITH NO ADVANCING
               ACCEPT REC-TYPE
               IF REC-TYPE EQUAL "p" MOVE "P" TO REC-TYPE END-IF
               IF REC-TYPE EQUAL "r" MOVE "R" TO REC-TYPE END-IF
               IF REC-TYPE EQUAL "m" MOVE "M" TO REC-TYPE END-IF
               IF REC-TYPE EQUAL "s" MOVE "S" TO REC-TYPE END-IF
               IF REC-TYPE EQUAL "i" MOVE "I" TO REC-TYPE END-IF
               PERFORM ENTER-BY-TYPE
               MOVE 0 TO MREC-TARGET
           END-IF.
               MOVE MAINT-IN TO MREC-BUILD(6:40).
           PERFORM STORE-RECORD.

      * An include record names another input file - a shared base
      * map keyed once - for DDA to draw at this point in the list.
      * The name follows the marker from byte 6 (byte 10 in a window
      * file), the coordinate bytes stay blank, and no point slot is
      * used. DDAEDIT checks the named file itself; a file naming
      * itself is refused here, and a closed-polygon file can't
      * include at all (the fill would paint the map into the shape).
       ENTER-INCLUDE.
           IF MAINT-POLY EQUAL "Y" OR MAINT-POLY EQUAL "y"
               DISPLAY "CLOSED-POLYGON FILES CANNOT INCLUDE"
           ELSE
               DISPLAY "FILE TO INCLUDE: " WITH NO ADVANCING
               ACCEPT MAINT-IN
               IF MAINT-IN EQUAL SPACES
                   DISPLAY "FILE NAME IS REQUIRED"
               ELSE
                   IF MAINT-IN EQUAL MAINT-OUT-NAME
                       DISPLAY "A FILE CANNOT INCLUDE ITSELF"
                   ELSE
                       MOVE SPACES TO MREC-BUILD
                       IF MAINT-WINDOWED EQUAL "Y"
                           MOVE "I" TO MREC-BUILD(5:1)
                           MOVE MAINT-IN TO MREC-BUILD(10:40)
                       ELSE
                           MOVE "I" TO MREC-BUILD(3:1)
                           MOVE MAINT-IN TO MREC-BUILD(6:40)
                       END-IF
                       PERFORM STORE-RECORD
                   END-IF
               END-IF
           END-IF.

      * A series record opens a named data series with its own Y
      * min/max - the independent vertical scale the plant floor's
      * two-quantity charts need - so it only means anything in a
      * A blank style byte is the ambiguity this program exists to
      * remove - DDA would quietly plot it as "*" - so the operator
      * must key the char they mean. The reserved record markers
      * can't be styles either - "I" included: a styled "I" point is
      * still a point to DDA, but keyed here it would read to the
      * next person as an include record missing its file name.
       GET-STYLE-CHAR.
           MOVE SPACE TO MAINT-STYLE.
           PERFORM ACCEPT-STYLE-CHAR
               DISPLAY "STYLE CHAR MUST NOT BE BLANK".
           IF MAINT-STYLE EQUAL "T" OR MAINT-STYLE EQUAL "C"
               OR MAINT-STYLE EQUAL "R" OR MAINT-STYLE EQUAL "M"
               OR MAINT-STYLE EQUAL "I"
               DISPLAY "T, C, R, M AND I ARE RECORD MARKERS"
               MOVE SPACE TO MAINT-STYLE.
      * "S" only marks a series record in the wide window layout;
      * cell-layout files keep it as the ordinary style char the

       STORE-RECORD.
           IF MREC-TARGET > 0
               MOVE MREC-TARGET TO CHG-REC-IDX
               PERFORM NOTE-CHANGE
               MOVE "OLD" TO CHG-KIND(CHG-COUNT)
               MOVE MREC-LINE(MREC-TARGET) TO CHG-OLD(CHG-COUNT)
               MOVE MREC-BUILD TO CHG-NEW(CHG-COUNT)
               MOVE MREC-BUILD TO MREC-LINE(MREC-TARGET)
               MOVE MREC-TARGET TO MREC-SHOW
               DISPLAY "REC " MREC-SHOW " REPLACED: " MREC-BUILD
           ELSE
               ADD 1 TO MREC-COUNT
               MOVE MREC-COUNT TO CHG-REC-IDX
               PERFORM NOTE-CHANGE
               MOVE "ADD" TO CHG-KIND(CHG-COUNT)
               MOVE MREC-BUILD TO CHG-NEW(CHG-COUNT)
               MOVE MREC-BUILD TO MREC-LINE(MREC-COUNT)
               MOVE MREC-COUNT TO MREC-SHOW
               DISPLAY "REC " MREC-SHOW ": " MREC-BUILD.

      * Open the next change slot for record CHG-REC-IDX. The record
      * table starts after the header, the window record when there
      * is one, and the count record, so that is where its file
      * line number starts too.
       NOTE-CHANGE.
           ADD 1 TO CHG-COUNT.
           MOVE SPACES TO CHG-OLD(CHG-COUNT).
           MOVE SPACES TO CHG-NEW(CHG-COUNT).
           IF MAINT-WINDOWED EQUAL "Y"
               COMPUTE CHG-LINE-NO(CHG-COUNT) = CHG-REC-IDX + 3
           ELSE
               COMPUTE CHG-LINE-NO(CHG-COUNT) = CHG-REC-IDX + 2.

       LIST-RECORDS.
           MOVE MREC-COUNT TO MREC-SHOW.
           DISPLAY "RECORDS SO FAR: " MREC-SHOW.
      * keyed, the derived line count (2-digit layout when it fits,
      * 4-digit for the big survey traces), then every record in
      * keyed order.
      * A file that existed is copied to its generation first; if
      * that copy can't be taken the rewrite is refused, the same
      * way an unreadable file is never overwritten.
       WRITE-INPUT-FILE.
           MOVE "Y" TO MAINT-GEN-OK.
           IF MAINT-HAD-FILE EQUAL "Y"
               PERFORM SAVE-GENERATION.
           IF MAINT-GEN-OK NOT EQUAL "Y"
               DISPLAY "GENERATION COPY FAILED - "
                   MAINT-OUT-NAME(1:20) " NOT REWRITTEN"
           ELSE
               PERFORM REWRITE-INPUT-FILE.

       REWRITE-INPUT-FILE.
           OPEN EXTEND IMAGE-LOG-FILE.
           IF IMAGE-LOG-STATUS EQUAL "35"
               OPEN OUTPUT IMAGE-LOG-FILE.
           MOVE "DDAMAINT" TO IL-PROGRAM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO IL-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO IL-TIME.
           MOVE MAINT-OUT-NAME TO IL-FILE.
           PERFORM COUNT-POINT-RECORDS.
           OPEN OUTPUT MAINT-OUT-FILE.
           MOVE MAINT-ROWS TO HB-ROWS.
               MOVE SPACE TO HB-FILL.
           MOVE SPACES TO MAINT-OUT-LINE.
           MOVE HEADER-BUILD TO MAINT-OUT-LINE(1:5).
           MOVE MAINT-OLD-HEADER TO CTL-OLD.
           MOVE 1 TO CTL-LINE-NO.
           PERFORM LOG-CONTROL-LINE.
           WRITE MAINT-OUT-LINE.
           MOVE 2 TO CTL-LINE-NO.
           IF MAINT-WINDOWED EQUAL "Y"
               MOVE MAINT-WXMIN TO WB-XMIN
               MOVE MAINT-WXMAX TO WB-XMAX
               MOVE MAINT-WYMAX TO WB-YMAX
               MOVE SPACES TO MAINT-OUT-LINE
               MOVE WINDOW-BUILD TO MAINT-OUT-LINE(1:17)
               MOVE MAINT-OLD-WINDOW TO CTL-OLD
               PERFORM LOG-CONTROL-LINE
               WRITE MAINT-OUT-LINE
               MOVE 3 TO CTL-LINE-NO.
           MOVE SPACES TO MAINT-OUT-LINE.
           IF MREC-POINTS > 99
               MOVE MREC-POINTS TO MAINT-4D
           ELSE
               MOVE MREC-POINTS TO MAINT-2D
               MOVE MAINT-2D TO MAINT-OUT-LINE(1:2).
           MOVE MAINT-OLD-COUNT TO CTL-OLD.
           PERFORM LOG-CONTROL-LINE.
           WRITE MAINT-OUT-LINE.
           MOVE 1 TO LIST-IDX.
           PERFORM WRITE-ONE-RECORD UNTIL LIST-IDX > MREC-COUNT.
           CLOSE MAINT-OUT-FILE.
           MOVE 1 TO CHG-IDX.
           PERFORM LOG-ONE-CHANGE UNTIL CHG-IDX > CHG-COUNT.
           CLOSE IMAGE-LOG-FILE.
           MOVE MREC-POINTS TO MREC-SHOW.
           DISPLAY "WROTE " MAINT-OUT-NAME(1:20) " POINT COUNT "
               MREC-SHOW.
           WRITE MAINT-OUT-LINE.
           ADD 1 TO LIST-IDX.

      * A header, window or count line only reaches the log when the
      * rewrite changes its bytes: as an OLD/NEW pair against what
      * was loaded, or as an ADD when the file is being started new.
       LOG-CONTROL-LINE.
           IF MAINT-OUT-LINE NOT EQUAL CTL-OLD
               MOVE CTL-LINE-NO TO IL-LINE-NO
               IF LOAD-OK EQUAL "Y"
                   MOVE "OLD" TO IL-KIND
                   MOVE CTL-OLD TO IL-IMAGE
                   PERFORM PUT-IMAGE-LOG-LINE
                   MOVE "NEW" TO IL-KIND
               ELSE
                   MOVE "ADD" TO IL-KIND
               END-IF
               MOVE MAINT-OUT-LINE TO IL-IMAGE
               PERFORM PUT-IMAGE-LOG-LINE
           END-IF.

       LOG-ONE-CHANGE.
           MOVE CHG-LINE-NO(CHG-IDX) TO IL-LINE-NO.
           MOVE CHG-KIND(CHG-IDX) TO IL-KIND.
           IF CHG-KIND(CHG-IDX) EQUAL "ADD"
               MOVE CHG-NEW(CHG-IDX) TO IL-IMAGE
           ELSE
               MOVE CHG-OLD(CHG-IDX) TO IL-IMAGE.
           PERFORM PUT-IMAGE-LOG-LINE.
           IF CHG-KIND(CHG-IDX) EQUAL "OLD"
               MOVE "NEW" TO IL-KIND
               MOVE CHG-NEW(CHG-IDX) TO IL-IMAGE
               PERFORM PUT-IMAGE-LOG-LINE.
           ADD 1 TO CHG-IDX.

       PUT-IMAGE-LOG-LINE.
           MOVE IMAGE-LOG-REC TO IMAGE-LOG-LINE.
           WRITE IMAGE-LOG-LINE.

      * Copy the file as it still sits on disk to a new generation
      * and catalog it. A file that opened but now won't, or a
      * generation that can't be created, leaves MAINT-GEN-OK off.
       SAVE-GENERATION.
           MOVE "N" TO MAINT-GEN-OK.
           MOVE 0 TO MAINT-GEN-LINES.
           PERFORM PICK-GENERATION-NAME.
           OPEN INPUT MAINT-OUT-FILE.
           IF MAINT-OUT-STATUS EQUAL "00"
               OPEN OUTPUT GEN-COPY-FILE
               IF GEN-COPY-STATUS EQUAL "00"
                   MOVE "N" TO MAINT-GEN-EOF
                   PERFORM COPY-GENERATION-LINE
                       UNTIL MAINT-GEN-EOF EQUAL "Y"
                   CLOSE GEN-COPY-FILE
                   MOVE "Y" TO MAINT-GEN-OK
               END-IF
               CLOSE MAINT-OUT-FILE
           END-IF.
           IF MAINT-GEN-OK EQUAL "Y"
               PERFORM WRITE-GEN-CATALOG.

      * A generation name is the timestamp plus the first sequence
      * number no file on disk already has - two copies taken in
      * the same second must never land on one name.
       PICK-GENERATION-NAME.
           MOVE FUNCTION CURRENT-DATE(1:14) TO GNB-STAMP.
           MOVE 0 TO GNB-SEQ.
           MOVE "N" TO MAINT-GEN-FREE.
           PERFORM PROBE-GENERATION-NAME
               UNTIL MAINT-GEN-FREE EQUAL "Y" OR GNB-SEQ EQUAL 999.

       PROBE-GENERATION-NAME.
           ADD 1 TO GNB-SEQ.
           MOVE GEN-NAME-BUILD TO MAINT-GEN-NAME.
           OPEN INPUT GEN-COPY-FILE.
           IF GEN-COPY-STATUS EQUAL "35"
               MOVE "Y" TO MAINT-GEN-FREE
           ELSE
               IF GEN-COPY-STATUS EQUAL "00"
                   CLOSE GEN-COPY-FILE.

       COPY-GENERATION-LINE.
           READ MAINT-OUT-FILE NEXT RECORD
               AT END
               MOVE "Y" TO MAINT-GEN-EOF
           END-READ.
           IF MAINT-GEN-EOF NOT EQUAL "Y"
               MOVE MAINT-OUT-LINE TO GEN-COPY-LINE
               WRITE GEN-COPY-LINE
               ADD 1 TO MAINT-GEN-LINES.

       WRITE-GEN-CATALOG.
           OPEN EXTEND GEN-CAT-FILE.
           IF GEN-CAT-STATUS EQUAL "35"
               OPEN OUTPUT GEN-CAT-FILE.
           MOVE MAINT-OUT-NAME TO GC-FILE.
           MOVE MAINT-GEN-NAME TO GC-GEN.
           MOVE GNB-STAMP(1:8) TO GC-DATE.
           MOVE GNB-STAMP(9:6) TO GC-TIME.
           MOVE "DDAMAINT" TO GC-PROGRAM.
           MOVE MAINT-GEN-LINES TO GC-LINES.
           MOVE GEN-CAT-REC TO GEN-CAT-LINE.
           WRITE GEN-CAT-LINE.
           CLOSE GEN-CAT-FILE.
           DISPLAY "SAVED " MAINT-OUT-NAME(1:20) " AS "
               MAINT-GEN-NAME(1:24).

      * The line count is always re-derived from the table at write
      * time - after loads, deletes and replaces alike - by counting
      * every record whose marker byte isn't the annotation "T", an
      * include "I" with a file name behind it or, in a window file,
      * the series mark "S". The marker sits at byte 3 in the cell
      * layout and byte 5 in the wide window layout.
       COUNT-POINT-RECORDS.
           MOVE 0 TO MREC-POINTS.
           MOVE 1 TO LIST-IDX.
           IF MAINT-WINDOWED EQUAL "Y"
               IF MREC-LINE(LIST-IDX)(5:1) NOT EQUAL "T"
                   AND MREC-LINE(LIST-IDX)(5:1) NOT EQUAL "S"
                   AND (MREC-LINE(LIST-IDX)(5:1) NOT EQUAL "I"
                   OR MREC-LINE(LIST-IDX)(10:40) EQUAL SPACES)
                   ADD 1 TO MREC-POINTS
               END-IF
           ELSE
               IF MREC-LINE(LIST-IDX)(3:1) NOT EQUAL "T"
                   AND (MREC-LINE(LIST-IDX)(3:1) NOT EQUAL "I"
                   OR MREC-LINE(LIST-IDX)(6:40) EQUAL SPACES)
                   ADD 1 TO MREC-POINTS
               END-IF
           END-IF.
