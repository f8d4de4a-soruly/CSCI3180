      * - and are keyed at the terminal otherwise (blank new X
      * skips that reject). Record numbers count the way DDA's own
      * reader counts: every record after the count record except
      * "T" annotations, "I" includes and, in window files only, "S"
      * series marks
      * - in the 5-byte cell layout "S" is an ordinary style char
      * and its point counts like any other. Point and circle
      * records are patchable - their coordinates sit in the same
      * overwrites) with the before bytes read from the file and
      * the after values keyed. The program ends with RETURN-CODE 8
      * when any keyed correction could not be applied.
      *
      * Before a file is first rewritten in a run its whole current
      * contents are copied to a dated generation file and entered
      * in gencat.txt, the catalog DDARSTR rolls a file back from;
      * every patched line then goes to imagelog.txt as its OLD and
      * NEW byte images, stamped with the program and the time. A
      * file whose generation copy can't be taken is not touched.
      *
      * Every run starts with an operator sign-on against
      * operators.txt (supervisor or data-entry role) before the
      * batch lock is taken - a corrections.txt run is signed on
      * like a keyed one, so every fixlog.txt line carries the
      * operator ID. Refused sign-ons go to seclog.txt.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DDAFIX.
               ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BATCH-LOCK-STATUS.
           SELECT GEN-COPY-FILE
               ASSIGN TO DYNAMIC FX-GEN-NAME
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
       FD  FIX-JOBS-FILE
           LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "fixjobs.txt".
       01  FIX-JOBS-LINE PIC X(130).

       FD  MANIFEST-IN-FILE
           LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "jobs.txt".
       01  MANIFEST-IN-LINE PIC X(130).

      * This program rewrites input files in place and reads
      * jobs.txt, so it honors the same batch lock DDA and DDAMAINT
            VALUE OF FILE-ID IS "batchlock.txt".
       01  BATCH-LOCK-LINE PIC X(24).

      * The before-image trail: a generation copy of each target
      * file, its catalog line, and the changed-line images.
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
       01  REJECT-IN-STATUS  PIC XX.
       01  CORRECTIONS-STATUS PIC XX.
       01  FIX-LOG-STATUS    PIC XX.
       01  MANIFEST-IN-STATUS PIC XX.
       01  BATCH-LOCK-STATUS PIC XX.
       01  GEN-COPY-STATUS   PIC XX.
       01  GEN-CAT-STATUS    PIC XX.
       01  IMAGE-LOG-STATUS  PIC XX.
       01  LOCK-REFUSED      PIC X.
      * Sign-on. Twin of the operators.txt and seclog.txt layouts
      * and the sign-on paragraphs DDAMAINT, DDAFIX, DDAPURGE and
      * DDARLSE share. Roles: S supervisor, D data entry.
       01  OPERATOR-STATUS   PIC XX.
       01  SEC-LOG-STATUS    PIC XX.
       01  OPERATOR-EOF      PIC X.
       01  SIGNON-PROGRAM    PIC X(8)  VALUE "DDAFIX".
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
       01  FX-WINDOWED       PIC X.
       01  FX-DATA-FIRST     PIC 9(4).
       01  FX-MARK-POS       PIC 9.
       01  FX-NAME-POS       PIC 99.
       01  FX-SCAN           PIC 9(4).
       01  FX-SLOT           PIC 9(4).
       01  FX-FOUND-IDX      PIC 9(4).
       01  FIXED-TABLE.
           05  FIXED-NAME OCCURS 100 TIMES PIC X(40).
       01  MANIFEST-FLD1     PIC X(40).
       01  MANIFEST-FLD2     PIC X(40).
       01  MANIFEST-FLD3     PIC X(30).
       01  FIX-LOG-REC.
           05  FXL-NAME      PIC X(40).
           05  FILLER        PIC X(8)  VALUE " RECORD ".
           05  FILLER        PIC X(2)  VALUE " Y".
           05  FILLER        PIC X(1)  VALUE "=".
           05  FXL-NEW-Y     PIC ZZZ9.
           05  FILLER        PIC X(11) VALUE "  OPERATOR ".
           05  FXL-OPERATOR  PIC X(8).
      * Generation copies: one per target file per run, taken from
      * the file as it sits on disk before the first patch lands.
       01  FX-GEN-NAME       PIC X(40).
       01  FX-GEN-OK         PIC X.
       01  FX-GEN-EOF        PIC X.
       01  FX-GEN-LINES      PIC 9(5).
       01  FX-GEN-FREE       PIC X.
       01  FX-BEFORE-LINE    PIC X(50).
      * Twin of the gencat.txt layout DDAMAINT and DDARSTR write.
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
      * Twin of the imagelog.txt layout DDAMAINT writes.
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

      * Sign-on comes before the lock: someone who can't sign on
      * never holds up the batch. Patching survey data is data-entry
      * work, so either role may run the fixes.
       PROGRAM-BEGIN.
           PERFORM SIGN-ON.
           IF SIGNON-OK NOT EQUAL "Y"
               DISPLAY "DDAFIX NOT SIGNED ON - NOTHING TOUCHED"
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           IF SIGNON-ROLE NOT EQUAL "S" AND SIGNON-ROLE NOT EQUAL "D"
               MOVE "REFUSED - FIX NEEDS DATA ENTRY ROLE"
                   TO SIGNON-EVENT
               PERFORM WRITE-SECURITY-LOG
               DISPLAY "DDAFIX NOT ALLOWED FOR THIS ROLE - NOTHING "
                   "TOUCHED"
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           PERFORM TAKE-BATCH-LOCK.
           IF LOCK-REFUSED EQUAL "Y"
               MOVE 8 TO RETURN-CODE
           OPEN EXTEND FIX-LOG-FILE.
           IF FIX-LOG-STATUS EQUAL "35"
               OPEN OUTPUT FIX-LOG-FILE.
           OPEN EXTEND IMAGE-LOG-FILE.
           IF IMAGE-LOG-STATUS EQUAL "35"
               OPEN OUTPUT IMAGE-LOG-FILE.
           MOVE "N" TO REJECT-EOF.
           OPEN INPUT REJECT-IN-FILE.
           IF REJECT-IN-STATUS NOT EQUAL "00"
           IF REJECT-IN-STATUS NOT EQUAL "35"
               CLOSE REJECT-IN-FILE.
           CLOSE FIX-LOG-FILE.
           CLOSE IMAGE-LOG-FILE.
           PERFORM WRITE-FIX-MANIFEST.
           DISPLAY "DDAFIX APPLIED " FX-APPLIED-COUNT
               " CORRECTIONS".
           WRITE BATCH-LOCK-LINE.
           CLOSE BATCH-LOCK-FILE.

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

      * corrections.txt present means a hands-off batch run; absent
      * means the operator keys each fix at the terminal as the
      * rejects come up.
           END-IF.

      * Record N is the Nth line past the count record whose marker
      * byte isn't "T" or "S" - annotations, series marks and
      * includes (an "I" with a file name behind it) don't consume
      * a record number in DDA's reader, so they don't here either.
      * The marker sits at byte 3 in the cell layout and byte 5 in
      * the wide window layout; which file shape we're in
      * is told by the "W" on line 2, exactly as DDA reads it.
       FIND-TARGET-RECORD.
           MOVE 0 TO FX-FOUND-IDX.
           IF FX-LINE(2)(1:1) EQUAL "W"
               MOVE "Y" TO FX-WINDOWED
               MOVE 5 TO FX-MARK-POS
               MOVE 10 TO FX-NAME-POS
               MOVE 4 TO FX-DATA-FIRST
           ELSE
               MOVE "N" TO FX-WINDOWED
               MOVE 3 TO FX-MARK-POS
               MOVE 6 TO FX-NAME-POS
               MOVE 3 TO FX-DATA-FIRST.
           MOVE 0 TO FX-SLOT.
           MOVE FX-DATA-FIRST TO FX-SCAN.
           MOVE FX-LINE(FX-SCAN)(FX-MARK-POS:1) TO FX-MARK.
           IF FX-MARK NOT EQUAL "T"
               AND NOT (FX-WINDOWED EQUAL "Y" AND FX-MARK EQUAL "S")
               AND NOT (FX-MARK EQUAL "I" AND
                   FX-LINE(FX-SCAN)(FX-NAME-POS:40) NOT EQUAL SPACES)
               ADD 1 TO FX-SLOT
               IF FX-SLOT EQUAL FX-RECNO
                   MOVE FX-SCAN TO FX-FOUND-IDX
                   FX-RECNO " IS RELATIVE - FIX WITH DDAMAINT"
               MOVE "Y" TO ANY-FIX-FAILED
               GO TO PATCH-TARGET-EXIT.
           MOVE FX-LINE(FX-FOUND-IDX) TO FX-BEFORE-LINE.
           IF FX-WINDOWED EQUAL "Y"
               MOVE FX-LINE(FX-FOUND-IDX)(1:4) TO FX-OLD-X
               MOVE FX-LINE(FX-FOUND-IDX)(6:4) TO FX-OLD-Y
               MOVE FX-NEW-Y TO FX-2D
               MOVE FX-2D TO FX-LINE(FX-FOUND-IDX)(4:2)
           END-IF.
           PERFORM SAVE-GENERATION-ONCE.
           IF FX-GEN-OK NOT EQUAL "Y"
               DISPLAY "DDAFIX " FX-TARGET-NAME(1:20)
                   " GENERATION COPY FAILED - NOT TOUCHED"
               MOVE "Y" TO ANY-FIX-FAILED
               GO TO PATCH-TARGET-EXIT.
           PERFORM REWRITE-TARGET-FILE.
           PERFORM WRITE-FIX-LOG-LINE.
           PERFORM WRITE-IMAGE-LOG-PAIR.
           PERFORM NOTE-FIXED-FILE.
           ADD 1 TO FX-APPLIED-COUNT.
       PATCH-TARGET-EXIT.
           MOVE FX-OLD-Y TO FXL-OLD-Y.
           MOVE FX-NEW-X TO FXL-NEW-X.
           MOVE FX-NEW-Y TO FXL-NEW-Y.
           MOVE SIGNON-ID TO FXL-OPERATOR.
           MOVE FIX-LOG-REC TO FIX-LOG-LINE.
           WRITE FIX-LOG-LINE.

      * A file already corrected earlier in this run had its
      * generation taken before that first patch - the copy worth
      * rolling back to is the one from before the run touched it,
      * not one per correction.
       SAVE-GENERATION-ONCE.
           MOVE "Y" TO FX-GEN-OK.
           MOVE 1 TO FIXED-IDX.
           PERFORM SCAN-FIXED-NAME
               UNTIL FIXED-IDX > FIXED-COUNT
               OR FIXED-NAME(FIXED-IDX) EQUAL FX-TARGET-NAME.
           IF FIXED-IDX > FIXED-COUNT
               PERFORM SAVE-GENERATION.

      * Copy the target as it sits on disk - still untouched, the
      * patch so far exists only in the table - to a new generation
      * file, and catalog it.
       SAVE-GENERATION.
           MOVE "N" TO FX-GEN-OK.
           MOVE 0 TO FX-GEN-LINES.
           PERFORM PICK-GENERATION-NAME.
           OPEN INPUT FIX-TARGET-FILE.
           IF FIX-TARGET-STATUS EQUAL "00"
               OPEN OUTPUT GEN-COPY-FILE
               IF GEN-COPY-STATUS EQUAL "00"
                   MOVE "N" TO FX-GEN-EOF
                   PERFORM COPY-GENERATION-LINE
                       UNTIL FX-GEN-EOF EQUAL "Y"
                   CLOSE GEN-COPY-FILE
                   MOVE "Y" TO FX-GEN-OK
               END-IF
               CLOSE FIX-TARGET-FILE
           END-IF.
           IF FX-GEN-OK EQUAL "Y"
               PERFORM WRITE-GEN-CATALOG.

      * A generation name is the timestamp plus the first sequence
      * number no file on disk already has - two copies taken in
      * the same second must never land on one name.
       PICK-GENERATION-NAME.
           MOVE FUNCTION CURRENT-DATE(1:14) TO GNB-STAMP.
           MOVE 0 TO GNB-SEQ.
           MOVE "N" TO FX-GEN-FREE.
           PERFORM PROBE-GENERATION-NAME
               UNTIL FX-GEN-FREE EQUAL "Y" OR GNB-SEQ EQUAL 999.

       PROBE-GENERATION-NAME.
           ADD 1 TO GNB-SEQ.
           MOVE GEN-NAME-BUILD TO FX-GEN-NAME.
           OPEN INPUT GEN-COPY-FILE.
           IF GEN-COPY-STATUS EQUAL "35"
               MOVE "Y" TO FX-GEN-FREE
           ELSE
               IF GEN-COPY-STATUS EQUAL "00"
                   CLOSE GEN-COPY-FILE.

       COPY-GENERATION-LINE.
           READ FIX-TARGET-FILE NEXT RECORD
               AT END
               MOVE "Y" TO FX-GEN-EOF
           END-READ.
           IF FX-GEN-EOF NOT EQUAL "Y"
               MOVE FIX-TARGET-LINE TO GEN-COPY-LINE
               WRITE GEN-COPY-LINE
               ADD 1 TO FX-GEN-LINES.

       WRITE-GEN-CATALOG.
           OPEN EXTEND GEN-CAT-FILE.
           IF GEN-CAT-STATUS EQUAL "35"
               OPEN OUTPUT GEN-CAT-FILE.
           MOVE FX-TARGET-NAME TO GC-FILE.
           MOVE FX-GEN-NAME TO GC-GEN.
           MOVE GNB-STAMP(1:8) TO GC-DATE.
           MOVE GNB-STAMP(9:6) TO GC-TIME.
           MOVE "DDAFIX  " TO GC-PROGRAM.
           MOVE FX-GEN-LINES TO GC-LINES.
           MOVE GEN-CAT-REC TO GEN-CAT-LINE.
           WRITE GEN-CAT-LINE.
           CLOSE GEN-CAT-FILE.
           DISPLAY "DDAFIX SAVED " FX-TARGET-NAME(1:20) " AS "
               FX-GEN-NAME(1:24).

      * The patched line's full before and after bytes, so a wrong
      * correction can be undone from the trail alone.
       WRITE-IMAGE-LOG-PAIR.
           MOVE "DDAFIX  " TO IL-PROGRAM.
           MOVE FUNCTION CURRENT-DATE(1:8) TO IL-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO IL-TIME.
           MOVE FX-TARGET-NAME TO IL-FILE.
           MOVE FX-FOUND-IDX TO IL-LINE-NO.
           MOVE "OLD" TO IL-KIND.
           MOVE FX-BEFORE-LINE TO IL-IMAGE.
           MOVE IMAGE-LOG-REC TO IMAGE-LOG-LINE.
           WRITE IMAGE-LOG-LINE.
           MOVE "NEW" TO IL-KIND.
           MOVE FX-LINE(FX-FOUND-IDX) TO IL-IMAGE.
           MOVE IMAGE-LOG-REC TO IMAGE-LOG-LINE.
           WRITE IMAGE-LOG-LINE.

       NOTE-FIXED-FILE.
           MOVE 1 TO FIXED-IDX.
           PERFORM SCAN-FIXED-NAME
           ADD 1 TO FIXED-IDX.

      * The replot manifest: for each corrected file, its own
      * jobs.txt line (input, output, graph name), so the rerun
      * plots to the same outputs under the same names. The run
      * frequency is left off - a replot of a corrected file is
      * wanted on the night it is asked for, not on the report's
      * own schedule.
      * A corrected file jobs.txt doesn't carry is reported - there
      * is no output name to invent for it.
       WRITE-FIX-MANIFEST.
           IF MANIFEST-EOF NOT EQUAL "Y"
               AND MANIFEST-IN-LINE NOT EQUAL SPACES
               MOVE SPACES TO MANIFEST-FLD1
               MOVE SPACES TO MANIFEST-FLD2
               MOVE SPACES TO MANIFEST-FLD3
               UNSTRING MANIFEST-IN-LINE DELIMITED BY ALL SPACE
                   INTO MANIFEST-FLD1 MANIFEST-FLD2 MANIFEST-FLD3
               IF MANIFEST-FLD1 EQUAL FIXED-NAME(FIXED-IDX)
                   MOVE SPACES TO FIX-JOBS-LINE
                   STRING MANIFEST-FLD1 DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       MANIFEST-FLD2 DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       MANIFEST-FLD3 DELIMITED BY SPACE
                       INTO FIX-JOBS-LINE
                   WRITE FIX-JOBS-LINE
                   MOVE "Y" TO FX-HAVE-FIX
               END-IF
