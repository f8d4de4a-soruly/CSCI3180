      * DDARSTR - companion to ddamaint.cob and ddafix.cob. Both of
      * those rewrite survey input files in place, and before they
      * do they copy the file whole to a dated generation file and
      * catalog it in gencat.txt. This program is the way back: it
      * lists every generation the catalog holds for one input file
      * - when it was taken, by which program, how many lines - and
      * rolls the file back to the one the operator picks.
      *
      * The chosen generation is read whole and checked against the
      * line count cataloged when it was taken before anything is
      * overwritten; a missing or short generation is refused, not
      * half-restored. The file's current contents are themselves
      * saved as a new generation first, so a rollback to the wrong
      * generation is one more rollback away from undone. Every
      * restore leaves its audit line in restorelog.txt (EXTEND -
      * the trail never overwrites). Runs under the batch lock like
      * the programs whose work it undoes, and ends with
      * RETURN-CODE 8 when a chosen restore could not be made.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DDARSTR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GEN-CAT-FILE
               ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GEN-CAT-STATUS.
           SELECT RS-TARGET-FILE
               ASSIGN TO DYNAMIC RS-TARGET-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RS-TARGET-STATUS.
           SELECT GEN-COPY-FILE
               ASSIGN TO DYNAMIC RS-GEN-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GEN-COPY-STATUS.
           SELECT RESTORE-LOG-FILE
               ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RESTORE-LOG-STATUS.
           SELECT BATCH-LOCK-FILE
               ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BATCH-LOCK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GEN-CAT-FILE
           LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "gencat.txt".
       01  GEN-CAT-LINE PIC X(100).

       FD  RS-TARGET-FILE
           LABEL RECORDS ARE STANDARD.
       01  RS-TARGET-LINE PIC X(80).

       FD  GEN-COPY-FILE
           LABEL RECORDS ARE STANDARD.
       01  GEN-COPY-LINE PIC X(80).

       FD  RESTORE-LOG-FILE
           LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "restorelog.txt".
       01  RESTORE-LOG-LINE PIC X(170).

      * Restoring rewrites an input file the overnight run reads, so
      * it takes the same batch lock DDA, DDAMAINT and DDAFIX trade.
       FD  BATCH-LOCK-FILE
           LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "batchlock.txt".
       01  BATCH-LOCK-LINE PIC X(24).

       WORKING-STORAGE SECTION.
       01  GEN-CAT-STATUS    PIC XX.
       01  RS-TARGET-STATUS  PIC XX.
       01  GEN-COPY-STATUS   PIC XX.
       01  RESTORE-LOG-STATUS PIC XX.
       01  BATCH-LOCK-STATUS PIC XX.
       01  LOCK-REFUSED      PIC X.
      * Twin of the batchlock.txt record DDA and DDAMAINT share.
       01  BATCH-LOCK-REC.
           05  LOCK-HOLDER   PIC X(8).
           05  FILLER        PIC X(1)  VALUE SPACE.
           05  LOCK-DATE     PIC X(8).
           05  FILLER        PIC X(1)  VALUE SPACE.
           05  LOCK-TIME     PIC X(6).
      * Twin of the gencat.txt layout DDAMAINT and DDAFIX write.
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
       01  RS-TARGET-NAME    PIC X(40).
       01  RS-GEN-NAME       PIC X(40).
       01  RS-FAILED         PIC X VALUE "N".
       01  RS-CAT-EOF        PIC X.
       01  RS-EOF            PIC X.
      * The target's generations, oldest first. A file with more
      * than the table holds keeps its newest ones listed - those
      * are the ones anybody rolls back to.
       01  RS-GEN-COUNT      PIC 999 VALUE 0.
       01  RS-GEN-IDX        PIC 999.
       01  RS-GEN-DROPPED    PIC 9999 VALUE 0.
       01  RS-GEN-TABLE.
           05  RS-GEN-ENTRY OCCURS 200 TIMES.
               10  RSG-NAME     PIC X(24).
               10  RSG-DATE     PIC X(8).
               10  RSG-TIME     PIC X(6).
               10  RSG-PROGRAM  PIC X(8).
               10  RSG-LINES    PIC 9(5).
       01  RS-CHOSEN         PIC 999.
      * The chosen generation held whole - sized like DDAFIX's
      * target table - so the file is only overwritten once the
      * generation has been read back complete.
       01  RS-LINE-COUNT     PIC 9(5).
       01  RS-LINE-TABLE.
           05  RS-LINE OCCURS 5000 TIMES PIC X(80).
       01  RS-OVERFLOW       PIC X.
       01  RS-GEN-READ       PIC X.
       01  RS-SCAN           PIC 9(5).
       01  RS-SAVE-OK        PIC X.
       01  RS-SAVE-LINES     PIC 9(5).
       01  RS-PRIOR-GEN      PIC X(24).
       01  RS-GEN-FREE       PIC X.
       01  RS-ANSWER         PIC X.
       01  RS-SHOW           PIC ZZ9.
      * Terminal number entry, the same digit-at-a-time validation
      * DDAMAINT and DDAFIX give the operator.
       01  RS-IN             PIC X(34).
       01  RS-NUM            PIC 9999.
       01  RS-NUM-OK         PIC X.
       01  RS-SKIP           PIC X.
       01  RS-J              PIC 99.
       01  RS-DIGIT          PIC X.
       01  RS-DIGIT-N REDEFINES RS-DIGIT PIC 9.
       01  RS-LEN            PIC 99.
       01  RS-HI             PIC 9999.
       01  GEN-LIST-LINE.
           05  FILLER        PIC X(2)  VALUE SPACES.
           05  GLL-NUMBER    PIC ZZ9.
           05  FILLER        PIC X(2)  VALUE SPACES.
           05  GLL-DATE      PIC X(8).
           05  FILLER        PIC X(1)  VALUE SPACE.
           05  GLL-TIME      PIC X(6).
           05  FILLER        PIC X(2)  VALUE SPACES.
           05  GLL-PROGRAM   PIC X(8).
           05  FILLER        PIC X(7)  VALUE "  LINES".
           05  GLL-LINES     PIC ZZZZ9.
           05  FILLER        PIC X(2)  VALUE SPACES.
           05  GLL-NAME      PIC X(24).
       01  RESTORE-AUDIT-REC.
           05  FILLER        PIC X(8)  VALUE "RESTORE ".
           05  RAR-DATE      PIC X(8).
           05  FILLER        PIC X(1)  VALUE SPACE.
           05  RAR-TIME      PIC X(6).
           05  FILLER        PIC X(1)  VALUE SPACE.
           05  RAR-FILE      PIC X(40).
           05  FILLER        PIC X(6)  VALUE " FROM ".
           05  RAR-GEN       PIC X(24).
           05  FILLER        PIC X(4)  VALUE " OF ".
           05  RAR-GEN-DATE  PIC X(8).
           05  FILLER        PIC X(1)  VALUE SPACE.
           05  RAR-GEN-TIME  PIC X(6).
           05  FILLER        PIC X(7)  VALUE "  LINES".
           05  RAR-LINES     PIC ZZZZ9.
           05  FILLER        PIC X(8)  VALUE "  PRIOR ".
           05  RAR-PRIOR     PIC X(24).
           05  FILLER        PIC X(12) VALUE " BY DDARSTR".

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.

       PROGRAM-BEGIN.
           PERFORM TAKE-BATCH-LOCK.
           IF LOCK-REFUSED EQUAL "Y"
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           DISPLAY "DDARSTR - ROLL AN INPUT FILE BACK TO A GENERATION".
           DISPLAY "INPUT FILE (BLANK TO END): " WITH NO ADVANCING.
           ACCEPT RS-TARGET-NAME.
           IF RS-TARGET-NAME NOT EQUAL SPACES
               PERFORM LOAD-GENERATIONS
               IF RS-GEN-COUNT EQUAL 0
                   DISPLAY "DDARSTR NO GENERATIONS ON FILE FOR "
                       RS-TARGET-NAME(1:20)
               ELSE
                   PERFORM LIST-GENERATIONS
                   PERFORM CHOOSE-GENERATION
                   IF RS-CHOSEN > 0
                       PERFORM RESTORE-GENERATION
                           THRU RESTORE-GENERATION-EXIT
                   END-IF
               END-IF
           END-IF.
           PERFORM CLEAR-BATCH-LOCK.
           GO TO PROGRAM-DONE.

       PROGRAM-DONE.
           IF RS-FAILED EQUAL "Y"
               MOVE 8 TO RETURN-CODE.
           STOP RUN.

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
                       DISPLAY "DDARSTR BATCH LOCK HELD BY "
                           LOCK-HOLDER " SINCE " LOCK-DATE " "
                           LOCK-TIME
                       DISPLAY "DDARSTR NOT RUNNING - CLEAR A STALE "
                           "LOCK THROUGH DDAMAINT"
                   END-IF
               END-IF
               CLOSE BATCH-LOCK-FILE
           END-IF.
           IF LOCK-REFUSED NOT EQUAL "Y"
               OPEN OUTPUT BATCH-LOCK-FILE
               MOVE "DDARSTR " TO LOCK-HOLDER
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

       LOAD-GENERATIONS.
           MOVE 0 TO RS-GEN-COUNT.
           MOVE 0 TO RS-GEN-DROPPED.
           MOVE "N" TO RS-CAT-EOF.
           OPEN INPUT GEN-CAT-FILE.
           IF GEN-CAT-STATUS NOT EQUAL "00"
               MOVE "Y" TO RS-CAT-EOF.
           PERFORM LOAD-CATALOG-LINE UNTIL RS-CAT-EOF EQUAL "Y".
           IF GEN-CAT-STATUS NOT EQUAL "35"
               CLOSE GEN-CAT-FILE.

       LOAD-CATALOG-LINE.
           READ GEN-CAT-FILE NEXT RECORD
               AT END
               MOVE "Y" TO RS-CAT-EOF
           END-READ.
           IF RS-CAT-EOF NOT EQUAL "Y"
               MOVE GEN-CAT-LINE TO GEN-CAT-REC
               IF GC-FILE EQUAL RS-TARGET-NAME
                   PERFORM STORE-GENERATION
               END-IF
           END-IF.

       STORE-GENERATION.
           IF RS-GEN-COUNT EQUAL 200
               ADD 1 TO RS-GEN-DROPPED
               MOVE 1 TO RS-GEN-IDX
               PERFORM SHIFT-GENERATION-UP
                   UNTIL RS-GEN-IDX NOT LESS THAN RS-GEN-COUNT
           ELSE
               ADD 1 TO RS-GEN-COUNT.
           MOVE GC-GEN TO RSG-NAME(RS-GEN-COUNT).
           MOVE GC-DATE TO RSG-DATE(RS-GEN-COUNT).
           MOVE GC-TIME TO RSG-TIME(RS-GEN-COUNT).
           MOVE GC-PROGRAM TO RSG-PROGRAM(RS-GEN-COUNT).
           IF GC-LINES NUMERIC
               MOVE GC-LINES TO RSG-LINES(RS-GEN-COUNT)
           ELSE
               MOVE 0 TO RSG-LINES(RS-GEN-COUNT).

       SHIFT-GENERATION-UP.
           MOVE RS-GEN-ENTRY(RS-GEN-IDX + 1)
               TO RS-GEN-ENTRY(RS-GEN-IDX).
           ADD 1 TO RS-GEN-IDX.

       LIST-GENERATIONS.
           DISPLAY " ".
           DISPLAY "GENERATIONS OF " RS-TARGET-NAME.
           IF RS-GEN-DROPPED > 0
               DISPLAY "  (" RS-GEN-DROPPED
                   " OLDER GENERATIONS NOT LISTED)".
           MOVE 1 TO RS-GEN-IDX.
           PERFORM LIST-ONE-GENERATION
               UNTIL RS-GEN-IDX > RS-GEN-COUNT.

       LIST-ONE-GENERATION.
           MOVE RS-GEN-IDX TO GLL-NUMBER.
           MOVE RSG-DATE(RS-GEN-IDX) TO GLL-DATE.
           MOVE RSG-TIME(RS-GEN-IDX) TO GLL-TIME.
           MOVE RSG-PROGRAM(RS-GEN-IDX) TO GLL-PROGRAM.
           MOVE RSG-LINES(RS-GEN-IDX) TO GLL-LINES.
           MOVE RSG-NAME(RS-GEN-IDX) TO GLL-NAME.
           DISPLAY GEN-LIST-LINE.
           ADD 1 TO RS-GEN-IDX.

      * Pick by list number; a blank answer, or anything but Y at
      * the confirmation, leaves the file as it is.
       CHOOSE-GENERATION.
           MOVE 0 TO RS-CHOSEN.
           MOVE RS-GEN-COUNT TO RS-HI.
           MOVE "N" TO RS-NUM-OK.
           MOVE "N" TO RS-SKIP.
           PERFORM ACCEPT-GENERATION-NUMBER
               UNTIL RS-NUM-OK EQUAL "Y" OR RS-SKIP EQUAL "Y".
           IF RS-SKIP EQUAL "Y"
               DISPLAY "NOTHING RESTORED"
           ELSE
               MOVE RS-NUM TO RS-GEN-IDX
               DISPLAY "RESTORE " RS-TARGET-NAME(1:20) " FROM "
                   RSG-NAME(RS-GEN-IDX) " (Y/N): "
                   WITH NO ADVANCING
               ACCEPT RS-ANSWER
               IF RS-ANSWER EQUAL "Y" OR RS-ANSWER EQUAL "y"
                   MOVE RS-GEN-IDX TO RS-CHOSEN
               ELSE
                   DISPLAY "NOTHING RESTORED"
               END-IF
           END-IF.

       ACCEPT-GENERATION-NUMBER.
           MOVE RS-GEN-COUNT TO RS-SHOW.
           DISPLAY "GENERATION TO RESTORE (1-" RS-SHOW
               ", BLANK TO CANCEL): " WITH NO ADVANCING.
           ACCEPT RS-IN.
           IF RS-IN EQUAL SPACES
               MOVE "Y" TO RS-SKIP
           ELSE
               PERFORM PARSE-RS-FIELD
               IF RS-NUM-OK EQUAL "Y"
                   AND (RS-NUM < 1 OR RS-NUM > RS-HI)
                   MOVE "N" TO RS-NUM-OK
               END-IF
               IF RS-NUM-OK EQUAL "N"
                   DISPLAY "ENTER A NUMBER FROM THE LIST"
               END-IF
           END-IF.

      * Read the generation back whole and prove it is the file that
      * was cataloged, save what the target holds now, then put the
      * generation in its place and audit the restore.
       RESTORE-GENERATION.
           MOVE SPACES TO RS-GEN-NAME.
           MOVE RSG-NAME(RS-CHOSEN) TO RS-GEN-NAME.
           PERFORM LOAD-CHOSEN-GENERATION.
           IF RS-GEN-READ NOT EQUAL "Y"
               DISPLAY "DDARSTR " RS-GEN-NAME(1:24)
                   " NOT READABLE - NOT RESTORED"
               MOVE "Y" TO RS-FAILED
               GO TO RESTORE-GENERATION-EXIT.
           IF RS-OVERFLOW EQUAL "Y"
               DISPLAY "DDARSTR " RS-GEN-NAME(1:24)
                   " TOO BIG FOR THE TABLE - NOT RESTORED"
               MOVE "Y" TO RS-FAILED
               GO TO RESTORE-GENERATION-EXIT.
           IF RS-LINE-COUNT NOT EQUAL RSG-LINES(RS-CHOSEN)
               DISPLAY "DDARSTR " RS-GEN-NAME(1:24) " HOLDS "
                   RS-LINE-COUNT " LINES, CATALOG SAYS "
                   RSG-LINES(RS-CHOSEN) " - NOT RESTORED"
               MOVE "Y" TO RS-FAILED
               GO TO RESTORE-GENERATION-EXIT.
           PERFORM SAVE-CURRENT-FILE.
           IF RS-SAVE-OK NOT EQUAL "Y"
               DISPLAY "DDARSTR COULD NOT SAVE THE CURRENT "
                   RS-TARGET-NAME(1:20) " - NOT RESTORED"
               MOVE "Y" TO RS-FAILED
               GO TO RESTORE-GENERATION-EXIT.
           OPEN OUTPUT RS-TARGET-FILE.
           IF RS-TARGET-STATUS NOT EQUAL "00"
               DISPLAY "DDARSTR " RS-TARGET-NAME(1:20)
                   " NOT WRITABLE - NOT RESTORED"
               MOVE "Y" TO RS-FAILED
               GO TO RESTORE-GENERATION-EXIT.
           MOVE 1 TO RS-SCAN.
           PERFORM WRITE-RESTORED-LINE UNTIL RS-SCAN > RS-LINE-COUNT.
           CLOSE RS-TARGET-FILE.
           PERFORM WRITE-RESTORE-AUDIT.
           DISPLAY "DDARSTR RESTORED " RS-TARGET-NAME(1:20)
               " FROM " RS-GEN-NAME(1:24).
       RESTORE-GENERATION-EXIT.
           EXIT.

       LOAD-CHOSEN-GENERATION.
           MOVE 0 TO RS-LINE-COUNT.
           MOVE "N" TO RS-OVERFLOW.
           MOVE "N" TO RS-EOF.
           MOVE "N" TO RS-GEN-READ.
           OPEN INPUT GEN-COPY-FILE.
           IF GEN-COPY-STATUS EQUAL "00"
               MOVE "Y" TO RS-GEN-READ
               PERFORM LOAD-GENERATION-LINE UNTIL RS-EOF EQUAL "Y"
               CLOSE GEN-COPY-FILE.

       LOAD-GENERATION-LINE.
           READ GEN-COPY-FILE NEXT RECORD
               AT END
               MOVE "Y" TO RS-EOF
           END-READ.
           IF RS-EOF NOT EQUAL "Y"
               IF RS-LINE-COUNT EQUAL 5000
                   MOVE "Y" TO RS-OVERFLOW
                   MOVE "Y" TO RS-EOF
               ELSE
                   ADD 1 TO RS-LINE-COUNT
                   MOVE GEN-COPY-LINE TO RS-LINE(RS-LINE-COUNT)
               END-IF
           END-IF.

      * The file as it stands becomes a generation of its own before
      * it is overwritten. A target that isn't there at all has
      * nothing to save; any other open failure stops the restore.
       SAVE-CURRENT-FILE.
           MOVE "N" TO RS-SAVE-OK.
           MOVE SPACES TO RS-PRIOR-GEN.
           MOVE 0 TO RS-SAVE-LINES.
           OPEN INPUT RS-TARGET-FILE.
           IF RS-TARGET-STATUS EQUAL "35"
               MOVE "Y" TO RS-SAVE-OK
           ELSE
               IF RS-TARGET-STATUS EQUAL "00"
                   PERFORM COPY-CURRENT-FILE
                   CLOSE RS-TARGET-FILE
               END-IF
           END-IF.

       COPY-CURRENT-FILE.
           PERFORM PICK-GENERATION-NAME.
           OPEN OUTPUT GEN-COPY-FILE.
           IF GEN-COPY-STATUS EQUAL "00"
               MOVE "N" TO RS-EOF
               PERFORM COPY-CURRENT-LINE UNTIL RS-EOF EQUAL "Y"
               CLOSE GEN-COPY-FILE
               MOVE RS-GEN-NAME TO RS-PRIOR-GEN
               PERFORM WRITE-GEN-CATALOG
               MOVE "Y" TO RS-SAVE-OK.
           MOVE SPACES TO RS-GEN-NAME.
           MOVE RSG-NAME(RS-CHOSEN) TO RS-GEN-NAME.

      * A generation name is the timestamp plus the first sequence
      * number no file on disk already has - two copies taken in
      * the same second must never land on one name.
       PICK-GENERATION-NAME.
           MOVE FUNCTION CURRENT-DATE(1:14) TO GNB-STAMP.
           MOVE 0 TO GNB-SEQ.
           MOVE "N" TO RS-GEN-FREE.
           PERFORM PROBE-GENERATION-NAME
               UNTIL RS-GEN-FREE EQUAL "Y" OR GNB-SEQ EQUAL 999.

       PROBE-GENERATION-NAME.
           ADD 1 TO GNB-SEQ.
           MOVE GEN-NAME-BUILD TO RS-GEN-NAME.
           OPEN INPUT GEN-COPY-FILE.
           IF GEN-COPY-STATUS EQUAL "35"
               MOVE "Y" TO RS-GEN-FREE
           ELSE
               IF GEN-COPY-STATUS EQUAL "00"
                   CLOSE GEN-COPY-FILE.

       COPY-CURRENT-LINE.
           READ RS-TARGET-FILE NEXT RECORD
               AT END
               MOVE "Y" TO RS-EOF
           END-READ.
           IF RS-EOF NOT EQUAL "Y"
               MOVE RS-TARGET-LINE TO GEN-COPY-LINE
               WRITE GEN-COPY-LINE
               ADD 1 TO RS-SAVE-LINES.

       WRITE-GEN-CATALOG.
           OPEN EXTEND GEN-CAT-FILE.
           IF GEN-CAT-STATUS EQUAL "35"
               OPEN OUTPUT GEN-CAT-FILE.
           MOVE RS-TARGET-NAME TO GC-FILE.
           MOVE RS-PRIOR-GEN TO GC-GEN.
           MOVE GNB-STAMP(1:8) TO GC-DATE.
           MOVE GNB-STAMP(9:6) TO GC-TIME.
           MOVE "DDARSTR " TO GC-PROGRAM.
           MOVE RS-SAVE-LINES TO GC-LINES.
           MOVE GEN-CAT-REC TO GEN-CAT-LINE.
           WRITE GEN-CAT-LINE.
           CLOSE GEN-CAT-FILE.
           DISPLAY "DDARSTR SAVED CURRENT " RS-TARGET-NAME(1:20)
               " AS " RS-PRIOR-GEN.

       WRITE-RESTORED-LINE.
           MOVE RS-LINE(RS-SCAN) TO RS-TARGET-LINE.
           WRITE RS-TARGET-LINE.
           ADD 1 TO RS-SCAN.

       WRITE-RESTORE-AUDIT.
           OPEN EXTEND RESTORE-LOG-FILE.
           IF RESTORE-LOG-STATUS EQUAL "35"
               OPEN OUTPUT RESTORE-LOG-FILE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RAR-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO RAR-TIME.
           MOVE RS-TARGET-NAME TO RAR-FILE.
           MOVE RSG-NAME(RS-CHOSEN) TO RAR-GEN.
           MOVE RSG-DATE(RS-CHOSEN) TO RAR-GEN-DATE.
           MOVE RSG-TIME(RS-CHOSEN) TO RAR-GEN-TIME.
           MOVE RS-LINE-COUNT TO RAR-LINES.
           MOVE RS-PRIOR-GEN TO RAR-PRIOR.
           MOVE RESTORE-AUDIT-REC TO RESTORE-LOG-LINE.
           WRITE RESTORE-LOG-LINE.
           CLOSE RESTORE-LOG-FILE.

      * Up to four digits then blanks - a stray character fails the
      * field rather than truncating it.
       PARSE-RS-FIELD.
           MOVE 0 TO RS-NUM.
           MOVE 0 TO RS-LEN.
           MOVE 1 TO RS-J.
           MOVE "Y" TO RS-NUM-OK.
           PERFORM PARSE-RS-DIGIT UNTIL RS-J > 4
               OR RS-NUM-OK EQUAL "N"
               OR RS-IN(RS-J:1) EQUAL SPACE.
           IF RS-LEN EQUAL 0
               MOVE "N" TO RS-NUM-OK.
           IF RS-NUM-OK EQUAL "Y"
               AND RS-IN(RS-J:1) NOT EQUAL SPACE
               MOVE "N" TO RS-NUM-OK.

       PARSE-RS-DIGIT.
           MOVE RS-IN(RS-J:1) TO RS-DIGIT.
           IF RS-DIGIT < "0" OR RS-DIGIT > "9"
               MOVE "N" TO RS-NUM-OK
           ELSE
               COMPUTE RS-NUM = (RS-NUM * 10) + RS-DIGIT-N
               ADD 1 TO RS-LEN
               ADD 1 TO RS-J.
