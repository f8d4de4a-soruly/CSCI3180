      *       emptied instead, with a console message naming
      *       DDAINDEX - an empty index only costs speed, a stale
      *       one costs correctness.)
      *
      * The run starts with an operator sign-on against
      * operators.txt and goes no further for anyone but a
      * supervisor; refused sign-ons and refused roles are logged
      * to seclog.txt, and the run header and every register line
      * carry the signed-on operator's ID.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DDAPURGE.
           SELECT PURGE-INDEX-FILE
               ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL.
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
            VALUE OF FILE-ID IS "archindex.txt".
       01  PURGE-INDEX-LINE PIC X(63).

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
       01  ARCHIVE-IN-STATUS PIC XX.
      * Sign-on. Twin of the operators.txt and seclog.txt layouts
      * and the sign-on paragraphs DDAMAINT, DDAFIX, DDAPURGE and
      * DDARLSE share. Roles: S supervisor, D data entry.
       01  OPERATOR-STATUS   PIC XX.
       01  SEC-LOG-STATUS    PIC XX.
       01  OPERATOR-EOF      PIC X.
       01  SIGNON-PROGRAM    PIC X(8)  VALUE "DDAPURGE".
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
       01  PURGE-WORK-STATUS PIC XX.
       01  PURGE-REG-STATUS  PIC XX.
       01  ARCHIVE-EOF       PIC X.
           05  RRH-TIME      PIC X(6).
           05  FILLER        PIC X(9)  VALUE "  CUTOFF ".
           05  RRH-CUTOFF    PIC X(8).
           05  FILLER        PIC X(11) VALUE "  OPERATOR ".
           05  RRH-OPERATOR  PIC X(8).
       01  REG-DETAIL-REC.
           05  RDR-NAME      PIC X(40).
           05  FILLER        PIC X(1)  VALUE SPACE.
           05  RDR-DATE      PIC X(8).
           05  FILLER        PIC X(16) VALUE "  LINES REMOVED ".
           05  RDR-LINES     PIC ZZZZ9.
           05  FILLER        PIC X(1)  VALUE SPACE.
           05  RDR-OPERATOR  PIC X(8).
       01  PURGE-TOTAL-LINE.
           05  FILLER        PIC X(13) VALUE "BLOCKS KEPT  ".
           05  PTL-KEPT      PIC ZZZZ9.
       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.

      * Purging is supervisor work: nobody gets as far as the
      * cutoff prompt without signing on, and a data-entry sign-on
      * is refused and logged like a failed one.
       PROGRAM-BEGIN.
           PERFORM SIGN-ON.
           IF SIGNON-OK NOT EQUAL "Y"
               DISPLAY "DDAPURGE NOT SIGNED ON - NOTHING TOUCHED"
               MOVE 8 TO RETURN-CODE
               GO TO PROGRAM-DONE.
           IF SIGNON-ROLE NOT EQUAL "S"
               MOVE "REFUSED - PURGE NEEDS SUPERVISOR" TO SIGNON-EVENT
               PERFORM WRITE-SECURITY-LOG
               DISPLAY "DDAPURGE IS FOR SUPERVISORS - NOTHING TOUCHED"
               MOVE 8 TO RETURN-CODE
               GO TO PROGRAM-DONE.
           PERFORM GET-CUTOFF-DATE.
           PERFORM VALIDATE-ARCHIVE.
           IF PG-SHAPE-OK NOT EQUAL "Y"
       PROGRAM-DONE.
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

       GET-CUTOFF-DATE.
           MOVE "N" TO PG-CUTOFF-OK.
           PERFORM ACCEPT-CUTOFF-DATE UNTIL PG-CUTOFF-OK EQUAL "Y".
           MOVE FUNCTION CURRENT-DATE(1:8) TO RRH-DATE.
           MOVE FUNCTION CURRENT-DATE(9:6) TO RRH-TIME.
           MOVE PG-CUTOFF TO RRH-CUTOFF.
           MOVE SIGNON-ID TO RRH-OPERATOR.
           MOVE REG-RUN-HEADER TO PURGE-REG-LINE.
           WRITE PURGE-REG-LINE.
           OPEN OUTPUT PURGE-WORK-FILE.
           MOVE PG-CUR-NAME TO RDR-NAME.
           MOVE PG-CUR-DATE TO RDR-DATE.
           MOVE PG-CUR-LINES TO RDR-LINES.
           MOVE SIGNON-ID TO RDR-OPERATOR.
           MOVE REG-DETAIL-REC TO PURGE-REG-LINE.
           WRITE PURGE-REG-LINE.

