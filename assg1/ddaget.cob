      * When the same name was archived more than once on the same
      * date (a rerun), the LAST copy appended - the most recent run
      * - is the one extracted.
      *
      * A copy DDAVRFY last found damaged (listed in archflags.txt)
      * is still extracted - it may be the only copy there is - but
      * with a warning on the console naming the checks it failed.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DDAGET.
               ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GET-INDEX-STATUS.
           SELECT ARCHIVE-FLAG-FILE
               ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-FLAG-STATUS.

       DATA DIVISION.
       FILE SECTION.
            VALUE OF FILE-ID IS "archindex.txt".
       01  GET-INDEX-LINE PIC X(63).

      * Blocks DDAVRFY found failing their control totals or index.
       FD  ARCHIVE-FLAG-FILE
           LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "archflags.txt".
       01  ARCHIVE-FLAG-LINE PIC X(90).

       WORKING-STORAGE SECTION.
       01  GETJOBS-EOF       PIC X VALUE "N".
       01  ARCHIVE-IN-STATUS PIC XX.
       01  GET-IDX-START     PIC 9(7).
       01  GET-SKIP-LEFT     PIC 9(7).
       01  GET-KEYED-OK      PIC X.
       01  GET-LINE-NO       PIC 9(7).
       01  GET-FOUND-START   PIC 9(7).
       01  ARCHIVE-FLAG-STATUS PIC XX.
       01  ARCHIVE-FLAG-EOF  PIC X.
       01  GET-FLAGGED       PIC X.
      * Twin of the flag line DDAVRFY writes.
       01  ARCHIVE-FLAG-REC.
           05  AF-NAME       PIC X(40).
           05  FILLER        PIC X(1).
           05  AF-DATE       PIC X(8).
           05  FILLER        PIC X(1).
           05  AF-START      PIC 9(7).
           05  FILLER        PIC X(1).
           05  AF-REASON     PIC X(30).
      * Twin of the layout DDAINDEX writes - the three programs that
      * touch archindex.txt keep this shape in step.
       01  GET-INDEX-REC.
               CLOSE EXTRACT-FILE
               MOVE "N" TO EXTRACT-OPEN.
           IF MATCH-FOUND EQUAL "Y"
               PERFORM CHECK-ARCHIVE-FLAGS
               DISPLAY "DDAGET EXTRACTED " GET-WANT-NAME
           ELSE
               DISPLAY "DDAGET NOT FOUND " GET-WANT-NAME
               AND AH-NAME EQUAL GET-WANT-NAME
               AND AH-DATE EQUAL GET-WANT-DATE
               MOVE "Y" TO GET-KEYED-OK
               MOVE GET-IDX-START TO GET-FOUND-START
               OPEN OUTPUT EXTRACT-FILE
               MOVE "Y" TO EXTRACT-OPEN
               MOVE "Y" TO MATCH-FOUND
           MOVE "N" TO COPYING.
           MOVE "N" TO MATCH-FOUND.
           MOVE "N" TO ARCHIVE-EOF.
           MOVE 0 TO GET-LINE-NO.
           OPEN INPUT ARCHIVE-IN-FILE.
           IF ARCHIVE-IN-STATUS NOT EQUAL "00"
               MOVE "Y" TO ARCHIVE-EOF.
               MOVE "Y" TO ARCHIVE-EOF
           END-READ.
           IF ARCHIVE-EOF NOT EQUAL "Y"
               ADD 1 TO GET-LINE-NO
               PERFORM HANDLE-ARCHIVE-LINE.

       HANDLE-ARCHIVE-LINE.
                   MOVE "Y" TO EXTRACT-OPEN
                   MOVE "Y" TO COPYING
                   MOVE "Y" TO MATCH-FOUND
                   MOVE GET-LINE-NO TO GET-FOUND-START
               ELSE
                   MOVE "N" TO COPYING
               END-IF
                   END-IF
               END-IF
           END-IF.

      * Look the extracted block up by name, date and starting line -
      * the key DDAVRFY flags by - and warn when it failed its last
      * verification. No flag file just means nothing has been found
      * wrong.
       CHECK-ARCHIVE-FLAGS.
           MOVE "N" TO GET-FLAGGED.
           MOVE "N" TO ARCHIVE-FLAG-EOF.
           OPEN INPUT ARCHIVE-FLAG-FILE.
           IF ARCHIVE-FLAG-STATUS NOT EQUAL "00"
               MOVE "Y" TO ARCHIVE-FLAG-EOF.
           PERFORM SCAN-FLAG-LINE
               UNTIL ARCHIVE-FLAG-EOF EQUAL "Y".
           IF ARCHIVE-FLAG-STATUS NOT EQUAL "35"
               CLOSE ARCHIVE-FLAG-FILE.
           IF GET-FLAGGED EQUAL "Y"
               DISPLAY "DDAGET WARNING " GET-WANT-NAME(1:20) " "
                   GET-WANT-DATE " FAILED ARCHIVE VERIFICATION - "
                   AF-REASON.

       SCAN-FLAG-LINE.
           READ ARCHIVE-FLAG-FILE NEXT RECORD
               AT END
               MOVE "Y" TO ARCHIVE-FLAG-EOF
           END-READ.
           IF ARCHIVE-FLAG-EOF NOT EQUAL "Y"
               MOVE ARCHIVE-FLAG-LINE TO ARCHIVE-FLAG-REC
               IF AF-NAME EQUAL GET-WANT-NAME
                   AND AF-DATE EQUAL GET-WANT-DATE
                   AND AF-START EQUAL GET-FOUND-START
                   MOVE "Y" TO GET-FLAGGED
                   MOVE "Y" TO ARCHIVE-FLAG-EOF
               END-IF
           END-IF.
