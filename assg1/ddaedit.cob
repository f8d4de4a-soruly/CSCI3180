      *     are the keyed-as-zero convention and are accepted)
      *   - every FILE-S a printable style character
      *   - annotation row/column numeric
      *   - include records ("I" in the style position, a file name
      *     from byte 6, or byte 10 in window mode): the named file
      *     must exist and pass its own edit, must not lead back to
      *     a file already on the include chain, and must not nest
      *     more than five deep; a closed-polygon file may not
      *     include at all. Include records take no point slot.
      * and the warnings (reported, but not failing):
      *   - duplicate consecutive points (a keying slip that draws a
      *     zero-length segment)
      *   - points outside the canvas (exactly what DDA will reject)
      *   - an included canvas larger than the host's (DDA clips it)
      *     or an included closed polygon (drawn open, not filled)
      * Each included file is edited in its own section of the
      * report - ahead of the file that names it, with an INCLUDED
      * BY line - once per run however many files name it.
      * The verdict per file goes to editreport.txt and the console;
      * the program ends with return code 8 when any file failed, so
      * the batch script can stop a bad file reaching DDA.
           05  ED-SER-YMAX  PIC X(4).
           05  ED-SER-STYLE PIC X.
           05  FILLER       PIC X(70).
       01  ED-INCLUDE-REC REDEFINES ED-POINT-REC.
           05  FILLER       PIC X(5).
           05  ED-INC-NAME  PIC X(40).
           05  FILLER       PIC X(35).
       01  ED-INCLUDE-REC-W REDEFINES ED-POINT-REC.
           05  FILLER       PIC X(9).
           05  ED-INC-NAME-W PIC X(40).
           05  FILLER       PIC X(31).

       FD  EDIT-REPORT-FILE
           LABEL RECORDS ARE STANDARD
       01  ED-ARC-Q2         PIC X.
       01  ED-REL-MARK       PIC X.
       01  ED-REL-COUNT      PIC 99.
       01  ED-POLYGON        PIC X.
       01  ED-IS-INCLUDE     PIC X.
      * Include chain. Every file met this run - named in
      * editjobs.txt or by an include - gets a node: "G" while it is
      * on the chain being walked (so naming it again is a loop),
      * "B" once edited, "M" when it won't open. A node's include
      * names are gathered by a quick scan when it is first met; the
      * walk then edits the deepest files first, so by the time a
      * file is edited every file it names already has a verdict,
      * a height (levels of include below it) and a canvas size.
       01  ED-NODE-COUNT     PIC 999 VALUE 0.
       01  ED-NODE-IX        PIC 999.
       01  ED-CUR-NODE       PIC 999.
       01  ED-NODE-NEW       PIC X(40).
       01  ED-NODE-TABLE.
           05  ED-NODE OCCURS 300 TIMES.
               10  ED-NODE-NAME   PIC X(40).
               10  ED-NODE-STATE  PIC X.
               10  ED-NODE-FAILED PIC X.
               10  ED-NODE-HEIGHT PIC 9.
               10  ED-NODE-ROWS   PIC 99.
               10  ED-NODE-COLS   PIC 99.
               10  ED-NODE-POLY   PIC X.
               10  ED-NODE-REF1   PIC 9999.
               10  ED-NODE-REFS   PIC 9999.
       01  ED-REF-COUNT      PIC 9999 VALUE 0.
       01  ED-REF-TABLE.
           05  ED-REF-NAME PIC X(40) OCCURS 1000 TIMES.
       01  ED-STK-DEPTH      PIC 99 VALUE 0.
       01  ED-STK-TABLE.
           05  ED-STK-ENTRY OCCURS 20 TIMES.
               10  ED-STK-NODE    PIC 999.
               10  ED-STK-NEXT    PIC 9999.
       01  ED-SCAN-WINDOW    PIC X.
       01  ED-HEIGHT         PIC 9.
       01  DETAIL-LINE.
           05  FILLER        PIC X(2)  VALUE SPACES.
           05  DET-KIND      PIC X(6).
                   MOVE SPACES TO ED-IN-NAME
                   UNSTRING EDITJOB-LINE DELIMITED BY ALL SPACE
                       INTO ED-IN-NAME
                   PERFORM EDIT-WITH-INCLUDES
               END-IF
           END-PERFORM.
           CLOSE EDITJOBS-FILE.
               MOVE 8 TO RETURN-CODE.
           STOP RUN.

      * One editjobs.txt file and, depth first, every file it
      * includes. A file already edited this run (as some earlier
      * file's include) already has its section and verdict. The
      * chain tables are only cleared between editjobs.txt files,
      * when nothing is on the chain, and only once they run low.
       EDIT-WITH-INCLUDES.
           MOVE ED-IN-NAME TO ED-NODE-NEW.
           PERFORM FIND-NODE.
           MOVE 0 TO ED-STK-DEPTH.
           IF ED-NODE-IX > ED-NODE-COUNT
               IF ED-NODE-COUNT > 250 OR ED-REF-COUNT > 900
                   MOVE 0 TO ED-NODE-COUNT
                   MOVE 0 TO ED-REF-COUNT
               END-IF
               PERFORM ADD-NODE
               PERFORM PUSH-NODE
           END-IF.
           IF ED-STK-DEPTH > 0
               PERFORM EDIT-INCLUDE-STEP UNTIL ED-STK-DEPTH EQUAL 0
           ELSE
               IF ED-NODE-STATE(ED-NODE-IX) EQUAL "M"
                   MOVE ED-NODE-IX TO ED-CUR-NODE
                   PERFORM EDIT-ONE-FILE
               END-IF
           END-IF.

      * Walk one step: take the top file's next include name, or -
      * when it has none left - edit the file itself and pop it.
       EDIT-INCLUDE-STEP.
           MOVE ED-STK-NODE(ED-STK-DEPTH) TO ED-CUR-NODE.
           IF ED-STK-NEXT(ED-STK-DEPTH) > ED-NODE-REFS(ED-CUR-NODE)
               MOVE ED-NODE-NAME(ED-CUR-NODE) TO ED-IN-NAME
               PERFORM EDIT-ONE-FILE
               MOVE "B" TO ED-NODE-STATE(ED-CUR-NODE)
               SUBTRACT 1 FROM ED-STK-DEPTH
           ELSE
               COMPUTE ED-NODE-IX = ED-NODE-REF1(ED-CUR-NODE)
                   + ED-STK-NEXT(ED-STK-DEPTH) - 1
               MOVE ED-REF-NAME(ED-NODE-IX) TO ED-NODE-NEW
               ADD 1 TO ED-STK-NEXT(ED-STK-DEPTH)
               PERFORM FIND-NODE
               IF ED-NODE-IX > ED-NODE-COUNT AND ED-STK-DEPTH < 20
                   PERFORM ADD-NODE
                   PERFORM PUSH-NODE
               END-IF
           END-IF.

       FIND-NODE.
           MOVE 1 TO ED-NODE-IX.
           PERFORM NEXT-NODE
               UNTIL ED-NODE-IX > ED-NODE-COUNT
               OR ED-NODE-NAME(ED-NODE-IX) EQUAL ED-NODE-NEW.

       NEXT-NODE.
           ADD 1 TO ED-NODE-IX.

      * Add ED-NODE-NEW and scan it for include names. A full table
      * leaves ED-NODE-IX past the count; the file naming it then
      * fails with INCLUDE TABLE FULL.
       ADD-NODE.
           IF ED-NODE-COUNT < 299
               ADD 1 TO ED-NODE-COUNT
               MOVE ED-NODE-COUNT TO ED-NODE-IX
               MOVE ED-NODE-NEW TO ED-NODE-NAME(ED-NODE-IX)
               MOVE "G" TO ED-NODE-STATE(ED-NODE-IX)
               MOVE "N" TO ED-NODE-FAILED(ED-NODE-IX)
               MOVE 0 TO ED-NODE-HEIGHT(ED-NODE-IX)
               MOVE 0 TO ED-NODE-ROWS(ED-NODE-IX)
               MOVE 0 TO ED-NODE-COLS(ED-NODE-IX)
               MOVE "N" TO ED-NODE-POLY(ED-NODE-IX)
               COMPUTE ED-NODE-REF1(ED-NODE-IX) = ED-REF-COUNT + 1
               MOVE 0 TO ED-NODE-REFS(ED-NODE-IX)
               PERFORM SCAN-INCLUDES
           ELSE
               COMPUTE ED-NODE-IX = ED-NODE-COUNT + 1.

       PUSH-NODE.
           IF ED-NODE-IX NOT GREATER THAN ED-NODE-COUNT
               AND ED-NODE-STATE(ED-NODE-IX) EQUAL "G"
               ADD 1 TO ED-STK-DEPTH
               MOVE ED-NODE-IX TO ED-STK-NODE(ED-STK-DEPTH)
               MOVE 1 TO ED-STK-NEXT(ED-STK-DEPTH).

      * The quick pass: canvas size and polygon flag from the header,
      * window mode from record 2, and every include name.
       SCAN-INCLUDES.
           MOVE ED-NODE-NEW TO ED-IN-NAME.
           MOVE "N" TO EDIT-IN-EOF.
           MOVE "N" TO ED-SCAN-WINDOW.
           OPEN INPUT EDIT-IN-FILE.
           IF EDIT-IN-STATUS NOT EQUAL "00"
               MOVE "M" TO ED-NODE-STATE(ED-NODE-IX)
           ELSE
               PERFORM SCAN-READ
               IF EDIT-IN-EOF NOT EQUAL "Y"
                   INSPECT ED-HDR-ROWS REPLACING ALL ' ' BY '0'
                   INSPECT ED-HDR-COLS REPLACING ALL ' ' BY '0'
                   IF ED-HDR-ROWS NUMERIC AND ED-HDR-COLS NUMERIC
                       MOVE ED-HDR-ROWS TO ED-NODE-ROWS(ED-NODE-IX)
                       MOVE ED-HDR-COLS TO ED-NODE-COLS(ED-NODE-IX)
                   END-IF
                   IF ED-HDR-FILL EQUAL "P" OR ED-HDR-FILL EQUAL "p"
                       MOVE "Y" TO ED-NODE-POLY(ED-NODE-IX)
                   END-IF
                   PERFORM SCAN-READ
               END-IF
               IF EDIT-IN-EOF NOT EQUAL "Y" AND ED-WIN-MARK EQUAL "W"
                   MOVE "Y" TO ED-SCAN-WINDOW
                   PERFORM SCAN-READ
               END-IF
               PERFORM SCAN-INCLUDE-RECORD
                   UNTIL EDIT-IN-EOF EQUAL "Y"
               CLOSE EDIT-IN-FILE
           END-IF.

       SCAN-READ.
           READ EDIT-IN-FILE NEXT RECORD
               AT END
               MOVE "Y" TO EDIT-IN-EOF
           END-READ.

       SCAN-INCLUDE-RECORD.
           PERFORM SCAN-READ.
           IF EDIT-IN-EOF NOT EQUAL "Y" AND ED-REF-COUNT < 1000
               IF ED-SCAN-WINDOW EQUAL "Y"
                   IF ED-SW EQUAL "I" AND ED-INC-NAME-W NOT EQUAL
                       SPACES
                       ADD 1 TO ED-REF-COUNT
                       MOVE ED-INC-NAME-W TO ED-REF-NAME(ED-REF-COUNT)
                       ADD 1 TO ED-NODE-REFS(ED-NODE-IX)
                   END-IF
               ELSE
                   IF ED-S EQUAL "I" AND ED-INC-NAME NOT EQUAL SPACES
                       ADD 1 TO ED-REF-COUNT
                       MOVE ED-INC-NAME TO ED-REF-NAME(ED-REF-COUNT)
                       ADD 1 TO ED-NODE-REFS(ED-NODE-IX)
                   END-IF
               END-IF
           END-IF.

       EDIT-ONE-FILE.
           MOVE 0 TO FILE-ERRORS.
           MOVE 0 TO FILE-WARNINGS.
               ED-IN-NAME DELIMITED BY SIZE
               INTO ED-RPT-LINE.
           PERFORM PUT-REPORT-LINE.
           MOVE 0 TO ED-HEIGHT.
           MOVE "N" TO ED-POLYGON.
           IF ED-STK-DEPTH > 1
               MOVE SPACES TO ED-RPT-LINE
               MOVE ED-STK-NODE(ED-STK-DEPTH - 1) TO ED-NODE-IX
               STRING "  INCLUDED BY " DELIMITED BY SIZE
                   ED-NODE-NAME(ED-NODE-IX) DELIMITED BY SIZE
                   INTO ED-RPT-LINE
               PERFORM PUT-REPORT-LINE.
           OPEN INPUT EDIT-IN-FILE.
           IF EDIT-IN-STATUS NOT EQUAL "00"
               MOVE "FILE NOT FOUND" TO DET-MESSAGE
           IF FILE-ERRORS > 0
               MOVE "FAIL" TO RES-VERDICT
               MOVE "Y" TO ANY-FILE-FAILED
               MOVE "Y" TO ED-NODE-FAILED(ED-CUR-NODE)
           ELSE
               MOVE "PASS" TO RES-VERDICT.
           MOVE ED-HEIGHT TO ED-NODE-HEIGHT(ED-CUR-NODE).
           MOVE FILE-ERRORS TO RES-ERRORS.
           MOVE FILE-WARNINGS TO RES-WARNINGS.
           MOVE RESULT-LINE TO ED-RPT-LINE.
               PERFORM PUT-ERROR
           ELSE
               MOVE 1 TO ED-RECNO
               IF ED-HDR-FILL EQUAL "P" OR ED-HDR-FILL EQUAL "p"
                   MOVE "Y" TO ED-POLYGON
               END-IF
               INSPECT ED-HDR-ROWS REPLACING ALL ' ' BY '0'
               INSPECT ED-HDR-COLS REPLACING ALL ' ' BY '0'
               IF ED-HDR-ROWS NOT NUMERIC OR ED-HDR-COLS NOT NUMERIC
               AT END
               MOVE "Y" TO EDIT-IN-EOF
           END-READ.
           MOVE "N" TO ED-IS-INCLUDE.
           IF EDIT-IN-EOF NOT EQUAL "Y"
               ADD 1 TO ED-RECNO
               IF (ED-WINDOW-MODE EQUAL "Y" AND ED-SW EQUAL "I"
                   AND ED-INC-NAME-W NOT EQUAL SPACES)
                   MOVE "Y" TO ED-IS-INCLUDE
                   MOVE ED-INC-NAME-W TO ED-NODE-NEW
               END-IF
               IF (ED-WINDOW-MODE NOT EQUAL "Y" AND ED-S EQUAL "I"
                   AND ED-INC-NAME NOT EQUAL SPACES)
                   MOVE "Y" TO ED-IS-INCLUDE
                   MOVE ED-INC-NAME TO ED-NODE-NEW
               END-IF
               IF ED-IS-INCLUDE EQUAL "Y"
                   PERFORM CHECK-INCLUDE-RECORD
               END-IF
           END-IF.
           IF EDIT-IN-EOF NOT EQUAL "Y" AND ED-IS-INCLUDE NOT EQUAL "Y"
               IF ED-WINDOW-MODE EQUAL "Y"
                   IF ED-SW EQUAL "T"
                       PERFORM CHECK-TEXT-RECORD-W
               END-IF
           END-IF.

      * An include record: the named file has already been edited
      * (or found missing, or is still on the chain - a loop) by the
      * time its host is edited. It takes no point slot and leaves
      * the duplicate-point chain alone, since DDA's pen stays put.
       CHECK-INCLUDE-RECORD.
           IF ED-POLYGON EQUAL "Y"
               MOVE "INCLUDE NOT ALLOWED IN POLYGON FILE"
                   TO DET-MESSAGE
               PERFORM PUT-ERROR
           END-IF.
           PERFORM FIND-NODE.
           IF ED-NODE-IX > ED-NODE-COUNT
               IF ED-STK-DEPTH NOT LESS THAN 20
                   MOVE "INCLUDES NESTED TOO DEEP" TO DET-MESSAGE
               ELSE
                   MOVE "INCLUDE TABLE FULL" TO DET-MESSAGE
               END-IF
               PERFORM PUT-ERROR
           ELSE
               IF ED-NODE-STATE(ED-NODE-IX) EQUAL "G"
                   MOVE "INCLUDE LOOP" TO DET-MESSAGE
                   PERFORM PUT-ERROR
               ELSE
                   IF ED-NODE-STATE(ED-NODE-IX) EQUAL "M"
                       MOVE "INCLUDE FILE NOT FOUND" TO DET-MESSAGE
                       PERFORM PUT-ERROR
                   ELSE
                       PERFORM CHECK-INCLUDED-NODE
                   END-IF
               END-IF
           END-IF.

       CHECK-INCLUDED-NODE.
           IF ED-NODE-FAILED(ED-NODE-IX) EQUAL "Y"
               MOVE "INCLUDED FILE FAILS EDIT" TO DET-MESSAGE
               PERFORM PUT-ERROR.
           IF ED-NODE-HEIGHT(ED-NODE-IX) NOT LESS THAN 5
               MOVE "INCLUDES NESTED TOO DEEP" TO DET-MESSAGE
               PERFORM PUT-ERROR
           ELSE
               IF ED-NODE-HEIGHT(ED-NODE-IX) NOT LESS THAN ED-HEIGHT
                   COMPUTE ED-HEIGHT = ED-NODE-HEIGHT(ED-NODE-IX) + 1
               END-IF
           END-IF.
           IF ED-HEADER-OK EQUAL "Y"
               AND (ED-NODE-ROWS(ED-NODE-IX) > ED-CANVAS-ROWS
               OR ED-NODE-COLS(ED-NODE-IX) > ED-CANVAS-COLS)
               MOVE "INCLUDED CANVAS LARGER - CLIPPED" TO DET-MESSAGE
               PERFORM PUT-WARNING.
           IF ED-NODE-POLY(ED-NODE-IX) EQUAL "Y"
               MOVE "INCLUDED POLYGON DRAWN OPEN" TO DET-MESSAGE
               PERFORM PUT-WARNING.

       CHECK-TEXT-RECORD.
           INSPECT ED-TEXT-COL REPLACING ALL ' ' BY '0'.
           INSPECT ED-TEXT-ROW REPLACING ALL ' ' BY '0'.
