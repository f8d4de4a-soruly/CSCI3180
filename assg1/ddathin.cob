      * consecutive plain points in the same style, the coordinates
      * all parse, the cross product is zero and the middle point
      * lies inside the outer pair's bounding box. Runs break at any
      * marker record (T, C, R, M, a window file's S, or an I that
      * names an included file) - those move the pen, restyle,
      * remap or draw between the points, and thinning across them
      * could change the drawing. The test runs in the coordinates
      * DDA actually rasterizes in: canvas cells as keyed for a
      * cell file, and for a window file the CELLS each point MAPS
           05  TH-LINE OCCURS 5000 TIMES PIC X(50).
       01  TH-DROP-TABLE.
           05  TH-DROP OCCURS 5000 TIMES PIC X.
      * DDA's record numbering per line (annotations, series marks
      * and includes carry none), for the removal log.
       01  TH-SLOT-TABLE.
           05  TH-SLOTNO OCCURS 5000 TIMES PIC 9(4).
       01  TH-WINDOWED       PIC X.
       01  TH-MARK-POS       PIC 9.
       01  TH-NAME-POS       PIC 99.
       01  TH-DATA-FIRST     PIC 9(4).
      * Window-file mapping state: the canvas size and window
      * bounds DDA would map through, and - because a series
           IF TH-LINE(2)(1:1) EQUAL "W"
               MOVE "Y" TO TH-WINDOWED
               MOVE 5 TO TH-MARK-POS
               MOVE 10 TO TH-NAME-POS
               MOVE 4 TO TH-DATA-FIRST
               PERFORM PARSE-WINDOW-HEADER
           ELSE
               MOVE "N" TO TH-WINDOWED
               MOVE 3 TO TH-MARK-POS
               MOVE 6 TO TH-NAME-POS
               MOVE 3 TO TH-DATA-FIRST.

      * A window file's thinning test runs in mapped cells, so the
           MOVE TH-LINE(TH-SCAN)(TH-MARK-POS:1) TO TH-MARK.
           IF TH-MARK EQUAL "T"
               OR (TH-WINDOWED EQUAL "Y" AND TH-MARK EQUAL "S")
               OR (TH-MARK EQUAL "I" AND
                   TH-LINE(TH-SCAN)(TH-NAME-POS:40) NOT EQUAL SPACES)
               MOVE 0 TO TH-SLOTNO(TH-SCAN)
           ELSE
               ADD 1 TO TH-SLOT
               GO TO CHECK-PLAIN-EXIT.
           IF TH-WINDOWED EQUAL "Y" AND TH-MARK EQUAL "S"
               GO TO CHECK-PLAIN-EXIT.
           IF TH-MARK EQUAL "I" AND
               TH-LINE(TH-PARSE-IDX)(TH-NAME-POS:40) NOT EQUAL SPACES
               GO TO CHECK-PLAIN-EXIT.
           PERFORM PARSE-POINT-COORDS.
       CHECK-PLAIN-EXIT.
           EXIT.
