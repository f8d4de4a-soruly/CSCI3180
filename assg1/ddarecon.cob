      * DDARECON - companion to dda.cob. A survey export passes
      * through DDAIMPRT (impreport.txt), DDATHIN (thinlog.txt) and
      * DDAEDIT (editreport.txt) before DDA plots it (run-log.txt,
      * reject.txt), and each step only ever vouched for itself. This
      * program follows every imported export down that chain and
      * proves each logger reading came out the other end - plotted,
      * thinned away, or rejected:
      *   CSV lines read   = points written + lines skipped
      *   points written   = points after thinning + points removed
      *   edit point count = points after thinning
      *   after thinning   = records plotted + records rejected
      * A file DDATHIN never saw went through unthinned (nothing
      * removed); a file missing from the edit report or the run log
      * never completed the chain and cannot balance.
      *
      * The chain is followed by name: impreport.txt's "FILE csv TO
      * plot" line, thinlog.txt's "FILE raw TO thinned" line for that
      * plot file, then the edit report and the run log under the
      * thinned name (or the plot name if it was not thinned). The
      * run log accumulates night on night, so a file's latest line
      * is the one used; reject.txt is the night's. Records plotted
      * is the run log's records reached - held to the header count,
      * as DDA's own quality check holds it - less its rejects, and
      * records rejected is the file's reject.txt detail count, so a
      * run log and reject file that disagree cannot balance either.
      *
      * reconreport.txt (and the console) gets one balanced or
      * out-of-balance line per export, the reason under any that
      * failed, then a control-total page over the night. The parse
      * layouts below mirror the report lines of the programs named
      * above byte for byte - if those lines change shape, these
      * must move with them. RETURN-CODE 8 when any file is out of
      * balance or impreport.txt can't be read, so a DDARUN chain can
      * stop on it.

       IDENTIFICATION DIVISION.
       PROGRAM-ID. DDARECON.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT IMP-REPORT-FILE
               ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IMP-REPORT-STATUS.
           SELECT THIN-LOG-FILE
               ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS THIN-LOG-STATUS.
           SELECT EDIT-REPORT-FILE
               ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EDIT-REPORT-STATUS.
           SELECT RUN-LOG-FILE
               ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-STATUS.
           SELECT REJECT-FILE
               ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REJECT-STATUS.
           SELECT RECON-REPORT-FILE
               ASSIGN TO DISK
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      * Twins of DDAIMPRT's "FILE", POINTS-REC and IMP-RESULT-LINE.
       FD  IMP-REPORT-FILE
           LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "impreport.txt".
       01  IMP-REPORT-LINE PIC X(100).
       01  IMP-POINTS-VIEW.
           05  IPV-TAG       PIC X(9).
           05  IPV-POINTS    PIC X(5).
           05  IPV-TAG2      PIC X(16).
           05  IPV-SKIPPED   PIC X(5).
       01  IMP-RESULT-VIEW.
           05  IRV-TAG       PIC X(9).
           05  IRV-VERDICT   PIC X(4).

      * Twins of DDATHIN's THIN-FILE-LINE and THIN-COUNT-LINE.
       FD  THIN-LOG-FILE
           LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "thinlog.txt".
       01  THIN-LOG-LINE PIC X(100).
       01  THIN-FILE-VIEW.
           05  TFV-TAG       PIC X(5).
           05  TFV-IN        PIC X(40).
           05  TFV-TO        PIC X(4).
           05  TFV-OUT       PIC X(40).
       01  THIN-COUNT-VIEW.
           05  TCV-TAG       PIC X(16).
           05  TCV-BEFORE    PIC X(4).
           05  TCV-TAG2      PIC X(7).
           05  TCV-AFTER     PIC X(4).
           05  TCV-TAG3      PIC X(9).
           05  TCV-REMOVED   PIC X(4).

      * Twins of DDAEDIT's "FILE", COUNT-LINE and RESULT-LINE.
       FD  EDIT-REPORT-FILE
           LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "editreport.txt".
       01  EDIT-REPORT-LINE PIC X(100).
       01  EDIT-FILE-VIEW.
           05  EFV-TAG       PIC X(5).
           05  EFV-NAME      PIC X(40).
       01  EDIT-COUNT-VIEW.
           05  ECV-TAG       PIC X(15).
           05  ECV-EXPECTED  PIC X(4).
           05  ECV-TAG2      PIC X(8).
           05  ECV-ACTUAL    PIC X(4).
       01  EDIT-RESULT-VIEW.
           05  ERV-TAG       PIC X(9).
           05  ERV-VERDICT   PIC X(4).

      * Twin of DDA's RUN-LOG-REC.
       FD  RUN-LOG-FILE
           LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "run-log.txt".
       01  RUN-LOG-VIEW.
           05  RLV-TAG       PIC X(5).
           05  RLV-TIME      PIC X(14).
           05  FILLER        PIC X(7).
           05  RLV-FILE      PIC X(40).
           05  FILLER        PIC X(7).
           05  RLV-LINES     PIC X(4).
           05  FILLER        PIC X(10).
           05  RLV-RECORDS   PIC X(4).
           05  FILLER        PIC X(9).
           05  RLV-REJECTS   PIC X(4).

      * Twin of DDA's REJECT-REC, as far as the input name.
       FD  REJECT-FILE
           LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "reject.txt".
       01  REJECT-VIEW.
           05  RJV-FILE      PIC X(40).
           05  FILLER        PIC X(40).

       FD  RECON-REPORT-FILE
           LABEL RECORDS ARE STANDARD
            VALUE OF FILE-ID IS "reconreport.txt".
       01  RECON-REPORT-LINE PIC X(100).

       WORKING-STORAGE SECTION.
       01  IMP-REPORT-STATUS  PIC XX.
       01  THIN-LOG-STATUS    PIC XX.
       01  EDIT-REPORT-STATUS PIC XX.
       01  RUN-LOG-STATUS     PIC XX.
       01  REJECT-STATUS      PIC XX.
       01  RCN-EOF            PIC X.
       01  RPT-LINE           PIC X(100).
       01  ANY-OUT-OF-BALANCE PIC X VALUE "N".
       01  RCN-DROPPED        PIC 9(4) VALUE 0.
      * Numeric pickup from an edited report field: blanks are the
      * zero suppression, anything else left over means the line is
      * not the shape this program expects.
       01  RCN-FLD            PIC X(5).
       01  RCN-FLD-N REDEFINES RCN-FLD PIC 9(5).
       01  RCN-NUM-OK         PIC X.
      * One entry per export DDAIMPRT reported.
       01  IM-COUNT           PIC 999 VALUE 0.
       01  IM-TABLE.
           05  IM-ENTRY OCCURS 200 TIMES.
               10  IM-CSV       PIC X(40).
               10  IM-PLOT      PIC X(40).
               10  IM-POINTS    PIC 9(5).
               10  IM-SKIPPED   PIC 9(5).
               10  IM-VERDICT   PIC X(4).
      * The latest thinning of each raw file. TN-COUNTED is "N"
      * when DDATHIN named the file but wrote no counts for it.
       01  TN-COUNT           PIC 999 VALUE 0.
       01  TN-TABLE.
           05  TN-ENTRY OCCURS 200 TIMES.
               10  TN-IN        PIC X(40).
               10  TN-OUT       PIC X(40).
               10  TN-BEFORE    PIC 9(5).
               10  TN-AFTER     PIC 9(5).
               10  TN-REMOVED   PIC 9(5).
               10  TN-COUNTED   PIC X.
       01  ED-COUNT           PIC 999 VALUE 0.
       01  ED-TABLE.
           05  ED-ENTRY OCCURS 200 TIMES.
               10  ED-NAME      PIC X(40).
               10  ED-ACTUAL    PIC 9(5).
               10  ED-COUNTED   PIC X.
               10  ED-VERDICT   PIC X(4).
       01  RL-COUNT           PIC 999 VALUE 0.
       01  RL-TABLE.
           05  RL-ENTRY OCCURS 200 TIMES.
               10  RL-NAME      PIC X(40).
               10  RL-LINES     PIC 9(5).
               10  RL-RECORDS   PIC 9(5).
               10  RL-REJECTS   PIC 9(5).
       01  RJ-COUNT           PIC 999 VALUE 0.
       01  RJ-TABLE.
           05  RJ-ENTRY OCCURS 200 TIMES.
               10  RJ-NAME      PIC X(40).
               10  RJ-DETAIL    PIC 9(5).
       01  CUR-TN             PIC 999.
       01  CUR-ED             PIC 999.
       01  F                  PIC 999.
       01  G                  PIC 999.
      * The chain for the export being balanced.
       01  CH-FINAL-NAME      PIC X(40).
       01  CH-LINES-READ      PIC 9(5).
       01  CH-AFTER           PIC 9(5).
       01  CH-REMOVED         PIC 9(5).
       01  CH-EDITED          PIC 9(5).
       01  CH-REACHED         PIC 9(5).
       01  CH-PLOTTED         PIC 9(5).
       01  CH-REJECTED        PIC 9(5).
       01  CH-REASON          PIC X(40).
       01  CH-BALANCED        PIC X.
      * Night totals for the control-total page.
       01  TOT-FILES          PIC 9(4) VALUE 0.
       01  TOT-BALANCED       PIC 9(4) VALUE 0.
       01  TOT-OUT            PIC 9(4) VALUE 0.
       01  TOT-LINES-READ     PIC 9(7) VALUE 0.
       01  TOT-SKIPPED        PIC 9(7) VALUE 0.
       01  TOT-WRITTEN        PIC 9(7) VALUE 0.
       01  TOT-AFTER          PIC 9(7) VALUE 0.
       01  TOT-REMOVED        PIC 9(7) VALUE 0.
       01  TOT-EDITED         PIC 9(7) VALUE 0.
       01  TOT-PLOTTED        PIC 9(7) VALUE 0.
       01  TOT-REJECTED       PIC 9(7) VALUE 0.
       01  HEAD-FILE-LINE.
           05  FILLER        PIC X(21) VALUE "EXPORT FILE".
           05  FILLER        PIC X(7)  VALUE "   READ".
           05  FILLER        PIC X(7)  VALUE "   SKIP".
           05  FILLER        PIC X(7)  VALUE "  WRITE".
           05  FILLER        PIC X(7)  VALUE "  AFTER".
           05  FILLER        PIC X(7)  VALUE "  REMOV".
           05  FILLER        PIC X(7)  VALUE "   EDIT".
           05  FILLER        PIC X(7)  VALUE "   PLOT".
           05  FILLER        PIC X(7)  VALUE "    REJ".
           05  FILLER        PIC X(2)  VALUE SPACES.
           05  FILLER        PIC X(7)  VALUE "RESULT".
       01  DETAIL-FILE-LINE.
           05  DFL-NAME      PIC X(20).
           05  FILLER        PIC X(1)  VALUE SPACE.
           05  DFL-READ      PIC ZZZZZZ9.
           05  DFL-SKIPPED   PIC ZZZZZZ9.
           05  DFL-WRITTEN   PIC ZZZZZZ9.
           05  DFL-AFTER     PIC ZZZZZZ9.
           05  DFL-REMOVED   PIC ZZZZZZ9.
           05  DFL-EDITED    PIC ZZZZZZ9.
           05  DFL-PLOTTED   PIC ZZZZZZ9.
           05  DFL-REJECTED  PIC ZZZZZZ9.
           05  FILLER        PIC X(2)  VALUE SPACES.
           05  DFL-RESULT    PIC X(14).
       01  REASON-LINE.
           05  FILLER        PIC X(4)  VALUE SPACES.
           05  RSN-TEXT      PIC X(40).
           05  FILLER        PIC X(1)  VALUE SPACE.
           05  RSN-CHAIN     PIC X(40).
       01  TOTAL-COUNT-LINE.
           05  TCL-CAPTION   PIC X(34).
           05  TCL-VALUE     PIC ZZZZZZ9.
       01  TOTAL-PROOF-LINE.
           05  TPL-CAPTION   PIC X(34).
           05  TPL-LEFT      PIC ZZZZZZ9.
           05  FILLER        PIC X(3)  VALUE " = ".
           05  TPL-RIGHT-A   PIC ZZZZZZ9.
           05  FILLER        PIC X(3)  VALUE " + ".
           05  TPL-RIGHT-B   PIC ZZZZZZ9.
           05  FILLER        PIC X(2)  VALUE SPACES.
           05  TPL-VERDICT   PIC X(14).

       PROCEDURE DIVISION.
       MAIN-LOGIC SECTION.

       PROGRAM-BEGIN.
           OPEN OUTPUT RECON-REPORT-FILE.
           MOVE "DDA RECORD-COUNT RECONCILIATION" TO RPT-LINE.
           PERFORM PUT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "RUN " FUNCTION CURRENT-DATE(1:8) " "
               FUNCTION CURRENT-DATE(9:6)
               DELIMITED BY SIZE INTO RPT-LINE.
           PERFORM PUT-LINE.
           MOVE SPACES TO RPT-LINE.
           PERFORM PUT-LINE.
           PERFORM LOAD-IMPORT-REPORT.
           PERFORM LOAD-THIN-LOG.
           PERFORM LOAD-EDIT-REPORT.
           PERFORM LOAD-RUN-LOG.
           PERFORM LOAD-REJECTS.
           MOVE HEAD-FILE-LINE TO RPT-LINE.
           PERFORM PUT-LINE.
           MOVE 1 TO F.
           PERFORM BALANCE-ONE-EXPORT UNTIL F > IM-COUNT.
           PERFORM PRINT-CONTROL-TOTALS.
           CLOSE RECON-REPORT-FILE.
           GO TO PROGRAM-DONE.

       PROGRAM-DONE.
           IF ANY-OUT-OF-BALANCE EQUAL "Y"
               MOVE 8 TO RETURN-CODE.
           STOP RUN.

      * impreport.txt: a "FILE csv TO plot" line opens each export,
      * then its POINTS and RESULT lines. Without it there is nothing
      * to follow, and the night cannot be shown to balance.
       LOAD-IMPORT-REPORT.
           OPEN INPUT IMP-REPORT-FILE.
           IF IMP-REPORT-STATUS NOT EQUAL "00"
               MOVE "impreport.txt NOT READABLE - NOTHING RECONCILED"
                   TO RPT-LINE
               PERFORM PUT-LINE
               MOVE "Y" TO ANY-OUT-OF-BALANCE
           ELSE
               MOVE "N" TO RCN-EOF
               PERFORM LOAD-IMPORT-LINE UNTIL RCN-EOF EQUAL "Y"
               CLOSE IMP-REPORT-FILE.

       LOAD-IMPORT-LINE.
           READ IMP-REPORT-FILE NEXT RECORD
               AT END
               MOVE "Y" TO RCN-EOF
           END-READ.
           IF RCN-EOF NOT EQUAL "Y"
               IF IMP-REPORT-LINE(1:5) EQUAL "FILE "
                   PERFORM TAKE-IMPORT-FILE
               ELSE
                   IF IPV-TAG EQUAL "  POINTS " AND IM-COUNT > 0
                       PERFORM TAKE-IMPORT-POINTS
                   ELSE
                       IF IRV-TAG EQUAL "  RESULT " AND IM-COUNT > 0
                           MOVE IRV-VERDICT TO IM-VERDICT(IM-COUNT)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       TAKE-IMPORT-FILE.
           IF IM-COUNT EQUAL 200
               ADD 1 TO RCN-DROPPED
           ELSE
               ADD 1 TO IM-COUNT
               MOVE SPACES TO IM-CSV(IM-COUNT)
               MOVE SPACES TO IM-PLOT(IM-COUNT)
               UNSTRING IMP-REPORT-LINE(6:95) DELIMITED BY " TO "
                   INTO IM-CSV(IM-COUNT) IM-PLOT(IM-COUNT)
               MOVE 0 TO IM-POINTS(IM-COUNT)
               MOVE 0 TO IM-SKIPPED(IM-COUNT)
               MOVE "FAIL" TO IM-VERDICT(IM-COUNT).

       TAKE-IMPORT-POINTS.
           MOVE IPV-POINTS TO RCN-FLD.
           PERFORM PICK-UP-NUMBER.
           IF RCN-NUM-OK EQUAL "Y"
               MOVE RCN-FLD-N TO IM-POINTS(IM-COUNT).
           MOVE IPV-SKIPPED TO RCN-FLD.
           PERFORM PICK-UP-NUMBER.
           IF RCN-NUM-OK EQUAL "Y"
               MOVE RCN-FLD-N TO IM-SKIPPED(IM-COUNT).

      * thinlog.txt: "FILE raw TO thinned", then (when the file was
      * thinned at all) its POINTS BEFORE/AFTER/REMOVED line. A raw
      * file thinned twice keeps its later entry.
       LOAD-THIN-LOG.
           OPEN INPUT THIN-LOG-FILE.
           IF THIN-LOG-STATUS EQUAL "00"
               MOVE 0 TO CUR-TN
               MOVE "N" TO RCN-EOF
               PERFORM LOAD-THIN-LINE UNTIL RCN-EOF EQUAL "Y"
               CLOSE THIN-LOG-FILE.

       LOAD-THIN-LINE.
           READ THIN-LOG-FILE NEXT RECORD
               AT END
               MOVE "Y" TO RCN-EOF
           END-READ.
           IF RCN-EOF NOT EQUAL "Y"
               IF TFV-TAG EQUAL "FILE " AND TFV-TO EQUAL " TO "
                   PERFORM TAKE-THIN-FILE
               ELSE
                   IF TCV-TAG EQUAL "  POINTS BEFORE " AND CUR-TN > 0
                       PERFORM TAKE-THIN-COUNTS
                   END-IF
               END-IF
           END-IF.

       TAKE-THIN-FILE.
           MOVE 1 TO G.
           PERFORM FIND-NEXT-ENTRY
               UNTIL G > TN-COUNT OR TN-IN(G) EQUAL TFV-IN.
           IF G > TN-COUNT
               IF TN-COUNT EQUAL 200
                   ADD 1 TO RCN-DROPPED
                   MOVE 0 TO G
               ELSE
                   ADD 1 TO TN-COUNT
                   MOVE TN-COUNT TO G
               END-IF
           END-IF.
           MOVE G TO CUR-TN.
           IF G > 0
               MOVE TFV-IN TO TN-IN(G)
               MOVE TFV-OUT TO TN-OUT(G)
               MOVE 0 TO TN-BEFORE(G)
               MOVE 0 TO TN-AFTER(G)
               MOVE 0 TO TN-REMOVED(G)
               MOVE "N" TO TN-COUNTED(G).

       TAKE-THIN-COUNTS.
           MOVE "Y" TO TN-COUNTED(CUR-TN).
           MOVE SPACE TO RCN-FLD.
           MOVE TCV-BEFORE TO RCN-FLD(2:4).
           PERFORM PICK-UP-NUMBER.
           IF RCN-NUM-OK EQUAL "Y"
               MOVE RCN-FLD-N TO TN-BEFORE(CUR-TN)
           ELSE
               MOVE "N" TO TN-COUNTED(CUR-TN).
           MOVE SPACE TO RCN-FLD.
           MOVE TCV-AFTER TO RCN-FLD(2:4).
           PERFORM PICK-UP-NUMBER.
           IF RCN-NUM-OK EQUAL "Y"
               MOVE RCN-FLD-N TO TN-AFTER(CUR-TN)
           ELSE
               MOVE "N" TO TN-COUNTED(CUR-TN).
           MOVE SPACE TO RCN-FLD.
           MOVE TCV-REMOVED TO RCN-FLD(2:4).
           PERFORM PICK-UP-NUMBER.
           IF RCN-NUM-OK EQUAL "Y"
               MOVE RCN-FLD-N TO TN-REMOVED(CUR-TN)
           ELSE
               MOVE "N" TO TN-COUNTED(CUR-TN).
           MOVE 0 TO CUR-TN.

      * editreport.txt: "FILE name", its HEADER COUNT/ACTUAL line
      * when the count record could be read, and its RESULT line.
       LOAD-EDIT-REPORT.
           OPEN INPUT EDIT-REPORT-FILE.
           IF EDIT-REPORT-STATUS EQUAL "00"
               MOVE 0 TO CUR-ED
               MOVE "N" TO RCN-EOF
               PERFORM LOAD-EDIT-LINE UNTIL RCN-EOF EQUAL "Y"
               CLOSE EDIT-REPORT-FILE.

       LOAD-EDIT-LINE.
           READ EDIT-REPORT-FILE NEXT RECORD
               AT END
               MOVE "Y" TO RCN-EOF
           END-READ.
           IF RCN-EOF NOT EQUAL "Y"
               IF EFV-TAG EQUAL "FILE "
                   PERFORM TAKE-EDIT-FILE
               ELSE
                   IF CUR-ED > 0
                       PERFORM TAKE-EDIT-DETAIL
                   END-IF
               END-IF
           END-IF.

       TAKE-EDIT-FILE.
           MOVE 1 TO G.
           PERFORM FIND-NEXT-ENTRY
               UNTIL G > ED-COUNT OR ED-NAME(G) EQUAL EFV-NAME.
           IF G > ED-COUNT
               IF ED-COUNT EQUAL 200
                   ADD 1 TO RCN-DROPPED
                   MOVE 0 TO G
               ELSE
                   ADD 1 TO ED-COUNT
                   MOVE ED-COUNT TO G
               END-IF
           END-IF.
           MOVE G TO CUR-ED.
           IF G > 0
               MOVE EFV-NAME TO ED-NAME(G)
               MOVE 0 TO ED-ACTUAL(G)
               MOVE "N" TO ED-COUNTED(G)
               MOVE "FAIL" TO ED-VERDICT(G).

       TAKE-EDIT-DETAIL.
           IF ECV-TAG EQUAL "  HEADER COUNT " AND ECV-TAG2 EQUAL
               " ACTUAL "
               MOVE SPACE TO RCN-FLD
               MOVE ECV-ACTUAL TO RCN-FLD(2:4)
               PERFORM PICK-UP-NUMBER
               IF RCN-NUM-OK EQUAL "Y"
                   MOVE RCN-FLD-N TO ED-ACTUAL(CUR-ED)
                   MOVE "Y" TO ED-COUNTED(CUR-ED)
               END-IF
           ELSE
               IF ERV-TAG EQUAL "  RESULT "
                   MOVE ERV-VERDICT TO ED-VERDICT(CUR-ED)
                   MOVE 0 TO CUR-ED
               END-IF
           END-IF.

      * run-log.txt: the latest completed run of each input file.
       LOAD-RUN-LOG.
           OPEN INPUT RUN-LOG-FILE.
           IF RUN-LOG-STATUS EQUAL "00"
               MOVE "N" TO RCN-EOF
               PERFORM LOAD-RUN-LOG-LINE UNTIL RCN-EOF EQUAL "Y"
               CLOSE RUN-LOG-FILE.

       LOAD-RUN-LOG-LINE.
           READ RUN-LOG-FILE NEXT RECORD
               AT END
               MOVE "Y" TO RCN-EOF
           END-READ.
           IF RCN-EOF NOT EQUAL "Y" AND RLV-TAG EQUAL "TIME="
               PERFORM TAKE-RUN-LOG-LINE.

      * Old log lines put the "=" separator in the rejects field's
      * first byte, as DDASTATS allows for; it reads as a zero.
       TAKE-RUN-LOG-LINE.
           INSPECT RLV-REJECTS REPLACING ALL '=' BY ' '.
           MOVE 1 TO G.
           PERFORM FIND-NEXT-ENTRY
               UNTIL G > RL-COUNT OR RL-NAME(G) EQUAL RLV-FILE.
           IF G > RL-COUNT
               IF RL-COUNT EQUAL 200
                   ADD 1 TO RCN-DROPPED
                   MOVE 0 TO G
               ELSE
                   ADD 1 TO RL-COUNT
                   MOVE RL-COUNT TO G
               END-IF
           END-IF.
           IF G > 0
               MOVE RLV-FILE TO RL-NAME(G)
               MOVE 0 TO RL-LINES(G)
               MOVE 0 TO RL-RECORDS(G)
               MOVE 0 TO RL-REJECTS(G)
               MOVE SPACE TO RCN-FLD
               MOVE RLV-LINES TO RCN-FLD(2:4)
               PERFORM PICK-UP-NUMBER
               IF RCN-NUM-OK EQUAL "Y"
                   MOVE RCN-FLD-N TO RL-LINES(G)
               END-IF
               MOVE SPACE TO RCN-FLD
               MOVE RLV-RECORDS TO RCN-FLD(2:4)
               PERFORM PICK-UP-NUMBER
               IF RCN-NUM-OK EQUAL "Y"
                   MOVE RCN-FLD-N TO RL-RECORDS(G)
               END-IF
               MOVE SPACE TO RCN-FLD
               MOVE RLV-REJECTS TO RCN-FLD(2:4)
               PERFORM PICK-UP-NUMBER
               IF RCN-NUM-OK EQUAL "Y"
                   MOVE RCN-FLD-N TO RL-REJECTS(G)
               END-IF
           END-IF.

       LOAD-REJECTS.
           OPEN INPUT REJECT-FILE.
           IF REJECT-STATUS EQUAL "00"
               MOVE "N" TO RCN-EOF
               PERFORM LOAD-REJECT-LINE UNTIL RCN-EOF EQUAL "Y"
               CLOSE REJECT-FILE.

       LOAD-REJECT-LINE.
           READ REJECT-FILE NEXT RECORD
               AT END
               MOVE "Y" TO RCN-EOF
           END-READ.
           IF RCN-EOF NOT EQUAL "Y" AND RJV-FILE NOT EQUAL SPACES
               PERFORM TAKE-REJECT-LINE.

       TAKE-REJECT-LINE.
           MOVE 1 TO G.
           PERFORM FIND-NEXT-ENTRY
               UNTIL G > RJ-COUNT OR RJ-NAME(G) EQUAL RJV-FILE.
           IF G > RJ-COUNT
               IF RJ-COUNT EQUAL 200
                   ADD 1 TO RCN-DROPPED
                   MOVE 0 TO G
               ELSE
                   ADD 1 TO RJ-COUNT
                   MOVE RJ-COUNT TO G
                   MOVE RJV-FILE TO RJ-NAME(G)
                   MOVE 0 TO RJ-DETAIL(G)
               END-IF
           END-IF.
           IF G > 0
               ADD 1 TO RJ-DETAIL(G).

       FIND-NEXT-ENTRY.
           ADD 1 TO G.

       PICK-UP-NUMBER.
           INSPECT RCN-FLD REPLACING ALL ' ' BY '0'.
           IF RCN-FLD NUMERIC
               MOVE "Y" TO RCN-NUM-OK
           ELSE
               MOVE "N" TO RCN-NUM-OK.

      * Follow one export down the chain, step by step; the first
      * step that does not account for every point names the reason.
       BALANCE-ONE-EXPORT.
           MOVE "Y" TO CH-BALANCED.
           MOVE SPACES TO CH-REASON.
           MOVE IM-PLOT(F) TO CH-FINAL-NAME.
           COMPUTE CH-LINES-READ = IM-POINTS(F) + IM-SKIPPED(F).
           MOVE IM-POINTS(F) TO CH-AFTER.
           MOVE 0 TO CH-REMOVED.
           MOVE 0 TO CH-EDITED.
           MOVE 0 TO CH-REACHED.
           MOVE 0 TO CH-PLOTTED.
           MOVE 0 TO CH-REJECTED.
           PERFORM FOLLOW-EXPORT-CHAIN THRU FOLLOW-EXPORT-CHAIN-EXIT.
           PERFORM PRINT-EXPORT-LINE.
           ADD 1 TO F.

       FOLLOW-EXPORT-CHAIN.
           IF IM-VERDICT(F) NOT EQUAL "PASS"
               MOVE "IMPORT DID NOT PASS" TO CH-REASON
               GO TO FOLLOW-EXPORT-CHAIN-FAIL.
           MOVE 1 TO G.
           PERFORM FIND-NEXT-ENTRY
               UNTIL G > TN-COUNT OR TN-IN(G) EQUAL IM-PLOT(F).
           IF G NOT GREATER THAN TN-COUNT
               IF TN-COUNTED(G) NOT EQUAL "Y"
                   MOVE TN-OUT(G) TO CH-FINAL-NAME
                   MOVE "THINNING WROTE NO COUNTS" TO CH-REASON
                   GO TO FOLLOW-EXPORT-CHAIN-FAIL
               END-IF
               MOVE TN-OUT(G) TO CH-FINAL-NAME
               MOVE TN-AFTER(G) TO CH-AFTER
               MOVE TN-REMOVED(G) TO CH-REMOVED
               IF TN-BEFORE(G) NOT EQUAL IM-POINTS(F)
                   MOVE "THINNED POINTS NOT POINTS WRITTEN"
                       TO CH-REASON
                   GO TO FOLLOW-EXPORT-CHAIN-FAIL
               END-IF
               IF TN-AFTER(G) + TN-REMOVED(G) NOT EQUAL IM-POINTS(F)
                   MOVE "AFTER + REMOVED NOT POINTS WRITTEN"
                       TO CH-REASON
                   GO TO FOLLOW-EXPORT-CHAIN-FAIL
               END-IF
           END-IF.
           MOVE 1 TO G.
           PERFORM FIND-NEXT-ENTRY
               UNTIL G > ED-COUNT OR ED-NAME(G) EQUAL CH-FINAL-NAME.
           IF G > ED-COUNT
               MOVE "NOT IN THE EDIT REPORT" TO CH-REASON
               GO TO FOLLOW-EXPORT-CHAIN-FAIL.
           MOVE ED-ACTUAL(G) TO CH-EDITED.
           IF ED-COUNTED(G) NOT EQUAL "Y"
               OR ED-VERDICT(G) NOT EQUAL "PASS"
               MOVE "EDIT DID NOT PASS" TO CH-REASON
               GO TO FOLLOW-EXPORT-CHAIN-FAIL.
           IF ED-ACTUAL(G) NOT EQUAL CH-AFTER
               MOVE "EDIT COUNT NOT POINTS AFTER THINNING"
                   TO CH-REASON
               GO TO FOLLOW-EXPORT-CHAIN-FAIL.
           MOVE 1 TO G.
           PERFORM FIND-NEXT-ENTRY
               UNTIL G > RL-COUNT OR RL-NAME(G) EQUAL CH-FINAL-NAME.
           IF G > RL-COUNT
               MOVE "NOT IN THE RUN LOG" TO CH-REASON
               GO TO FOLLOW-EXPORT-CHAIN-FAIL.
           MOVE RL-RECORDS(G) TO CH-REACHED.
           IF CH-REACHED > RL-LINES(G)
               MOVE RL-LINES(G) TO CH-REACHED.
           IF RL-REJECTS(G) > CH-REACHED
               MOVE 0 TO CH-PLOTTED
           ELSE
               COMPUTE CH-PLOTTED = CH-REACHED - RL-REJECTS(G).
           MOVE 1 TO G.
           PERFORM FIND-NEXT-ENTRY
               UNTIL G > RJ-COUNT OR RJ-NAME(G) EQUAL CH-FINAL-NAME.
           IF G NOT GREATER THAN RJ-COUNT
               MOVE RJ-DETAIL(G) TO CH-REJECTED.
           IF CH-PLOTTED + CH-REJECTED NOT EQUAL CH-AFTER
               MOVE "PLOTTED + REJECTED NOT AFTER THINNING"
                   TO CH-REASON
               GO TO FOLLOW-EXPORT-CHAIN-FAIL.
           GO TO FOLLOW-EXPORT-CHAIN-EXIT.
       FOLLOW-EXPORT-CHAIN-FAIL.
           MOVE "N" TO CH-BALANCED.
       FOLLOW-EXPORT-CHAIN-EXIT.
           EXIT.

       PRINT-EXPORT-LINE.
           ADD 1 TO TOT-FILES.
           ADD CH-LINES-READ TO TOT-LINES-READ.
           ADD IM-SKIPPED(F) TO TOT-SKIPPED.
           ADD IM-POINTS(F) TO TOT-WRITTEN.
           ADD CH-AFTER TO TOT-AFTER.
           ADD CH-REMOVED TO TOT-REMOVED.
           ADD CH-EDITED TO TOT-EDITED.
           ADD CH-PLOTTED TO TOT-PLOTTED.
           ADD CH-REJECTED TO TOT-REJECTED.
           MOVE IM-CSV(F) TO DFL-NAME.
           MOVE CH-LINES-READ TO DFL-READ.
           MOVE IM-SKIPPED(F) TO DFL-SKIPPED.
           MOVE IM-POINTS(F) TO DFL-WRITTEN.
           MOVE CH-AFTER TO DFL-AFTER.
           MOVE CH-REMOVED TO DFL-REMOVED.
           MOVE CH-EDITED TO DFL-EDITED.
           MOVE CH-PLOTTED TO DFL-PLOTTED.
           MOVE CH-REJECTED TO DFL-REJECTED.
           IF CH-BALANCED EQUAL "Y"
               ADD 1 TO TOT-BALANCED
               MOVE "BALANCED" TO DFL-RESULT
           ELSE
               ADD 1 TO TOT-OUT
               MOVE "Y" TO ANY-OUT-OF-BALANCE
               MOVE "OUT OF BALANCE" TO DFL-RESULT.
           MOVE DETAIL-FILE-LINE TO RPT-LINE.
           PERFORM PUT-LINE.
           IF CH-BALANCED NOT EQUAL "Y"
               MOVE CH-REASON TO RSN-TEXT
               MOVE CH-FINAL-NAME TO RSN-CHAIN
               MOVE REASON-LINE TO RPT-LINE
               PERFORM PUT-LINE.

      * The control-total page: the night's counts at every step and
      * the three identities they must satisfy in total.
       PRINT-CONTROL-TOTALS.
           MOVE SPACES TO RPT-LINE.
           PERFORM PUT-LINE.
           MOVE "CONTROL TOTALS" TO RPT-LINE.
           PERFORM PUT-LINE.
           MOVE SPACES TO RPT-LINE.
           PERFORM PUT-LINE.
           MOVE "EXPORT FILES" TO TCL-CAPTION.
           MOVE TOT-FILES TO TCL-VALUE.
           PERFORM PUT-TOTAL-COUNT.
           MOVE "  BALANCED" TO TCL-CAPTION.
           MOVE TOT-BALANCED TO TCL-VALUE.
           PERFORM PUT-TOTAL-COUNT.
           MOVE "  OUT OF BALANCE" TO TCL-CAPTION.
           MOVE TOT-OUT TO TCL-VALUE.
           PERFORM PUT-TOTAL-COUNT.
           MOVE "CSV LINES READ" TO TCL-CAPTION.
           MOVE TOT-LINES-READ TO TCL-VALUE.
           PERFORM PUT-TOTAL-COUNT.
           MOVE "POINTS WRITTEN BY IMPORT" TO TCL-CAPTION.
           MOVE TOT-WRITTEN TO TCL-VALUE.
           PERFORM PUT-TOTAL-COUNT.
           MOVE "POINTS REMOVED BY THINNING" TO TCL-CAPTION.
           MOVE TOT-REMOVED TO TCL-VALUE.
           PERFORM PUT-TOTAL-COUNT.
           MOVE "POINTS AFTER THINNING" TO TCL-CAPTION.
           MOVE TOT-AFTER TO TCL-VALUE.
           PERFORM PUT-TOTAL-COUNT.
           MOVE "POINTS COUNTED BY EDIT" TO TCL-CAPTION.
           MOVE TOT-EDITED TO TCL-VALUE.
           PERFORM PUT-TOTAL-COUNT.
           MOVE "RECORDS PLOTTED" TO TCL-CAPTION.
           MOVE TOT-PLOTTED TO TCL-VALUE.
           PERFORM PUT-TOTAL-COUNT.
           MOVE "RECORDS REJECTED" TO TCL-CAPTION.
           MOVE TOT-REJECTED TO TCL-VALUE.
           PERFORM PUT-TOTAL-COUNT.
           MOVE SPACES TO RPT-LINE.
           PERFORM PUT-LINE.
           MOVE "LINES READ = WRITTEN + SKIPPED" TO TPL-CAPTION.
           MOVE TOT-LINES-READ TO TPL-LEFT.
           MOVE TOT-WRITTEN TO TPL-RIGHT-A.
           MOVE TOT-SKIPPED TO TPL-RIGHT-B.
           IF TOT-LINES-READ EQUAL TOT-WRITTEN + TOT-SKIPPED
               MOVE "BALANCED" TO TPL-VERDICT
           ELSE
               MOVE "OUT OF BALANCE" TO TPL-VERDICT.
           MOVE TOTAL-PROOF-LINE TO RPT-LINE.
           PERFORM PUT-LINE.
           MOVE "WRITTEN = AFTER THIN + REMOVED" TO TPL-CAPTION.
           MOVE TOT-WRITTEN TO TPL-LEFT.
           MOVE TOT-AFTER TO TPL-RIGHT-A.
           MOVE TOT-REMOVED TO TPL-RIGHT-B.
           IF TOT-WRITTEN EQUAL TOT-AFTER + TOT-REMOVED
               MOVE "BALANCED" TO TPL-VERDICT
           ELSE
               MOVE "OUT OF BALANCE" TO TPL-VERDICT.
           MOVE TOTAL-PROOF-LINE TO RPT-LINE.
           PERFORM PUT-LINE.
           MOVE "AFTER THIN = PLOTTED + REJECTED" TO TPL-CAPTION.
           MOVE TOT-AFTER TO TPL-LEFT.
           MOVE TOT-PLOTTED TO TPL-RIGHT-A.
           MOVE TOT-REJECTED TO TPL-RIGHT-B.
           IF TOT-AFTER EQUAL TOT-PLOTTED + TOT-REJECTED
               MOVE "BALANCED" TO TPL-VERDICT
           ELSE
               MOVE "OUT OF BALANCE" TO TPL-VERDICT.
           MOVE TOTAL-PROOF-LINE TO RPT-LINE.
           PERFORM PUT-LINE.
           IF RCN-DROPPED > 0
               MOVE "REPORT ENTRIES PAST THE TABLES" TO TCL-CAPTION
               MOVE RCN-DROPPED TO TCL-VALUE
               PERFORM PUT-TOTAL-COUNT.
           MOVE SPACES TO RPT-LINE.
           PERFORM PUT-LINE.
           IF ANY-OUT-OF-BALANCE EQUAL "Y"
               MOVE "NIGHT IS OUT OF BALANCE" TO RPT-LINE
           ELSE
               MOVE "NIGHT IS IN BALANCE" TO RPT-LINE.
           PERFORM PUT-LINE.

       PUT-TOTAL-COUNT.
           MOVE TOTAL-COUNT-LINE TO RPT-LINE.
           PERFORM PUT-LINE.

       PUT-LINE.
           DISPLAY RPT-LINE.
           MOVE RPT-LINE TO RECON-REPORT-LINE.
           WRITE RECON-REPORT-LINE.
