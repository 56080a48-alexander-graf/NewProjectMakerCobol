       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDIT-CROSSCHECK.
       AUTHOR. CLAUDE.
       DATE-WRITTEN. 2026-10-15.

      *> Modification history:
      *> 2026-10-15  Return code cleared before the final status is
      *>             set, so a clean run ends 0 and not with the
      *>             status of the last shell command.
      *> 2026-10-15  Registry record carries REG-REC-CLONED-FROM;
      *>             the record is widened to 550 bytes by the
      *>             one-time REGISTRY-WIDEN run. Layout kept in step
      *>             with PROJECT-CREATOR.
      *> 2026-10-15  Initial version - the registry master checked
      *>             against its own audit history. The archive
      *>             generations LOG-CLOSE indexed, then the live
      *>             log, are replayed in order into a table of the
      *>             roots the trail has seen and what it last said
      *>             about each; that table is then checked against
      *>             the keyed master and the master read back for
      *>             records the trail never mentions. Disagreement
      *>             classes:
      *>               NO RECORD      creation or ADOPTED line, root
      *>                              not keyed in the master;
      *>               NO ORIGIN      record with no creation or
      *>                              ADOPTED line behind it;
      *>               STILL ACTIVE   DECOMMISSION line, record still
      *>                              ACTIVE;
      *>               OLD ROOT KEYED RELOCATE line, old root still
      *>                              keyed;
      *>               ROLLBACK KEYED SET-ROLLBACK line, member root
      *>                              keyed after all;
      *>               SET MISMATCH   SET= tag on the creation line
      *>                              differs from REG-REC-SET.
      *>             Read-only - nothing is changed. Return code 4
      *>             when any disagreement is reported.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS CRT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTRY-FILE
           ASSIGN TO WS-REGISTRY-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REG-REC-ROOT
           ALTERNATE RECORD KEY IS REG-REC-NAME WITH DUPLICATES
           FILE STATUS IS WS-REGISTRY-FILE-STATUS.

           SELECT PROJECT-LOG-FILE
           ASSIGN TO WS-LOG-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOG-FILE-STATUS.

           SELECT INDEX-FILE
           ASSIGN TO WS-INDEX-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INDEX-FILE-STATUS.

           SELECT REPORT-FILE
           ASSIGN TO WS-REPORT-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Same record layout and keys as the master PROJECT-CREATOR
      *> maintains; kept in step with that program.
       FD REGISTRY-FILE.
       01 REGISTRY-RECORD.
           05 REG-REC-ROOT       PIC X(320).
           05 REG-REC-NAME       PIC X(50).
           05 REG-REC-TYPE       PIC X(12).
           05 REG-REC-DATE       PIC X(8).
           05 REG-REC-OWNER      PIC X(30).
           05 REG-REC-STATUS     PIC X(12).
           05 REG-REC-UPDATED    PIC X(8).
           05 REG-REC-SET        PIC X(20).
           05 REG-REC-TEAM       PIC X(30).
           05 REG-REC-CLONED-FROM PIC X(50).
           05 FILLER             PIC X(10).

       FD PROJECT-LOG-FILE.
       01 LOG-RECORD             PIC X(400).

       FD INDEX-FILE.
       01 INDEX-RECORD           PIC X(20).

       FD REPORT-FILE.
       01 REPORT-RECORD          PIC X(500).

       WORKING-STORAGE SECTION.
       01 WS-ENV-DETAILS.
           05 WS-HOME             PIC X(255).
           05 WS-REGISTRY-PATH    PIC X(255).
           05 WS-LOG-PATH         PIC X(255).
           05 WS-INDEX-PATH       PIC X(255).
           05 WS-REPORT-PATH      PIC X(255).
       01 WS-ENV-BLOCK.
           05 ENV-NAME          PIC X(5).
           05 ENV-VALUE         PIC X(255).

       01 WS-REGISTRY-FILE-STATUS PIC XX.
           88 REGISTRY-SUCCESS  VALUE "00".
       01 WS-REGISTRY-EOF-FLAG  PIC X VALUE "N".
           88 REGISTRY-END-OF-FILE VALUE "Y".
       01 WS-LOG-FILE-STATUS    PIC XX.
           88 LOG-SUCCESS       VALUE "00".
       01 WS-LOG-EOF-FLAG       PIC X VALUE "N".
           88 LOG-END-OF-FILE   VALUE "Y".
       01 WS-INDEX-FILE-STATUS  PIC XX.
           88 INDEX-SUCCESS     VALUE "00".
       01 WS-INDEX-EOF-FLAG     PIC X VALUE "N".
           88 INDEX-END-OF-FILE VALUE "Y".
       01 WS-REPORT-FILE-STATUS PIC XX.

       01 WS-RUN-DATE           PIC X(8).
       01 WS-RUN-TIME           PIC X(8).

      *> Months with an archive generation, from the LOG-CLOSE
      *> index, oldest first.
       01 WS-GENERATIONS.
           05 WS-GEN-MONTH OCCURS 120 TIMES PIC X(6).
       01 WS-GEN-COUNT          PIC 9(3) VALUE 0.
       01 WS-GEN-IDX            PIC 9(3).

      *> One audit line split on the shared " | " layout.
       01 WS-LOG-FIELDS.
           05 WS-LOG-STAMP      PIC X(20).
           05 WS-LOG-NAME       PIC X(50).
           05 WS-LOG-TYPE       PIC X(12).
           05 WS-LOG-ROOT       PIC X(320).
           05 WS-LOG-EXTRA-1    PIC X(40).
           05 WS-LOG-EXTRA-2    PIC X(320).

      *> Every root the trail has spoken of, with what it last said.
      *> ORIGIN is the creation outcome or ADOPTED that brought the
      *> root into the master (blank when the trail never shows
      *> one); STATE is L while the root should be keyed, M once a
      *> RELOCATE moved it away, B once a SET-ROLLBACK undid it.
       01 WS-TRAIL-TABLE.
           05 WS-TR-ENTRY OCCURS 2000 TIMES.
               10 WS-TR-ROOT        PIC X(320).
               10 WS-TR-NAME        PIC X(50).
               10 WS-TR-ORIGIN      PIC X(14).
               10 WS-TR-STATE       PIC X.
               10 WS-TR-DECOMM      PIC X.
               10 WS-TR-SET         PIC X(20).
               10 WS-TR-STAMP       PIC X(17).
       01 WS-TR-COUNT           PIC 9(4) VALUE 0.
       01 WS-TR-IDX             PIC 9(4).
       01 WS-TR-SEL             PIC 9(4).
       01 WS-TR-OLD             PIC 9(4).
       01 WS-TR-FULL-FLAG       PIC 9 VALUE 0.
           88 TRAIL-TABLE-FULL  VALUE 1.

       01 WS-FIND-ROOT          PIC X(320).

       01 WS-RECORD-FLAG        PIC 9.
           88 RECORD-FOUND      VALUE 1.
           88 RECORD-NOT-FOUND  VALUE 0.

       01 WS-CLASS-WORD         PIC X(15).
       01 WS-CLASS-NOTE         PIC X(120).

      *> Run totals for the console summary.
       01 WS-TOTAL-LINES        PIC 9(6) VALUE 0.
       01 WS-TOTAL-RECORDS      PIC 9(6) VALUE 0.
       01 WS-TOTAL-NO-RECORD    PIC 9(4) VALUE 0.
       01 WS-TOTAL-NO-ORIGIN    PIC 9(4) VALUE 0.
       01 WS-TOTAL-STILL-ACTIVE PIC 9(4) VALUE 0.
       01 WS-TOTAL-OLD-KEYED    PIC 9(4) VALUE 0.
       01 WS-TOTAL-RB-KEYED     PIC 9(4) VALUE 0.
       01 WS-TOTAL-SET-DIFF     PIC 9(4) VALUE 0.
       01 WS-TOTAL-EXCEPTIONS   PIC 9(5) VALUE 0.
       01 WS-COUNT-DISPLAY      PIC ZZZZZ9.

       01 WS-REPORT-LINE        PIC X(500).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM INITIALIZE-PROGRAM
           PERFORM OPEN-REPORT
           PERFORM REPLAY-AUDIT-TRAIL
           OPEN INPUT REGISTRY-FILE
           IF NOT REGISTRY-SUCCESS
               MOVE "Registry file not found - nothing to check."
                   TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
               PERFORM CHECK-TRAIL-ENTRY
                   VARYING WS-TR-IDX FROM 1 BY 1
                   UNTIL WS-TR-IDX > WS-TR-COUNT
               CLOSE REGISTRY-FILE
               OPEN INPUT REGISTRY-FILE
               MOVE "N" TO WS-REGISTRY-EOF-FLAG
               PERFORM READ-REGISTRY-LINE
                   UNTIL REGISTRY-END-OF-FILE
               CLOSE REGISTRY-FILE
           END-IF
           PERFORM WRITE-SUMMARY
           CLOSE REPORT-FILE
           PERFORM DISPLAY-SUMMARY
      *> Set last, so a clean run ends 0 rather than with whatever
      *> status the last CALL "SYSTEM" left behind.
           MOVE 0 TO RETURN-CODE
           IF WS-TOTAL-EXCEPTIONS > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       INITIALIZE-PROGRAM.
           MOVE "HOME" TO ENV-NAME
           ACCEPT ENV-VALUE FROM ENVIRONMENT ENV-NAME
           MOVE ENV-VALUE TO WS-HOME
           STRING
               FUNCTION TRIM(WS-HOME)
               "/.config/newpipi_registry_master"
               DELIMITED BY SIZE
               INTO WS-REGISTRY-PATH
           END-STRING
           STRING
               FUNCTION TRIM(WS-HOME)
               "/.config/newpipi_log_archives"
               DELIMITED BY SIZE
               INTO WS-INDEX-PATH
           END-STRING
           STRING
               FUNCTION TRIM(WS-HOME)
               "/newpipi_audit_crosscheck.txt"
               DELIMITED BY SIZE
               INTO WS-REPORT-PATH
           END-STRING
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME.

       OPEN-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE "AUDIT TRAIL VERSUS REGISTRY - DISAGREEMENTS"
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "Run: " WS-RUN-DATE "T" WS-RUN-TIME
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD.

      *> ------------------------------------------------------------
      *> Replay: archive generations in index order, then the live
      *> log, so the table ends holding the trail's last word on
      *> every root.
      *> ------------------------------------------------------------
       REPLAY-AUDIT-TRAIL.
           PERFORM LOAD-ARCHIVE-INDEX
           PERFORM READ-ONE-GENERATION
               VARYING WS-GEN-IDX FROM 1 BY 1
               UNTIL WS-GEN-IDX > WS-GEN-COUNT
           MOVE SPACES TO WS-LOG-PATH
           STRING
               FUNCTION TRIM(WS-HOME)
               "/.config/newpipi_project_log"
               DELIMITED BY SIZE
               INTO WS-LOG-PATH
           END-STRING
           PERFORM READ-AUDIT-FILE
           IF TRAIL-TABLE-FULL
               MOVE "WARNING: trail table full - later roots unchecked."
                   TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

       LOAD-ARCHIVE-INDEX.
           MOVE 0 TO WS-GEN-COUNT
           OPEN INPUT INDEX-FILE
           IF INDEX-SUCCESS
               MOVE "N" TO WS-INDEX-EOF-FLAG
               PERFORM READ-INDEX-LINE UNTIL INDEX-END-OF-FILE
               CLOSE INDEX-FILE
           END-IF.

       READ-INDEX-LINE.
           READ INDEX-FILE
               AT END
                   SET INDEX-END-OF-FILE TO TRUE
               NOT AT END
                   IF INDEX-RECORD(1:6) IS NUMERIC
                       AND WS-GEN-COUNT < 120
                       ADD 1 TO WS-GEN-COUNT
                       MOVE INDEX-RECORD(1:6)
                           TO WS-GEN-MONTH(WS-GEN-COUNT)
                   END-IF
           END-READ.

       READ-ONE-GENERATION.
           MOVE SPACES TO WS-LOG-PATH
           STRING
               FUNCTION TRIM(WS-HOME)
               "/.config/newpipi_project_log_"
               WS-GEN-MONTH(WS-GEN-IDX)
               DELIMITED BY SIZE
               INTO WS-LOG-PATH
           END-STRING
           PERFORM READ-AUDIT-FILE.

       READ-AUDIT-FILE.
           OPEN INPUT PROJECT-LOG-FILE
           IF LOG-SUCCESS
               MOVE "N" TO WS-LOG-EOF-FLAG
               PERFORM READ-LOG-LINE UNTIL LOG-END-OF-FILE
               CLOSE PROJECT-LOG-FILE
           END-IF.

       READ-LOG-LINE.
           READ PROJECT-LOG-FILE
               AT END
                   SET LOG-END-OF-FILE TO TRUE
               NOT AT END
                   IF LOG-RECORD(1:8) IS NUMERIC
                       PERFORM REPLAY-ONE-LOG-LINE
                   END-IF
           END-READ.

      *> NOT-PUBLISHED creations never reached the master, and the
      *> period-close, request-queue and recovery lines say nothing
      *> about any one project root, so only these outcomes move the
      *> table.
       REPLAY-ONE-LOG-LINE.
           MOVE SPACES TO WS-LOG-FIELDS
           UNSTRING LOG-RECORD DELIMITED BY " | "
               INTO WS-LOG-STAMP WS-LOG-NAME WS-LOG-TYPE
                   WS-LOG-ROOT WS-LOG-EXTRA-1 WS-LOG-EXTRA-2
           END-UNSTRING
           ADD 1 TO WS-TOTAL-LINES
           EVALUATE FUNCTION TRIM(WS-LOG-EXTRA-1)
               WHEN "PUBLISHED"
               WHEN "LOCAL-ONLY"
               WHEN "UNSAFE-REMOTE"
               WHEN "PUSH-FAILED"
               WHEN "ADOPTED"
                   PERFORM REPLAY-ORIGIN-LINE
               WHEN "DECOMMISSION"
                   PERFORM REPLAY-DECOMM-LINE
               WHEN "RELOCATE"
                   PERFORM REPLAY-RELOCATE-LINE
               WHEN "SET-ROLLBACK"
                   PERFORM REPLAY-ROLLBACK-LINE
           END-EVALUATE.

      *> A creation over a root the trail already knows starts that
      *> root's story again - earlier decommissions no longer apply.
       REPLAY-ORIGIN-LINE.
           MOVE WS-LOG-ROOT TO WS-FIND-ROOT
           PERFORM FIND-OR-ADD-TRAIL-ROOT
           IF WS-TR-SEL > 0
               MOVE WS-LOG-NAME TO WS-TR-NAME(WS-TR-SEL)
               MOVE WS-LOG-EXTRA-1 TO WS-TR-ORIGIN(WS-TR-SEL)
               MOVE "L" TO WS-TR-STATE(WS-TR-SEL)
               MOVE "N" TO WS-TR-DECOMM(WS-TR-SEL)
               MOVE SPACES TO WS-TR-SET(WS-TR-SEL)
               IF WS-LOG-EXTRA-2(1:4) = "SET="
                   MOVE WS-LOG-EXTRA-2(5:20) TO WS-TR-SET(WS-TR-SEL)
               END-IF
               MOVE WS-LOG-STAMP(1:17) TO WS-TR-STAMP(WS-TR-SEL)
           END-IF.

       REPLAY-DECOMM-LINE.
           MOVE WS-LOG-ROOT TO WS-FIND-ROOT
           PERFORM FIND-OR-ADD-TRAIL-ROOT
           IF WS-TR-SEL > 0
               MOVE "Y" TO WS-TR-DECOMM(WS-TR-SEL)
               MOVE WS-LOG-STAMP(1:17) TO WS-TR-STAMP(WS-TR-SEL)
           END-IF.

      *> The trailing field is the old root. The new root inherits
      *> the old one's history - origin, set tag, decommission - as
      *> the master record itself is carried across by the re-key.
       REPLAY-RELOCATE-LINE.
           MOVE WS-LOG-EXTRA-2 TO WS-FIND-ROOT
           PERFORM FIND-OR-ADD-TRAIL-ROOT
           MOVE WS-TR-SEL TO WS-TR-OLD
           IF WS-TR-OLD > 0
               MOVE "M" TO WS-TR-STATE(WS-TR-OLD)
               MOVE WS-LOG-STAMP(1:17) TO WS-TR-STAMP(WS-TR-OLD)
           END-IF
           MOVE WS-LOG-ROOT TO WS-FIND-ROOT
           PERFORM FIND-OR-ADD-TRAIL-ROOT
           IF WS-TR-SEL > 0
               IF WS-TR-OLD > 0
                   MOVE WS-TR-ORIGIN(WS-TR-OLD)
                       TO WS-TR-ORIGIN(WS-TR-SEL)
                   MOVE WS-TR-DECOMM(WS-TR-OLD)
                       TO WS-TR-DECOMM(WS-TR-SEL)
                   MOVE WS-TR-SET(WS-TR-OLD) TO WS-TR-SET(WS-TR-SEL)
               END-IF
               MOVE WS-LOG-NAME TO WS-TR-NAME(WS-TR-SEL)
               MOVE "L" TO WS-TR-STATE(WS-TR-SEL)
               MOVE WS-LOG-STAMP(1:17) TO WS-TR-STAMP(WS-TR-SEL)
           END-IF.

       REPLAY-ROLLBACK-LINE.
           MOVE WS-LOG-ROOT TO WS-FIND-ROOT
           PERFORM FIND-OR-ADD-TRAIL-ROOT
           IF WS-TR-SEL > 0
               MOVE WS-LOG-NAME TO WS-TR-NAME(WS-TR-SEL)
               MOVE "B" TO WS-TR-STATE(WS-TR-SEL)
               MOVE WS-LOG-STAMP(1:17) TO WS-TR-STAMP(WS-TR-SEL)
           END-IF.

      *> Leaves WS-TR-SEL on the root's entry, adding a blank one
      *> when the trail has not met the root before; zero when the
      *> table is full.
       FIND-OR-ADD-TRAIL-ROOT.
           MOVE 0 TO WS-TR-SEL
           PERFORM MATCH-ONE-TRAIL-ROOT
               VARYING WS-TR-IDX FROM 1 BY 1
               UNTIL WS-TR-IDX > WS-TR-COUNT OR WS-TR-SEL > 0
           IF WS-TR-SEL = 0
               IF WS-TR-COUNT < 2000
                   ADD 1 TO WS-TR-COUNT
                   MOVE WS-TR-COUNT TO WS-TR-SEL
                   MOVE SPACES TO WS-TR-ENTRY(WS-TR-SEL)
                   MOVE WS-FIND-ROOT TO WS-TR-ROOT(WS-TR-SEL)
                   MOVE WS-LOG-NAME TO WS-TR-NAME(WS-TR-SEL)
                   MOVE "L" TO WS-TR-STATE(WS-TR-SEL)
                   MOVE "N" TO WS-TR-DECOMM(WS-TR-SEL)
               ELSE
                   SET TRAIL-TABLE-FULL TO TRUE
               END-IF
           END-IF.

       MATCH-ONE-TRAIL-ROOT.
           IF WS-TR-ROOT(WS-TR-IDX) = WS-FIND-ROOT
               MOVE WS-TR-IDX TO WS-TR-SEL
           END-IF.

      *> ------------------------------------------------------------
      *> Trail against master: each root the trail has seen, looked
      *> up by key.
      *> ------------------------------------------------------------
       CHECK-TRAIL-ENTRY.
           MOVE WS-TR-ROOT(WS-TR-IDX) TO REG-REC-ROOT
           READ REGISTRY-FILE
               INVALID KEY
                   SET RECORD-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET RECORD-FOUND TO TRUE
           END-READ
           EVALUATE WS-TR-STATE(WS-TR-IDX)
               WHEN "M"
                   IF RECORD-FOUND
                       ADD 1 TO WS-TOTAL-OLD-KEYED
                       MOVE "OLD ROOT KEYED" TO WS-CLASS-WORD
                       MOVE "relocated away, old root still keyed"
                           TO WS-CLASS-NOTE
                       PERFORM REPORT-TRAIL-EXCEPTION
                   END-IF
               WHEN "B"
                   IF RECORD-FOUND
                       ADD 1 TO WS-TOTAL-RB-KEYED
                       MOVE "ROLLBACK KEYED" TO WS-CLASS-WORD
                       MOVE "set member rolled back, root still keyed"
                           TO WS-CLASS-NOTE
                       PERFORM REPORT-TRAIL-EXCEPTION
                   END-IF
               WHEN OTHER
                   PERFORM CHECK-LIVE-TRAIL-ENTRY
           END-EVALUATE.

       CHECK-LIVE-TRAIL-ENTRY.
           IF RECORD-NOT-FOUND
               IF WS-TR-ORIGIN(WS-TR-IDX) NOT = SPACES
                   ADD 1 TO WS-TOTAL-NO-RECORD
                   MOVE "NO RECORD" TO WS-CLASS-WORD
                   MOVE SPACES TO WS-CLASS-NOTE
                   STRING
                       FUNCTION TRIM(WS-TR-ORIGIN(WS-TR-IDX))
                       " line, root not in the master"
                       DELIMITED BY SIZE
                       INTO WS-CLASS-NOTE
                   END-STRING
                   PERFORM REPORT-TRAIL-EXCEPTION
               END-IF
           ELSE
               IF WS-TR-DECOMM(WS-TR-IDX) = "Y"
                   AND REG-REC-STATUS = "ACTIVE"
                   ADD 1 TO WS-TOTAL-STILL-ACTIVE
                   MOVE "STILL ACTIVE" TO WS-CLASS-WORD
                   MOVE "decommissioned on the trail, master ACTIVE"
                       TO WS-CLASS-NOTE
                   PERFORM REPORT-TRAIL-EXCEPTION
               END-IF
               IF WS-TR-ORIGIN(WS-TR-IDX) NOT = SPACES
                   AND WS-TR-SET(WS-TR-IDX) NOT = REG-REC-SET
                   ADD 1 TO WS-TOTAL-SET-DIFF
                   MOVE "SET MISMATCH" TO WS-CLASS-WORD
                   MOVE SPACES TO WS-CLASS-NOTE
                   STRING
                       "trail SET=" WS-TR-SET(WS-TR-IDX)
                       " master SET=" REG-REC-SET
                       DELIMITED BY SIZE
                       INTO WS-CLASS-NOTE
                   END-STRING
                   PERFORM REPORT-TRAIL-EXCEPTION
               END-IF
           END-IF.

       REPORT-TRAIL-EXCEPTION.
           ADD 1 TO WS-TOTAL-EXCEPTIONS
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               WS-CLASS-WORD
               FUNCTION TRIM(WS-TR-NAME(WS-TR-IDX))
               " - "
               FUNCTION TRIM(WS-TR-ROOT(WS-TR-IDX))
               " - "
               FUNCTION TRIM(WS-CLASS-NOTE)
               " (last line " WS-TR-STAMP(WS-TR-IDX) ")"
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE.

      *> ------------------------------------------------------------
      *> Master against trail: every record read back in key order,
      *> looking for one the trail never brought in.
      *> ------------------------------------------------------------
       READ-REGISTRY-LINE.
           READ REGISTRY-FILE NEXT RECORD
               AT END
                   SET REGISTRY-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-TOTAL-RECORDS
                   PERFORM CHECK-ONE-RECORD
           END-READ.

      *> A full table means roots past its end were never loaded, so
      *> their records cannot be judged and are left alone.
       CHECK-ONE-RECORD.
           MOVE REG-REC-ROOT TO WS-FIND-ROOT
           MOVE 0 TO WS-TR-SEL
           PERFORM MATCH-ONE-TRAIL-ROOT
               VARYING WS-TR-IDX FROM 1 BY 1
               UNTIL WS-TR-IDX > WS-TR-COUNT OR WS-TR-SEL > 0
           IF NOT TRAIL-TABLE-FULL
               AND (WS-TR-SEL = 0
                   OR WS-TR-ORIGIN(WS-TR-SEL) = SPACES)
               ADD 1 TO WS-TOTAL-NO-ORIGIN
               ADD 1 TO WS-TOTAL-EXCEPTIONS
               MOVE SPACES TO WS-REPORT-LINE
               STRING
                   "NO ORIGIN      "
                   FUNCTION TRIM(REG-REC-NAME)
                   " - "
                   FUNCTION TRIM(REG-REC-ROOT)
                   " - no creation or ADOPTED line (master "
                   FUNCTION TRIM(REG-REC-STATUS)
                   ", created " REG-REC-DATE ")"
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-SUMMARY.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "SUMMARY" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-TOTAL-LINES TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "  Audit lines replayed:    " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-TR-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "  Roots on the trail:      " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-TOTAL-RECORDS TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "  Master records:          " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-TOTAL-NO-RECORD TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "  No record:               " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-TOTAL-NO-ORIGIN TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "  No origin:               " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-TOTAL-STILL-ACTIVE TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "  Still active:            " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-TOTAL-OLD-KEYED TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "  Old root keyed:          " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-TOTAL-RB-KEYED TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "  Rollback keyed:          " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-TOTAL-SET-DIFF TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "  Set mismatch:            " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE.

       DISPLAY-SUMMARY.
           DISPLAY "Audit cross-check complete."
           DISPLAY "Lines: " WS-TOTAL-LINES
               "  Roots: " WS-TR-COUNT
               "  Records: " WS-TOTAL-RECORDS
           DISPLAY "Disagreements: " WS-TOTAL-EXCEPTIONS
           DISPLAY "Report: " FUNCTION TRIM(WS-REPORT-PATH).

       WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.
