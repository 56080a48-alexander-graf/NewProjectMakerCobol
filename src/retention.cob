       DATE-WRITTEN. 2026-09-02.

      *> Modification history:
      *> 2026-10-15  Return code cleared before the final status is
      *>             set, so a clean run ends 0 and not with the
      *>             status of the last shell command.
      *> 2026-10-15  Registry record carries REG-REC-CLONED-FROM;
      *>             the record is widened to 550 bytes by the
      *>             one-time REGISTRY-WIDEN run. Layout kept in step
      *>             with PROJECT-CREATOR.
      *> 2026-10-15  Return code 8 when a pass cannot reach the
      *>             registry master or its lock, so a scheduled
      *>             stream sees the failure.
      *> 2026-10-15  Owner notices - each report candidate spools an
      *>             advance warning to its owner ahead of the
      *>             sign-off, and each EXECUTE retirement spools a
      *>             retirement notice, for NOTIFY-DELIVER to send.
      *> 2026-10-15  Registry record carries REG-REC-TEAM, taken from
      *>             the FILLER; layout kept in step with
      *>             PROJECT-CREATOR.
      *> 2026-09-02  Registry updates run under the shared
      *>             registry lock and audit appends under the
      *>             audit-log lock, with the bounded wait and
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOG-FILE-STATUS.

           SELECT NOTIFY-SPOOL-FILE
           ASSIGN TO WS-NOTIFY-SPOOL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NOTIFY-SPOOL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> Same record layout and keys as the master PROJECT-CREATOR
           05 REG-REC-STATUS     PIC X(12).
           05 REG-REC-UPDATED    PIC X(8).
           05 REG-REC-SET        PIC X(20).
           05 REG-REC-TEAM       PIC X(30).
           05 REG-REC-CLONED-FROM PIC X(50).
           05 FILLER             PIC X(10).

       FD RULES-FILE.
       01 RULES-RECORD           PIC X(200).
       FD PROJECT-LOG-FILE.
       01 LOG-RECORD             PIC X(400).

       FD NOTIFY-SPOOL-FILE.
       01 NOTIFY-SPOOL-RECORD    PIC X(600).

       WORKING-STORAGE SECTION.
       01 WS-ENV-DETAILS.
           05 WS-HOME             PIC X(255).
           05 WS-APPROVED-PATH    PIC X(255).
           05 WS-TEMPLATE-PATH    PIC X(255).
           05 WS-LOG-PATH         PIC X(255).
           05 WS-NOTIFY-SPOOL-PATH PIC X(255).
       01 WS-ENV-BLOCK.
           05 ENV-NAME          PIC X(5).
           05 ENV-VALUE         PIC X(255).
       01 WS-TEMPLATE-FILE-STATUS PIC XX.
           88 TEMPLATE-SUCCESS  VALUE "00".
       01 WS-LOG-FILE-STATUS    PIC XX.
       01 WS-NOTIFY-SPOOL-FILE-STATUS PIC XX.

       01 WS-REGISTRY-EOF-FLAG  PIC X VALUE "N".
           88 REGISTRY-END-OF-FILE VALUE "Y".
       01 WS-LOG-TIME           PIC X(8).
       01 WS-LOG-LINE           PIC X(400).

      *> Owner notification spool, shared with PROJECT-CREATOR and
      *> drained by NOTIFY-DELIVER. One line per notice:
      *>     STAMP|OWNER|PROJECT|ROOT|EVENT|DETAIL
       01 WS-NOTIFY-EVENT       PIC X(16).
       01 WS-NOTIFY-DETAIL      PIC X(120).
       01 WS-NOTIFY-LINE        PIC X(600).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM INITIALIZE-PROGRAM
               PERFORM RUN-REPORT-PASS
           END-IF
           PERFORM DISPLAY-SUMMARY
      *> Set last, so a clean run ends 0 rather than with whatever
      *> status the last CALL "SYSTEM" left behind.
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       INITIALIZE-PROGRAM.
               DELIMITED BY SIZE
               INTO WS-LOG-PATH
           END-STRING
           STRING
               FUNCTION TRIM(WS-HOME)
               "/.config/newpipi_notify_spool"
               DELIMITED BY SIZE
               INTO WS-NOTIFY-SPOOL-PATH
           END-STRING
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-DATE TO WS-TODAY
               DISPLAY "Registry master not found: "
                   FUNCTION TRIM(WS-REGISTRY-PATH)
               CLOSE CANDIDATE-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-REGISTRY-EOF-FLAG
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-CANDIDATE-LINE
           PERFORM WRITE-CANDIDATE-NOTIFY-ENTRY.

      *> The advance warning leaves the age out of its detail, so a
      *> project that stays a candidate night after night spools
      *> the same notice and its owner is told once, not nightly.
       WRITE-CANDIDATE-NOTIFY-ENTRY.
           MOVE "RETENTION-WARN" TO WS-NOTIFY-EVENT
           MOVE SPACES TO WS-NOTIFY-DETAIL
           STRING
               "retention candidate - status "
               FUNCTION TRIM(WS-REG-STATUS)
               ", created " WS-REG-DATE
               ", due for sign-off"
               DELIMITED BY SIZE
               INTO WS-NOTIFY-DETAIL
           END-STRING
           PERFORM APPEND-NOTIFY-LINE.

       WRITE-CANDIDATE-LINE.
           MOVE WS-REPORT-LINE TO CANDIDATE-RECORD
           IF LOCK-DENIED
               DISPLAY "Registry in use - run refused, try later."
               CLOSE APPROVED-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O REGISTRY-FILE
               CLOSE APPROVED-FILE
               MOVE "registry" TO WS-LOCK-NAME
               PERFORM RELEASE-NAMED-LOCK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-APPROVED-EOF-FLAG
           END-REWRITE
           ADD 1 TO WS-TOTAL-EXECUTED
           PERFORM WRITE-DECOMM-LOG-ENTRY
           PERFORM WRITE-RETIRE-NOTIFY-ENTRY
           DISPLAY "Decommissioned: " FUNCTION TRIM(WS-REG-NAME).

       WRITE-RETIRE-NOTIFY-ENTRY.
           MOVE "RETIRED" TO WS-NOTIFY-EVENT
           MOVE SPACES TO WS-NOTIFY-DETAIL
           IF DECOMM-ROOT-EXISTS
               STRING
                   "retired by retention " WS-RUN-DATE
                   ", archived to "
                   FUNCTION TRIM(WS-ARCHIVE-FILE)
                   DELIMITED BY SIZE
                   INTO WS-NOTIFY-DETAIL
               END-STRING
           ELSE
               STRING
                   "retired by retention " WS-RUN-DATE
                   ", root was already gone"
                   DELIMITED BY SIZE
                   INTO WS-NOTIFY-DETAIL
               END-STRING
           END-IF
           PERFORM APPEND-NOTIFY-LINE.

      *> Spools one notice for the record in WS-REG-FIELDS under
      *> the notify lock NOTIFY-DELIVER also takes while it drains
      *> the spool; a denied lock does not drop the notice.
       APPEND-NOTIFY-LINE.
           ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD
           ACCEPT WS-LOG-TIME FROM TIME
           MOVE SPACES TO WS-NOTIFY-LINE
           STRING
               WS-LOG-DATE "T" WS-LOG-TIME
               "|" FUNCTION TRIM(WS-REG-OWNER)
               "|" FUNCTION TRIM(WS-REG-NAME)
               "|" FUNCTION TRIM(WS-REG-ROOT)
               "|" FUNCTION TRIM(WS-NOTIFY-EVENT)
               "|" FUNCTION TRIM(WS-NOTIFY-DETAIL)
               DELIMITED BY SIZE
               INTO WS-NOTIFY-LINE
           END-STRING
           MOVE "notify" TO WS-LOCK-NAME
           PERFORM ACQUIRE-NAMED-LOCK
           IF LOCK-DENIED
               DISPLAY "Notify lock unavailable - spooling anyway."
           END-IF
           OPEN EXTEND NOTIFY-SPOOL-FILE
           IF WS-NOTIFY-SPOOL-FILE-STATUS = "35"
               OPEN OUTPUT NOTIFY-SPOOL-FILE
           END-IF
           MOVE WS-NOTIFY-LINE TO NOTIFY-SPOOL-RECORD
           WRITE NOTIFY-SPOOL-RECORD
           CLOSE NOTIFY-SPOOL-FILE
           IF LOCK-HELD
               PERFORM RELEASE-NAMED-LOCK
           END-IF.

      *> Same field layout as the audit lines PROJECT-CREATOR
      *> writes, with DECOMMISSION in the outcome column, so
      *> LOG-REPORT and plain grep read these the same way.
