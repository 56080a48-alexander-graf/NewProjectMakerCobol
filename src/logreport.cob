       DATE-WRITTEN. 2026-08-22.

      *> Modification history:
      *> 2026-10-15  OWNER-CHANGE records (bulk owner reassignment)
      *>             are totalled on their own line and kept out of
      *>             the creation breakdowns.
      *> 2026-10-15  REMOTE-PUBLISH records (late publishes by the
      *>             Git server reconciliation) are totalled on
      *>             their own line and kept out of the creation
      *>             breakdowns.
      *> 2026-10-15  REGISTRY-RECOVER records (forward recovery of
      *>             the registry master) are totalled on their own
      *>             line and kept out of the creation breakdowns.
      *> 2026-10-15  REQUEST-APPROVED and REQUEST-REJECTED records
      *>             (decisions from the project request queue) are
      *>             totalled separately and kept out of the
      *>             creation breakdowns.
      *> 2026-09-02  The audit log now has monthly archive
      *>             generations (cut by LOG-CLOSE, listed in
      *>             newpipi_log_archives): READ-LOG-FILE pulls in
       01 WS-TOTAL-ROLLBACK     PIC 9(5) VALUE 0.
       01 WS-TOTAL-ADOPTED      PIC 9(5) VALUE 0.
       01 WS-TOTAL-PCLOSE       PIC 9(5) VALUE 0.
       01 WS-TOTAL-REQ-APPROVED PIC 9(5) VALUE 0.
       01 WS-TOTAL-REQ-REJECTED PIC 9(5) VALUE 0.
       01 WS-TOTAL-RECOVER      PIC 9(5) VALUE 0.
       01 WS-TOTAL-LATE-PUBLISH PIC 9(5) VALUE 0.
       01 WS-TOTAL-OWNER-CHANGE PIC 9(5) VALUE 0.

       01 WS-IDX                PIC 9(3).
       01 WS-FOUND-FLAG         PIC 9.
                           ADD 1 TO WS-TOTAL-ADOPTED
                       WHEN "PERIOD-CLOSE"
                           ADD 1 TO WS-TOTAL-PCLOSE
                       WHEN "REQUEST-APPROVED"
                           ADD 1 TO WS-TOTAL-REQ-APPROVED
                       WHEN "REQUEST-REJECTED"
                           ADD 1 TO WS-TOTAL-REQ-REJECTED
                       WHEN "REGISTRY-RECOVER"
                           ADD 1 TO WS-TOTAL-RECOVER
                       WHEN "REMOTE-PUBLISH"
                           ADD 1 TO WS-TOTAL-LATE-PUBLISH
                       WHEN "OWNER-CHANGE"
                           ADD 1 TO WS-TOTAL-OWNER-CHANGE
                       WHEN OTHER
                           ADD 1 TO WS-TOTAL-SELECTED
                           PERFORM ACCUMULATE-ENTRY
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-TOTAL-REQ-APPROVED TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "Requests approved:       " WS-COUNT-DISPLAY
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-TOTAL-REQ-REJECTED TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "Requests rejected:       " WS-COUNT-DISPLAY
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-TOTAL-RECOVER TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "Registry recoveries:     " WS-COUNT-DISPLAY
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-TOTAL-LATE-PUBLISH TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "Late publishes:          " WS-COUNT-DISPLAY
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-TOTAL-OWNER-CHANGE TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "Owner changes:           " WS-COUNT-DISPLAY
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
