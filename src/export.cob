       DATE-WRITTEN. 2026-09-02.

      *> Modification history:
      *> 2026-10-15  Registry record carries REG-REC-CLONED-FROM;
      *>             the record is widened to 550 bytes by the
      *>             one-time REGISTRY-WIDEN run. Layout kept in step
      *>             with PROJECT-CREATOR.
      *> 2026-10-15  OWNER-CHANGE audit lines (bulk owner
      *>             reassignment) export under their own event
      *>             word, "old -> new" as the detail; the detail
      *>             column widened to carry two full owner names.
      *> 2026-10-15  REMOTE-PUBLISH audit lines (late publishes by
      *>             the Git server reconciliation) export under
      *>             their own event word.
      *> 2026-10-15  Projects file gains a trailing team column from
      *>             the new REG-REC-TEAM field.
      *> 2026-10-15  REGISTRY-RECOVER audit lines export under their
      *>             own event word.
      *> 2026-10-15  REQUEST-APPROVED and REQUEST-REJECTED audit
      *>             lines (request queue decisions) export under
      *>             their own event word instead of as creations;
      *>             the event word widens to carry them.
      *> 2026-09-02  Initial version - machine-readable extract for
      *>             the asset-management (CMDB) feed. Writes two
      *>             CSV files: one row per registry record (name,
           05 REG-REC-STATUS     PIC X(12).
           05 REG-REC-UPDATED    PIC X(8).
           05 REG-REC-SET        PIC X(20).
           05 REG-REC-TEAM       PIC X(30).
           05 REG-REC-CLONED-FROM PIC X(50).
           05 FILLER             PIC X(10).

       FD PROJECT-LOG-FILE.
       01 LOG-RECORD             PIC X(400).
           05 WS-LOG-TYPE       PIC X(12).
           05 WS-LOG-ROOT       PIC X(320).
           05 WS-LOG-EXTRA-1    PIC X(40).
           05 WS-LOG-EXTRA-2    PIC X(64).
       01 WS-EVENT-WORD         PIC X(16).
       01 WS-EVENT-DETAIL       PIC X(64).

      *> CSV assembly - each field is quoted with embedded quotes
      *> doubled before it joins the row.
           PERFORM BUILD-HEADER-ROW
           MOVE WS-CSV-ROW TO PROJECTS-CSV-RECORD
           WRITE PROJECTS-CSV-RECORD
           MOVE SPACES TO PROJECTS-CSV-RECORD
           STRING
               "name,root,type,created,owner,status,updated,"
               "release_set,team"
               DELIMITED BY SIZE
               INTO PROJECTS-CSV-RECORD
           END-STRING
           WRITE PROJECTS-CSV-RECORD.

      *> H row shared by both files: sequence, stamp, mode and the
           PERFORM APPEND-CSV-FIELD
           MOVE REG-REC-SET TO WS-CSV-FIELD
           PERFORM APPEND-CSV-FIELD
           MOVE REG-REC-TEAM TO WS-CSV-FIELD
           PERFORM APPEND-CSV-FIELD
           MOVE WS-CSV-ROW TO PROJECTS-CSV-RECORD
           WRITE PROJECTS-CSV-RECORD.

                   WHEN "SET-ROLLBACK"
                   WHEN "ADOPTED"
                   WHEN "PERIOD-CLOSE"
                   WHEN "REQUEST-APPROVED"
                   WHEN "REQUEST-REJECTED"
                   WHEN "REGISTRY-RECOVER"
                   WHEN "REMOTE-PUBLISH"
                   WHEN "OWNER-CHANGE"
                       MOVE WS-LOG-EXTRA-1 TO WS-EVENT-WORD
                       MOVE WS-LOG-EXTRA-2 TO WS-EVENT-DETAIL
                   WHEN OTHER
