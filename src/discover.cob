       DATE-WRITTEN. 2026-09-02.

      *> Modification history:
      *> 2026-10-15  Return code cleared before the final status is
      *>             set, so a clean run ends 0 and not with the
      *>             status of the last shell command.
      *> 2026-10-15  ADOPTED audit lines carry the adopted owner as an
      *>             OWNER= trailing field, as creation lines do, so
      *>             REGISTRY-RECOVER restores it.
      *> 2026-10-15  Registry record carries REG-REC-CLONED-FROM;
      *>             the record is widened to 550 bytes by the
      *>             one-time REGISTRY-WIDEN run. Layout kept in step
      *>             with PROJECT-CREATOR.
      *> 2026-10-15  Return code 8 when a pass cannot reach the
      *>             registry master or its lock, so a scheduled
      *>             stream sees the failure.
      *> 2026-10-15  Registry record carries REG-REC-TEAM, taken from
      *>             the FILLER; layout kept in step with
      *>             PROJECT-CREATOR.
      *> 2026-09-02  Adoption writes run under the shared registry
      *>             lock and audit appends under the audit-log
      *>             lock, with the bounded wait and stale-lock
           05 REG-REC-STATUS     PIC X(12).
           05 REG-REC-UPDATED    PIC X(8).
           05 REG-REC-SET        PIC X(20).
           05 REG-REC-TEAM       PIC X(30).
           05 REG-REC-CLONED-FROM PIC X(50).
           05 FILLER             PIC X(10).

       FD CONFIG-FILE.
       01 CONFIG-RECORD.
               PERFORM RUN-SCAN-PASS
           END-IF
           PERFORM DISPLAY-SUMMARY
      *> Set last, so a clean run ends 0 rather than with whatever
      *> status the last CALL "SYSTEM" left behind.
           MOVE 0 TO RETURN-CODE
           STOP RUN.

       INITIALIZE-PROGRAM.
           IF NOT REGISTRY-SUCCESS
               DISPLAY "Registry master not found: "
                   FUNCTION TRIM(WS-REGISTRY-PATH)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REPORT-FILE
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
           END-WRITE.

      *> Same field layout as the audit lines PROJECT-CREATOR
      *> writes, with ADOPTED in the outcome column and the owner
      *> recorded as an OWNER= trailing field, so LOG-REPORT and
      *> plain grep read these the same way.
       WRITE-ADOPT-LOG-ENTRY.
           MOVE "auditlog" TO WS-LOCK-NAME
           PERFORM ACQUIRE-NAMED-LOCK
               FUNCTION TRIM(WS-FOUND-ROOT)
               " | "
               "ADOPTED"
               " | OWNER="
               FUNCTION TRIM(WS-FOUND-OWNER)
               DELIMITED BY SIZE
               INTO WS-LOG-LINE
           END-STRING
