       DATE-WRITTEN. 2026-09-02.

      *> Modification history:
      *> 2026-10-15  Return code cleared before the final status is
      *>             set, so a clean run ends 0 and not with the
      *>             status of the last shell command.
      *> 2026-10-15  Return code 8 when the close is refused for the
      *>             lock or the live log swap fails, so a scheduled
      *>             stream can stop the steps that read the log.
      *> 2026-09-02  A failed swap of the trimmed live log no
      *>             longer records the close - the index and the
      *>             PERIOD-CLOSE lines are skipped so nothing
           PERFORM ACQUIRE-NAMED-LOCK
           IF LOCK-DENIED
               DISPLAY "Audit log in use - close refused, try later."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-ARCHIVE-INDEX
           MOVE "auditlog" TO WS-LOCK-NAME
           PERFORM RELEASE-NAMED-LOCK
           PERFORM DISPLAY-SUMMARY
      *> Set last, so a clean run ends 0 rather than with whatever
      *> status the last CALL "SYSTEM" left behind.
           MOVE 0 TO RETURN-CODE
           IF WS-CLOSED-COUNT > 0 AND SWAP-FAILED
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       INITIALIZE-PROGRAM.
