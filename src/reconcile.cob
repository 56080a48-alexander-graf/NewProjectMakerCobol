       DATE-WRITTEN. 2026-08-22.

      *> Modification history:
      *> 2026-10-15  Return code cleared before the final status is
      *>             set, so a clean run ends 0 and not with the
      *>             status of the last shell command.
      *> 2026-10-15  Registry record carries REG-REC-CLONED-FROM;
      *>             the record is widened to 550 bytes by the
      *>             one-time REGISTRY-WIDEN run. Layout kept in step
      *>             with PROJECT-CREATOR.
      *> 2026-10-15  Return code 4 when the report carries any
      *>             exception, for the scheduled job stream.
      *> 2026-10-15  Owner notices - a MISSING ROOT spools a GONE
      *>             notice and a root with manifest drift spools a
      *>             DRIFT notice to the project's owner, for
      *>             NOTIFY-DELIVER to send. Spool appends run under
      *>             the notify lock, with the bounded wait the
      *>             other batch programs use.
      *> 2026-10-15  Registry record carries REG-REC-TEAM, taken from
      *>             the FILLER; layout kept in step with
      *>             PROJECT-CREATOR.
      *> 2026-09-02  Manifest drift check - each intact root's
      *>             .newpipi_manifest (written at creation) is
      *>             replayed against disk, and files that changed,
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MANIFEST-FILE-STATUS.

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

       FD REPORT-FILE.
       01 REPORT-RECORD          PIC X(400).
       FD MANIFEST-FILE.
       01 MANIFEST-RECORD        PIC X(450).

       FD NOTIFY-SPOOL-FILE.
       01 NOTIFY-SPOOL-RECORD    PIC X(600).

       WORKING-STORAGE SECTION.
       01 WS-ENV-DETAILS.
           05 WS-HOME             PIC X(255).
           05 WS-REGISTRY-PATH    PIC X(255).
           05 WS-REPORT-PATH      PIC X(255).
           05 WS-CUSTOM-TYPES-PATH PIC X(255).
           05 WS-NOTIFY-SPOOL-PATH PIC X(255).
       01 WS-MANIFEST-PATH      PIC X(400).
       01 WS-ENV-BLOCK.
           05 ENV-NAME          PIC X(5).
           88 MANIFEST-SUCCESS  VALUE "00".
       01 WS-MANIFEST-EOF-FLAG  PIC X VALUE "N".
           88 MANIFEST-END-OF-FILE VALUE "Y".
       01 WS-NOTIFY-SPOOL-FILE-STATUS PIC XX.

      *> One manifest line as cksum wrote it at creation time:
      *> checksum, size and relative path, blank-delimited.
       01 WS-RUN-DATE           PIC X(8).
       01 WS-RUN-TIME           PIC X(8).

      *> Owner notification spool, shared with PROJECT-CREATOR and
      *> drained by NOTIFY-DELIVER. One line per notice:
      *>     STAMP|OWNER|PROJECT|ROOT|EVENT|DETAIL
       01 WS-NOTIFY-EVENT       PIC X(16).
       01 WS-NOTIFY-DETAIL      PIC X(120).
       01 WS-NOTIFY-LINE        PIC X(600).
       01 WS-NOTIFY-DATE        PIC X(8).
       01 WS-NOTIFY-TIME        PIC X(8).
       01 WS-DRIFT-DISPLAY      PIC ZZ9.

      *> Cross-run file locks, shared protocol with
      *> PROJECT-CREATOR: a lock is a directory under ~/.config
      *> with the holder in an owner file; one older than thirty
      *> minutes is a crashed run's leavings and is cleared. This
      *> unattended run waits twelve five-second tries, then gives
      *> up rather than hanging a schedule.
       01 WS-LOCK-NAME          PIC X(12).
       01 WS-LOCK-DIR           PIC X(300).
       01 WS-LOCK-FLAG          PIC 9 VALUE 0.
           88 LOCK-HELD         VALUE 1.
           88 LOCK-DENIED       VALUE 0.
       01 WS-LOCK-TRY           PIC 9(2).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM INITIALIZE-PROGRAM
           PERFORM WRITE-SUMMARY
           CLOSE REPORT-FILE
           PERFORM DISPLAY-SUMMARY
      *> Set last, so a clean run ends 0 rather than with whatever
      *> status the last CALL "SYSTEM" left behind.
           MOVE 0 TO RETURN-CODE
           IF WS-TOTAL-GONE > 0 OR WS-TOTAL-INCOMPLETE > 0
               OR WS-TOTAL-MISMATCH > 0 OR WS-TOTAL-UNKNOWN > 0
               OR WS-TOTAL-UNSAFE > 0 OR WS-TOTAL-DRIFT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       INITIALIZE-PROGRAM.
               DELIMITED BY SIZE
               INTO WS-CUSTOM-TYPES-PATH
           END-STRING
           STRING
               FUNCTION TRIM(WS-HOME)
               "/.config/newpipi_notify_spool"
               DELIMITED BY SIZE
               INTO WS-NOTIFY-SPOOL-PATH
           END-STRING
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM LOAD-CUSTOM-TYPES.
           IF DIR-NOT-EXISTS
               ADD 1 TO WS-TOTAL-GONE
               PERFORM REPORT-MISSING-ROOT
               PERFORM WRITE-GONE-NOTIFY-ENTRY
           ELSE
               PERFORM BUILD-EXPECTED-LIST
               IF TYPE-UNKNOWN
               CLOSE MANIFEST-FILE
               IF WS-DRIFT-COUNT > 0
                   ADD 1 TO WS-TOTAL-DRIFT
                   PERFORM WRITE-DRIFT-NOTIFY-ENTRY
               END-IF
           ELSE
               ADD 1 TO WS-TOTAL-NO-MANIFEST
           END-STRING
           PERFORM WRITE-REPORT-LINE.

      *> A root stays GONE or drifted night after night until
      *> someone acts, so the detail carries nothing that changes
      *> from run to run unless the finding itself does - the
      *> delivery run then tells the owner once, not nightly.
       WRITE-GONE-NOTIFY-ENTRY.
           MOVE "GONE" TO WS-NOTIFY-EVENT
           MOVE "registered ACTIVE but the root is not on disk"
               TO WS-NOTIFY-DETAIL
           PERFORM APPEND-NOTIFY-LINE.

       WRITE-DRIFT-NOTIFY-ENTRY.
           MOVE WS-DRIFT-COUNT TO WS-DRIFT-DISPLAY
           MOVE "DRIFT" TO WS-NOTIFY-EVENT
           MOVE SPACES TO WS-NOTIFY-DETAIL
           STRING
               FUNCTION TRIM(WS-DRIFT-DISPLAY)
               " file(s) differ from the creation manifest"
               DELIMITED BY SIZE
               INTO WS-NOTIFY-DETAIL
           END-STRING
           PERFORM APPEND-NOTIFY-LINE.

      *> Spools one notice for the record in WS-REG-FIELDS under
      *> the notify lock NOTIFY-DELIVER also takes while it drains
      *> the spool; a denied lock does not drop the notice.
       APPEND-NOTIFY-LINE.
           ACCEPT WS-NOTIFY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOTIFY-TIME FROM TIME
           MOVE SPACES TO WS-NOTIFY-LINE
           STRING
               WS-NOTIFY-DATE "T" WS-NOTIFY-TIME
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

       ACQUIRE-NAMED-LOCK.
           MOVE SPACES TO WS-LOCK-DIR
           STRING
               FUNCTION TRIM(WS-HOME)
               "/.config/newpipi_lock_"
               FUNCTION TRIM(WS-LOCK-NAME)
               DELIMITED BY SIZE
               INTO WS-LOCK-DIR
           END-STRING
           SET LOCK-DENIED TO TRUE
           PERFORM TRY-NAMED-LOCK
           IF LOCK-DENIED
               PERFORM WAIT-ONE-LOCK-TRY
                   VARYING WS-LOCK-TRY FROM 1 BY 1
                   UNTIL WS-LOCK-TRY > 12 OR LOCK-HELD
           END-IF.

       TRY-NAMED-LOCK.
           CALL "SYSTEM" USING
               FUNCTION CONCATENATE(
                   "test -d """,
                   FUNCTION TRIM(WS-LOCK-DIR),
                   """ && test -n ""$(find """,
                   FUNCTION TRIM(WS-LOCK-DIR),
                   """ -maxdepth 0 -mmin +30)""",
                   " && rm -rf """,
                   FUNCTION TRIM(WS-LOCK-DIR),
                   """")
           END-CALL
           CALL "SYSTEM" USING
               FUNCTION CONCATENATE(
                   "mkdir """,
                   FUNCTION TRIM(WS-LOCK-DIR),
                   """ 2>/dev/null && echo ""$USER $(date",
                   " +%Y%m%dT%H%M%S)"" > """,
                   FUNCTION TRIM(WS-LOCK-DIR),
                   "/owner""")
           END-CALL
           IF RETURN-CODE = 0
               SET LOCK-HELD TO TRUE
           END-IF.

       WAIT-ONE-LOCK-TRY.
           CALL "SYSTEM" USING "sleep 5"
           PERFORM TRY-NAMED-LOCK.

      *> Releases by name - the caller only releases what it
      *> acquired, so the directory is simply removed.
       RELEASE-NAMED-LOCK.
           MOVE SPACES TO WS-LOCK-DIR
           STRING
               FUNCTION TRIM(WS-HOME)
               "/.config/newpipi_lock_"
               FUNCTION TRIM(WS-LOCK-NAME)
               DELIMITED BY SIZE
               INTO WS-LOCK-DIR
           END-STRING
           CALL "SYSTEM" USING
               FUNCTION CONCATENATE(
                   "rm -rf """,
                   FUNCTION TRIM(WS-LOCK-DIR),
                   """")
           END-CALL
           SET LOCK-DENIED TO TRUE.

      *> Same relative paths per type as PROJECT-CREATOR expects at
      *> creation time, keyed here by the type name the registry
      *> stores.
