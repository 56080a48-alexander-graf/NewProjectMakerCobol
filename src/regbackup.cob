       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGISTRY-BACKUP.
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
      *> 2026-10-15  Initial version - scheduled unload of the
      *>             indexed registry master to a dated sequential
      *>             backup generation
      *>             (newpipi_registry_backup_<stamp> under
      *>             ~/.config), one record image per line between
      *>             a *BACKUP header carrying the unload stamp and
      *>             an *END trailer carrying the record count, so
      *>             REGISTRY-RECOVER can tell a whole generation
      *>             from a truncated one. The unload runs under the
      *>             shared registry lock so no maintenance lands
      *>             half-way through it. Generations are listed in
      *>             newpipi_registry_backups; the newest
      *>             REGISTRY_BACKUP_KEEP of them (template-defaults
      *>             key, 7 when absent) are kept and older ones
      *>             removed. Non-interactive; return code 8 when no
      *>             generation was written.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS CRT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTRY-FILE
           ASSIGN TO WS-REGISTRY-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS REG-REC-ROOT
           ALTERNATE RECORD KEY IS REG-REC-NAME WITH DUPLICATES
           FILE STATUS IS WS-REGISTRY-FILE-STATUS.

           SELECT BACKUP-FILE
           ASSIGN TO WS-BACKUP-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BACKUP-FILE-STATUS.

           SELECT BACKUP-INDEX-FILE
           ASSIGN TO WS-BACKUP-INDEX-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BACKUP-INDEX-FILE-STATUS.

           SELECT TEMPLATE-CONFIG-FILE
           ASSIGN TO WS-TEMPLATE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TEMPLATE-FILE-STATUS.

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

      *> *BACKUP|<stamp>|<master path>, one whole master record per
      *> line, then *END|<record count>. Roots are absolute paths,
      *> so a "*" in column one is never a record.
       FD BACKUP-FILE.
       01 BACKUP-RECORD          PIC X(550).

      *> <stamp>|<record count>, oldest generation first.
       FD BACKUP-INDEX-FILE.
       01 BACKUP-INDEX-RECORD    PIC X(40).

       FD TEMPLATE-CONFIG-FILE.
       01 TEMPLATE-RECORD        PIC X(200).

       WORKING-STORAGE SECTION.
       01 WS-ENV-DETAILS.
           05 WS-HOME             PIC X(255).
           05 WS-REGISTRY-PATH    PIC X(255).
           05 WS-BACKUP-PATH      PIC X(255).
           05 WS-BACKUP-INDEX-PATH PIC X(255).
           05 WS-TEMPLATE-PATH    PIC X(255).
       01 WS-ENV-BLOCK.
           05 ENV-NAME          PIC X(5).
           05 ENV-VALUE         PIC X(255).

       01 WS-REGISTRY-FILE-STATUS PIC XX.
           88 REGISTRY-SUCCESS  VALUE "00".
       01 WS-REGISTRY-EOF-FLAG  PIC X VALUE "N".
           88 REGISTRY-END-OF-FILE VALUE "Y".
       01 WS-BACKUP-FILE-STATUS PIC XX.
           88 BACKUP-SUCCESS    VALUE "00".
       01 WS-BACKUP-INDEX-FILE-STATUS PIC XX.
           88 BACKUP-INDEX-SUCCESS VALUE "00".
       01 WS-BACKUP-INDEX-EOF-FLAG PIC X VALUE "N".
           88 BACKUP-INDEX-END-OF-FILE VALUE "Y".
       01 WS-TEMPLATE-FILE-STATUS PIC XX.
           88 TEMPLATE-SUCCESS  VALUE "00".
       01 WS-TEMPLATE-EOF-FLAG  PIC X VALUE "N".
           88 TEMPLATE-END-OF-FILE VALUE "Y".
       01 WS-TEMPLATE-KEY        PIC X(40).
       01 WS-TEMPLATE-VALUE      PIC X(160).

       01 WS-RUN-DATE           PIC X(8).
       01 WS-RUN-TIME           PIC X(8).
       01 WS-BACKUP-STAMP       PIC X(17).

      *> Generations kept, from REGISTRY_BACKUP_KEEP.
       01 WS-KEEP-COUNT         PIC 9(2) VALUE 7.
       01 WS-KEEP-WORK          PIC 9(5).
       01 WS-KEEP-CHAR-IDX      PIC 9(2).
       01 WS-KEEP-DIGIT         PIC 9.

       01 WS-WRITE-FLAG         PIC 9 VALUE 1.
           88 WRITE-OK          VALUE 1.
           88 WRITE-FAILED      VALUE 0.

      *> Generations already listed in the index, plus this run's.
       01 WS-GENERATIONS.
           05 WS-GEN-ENTRY OCCURS 100 TIMES.
               10 WS-GEN-STAMP      PIC X(17).
               10 WS-GEN-RECORDS    PIC X(6).
       01 WS-GEN-COUNT          PIC 9(3) VALUE 0.
       01 WS-GEN-IDX            PIC 9(3).
       01 WS-GEN-FIRST-KEPT     PIC 9(3).
       01 WS-GEN-PRUNED         PIC 9(3) VALUE 0.

       01 WS-TOTAL-RECORDS      PIC 9(6) VALUE 0.
       01 WS-COUNT-TEXT         PIC 9(6).

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
           MOVE "registry" TO WS-LOCK-NAME
           PERFORM ACQUIRE-NAMED-LOCK
           IF LOCK-DENIED
               DISPLAY "Registry in use - backup refused, try later."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNLOAD-MASTER
           MOVE "registry" TO WS-LOCK-NAME
           PERFORM RELEASE-NAMED-LOCK
           IF WRITE-FAILED
               CALL "SYSTEM" USING
                   FUNCTION CONCATENATE(
                       "rm -f """,
                       FUNCTION TRIM(WS-BACKUP-PATH),
                       """")
               END-CALL
               DISPLAY "Backup generation not written - status "
                   WS-BACKUP-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-BACKUP-INDEX
           PERFORM ADD-THIS-GENERATION
           PERFORM PRUNE-OLD-GENERATIONS
           PERFORM REWRITE-BACKUP-INDEX
           PERFORM DISPLAY-SUMMARY
      *> Set last, so a clean run ends 0 rather than with whatever
      *> status the last CALL "SYSTEM" left behind.
           MOVE 0 TO RETURN-CODE
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
               "/.config/newpipi_registry_backups"
               DELIMITED BY SIZE
               INTO WS-BACKUP-INDEX-PATH
           END-STRING
           STRING
               FUNCTION TRIM(WS-HOME)
               "/.config/newpipi_template_defaults"
               DELIMITED BY SIZE
               INTO WS-TEMPLATE-PATH
           END-STRING
           PERFORM LOAD-KEEP-COUNT.

      *> Only REGISTRY_BACKUP_KEEP matters here. A value that is
      *> missing, zero or not a number leaves the default; more than
      *> ninety-nine is held at ninety-nine.
       LOAD-KEEP-COUNT.
           MOVE 7 TO WS-KEEP-COUNT
           OPEN INPUT TEMPLATE-CONFIG-FILE
           IF TEMPLATE-SUCCESS
               MOVE "N" TO WS-TEMPLATE-EOF-FLAG
               PERFORM READ-TEMPLATE-LINE UNTIL TEMPLATE-END-OF-FILE
               CLOSE TEMPLATE-CONFIG-FILE
           END-IF.

       READ-TEMPLATE-LINE.
           READ TEMPLATE-CONFIG-FILE
               AT END
                   SET TEMPLATE-END-OF-FILE TO TRUE
               NOT AT END
                   PERFORM PARSE-TEMPLATE-LINE
           END-READ.

       PARSE-TEMPLATE-LINE.
           IF TEMPLATE-RECORD NOT = SPACES
               AND TEMPLATE-RECORD(1:1) NOT = "*"
               MOVE SPACES TO WS-TEMPLATE-KEY
               MOVE SPACES TO WS-TEMPLATE-VALUE
               UNSTRING TEMPLATE-RECORD DELIMITED BY "="
                   INTO WS-TEMPLATE-KEY WS-TEMPLATE-VALUE
               END-UNSTRING
               IF FUNCTION TRIM(WS-TEMPLATE-KEY)
                   = "REGISTRY_BACKUP_KEEP"
                   PERFORM CONVERT-KEEP-COUNT
               END-IF
           END-IF.

       CONVERT-KEEP-COUNT.
           MOVE 0 TO WS-KEEP-WORK
           PERFORM CONVERT-ONE-KEEP-DIGIT
               VARYING WS-KEEP-CHAR-IDX FROM 1 BY 1
               UNTIL WS-KEEP-CHAR-IDX > 5
           IF WS-KEEP-WORK > 99
               MOVE 99 TO WS-KEEP-COUNT
           ELSE
               IF WS-KEEP-WORK > 0
                   MOVE WS-KEEP-WORK TO WS-KEEP-COUNT
               END-IF
           END-IF.

       CONVERT-ONE-KEEP-DIGIT.
           IF WS-TEMPLATE-VALUE(WS-KEEP-CHAR-IDX:1) IS NUMERIC
               MOVE WS-TEMPLATE-VALUE(WS-KEEP-CHAR-IDX:1)
                   TO WS-KEEP-DIGIT
               COMPUTE WS-KEEP-WORK =
                   WS-KEEP-WORK * 10 + WS-KEEP-DIGIT
           END-IF.

      *> The stamp is taken once the lock is held, so every audit
      *> line stamped after it describes a change this generation
      *> does not contain - the point REGISTRY-RECOVER rolls
      *> forward from.
       UNLOAD-MASTER.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE SPACES TO WS-BACKUP-STAMP
           STRING
               WS-RUN-DATE "T" WS-RUN-TIME
               DELIMITED BY SIZE
               INTO WS-BACKUP-STAMP
           END-STRING
           MOVE SPACES TO WS-BACKUP-PATH
           STRING
               FUNCTION TRIM(WS-HOME)
               "/.config/newpipi_registry_backup_"
               WS-BACKUP-STAMP
               DELIMITED BY SIZE
               INTO WS-BACKUP-PATH
           END-STRING
           OPEN INPUT REGISTRY-FILE
           IF NOT REGISTRY-SUCCESS
               DISPLAY "Registry master not found - nothing to back"
                   " up: " FUNCTION TRIM(WS-REGISTRY-PATH)
               MOVE "registry" TO WS-LOCK-NAME
               PERFORM RELEASE-NAMED-LOCK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           SET WRITE-OK TO TRUE
           OPEN OUTPUT BACKUP-FILE
           IF NOT BACKUP-SUCCESS
               SET WRITE-FAILED TO TRUE
           ELSE
               MOVE SPACES TO BACKUP-RECORD
               STRING
                   "*BACKUP|" WS-BACKUP-STAMP "|"
                   FUNCTION TRIM(WS-REGISTRY-PATH)
                   DELIMITED BY SIZE
                   INTO BACKUP-RECORD
               END-STRING
               PERFORM WRITE-BACKUP-LINE
               MOVE "N" TO WS-REGISTRY-EOF-FLAG
               PERFORM READ-REGISTRY-LINE
                   UNTIL REGISTRY-END-OF-FILE OR WRITE-FAILED
               MOVE WS-TOTAL-RECORDS TO WS-COUNT-TEXT
               MOVE SPACES TO BACKUP-RECORD
               STRING
                   "*END|" WS-COUNT-TEXT
                   DELIMITED BY SIZE
                   INTO BACKUP-RECORD
               END-STRING
               PERFORM WRITE-BACKUP-LINE
               CLOSE BACKUP-FILE
           END-IF
           CLOSE REGISTRY-FILE.

       READ-REGISTRY-LINE.
           READ REGISTRY-FILE NEXT RECORD
               AT END
                   SET REGISTRY-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-TOTAL-RECORDS
                   MOVE REGISTRY-RECORD TO BACKUP-RECORD
                   PERFORM WRITE-BACKUP-LINE
           END-READ.

       WRITE-BACKUP-LINE.
           IF WRITE-OK
               WRITE BACKUP-RECORD
               IF NOT BACKUP-SUCCESS
                   SET WRITE-FAILED TO TRUE
               END-IF
           END-IF.

       LOAD-BACKUP-INDEX.
           MOVE 0 TO WS-GEN-COUNT
           OPEN INPUT BACKUP-INDEX-FILE
           IF BACKUP-INDEX-SUCCESS
               MOVE "N" TO WS-BACKUP-INDEX-EOF-FLAG
               PERFORM READ-BACKUP-INDEX-LINE
                   UNTIL BACKUP-INDEX-END-OF-FILE
               CLOSE BACKUP-INDEX-FILE
           END-IF.

      *> A full table drops the oldest entry to make room - those
      *> are the first to be pruned in any case.
       READ-BACKUP-INDEX-LINE.
           READ BACKUP-INDEX-FILE
               AT END
                   SET BACKUP-INDEX-END-OF-FILE TO TRUE
               NOT AT END
                   IF BACKUP-INDEX-RECORD(1:8) IS NUMERIC
                       IF WS-GEN-COUNT = 99
                           PERFORM SHIFT-ONE-GENERATION
                               VARYING WS-GEN-IDX FROM 2 BY 1
                               UNTIL WS-GEN-IDX > WS-GEN-COUNT
                           SUBTRACT 1 FROM WS-GEN-COUNT
                       END-IF
                       ADD 1 TO WS-GEN-COUNT
                       UNSTRING BACKUP-INDEX-RECORD DELIMITED BY "|"
                           INTO WS-GEN-STAMP(WS-GEN-COUNT)
                               WS-GEN-RECORDS(WS-GEN-COUNT)
                       END-UNSTRING
                   END-IF
           END-READ.

       SHIFT-ONE-GENERATION.
           MOVE WS-GEN-ENTRY(WS-GEN-IDX)
               TO WS-GEN-ENTRY(WS-GEN-IDX - 1).

       ADD-THIS-GENERATION.
           ADD 1 TO WS-GEN-COUNT
           MOVE WS-BACKUP-STAMP TO WS-GEN-STAMP(WS-GEN-COUNT)
           MOVE WS-COUNT-TEXT TO WS-GEN-RECORDS(WS-GEN-COUNT).

      *> Oldest first in the index, so everything before the last
      *> WS-KEEP-COUNT entries goes.
       PRUNE-OLD-GENERATIONS.
           MOVE 1 TO WS-GEN-FIRST-KEPT
           IF WS-GEN-COUNT > WS-KEEP-COUNT
               COMPUTE WS-GEN-FIRST-KEPT =
                   WS-GEN-COUNT - WS-KEEP-COUNT + 1
               PERFORM REMOVE-ONE-GENERATION
                   VARYING WS-GEN-IDX FROM 1 BY 1
                   UNTIL WS-GEN-IDX >= WS-GEN-FIRST-KEPT
           END-IF.

       REMOVE-ONE-GENERATION.
           CALL "SYSTEM" USING
               FUNCTION CONCATENATE(
                   "rm -f """,
                   FUNCTION TRIM(WS-HOME),
                   "/.config/newpipi_registry_backup_",
                   WS-GEN-STAMP(WS-GEN-IDX),
                   """")
           END-CALL
           ADD 1 TO WS-GEN-PRUNED.

       REWRITE-BACKUP-INDEX.
           OPEN OUTPUT BACKUP-INDEX-FILE
           PERFORM WRITE-ONE-INDEX-ENTRY
               VARYING WS-GEN-IDX FROM WS-GEN-FIRST-KEPT BY 1
               UNTIL WS-GEN-IDX > WS-GEN-COUNT
           CLOSE BACKUP-INDEX-FILE.

       WRITE-ONE-INDEX-ENTRY.
           MOVE SPACES TO BACKUP-INDEX-RECORD
           STRING
               WS-GEN-STAMP(WS-GEN-IDX) "|"
               WS-GEN-RECORDS(WS-GEN-IDX)
               DELIMITED BY SIZE
               INTO BACKUP-INDEX-RECORD
           END-STRING
           WRITE BACKUP-INDEX-RECORD.

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

       DISPLAY-SUMMARY.
           DISPLAY "Registry backup complete."
           DISPLAY "  Records unloaded:   " WS-TOTAL-RECORDS
           DISPLAY "  Generations kept:   " WS-KEEP-COUNT
           DISPLAY "  Generations pruned: " WS-GEN-PRUNED
           DISPLAY "Generation: " FUNCTION TRIM(WS-BACKUP-PATH).
