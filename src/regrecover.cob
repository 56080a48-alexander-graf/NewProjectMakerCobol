       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGISTRY-RECOVER.
       AUTHOR. CLAUDE.
       DATE-WRITTEN. 2026-10-15.

      *> Modification history:
      *> 2026-10-15  Return code cleared before the final status is
      *>             set, so a clean run ends 0 and not with the
      *>             status of the last shell command.
      *> 2026-10-15  Creation and ADOPTED lines are replayed with the
      *>             owner, team and clone source from their OWNER=,
      *>             TEAM= and CLONED-FROM= trailing fields; the
      *>             directory owner is only the fallback for older
      *>             lines. A scratch master or backup generation
      *>             that will not open stops the run with code 8
      *>             before anything is rolled forward.
      *> 2026-10-15  Registry record carries REG-REC-CLONED-FROM;
      *>             the record is widened to 550 bytes by the
      *>             one-time REGISTRY-WIDEN run. Layout kept in step
      *>             with PROJECT-CREATOR.
      *> 2026-10-15  OWNER-CHANGE audit lines from OWNER-REASSIGN
      *>             are rolled forward too - the record takes the
      *>             new owner from the "old -> new" trailing field.
      *> 2026-10-15  Initial version - forward recovery of the
      *>             registry master. Takes the newest backup
      *>             generation REGISTRY-BACKUP wrote that is whole
      *>             (header, every record, matching *END count),
      *>             reloads it into a scratch master, then rolls
      *>             forward every creation, ADOPTED, RELOCATE,
      *>             DECOMMISSION and SET-ROLLBACK audit line stamped
      *>             after the backup - archive generations first,
      *>             per the LOG-CLOSE index, then the live log.
      *>             Two passes, picked by the command line:
      *>               (no argument / CHECK)  rebuild and report only
      *>                 - the scratch copy is left for inspection
      *>                 and the master is not touched;
      *>               RECOVER  the same, then the damaged master
      *>                 is moved aside to a dated directory, the
      *>                 rebuilt one put in its place and a
      *>                 REGISTRY-RECOVER line written to the trail.
      *>             Runs under the registry lock throughout. Return
      *>             code 4 when audit lines could not be applied,
      *>             8 when no usable generation exists or the swap
      *>             fails.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS CRT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTRY-FILE
           ASSIGN TO WS-REBUILD-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
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

           SELECT PROJECT-LOG-FILE
           ASSIGN TO WS-LOG-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOG-FILE-STATUS.

           SELECT INDEX-FILE
           ASSIGN TO WS-INDEX-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INDEX-FILE-STATUS.

           SELECT WORK-FILE
           ASSIGN TO WS-WORK-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WORK-FILE-STATUS.

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

      *> Generation layout as REGISTRY-BACKUP writes it. Lines from
      *> a generation taken before the record was widened are short
      *> and read back with no clone source.
       FD BACKUP-FILE.
       01 BACKUP-RECORD          PIC X(550).

       FD BACKUP-INDEX-FILE.
       01 BACKUP-INDEX-RECORD    PIC X(40).

       FD PROJECT-LOG-FILE.
       01 LOG-RECORD             PIC X(400).

       FD INDEX-FILE.
       01 INDEX-RECORD           PIC X(20).

       FD WORK-FILE.
       01 WORK-RECORD            PIC X(80).

       FD REPORT-FILE.
       01 REPORT-RECORD          PIC X(500).

       WORKING-STORAGE SECTION.
       01 WS-ENV-DETAILS.
           05 WS-HOME             PIC X(255).
           05 WS-REGISTRY-PATH    PIC X(255).
           05 WS-REBUILD-PATH     PIC X(255).
           05 WS-DAMAGED-PATH     PIC X(255).
           05 WS-BACKUP-PATH      PIC X(255).
           05 WS-BACKUP-INDEX-PATH PIC X(255).
           05 WS-LOG-PATH         PIC X(255).
           05 WS-LIVE-LOG-PATH    PIC X(255).
           05 WS-INDEX-PATH       PIC X(255).
           05 WS-WORK-PATH        PIC X(255).
           05 WS-REPORT-PATH      PIC X(255).
       01 WS-ENV-BLOCK.
           05 ENV-NAME          PIC X(5).
           05 ENV-VALUE         PIC X(255).

       01 WS-REGISTRY-FILE-STATUS PIC XX.
           88 REGISTRY-SUCCESS  VALUE "00".
       01 WS-BACKUP-FILE-STATUS PIC XX.
           88 BACKUP-SUCCESS    VALUE "00".
       01 WS-BACKUP-EOF-FLAG    PIC X VALUE "N".
           88 BACKUP-END-OF-FILE VALUE "Y".
       01 WS-BACKUP-INDEX-FILE-STATUS PIC XX.
           88 BACKUP-INDEX-SUCCESS VALUE "00".
       01 WS-BACKUP-INDEX-EOF-FLAG PIC X VALUE "N".
           88 BACKUP-INDEX-END-OF-FILE VALUE "Y".
       01 WS-LOG-FILE-STATUS    PIC XX.
           88 LOG-SUCCESS       VALUE "00".
       01 WS-LOG-EOF-FLAG       PIC X VALUE "N".
           88 LOG-END-OF-FILE   VALUE "Y".
       01 WS-INDEX-FILE-STATUS  PIC XX.
           88 INDEX-SUCCESS     VALUE "00".
       01 WS-INDEX-EOF-FLAG     PIC X VALUE "N".
           88 INDEX-END-OF-FILE VALUE "Y".
       01 WS-WORK-FILE-STATUS   PIC XX.
           88 WORK-SUCCESS      VALUE "00".
       01 WS-REPORT-FILE-STATUS PIC XX.

       01 WS-RUN-MODE           PIC X(20).
           88 RECOVER-RUN       VALUE "RECOVER".
       01 WS-RUN-DATE           PIC X(8).
       01 WS-RUN-TIME           PIC X(8).

      *> Backup generations from the index REGISTRY-BACKUP keeps,
      *> oldest first; the newest whole one is the starting point.
       01 WS-GENERATIONS.
           05 WS-GEN-ENTRY OCCURS 100 TIMES.
               10 WS-GEN-STAMP      PIC X(17).
               10 WS-GEN-RECORDS    PIC X(6).
       01 WS-GEN-COUNT          PIC 9(3) VALUE 0.
       01 WS-GEN-IDX            PIC 9(3).
       01 WS-GEN-SEL            PIC 9(3) VALUE 0.
       01 WS-SEL-STAMP          PIC X(17).

      *> Whole-generation check: the header names the generation's
      *> own stamp, the trailer comes last and its count matches the
      *> records read.
       01 WS-VERIFY-RECORDS     PIC 9(6).
       01 WS-VERIFY-TRAILER     PIC 9(6).
       01 WS-VERIFY-FLAGS.
           05 WS-HEADER-FLAG    PIC 9.
               88 HEADER-SEEN   VALUE 1.
           05 WS-TRAILER-FLAG   PIC 9.
               88 TRAILER-SEEN  VALUE 1.
           05 WS-AFTER-TRAILER-FLAG PIC 9.
               88 DATA-AFTER-TRAILER VALUE 1.

      *> Months with an archive generation, from the LOG-CLOSE
      *> index.
       01 WS-ARCHIVE-MONTHS.
           05 WS-ARC-MONTH OCCURS 120 TIMES PIC X(6).
       01 WS-ARC-COUNT          PIC 9(3) VALUE 0.
       01 WS-ARC-IDX            PIC 9(3).

      *> One audit line split on the shared " | " layout.
       01 WS-LOG-FIELDS.
           05 WS-LOG-STAMP      PIC X(20).
           05 WS-LOG-NAME       PIC X(50).
           05 WS-LOG-TYPE       PIC X(12).
           05 WS-LOG-ROOT       PIC X(320).
           05 WS-LOG-EXTRA-1    PIC X(40).
           05 WS-LOG-EXTRA-2    PIC X(320).
           05 WS-LOG-EXTRA-3    PIC X(80).
           05 WS-LOG-EXTRA-4    PIC X(80).
           05 WS-LOG-EXTRA-5    PIC X(80).
       01 WS-LOG-LINE           PIC X(400).
       01 WS-ACTION-WORD        PIC X(14).
       01 WS-ACTION-NOTE        PIC X(80).

       01 WS-FOUND-OWNER        PIC X(30).
       01 WS-SET-TAG            PIC X(20).
      *> Trailing fields of a creation or ADOPTED line, any order
      *> after the outcome; blank when an older line lacks them.
       01 WS-TRAIL-FIELD        PIC X(320).
       01 WS-LINE-OWNER         PIC X(30).
       01 WS-LINE-TEAM          PIC X(30).
       01 WS-LINE-CLONED-FROM   PIC X(50).
       01 WS-OLD-OWNER          PIC X(30).
       01 WS-NEW-OWNER          PIC X(30).

       01 WS-RECORD-FLAG        PIC 9.
           88 RECORD-FOUND      VALUE 1.
           88 RECORD-NOT-FOUND  VALUE 0.
       01 WS-RELOAD-FLAG        PIC 9 VALUE 0.
           88 RELOAD-OK         VALUE 1.
           88 RELOAD-FAILED     VALUE 0.
       01 WS-INSTALL-FLAG       PIC 9 VALUE 0.
           88 INSTALL-OK        VALUE 1.
           88 INSTALL-FAILED    VALUE 0.

      *> The same shell-metacharacter screen PROJECT-CREATOR applies
      *> to its inputs, re-applied to roots read back from the audit
      *> trail before they reach a CALL "SYSTEM" command on this
      *> unattended run.
       01 WS-BAD-CHARS.
           05 FILLER PIC X VALUE X'22'.
           05 FILLER PIC X VALUE X'27'.
           05 FILLER PIC X VALUE "`".
           05 FILLER PIC X VALUE "$".
           05 FILLER PIC X VALUE ";".
           05 FILLER PIC X VALUE "|".
           05 FILLER PIC X VALUE "&".
           05 FILLER PIC X VALUE "\".
           05 FILLER PIC X VALUE "<".
           05 FILLER PIC X VALUE ">".
           05 FILLER PIC X VALUE "(".
           05 FILLER PIC X VALUE ")".
       01 WS-BAD-CHARS-TBL REDEFINES WS-BAD-CHARS.
           05 WS-BAD-CHAR OCCURS 12 TIMES PIC X.
       01 WS-BAD-CHAR-COUNT     PIC 9(4).
       01 WS-BAD-CHAR-IDX       PIC 9(2).

      *> Run totals for the console summary.
       01 WS-TOTAL-RELOADED     PIC 9(6) VALUE 0.
       01 WS-TOTAL-DUPLICATE    PIC 9(6) VALUE 0.
       01 WS-TOTAL-BAD-GEN      PIC 9(4) VALUE 0.
       01 WS-TOTAL-LINES        PIC 9(6) VALUE 0.
       01 WS-TOTAL-CATCH-UP     PIC 9(4) VALUE 0.
       01 WS-TOTAL-CREATE       PIC 9(4) VALUE 0.
       01 WS-TOTAL-ADOPT        PIC 9(4) VALUE 0.
       01 WS-TOTAL-RELOCATE     PIC 9(4) VALUE 0.
       01 WS-TOTAL-DECOMM       PIC 9(4) VALUE 0.
       01 WS-TOTAL-ROLLBACK     PIC 9(4) VALUE 0.
       01 WS-TOTAL-OWNER        PIC 9(4) VALUE 0.
       01 WS-TOTAL-IN-STEP      PIC 9(4) VALUE 0.
       01 WS-TOTAL-UNRESOLVED   PIC 9(4) VALUE 0.
       01 WS-COUNT-DISPLAY      PIC ZZZZZ9.

       01 WS-REPORT-LINE        PIC X(500).

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
               DISPLAY "Registry in use - recovery refused, try later."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM OPEN-REPORT
           PERFORM LOAD-BACKUP-INDEX
           PERFORM FIND-GOOD-GENERATION
           IF WS-GEN-SEL = 0
               MOVE "No whole backup generation found - nothing to"
                   TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE "recover from. Master left as it is."
                   TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               CLOSE REPORT-FILE
               MOVE "registry" TO WS-LOCK-NAME
               PERFORM RELEASE-NAMED-LOCK
               DISPLAY "No usable backup generation - see "
                   FUNCTION TRIM(WS-REPORT-PATH)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM RELOAD-GENERATION
           IF RELOAD-FAILED
               PERFORM WRITE-REPORT-LINE
               MOVE "Nothing rolled forward. Master left as it is."
                   TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               CLOSE REPORT-FILE
               MOVE "registry" TO WS-LOCK-NAME
               PERFORM RELEASE-NAMED-LOCK
               DISPLAY "Backup generation could not be reloaded - see "
                   FUNCTION TRIM(WS-REPORT-PATH)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM ROLL-FORWARD-AUDIT
           CLOSE REGISTRY-FILE
           IF RECOVER-RUN
               PERFORM INSTALL-REBUILT-MASTER
           END-IF
           MOVE "registry" TO WS-LOCK-NAME
           PERFORM RELEASE-NAMED-LOCK
           IF RECOVER-RUN AND INSTALL-OK
               PERFORM WRITE-RECOVER-LOG-ENTRY
           END-IF
           PERFORM WRITE-SUMMARY
           CLOSE REPORT-FILE
           PERFORM DISPLAY-SUMMARY
      *> Set last, so a clean run ends 0 rather than with whatever
      *> status the last CALL "SYSTEM" left behind.
           MOVE 0 TO RETURN-CODE
           IF RECOVER-RUN AND INSTALL-FAILED
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-TOTAL-UNRESOLVED > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
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
               "/.config/newpipi_registry_rebuild"
               DELIMITED BY SIZE
               INTO WS-REBUILD-PATH
           END-STRING
           STRING
               FUNCTION TRIM(WS-HOME)
               "/.config/newpipi_registry_backups"
               DELIMITED BY SIZE
               INTO WS-BACKUP-INDEX-PATH
           END-STRING
           STRING
               FUNCTION TRIM(WS-HOME)
               "/.config/newpipi_project_log"
               DELIMITED BY SIZE
               INTO WS-LIVE-LOG-PATH
           END-STRING
           STRING
               FUNCTION TRIM(WS-HOME)
               "/.config/newpipi_log_archives"
               DELIMITED BY SIZE
               INTO WS-INDEX-PATH
           END-STRING
           STRING
               FUNCTION TRIM(WS-HOME)
               "/newpipi_recovery_report.txt"
               DELIMITED BY SIZE
               INTO WS-REPORT-PATH
           END-STRING
           MOVE "/tmp/newpipi_recover_work.txt" TO WS-WORK-PATH
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           STRING
               FUNCTION TRIM(WS-HOME)
               "/.config/newpipi_registry_damaged_"
               WS-RUN-DATE "T" WS-RUN-TIME
               DELIMITED BY SIZE
               INTO WS-DAMAGED-PATH
           END-STRING
           MOVE SPACES TO WS-RUN-MODE
           ACCEPT WS-RUN-MODE FROM COMMAND-LINE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RUN-MODE))
               TO WS-RUN-MODE.

       OPEN-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE "REGISTRY MASTER FORWARD RECOVERY" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "Run: " WS-RUN-DATE "T" WS-RUN-TIME
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           IF RECOVER-RUN
               MOVE SPACES TO WS-REPORT-LINE
               STRING
                   "Mode: RECOVER - rebuilt master replaces the"
                   " live master"
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
           ELSE
               MOVE "Mode: CHECK - rebuilt copy only, master untouched"
                   TO WS-REPORT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD.

       LOAD-BACKUP-INDEX.
           MOVE 0 TO WS-GEN-COUNT
           OPEN INPUT BACKUP-INDEX-FILE
           IF BACKUP-INDEX-SUCCESS
               MOVE "N" TO WS-BACKUP-INDEX-EOF-FLAG
               PERFORM READ-BACKUP-INDEX-LINE
                   UNTIL BACKUP-INDEX-END-OF-FILE
               CLOSE BACKUP-INDEX-FILE
           END-IF.

       READ-BACKUP-INDEX-LINE.
           READ BACKUP-INDEX-FILE
               AT END
                   SET BACKUP-INDEX-END-OF-FILE TO TRUE
               NOT AT END
                   IF BACKUP-INDEX-RECORD(1:8) IS NUMERIC
                       AND WS-GEN-COUNT < 100
                       ADD 1 TO WS-GEN-COUNT
                       UNSTRING BACKUP-INDEX-RECORD DELIMITED BY "|"
                           INTO WS-GEN-STAMP(WS-GEN-COUNT)
                               WS-GEN-RECORDS(WS-GEN-COUNT)
                       END-UNSTRING
                   END-IF
           END-READ.

      *> Newest first; a generation cut short by a crash or a full
      *> disk is reported and passed over for the one before it.
       FIND-GOOD-GENERATION.
           MOVE 0 TO WS-GEN-SEL
           PERFORM CHECK-ONE-GENERATION
               VARYING WS-GEN-IDX FROM WS-GEN-COUNT BY -1
               UNTIL WS-GEN-IDX < 1 OR WS-GEN-SEL > 0.

       CHECK-ONE-GENERATION.
           PERFORM SET-BACKUP-PATH
           MOVE 0 TO WS-VERIFY-RECORDS
           MOVE 0 TO WS-VERIFY-TRAILER
           MOVE ZEROS TO WS-VERIFY-FLAGS
           OPEN INPUT BACKUP-FILE
           IF BACKUP-SUCCESS
               MOVE "N" TO WS-BACKUP-EOF-FLAG
               PERFORM VERIFY-BACKUP-LINE UNTIL BACKUP-END-OF-FILE
               CLOSE BACKUP-FILE
           END-IF
           IF HEADER-SEEN AND TRAILER-SEEN
               AND NOT DATA-AFTER-TRAILER
               AND WS-VERIFY-RECORDS = WS-VERIFY-TRAILER
               MOVE WS-GEN-IDX TO WS-GEN-SEL
               MOVE WS-GEN-STAMP(WS-GEN-IDX) TO WS-SEL-STAMP
               MOVE SPACES TO WS-REPORT-LINE
               STRING
                   "Starting point: generation "
                   WS-SEL-STAMP
                   " - " WS-VERIFY-RECORDS " records"
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
           ELSE
               ADD 1 TO WS-TOTAL-BAD-GEN
               MOVE SPACES TO WS-REPORT-LINE
               STRING
                   "SKIPPED GENERATION "
                   WS-GEN-STAMP(WS-GEN-IDX)
                   " - missing, truncated or unreadable"
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF.

       SET-BACKUP-PATH.
           MOVE SPACES TO WS-BACKUP-PATH
           STRING
               FUNCTION TRIM(WS-HOME)
               "/.config/newpipi_registry_backup_"
               WS-GEN-STAMP(WS-GEN-IDX)
               DELIMITED BY SIZE
               INTO WS-BACKUP-PATH
           END-STRING.

       VERIFY-BACKUP-LINE.
           READ BACKUP-FILE
               AT END
                   SET BACKUP-END-OF-FILE TO TRUE
               NOT AT END
                   IF TRAILER-SEEN
                       SET DATA-AFTER-TRAILER TO TRUE
                   ELSE
                       IF BACKUP-RECORD(1:8) = "*BACKUP|"
                           IF BACKUP-RECORD(9:17)
                               = WS-GEN-STAMP(WS-GEN-IDX)
                               SET HEADER-SEEN TO TRUE
                           END-IF
                       ELSE
                           IF BACKUP-RECORD(1:5) = "*END|"
                               AND BACKUP-RECORD(6:6) IS NUMERIC
                               SET TRAILER-SEEN TO TRUE
                               MOVE BACKUP-RECORD(6:6)
                                   TO WS-VERIFY-TRAILER
                           ELSE
                               ADD 1 TO WS-VERIFY-RECORDS
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      *> The rebuild goes to a scratch master of its own - whatever
      *> is left of the live one stays untouched until the swap.
       RELOAD-GENERATION.
           MOVE WS-GEN-SEL TO WS-GEN-IDX
           PERFORM SET-BACKUP-PATH
           CALL "SYSTEM" USING
               FUNCTION CONCATENATE(
                   "rm -f """,
                   FUNCTION TRIM(WS-REBUILD-PATH),
                   """*")
           END-CALL
           SET RELOAD-OK TO TRUE
           OPEN OUTPUT REGISTRY-FILE
           IF NOT REGISTRY-SUCCESS
               SET RELOAD-FAILED TO TRUE
               MOVE SPACES TO WS-REPORT-LINE
               STRING
                   "Cannot create the scratch master, status "
                   WS-REGISTRY-FILE-STATUS
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
           ELSE
               OPEN INPUT BACKUP-FILE
               IF NOT BACKUP-SUCCESS
                   SET RELOAD-FAILED TO TRUE
                   CLOSE REGISTRY-FILE
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING
                       "Cannot open backup generation " WS-SEL-STAMP
                       ", status " WS-BACKUP-FILE-STATUS
                       DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   END-STRING
               ELSE
                   MOVE "N" TO WS-BACKUP-EOF-FLAG
                   PERFORM RELOAD-BACKUP-LINE
                       UNTIL BACKUP-END-OF-FILE
                   CLOSE BACKUP-FILE
                   CLOSE REGISTRY-FILE
                   OPEN I-O REGISTRY-FILE
                   IF NOT REGISTRY-SUCCESS
                       SET RELOAD-FAILED TO TRUE
                       MOVE SPACES TO WS-REPORT-LINE
                       STRING
                           "Cannot reopen the scratch master, status "
                           WS-REGISTRY-FILE-STATUS
                           DELIMITED BY SIZE
                           INTO WS-REPORT-LINE
                       END-STRING
                   END-IF
               END-IF
           END-IF.

       RELOAD-BACKUP-LINE.
           READ BACKUP-FILE
               AT END
                   SET BACKUP-END-OF-FILE TO TRUE
               NOT AT END
                   IF BACKUP-RECORD(1:1) NOT = "*"
                       MOVE BACKUP-RECORD TO REGISTRY-RECORD
                       WRITE REGISTRY-RECORD
                           INVALID KEY
                               ADD 1 TO WS-TOTAL-DUPLICATE
                           NOT INVALID KEY
                               ADD 1 TO WS-TOTAL-RELOADED
                       END-WRITE
                   END-IF
           END-READ.

      *> ------------------------------------------------------------
      *> Roll forward: archive generations from the backup's month
      *> on, in index order, then the live log.
      *> ------------------------------------------------------------
       ROLL-FORWARD-AUDIT.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "AUDIT LINES APPLIED" TO REPORT-RECORD
           WRITE REPORT-RECORD
           PERFORM LOAD-ARCHIVE-INDEX
           PERFORM READ-ONE-ARCHIVE
               VARYING WS-ARC-IDX FROM 1 BY 1
               UNTIL WS-ARC-IDX > WS-ARC-COUNT
           MOVE WS-LIVE-LOG-PATH TO WS-LOG-PATH
           PERFORM READ-AUDIT-FILE.

       LOAD-ARCHIVE-INDEX.
           MOVE 0 TO WS-ARC-COUNT
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
                       AND WS-ARC-COUNT < 120
                       ADD 1 TO WS-ARC-COUNT
                       MOVE INDEX-RECORD(1:6)
                           TO WS-ARC-MONTH(WS-ARC-COUNT)
                   END-IF
           END-READ.

       READ-ONE-ARCHIVE.
           IF WS-ARC-MONTH(WS-ARC-IDX) >= WS-SEL-STAMP(1:6)
               MOVE SPACES TO WS-LOG-PATH
               STRING
                   FUNCTION TRIM(WS-HOME)
                   "/.config/newpipi_project_log_"
                   WS-ARC-MONTH(WS-ARC-IDX)
                   DELIMITED BY SIZE
                   INTO WS-LOG-PATH
               END-STRING
               PERFORM READ-AUDIT-FILE
           END-IF.

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
                       PERFORM APPLY-ONE-LOG-LINE
                   END-IF
           END-READ.

      *> A creation writes its audit line before its registry record,
      *> so one that waited on the registry lock while the backup
      *> held it is stamped before the backup yet missing from it.
      *> Same-day creation lines ahead of the stamp are therefore
      *> caught up when the root is still on disk and not keyed -
      *> a root moved or retired since is no longer there to match.
       APPLY-ONE-LOG-LINE.
           MOVE SPACES TO WS-LOG-FIELDS
           UNSTRING LOG-RECORD DELIMITED BY " | "
               INTO WS-LOG-STAMP WS-LOG-NAME WS-LOG-TYPE
                   WS-LOG-ROOT WS-LOG-EXTRA-1 WS-LOG-EXTRA-2
                   WS-LOG-EXTRA-3 WS-LOG-EXTRA-4 WS-LOG-EXTRA-5
           END-UNSTRING
           IF WS-LOG-STAMP(1:17) > WS-SEL-STAMP
               ADD 1 TO WS-TOTAL-LINES
               EVALUATE FUNCTION TRIM(WS-LOG-EXTRA-1)
                   WHEN "PUBLISHED"
                   WHEN "LOCAL-ONLY"
                   WHEN "UNSAFE-REMOTE"
                   WHEN "PUSH-FAILED"
                       PERFORM APPLY-CREATE-LINE
                   WHEN "ADOPTED"
                       PERFORM APPLY-ADOPT-LINE
                   WHEN "DECOMMISSION"
                       PERFORM APPLY-DECOMM-LINE
                   WHEN "RELOCATE"
                       PERFORM APPLY-RELOCATE-LINE
                   WHEN "SET-ROLLBACK"
                       PERFORM APPLY-ROLLBACK-LINE
                   WHEN "OWNER-CHANGE"
                       PERFORM APPLY-OWNER-LINE
               END-EVALUATE
           ELSE
               IF WS-LOG-STAMP(1:8) = WS-SEL-STAMP(1:8)
                   EVALUATE FUNCTION TRIM(WS-LOG-EXTRA-1)
                       WHEN "PUBLISHED"
                       WHEN "LOCAL-ONLY"
                       WHEN "UNSAFE-REMOTE"
                       WHEN "PUSH-FAILED"
                           PERFORM CATCH-UP-CREATE-LINE
                   END-EVALUATE
               END-IF
           END-IF.

      *> Owner, team and clone source come from the line's trailing
      *> fields. A line written before it carried OWNER= falls back
      *> to the directory owner, the way PROJECT-DISCOVER adopts,
      *> and a re-creation over a known root keeps the recorded
      *> owner and team when neither can say.
       APPLY-CREATE-LINE.
           PERFORM READ-LOG-ROOT
           PERFORM EXTRACT-TRAILING-FIELDS
           PERFORM SET-LINE-OWNER
           IF RECORD-FOUND
               MOVE FUNCTION TRIM(WS-LOG-NAME) TO REG-REC-NAME
               MOVE WS-LOG-TYPE TO REG-REC-TYPE
               MOVE WS-LOG-STAMP(1:8) TO REG-REC-DATE
               IF WS-FOUND-OWNER NOT = "unknown"
                   MOVE WS-FOUND-OWNER TO REG-REC-OWNER
               END-IF
               MOVE "ACTIVE" TO REG-REC-STATUS
               MOVE WS-LOG-STAMP(1:8) TO REG-REC-UPDATED
               IF WS-SET-TAG NOT = SPACES
                   MOVE WS-SET-TAG TO REG-REC-SET
               END-IF
               IF WS-LINE-TEAM NOT = SPACES
                   MOVE WS-LINE-TEAM TO REG-REC-TEAM
               END-IF
               MOVE WS-LINE-CLONED-FROM TO REG-REC-CLONED-FROM
               REWRITE REGISTRY-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           ELSE
               PERFORM BUILD-NEW-RECORD
               MOVE WS-SET-TAG TO REG-REC-SET
               WRITE REGISTRY-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
           END-IF
           ADD 1 TO WS-TOTAL-CREATE
           MOVE "CREATE" TO WS-ACTION-WORD
           MOVE SPACES TO WS-ACTION-NOTE
           STRING
               "owner " FUNCTION TRIM(REG-REC-OWNER)
               DELIMITED BY SIZE
               INTO WS-ACTION-NOTE
           END-STRING
           PERFORM REPORT-APPLIED-LINE.

       CATCH-UP-CREATE-LINE.
           PERFORM READ-LOG-ROOT
           IF RECORD-NOT-FOUND
               PERFORM SCREEN-LOG-ROOT
               IF WS-BAD-CHAR-COUNT = 0
                   CALL "SYSTEM" USING
                       FUNCTION CONCATENATE(
                           "test -d """,
                           FUNCTION TRIM(WS-LOG-ROOT),
                           """")
                   END-CALL
                   IF RETURN-CODE = 0
                       ADD 1 TO WS-TOTAL-LINES
                       PERFORM APPLY-CREATE-LINE
                       SUBTRACT 1 FROM WS-TOTAL-CREATE
                       ADD 1 TO WS-TOTAL-CATCH-UP
                   END-IF
               END-IF
           END-IF.

      *> PROJECT-DISCOVER only adopts roots the master does not hold,
      *> so a record already there means the backup has it.
       APPLY-ADOPT-LINE.
           PERFORM READ-LOG-ROOT
           IF RECORD-FOUND
               ADD 1 TO WS-TOTAL-IN-STEP
           ELSE
               PERFORM EXTRACT-TRAILING-FIELDS
               PERFORM SET-LINE-OWNER
               PERFORM BUILD-NEW-RECORD
               WRITE REGISTRY-RECORD
                   INVALID KEY
                       CONTINUE
               END-WRITE
               ADD 1 TO WS-TOTAL-ADOPT
               MOVE "ADOPTED" TO WS-ACTION-WORD
               MOVE SPACES TO WS-ACTION-NOTE
               STRING
                   "owner " FUNCTION TRIM(REG-REC-OWNER)
                   DELIMITED BY SIZE
                   INTO WS-ACTION-NOTE
               END-STRING
               PERFORM REPORT-APPLIED-LINE
           END-IF.

       APPLY-DECOMM-LINE.
           PERFORM READ-LOG-ROOT
           IF RECORD-FOUND
               MOVE "DECOMMISSIONED" TO REG-REC-STATUS
               MOVE WS-LOG-STAMP(1:8) TO REG-REC-UPDATED
               REWRITE REGISTRY-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               ADD 1 TO WS-TOTAL-DECOMM
               MOVE "DECOMMISSION" TO WS-ACTION-WORD
               MOVE SPACES TO WS-ACTION-NOTE
               PERFORM REPORT-APPLIED-LINE
           ELSE
               MOVE "DECOMMISSION" TO WS-ACTION-WORD
               MOVE "no record for this root" TO WS-ACTION-NOTE
               PERFORM REPORT-UNRESOLVED-LINE
           END-IF.

      *> The trailing field is the old root: the record is re-keyed
      *> from it to the new root and name, as REKEY-REGISTRY-RECORD
      *> does at the time of the move.
       APPLY-RELOCATE-LINE.
           MOVE FUNCTION TRIM(WS-LOG-EXTRA-2) TO REG-REC-ROOT
           READ REGISTRY-FILE
               INVALID KEY
                   SET RECORD-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET RECORD-FOUND TO TRUE
           END-READ
           IF RECORD-FOUND
               DELETE REGISTRY-FILE RECORD
               MOVE FUNCTION TRIM(WS-LOG-ROOT) TO REG-REC-ROOT
               MOVE FUNCTION TRIM(WS-LOG-NAME) TO REG-REC-NAME
               MOVE WS-LOG-STAMP(1:8) TO REG-REC-UPDATED
               WRITE REGISTRY-RECORD
                   INVALID KEY
                       MOVE "RELOCATE" TO WS-ACTION-WORD
                       MOVE "new root already keyed - old dropped"
                           TO WS-ACTION-NOTE
                       PERFORM REPORT-UNRESOLVED-LINE
                   NOT INVALID KEY
                       ADD 1 TO WS-TOTAL-RELOCATE
                       MOVE "RELOCATE" TO WS-ACTION-WORD
                       MOVE SPACES TO WS-ACTION-NOTE
                       STRING
                           "from " FUNCTION TRIM(WS-LOG-EXTRA-2)
                           DELIMITED BY SIZE
                           INTO WS-ACTION-NOTE
                       END-STRING
                       PERFORM REPORT-APPLIED-LINE
               END-WRITE
           ELSE
               PERFORM READ-LOG-ROOT
               IF RECORD-FOUND
                   ADD 1 TO WS-TOTAL-IN-STEP
               ELSE
                   MOVE "RELOCATE" TO WS-ACTION-WORD
                   MOVE "neither old nor new root is keyed"
                       TO WS-ACTION-NOTE
                   PERFORM REPORT-UNRESOLVED-LINE
               END-IF
           END-IF.

      *> Rolled-back set members were never registered; a record
      *> under the root can only be a leftover and goes.
       APPLY-ROLLBACK-LINE.
           PERFORM READ-LOG-ROOT
           IF RECORD-FOUND
               DELETE REGISTRY-FILE RECORD
               ADD 1 TO WS-TOTAL-ROLLBACK
               MOVE "SET-ROLLBACK" TO WS-ACTION-WORD
               MOVE "leftover record removed" TO WS-ACTION-NOTE
               PERFORM REPORT-APPLIED-LINE
           ELSE
               ADD 1 TO WS-TOTAL-IN-STEP
           END-IF.

      *> The trailing field is "old -> new"; the new owner is set
      *> whatever the backup held, since the line is the later word.
       APPLY-OWNER-LINE.
           MOVE SPACES TO WS-OLD-OWNER
           MOVE SPACES TO WS-NEW-OWNER
           UNSTRING WS-LOG-EXTRA-2 DELIMITED BY " -> "
               INTO WS-OLD-OWNER WS-NEW-OWNER
           END-UNSTRING
           PERFORM READ-LOG-ROOT
           IF RECORD-FOUND AND WS-NEW-OWNER NOT = SPACES
               MOVE FUNCTION TRIM(WS-NEW-OWNER) TO REG-REC-OWNER
               MOVE WS-LOG-STAMP(1:8) TO REG-REC-UPDATED
               REWRITE REGISTRY-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
               ADD 1 TO WS-TOTAL-OWNER
               MOVE "OWNER-CHANGE" TO WS-ACTION-WORD
               MOVE SPACES TO WS-ACTION-NOTE
               STRING
                   FUNCTION TRIM(WS-OLD-OWNER) " -> "
                   FUNCTION TRIM(WS-NEW-OWNER)
                   DELIMITED BY SIZE
                   INTO WS-ACTION-NOTE
               END-STRING
               PERFORM REPORT-APPLIED-LINE
           ELSE
               MOVE "OWNER-CHANGE" TO WS-ACTION-WORD
               IF RECORD-FOUND
                   MOVE "no new owner on the line" TO WS-ACTION-NOTE
               ELSE
                   MOVE "no record for this root" TO WS-ACTION-NOTE
               END-IF
               PERFORM REPORT-UNRESOLVED-LINE
           END-IF.

       READ-LOG-ROOT.
           MOVE FUNCTION TRIM(WS-LOG-ROOT) TO REG-REC-ROOT
           READ REGISTRY-FILE
               INVALID KEY
                   SET RECORD-NOT-FOUND TO TRUE
               NOT INVALID KEY
                   SET RECORD-FOUND TO TRUE
           END-READ.

       BUILD-NEW-RECORD.
           MOVE SPACES TO REGISTRY-RECORD
           MOVE FUNCTION TRIM(WS-LOG-ROOT) TO REG-REC-ROOT
           MOVE FUNCTION TRIM(WS-LOG-NAME) TO REG-REC-NAME
           MOVE WS-LOG-TYPE TO REG-REC-TYPE
           MOVE WS-LOG-STAMP(1:8) TO REG-REC-DATE
           MOVE WS-FOUND-OWNER TO REG-REC-OWNER
           MOVE "ACTIVE" TO REG-REC-STATUS
           MOVE WS-LOG-STAMP(1:8) TO REG-REC-UPDATED
           MOVE WS-LINE-TEAM TO REG-REC-TEAM
           MOVE WS-LINE-CLONED-FROM TO REG-REC-CLONED-FROM.

      *> PROJECT-CREATOR writes SET=, CLONED-FROM=, OWNER= and TEAM=
      *> after the outcome, each only when it applies; ADOPTED lines
      *> carry OWNER= alone.
       EXTRACT-TRAILING-FIELDS.
           MOVE SPACES TO WS-SET-TAG
           MOVE SPACES TO WS-LINE-OWNER
           MOVE SPACES TO WS-LINE-TEAM
           MOVE SPACES TO WS-LINE-CLONED-FROM
           MOVE WS-LOG-EXTRA-2 TO WS-TRAIL-FIELD
           PERFORM PARSE-ONE-TRAILER
           MOVE WS-LOG-EXTRA-3 TO WS-TRAIL-FIELD
           PERFORM PARSE-ONE-TRAILER
           MOVE WS-LOG-EXTRA-4 TO WS-TRAIL-FIELD
           PERFORM PARSE-ONE-TRAILER
           MOVE WS-LOG-EXTRA-5 TO WS-TRAIL-FIELD
           PERFORM PARSE-ONE-TRAILER.

       PARSE-ONE-TRAILER.
           EVALUATE TRUE
               WHEN WS-TRAIL-FIELD(1:4) = "SET="
                   MOVE WS-TRAIL-FIELD(5:20) TO WS-SET-TAG
               WHEN WS-TRAIL-FIELD(1:6) = "OWNER="
                   MOVE WS-TRAIL-FIELD(7:30) TO WS-LINE-OWNER
               WHEN WS-TRAIL-FIELD(1:5) = "TEAM="
                   MOVE WS-TRAIL-FIELD(6:30) TO WS-LINE-TEAM
               WHEN WS-TRAIL-FIELD(1:12) = "CLONED-FROM="
                   MOVE WS-TRAIL-FIELD(13:50) TO WS-LINE-CLONED-FROM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       SET-LINE-OWNER.
           IF WS-LINE-OWNER NOT = SPACES
               MOVE WS-LINE-OWNER TO WS-FOUND-OWNER
           ELSE
               PERFORM LOOKUP-ROOT-OWNER
           END-IF.

      *> Directory owner, staged through the work file the way
      *> PROJECT-DISCOVER reads it; "unknown" when the root is gone
      *> or fails the screen.
       LOOKUP-ROOT-OWNER.
           MOVE "unknown" TO WS-FOUND-OWNER
           PERFORM SCREEN-LOG-ROOT
           IF WS-BAD-CHAR-COUNT = 0
               CALL "SYSTEM" USING
                   FUNCTION CONCATENATE(
                       "stat -c %U """,
                       FUNCTION TRIM(WS-LOG-ROOT),
                       """ 2>/dev/null > ",
                       FUNCTION TRIM(WS-WORK-PATH))
               END-CALL
               PERFORM READ-WORK-LINE
               IF WORK-RECORD NOT = SPACES
                   MOVE WORK-RECORD(1:30) TO WS-FOUND-OWNER
               END-IF
           END-IF.

       SCREEN-LOG-ROOT.
           MOVE 0 TO WS-BAD-CHAR-COUNT
           PERFORM SCREEN-ONE-ROOT-CHAR
               VARYING WS-BAD-CHAR-IDX FROM 1 BY 1
               UNTIL WS-BAD-CHAR-IDX > 12.

       SCREEN-ONE-ROOT-CHAR.
           INSPECT WS-LOG-ROOT TALLYING WS-BAD-CHAR-COUNT
               FOR ALL WS-BAD-CHAR(WS-BAD-CHAR-IDX).

       READ-WORK-LINE.
           MOVE SPACES TO WORK-RECORD
           OPEN INPUT WORK-FILE
           IF WORK-SUCCESS
               READ WORK-FILE
                   AT END
                       MOVE SPACES TO WORK-RECORD
               END-READ
               CLOSE WORK-FILE
           END-IF.

       REPORT-APPLIED-LINE.
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               WS-LOG-STAMP(1:17) "  "
               WS-ACTION-WORD " "
               FUNCTION TRIM(WS-LOG-NAME)
               " - "
               FUNCTION TRIM(WS-LOG-ROOT)
               "  "
               FUNCTION TRIM(WS-ACTION-NOTE)
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE.

       REPORT-UNRESOLVED-LINE.
           ADD 1 TO WS-TOTAL-UNRESOLVED
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               WS-LOG-STAMP(1:17) "  "
               "UNRESOLVED " WS-ACTION-WORD " "
               FUNCTION TRIM(WS-LOG-NAME)
               " - "
               FUNCTION TRIM(WS-LOG-ROOT)
               "  "
               FUNCTION TRIM(WS-ACTION-NOTE)
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE.

      *> Whatever is left of the live master - the data file and any
      *> index files beside it - moves to a dated directory, then the
      *> rebuilt files take the master's name. A bad return leaves
      *> both copies where the report says.
       INSTALL-REBUILT-MASTER.
           CALL "SYSTEM" USING
               FUNCTION CONCATENATE(
                   "mkdir -p """,
                   FUNCTION TRIM(WS-DAMAGED-PATH),
                   """ && for f in """,
                   FUNCTION TRIM(WS-REGISTRY-PATH),
                   """*; do if [ -e ""$f"" ]; then mv ""$f"" """,
                   FUNCTION TRIM(WS-DAMAGED-PATH),
                   "/"" || exit 1; fi; done; R=""",
                   FUNCTION TRIM(WS-REBUILD-PATH),
                   """; for f in ""$R""*; do mv ""$f"" """,
                   FUNCTION TRIM(WS-REGISTRY-PATH),
                   "${f#""$R""}"" || exit 1; done")
           END-CALL
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           IF RETURN-CODE = 0
               SET INSTALL-OK TO TRUE
               MOVE SPACES TO WS-REPORT-LINE
               STRING
                   "Rebuilt master installed; previous copy kept in "
                   FUNCTION TRIM(WS-DAMAGED-PATH)
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
           ELSE
               SET INSTALL-FAILED TO TRUE
               MOVE SPACES TO WS-REPORT-LINE
               STRING
                   "INSTALL FAILED - check "
                   FUNCTION TRIM(WS-REGISTRY-PATH)
                   ", "
                   FUNCTION TRIM(WS-REBUILD-PATH)
                   " and "
                   FUNCTION TRIM(WS-DAMAGED-PATH)
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
           END-IF
           PERFORM WRITE-REPORT-LINE.

      *> Same field layout as the other audit lines, with
      *> REGISTRY-RECOVER in the outcome column and the generation
      *> recovered from behind it, so the recovery itself is on the
      *> record.
       WRITE-RECOVER-LOG-ENTRY.
           MOVE "auditlog" TO WS-LOCK-NAME
           PERFORM ACQUIRE-NAMED-LOCK
           IF LOCK-DENIED
               DISPLAY "Audit lock unavailable - appending anyway."
           END-IF
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE SPACES TO WS-LOG-LINE
           STRING
               WS-RUN-DATE
               "T"
               WS-RUN-TIME
               " | "
               "registry-master"
               " | "
               "REGISTRY"
               " | "
               FUNCTION TRIM(WS-REGISTRY-PATH)
               " | "
               "REGISTRY-RECOVER"
               " | "
               "FROM=" WS-SEL-STAMP
               DELIMITED BY SIZE
               INTO WS-LOG-LINE
           END-STRING
           MOVE WS-LIVE-LOG-PATH TO WS-LOG-PATH
           OPEN EXTEND PROJECT-LOG-FILE
           IF WS-LOG-FILE-STATUS = "35"
               OPEN OUTPUT PROJECT-LOG-FILE
           END-IF
           MOVE WS-LOG-LINE TO LOG-RECORD
           WRITE LOG-RECORD
           CLOSE PROJECT-LOG-FILE
           IF LOCK-HELD
               MOVE "auditlog" TO WS-LOCK-NAME
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

       WRITE-SUMMARY.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "SUMMARY" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-TOTAL-RELOADED TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "  Records reloaded:        " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-TOTAL-BAD-GEN TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "  Generations passed over: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-TOTAL-LINES TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "  Audit lines replayed:    " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-TOTAL-CREATE TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "  Creations:               " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-TOTAL-CATCH-UP TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "  Creations caught up:     " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-TOTAL-ADOPT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "  Adoptions:               " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-TOTAL-RELOCATE TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "  Relocations:             " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-TOTAL-DECOMM TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "  Decommissions:           " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-TOTAL-ROLLBACK TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "  Set rollbacks:           " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-TOTAL-OWNER TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "  Owner changes:           " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-TOTAL-IN-STEP TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "  Already in step:         " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-TOTAL-UNRESOLVED TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "  Unresolved:              " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE.

       DISPLAY-SUMMARY.
           DISPLAY "Registry recovery complete."
           DISPLAY "From generation: " WS-SEL-STAMP
               "  Reloaded: " WS-TOTAL-RELOADED
               "  Replayed: " WS-TOTAL-LINES
           DISPLAY "Unresolved: " WS-TOTAL-UNRESOLVED
           IF RECOVER-RUN
               IF INSTALL-OK
                   DISPLAY "Master replaced: "
                       FUNCTION TRIM(WS-REGISTRY-PATH)
               ELSE
                   DISPLAY "Install FAILED - see the report."
               END-IF
           ELSE
               DISPLAY "Check only - rebuilt copy: "
                   FUNCTION TRIM(WS-REBUILD-PATH)
           END-IF
           DISPLAY "Report: " FUNCTION TRIM(WS-REPORT-PATH).

       WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.
