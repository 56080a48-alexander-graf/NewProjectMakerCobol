       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGISTRY-WIDEN.
       AUTHOR. CLAUDE.
       DATE-WRITTEN. 2026-10-15.

      *> Modification history:
      *> 2026-10-15  Initial version - one-time conversion of the
      *>             registry master from the 500-byte record to the
      *>             550-byte record that carries REG-REC-CLONED-FROM.
      *>             Under the registry lock, every record of the
      *>             current master is copied into a new master of
      *>             the wider layout with no clone source, then the
      *>             old master is moved aside to a dated directory
      *>             and the new one put in its place, the way
      *>             REGISTRY-RECOVER installs a rebuilt master.
      *>             Refuses to run over a master that will not open
      *>             in the old layout (already widened, or missing).
      *>             Non-interactive - counts on the console, return
      *>             code 8 when nothing was converted or the swap
      *>             fails.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS CRT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-MASTER-FILE
           ASSIGN TO WS-REGISTRY-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OLD-REC-ROOT
           ALTERNATE RECORD KEY IS OLD-REC-NAME WITH DUPLICATES
           FILE STATUS IS WS-OLD-FILE-STATUS.

           SELECT REGISTRY-FILE
           ASSIGN TO WS-WIDENED-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REG-REC-ROOT
           ALTERNATE RECORD KEY IS REG-REC-NAME WITH DUPLICATES
           FILE STATUS IS WS-REGISTRY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> The master as it stood before REG-REC-CLONED-FROM - the
      *> same fields and keys, 500 bytes.
       FD OLD-MASTER-FILE.
       01 OLD-MASTER-RECORD.
           05 OLD-REC-ROOT       PIC X(320).
           05 OLD-REC-NAME       PIC X(50).
           05 OLD-REC-TYPE       PIC X(12).
           05 OLD-REC-DATE       PIC X(8).
           05 OLD-REC-OWNER      PIC X(30).
           05 OLD-REC-STATUS     PIC X(12).
           05 OLD-REC-UPDATED    PIC X(8).
           05 OLD-REC-SET        PIC X(20).
           05 OLD-REC-TEAM       PIC X(30).
           05 FILLER             PIC X(10).

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

       WORKING-STORAGE SECTION.
       01 WS-ENV-DETAILS.
           05 WS-HOME             PIC X(255).
           05 WS-REGISTRY-PATH    PIC X(255).
           05 WS-WIDENED-PATH     PIC X(255).
           05 WS-PREWIDEN-PATH    PIC X(255).
       01 WS-ENV-BLOCK.
           05 ENV-NAME          PIC X(5).
           05 ENV-VALUE         PIC X(255).

       01 WS-OLD-FILE-STATUS    PIC XX.
           88 OLD-SUCCESS       VALUE "00".
       01 WS-REGISTRY-FILE-STATUS PIC XX.
           88 REGISTRY-SUCCESS  VALUE "00".
       01 WS-OLD-EOF-FLAG       PIC X VALUE "N".
           88 OLD-END-OF-FILE   VALUE "Y".

       01 WS-RUN-DATE           PIC X(8).
       01 WS-RUN-TIME           PIC X(8).

       01 WS-TOTAL-READ         PIC 9(6) VALUE 0.
       01 WS-TOTAL-WIDENED      PIC 9(6) VALUE 0.
       01 WS-TOTAL-DUPLICATE    PIC 9(6) VALUE 0.

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
               DISPLAY "Registry in use - widening refused, try later."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM WIDEN-REGISTRY
           PERFORM INSTALL-WIDENED-MASTER
           MOVE "registry" TO WS-LOCK-NAME
           PERFORM RELEASE-NAMED-LOCK
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
               "/.config/newpipi_registry_widened"
               DELIMITED BY SIZE
               INTO WS-WIDENED-PATH
           END-STRING
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           STRING
               FUNCTION TRIM(WS-HOME)
               "/.config/newpipi_registry_prewiden_"
               WS-RUN-DATE "T" WS-RUN-TIME
               DELIMITED BY SIZE
               INTO WS-PREWIDEN-PATH
           END-STRING.

      *> A master already widened no longer opens in the old layout,
      *> so a rerun stops here with the master untouched. Leftovers
      *> of an earlier interrupted run are cleared first.
       WIDEN-REGISTRY.
           OPEN INPUT OLD-MASTER-FILE
           IF NOT OLD-SUCCESS
               DISPLAY "Master will not open in the 500-byte layout"
                   " (status " WS-OLD-FILE-STATUS ") - already"
                   " widened or missing, nothing done: "
                   FUNCTION TRIM(WS-REGISTRY-PATH)
               PERFORM STOP-WITH-FAILURE
           END-IF
           CALL "SYSTEM" USING
               FUNCTION CONCATENATE(
                   "rm -f """,
                   FUNCTION TRIM(WS-WIDENED-PATH),
                   """*")
           END-CALL
           OPEN OUTPUT REGISTRY-FILE
           IF NOT REGISTRY-SUCCESS
               DISPLAY "Cannot create widened master (status "
                   WS-REGISTRY-FILE-STATUS ")"
               CLOSE OLD-MASTER-FILE
               PERFORM STOP-WITH-FAILURE
           END-IF
           MOVE "N" TO WS-OLD-EOF-FLAG
           PERFORM READ-OLD-MASTER-RECORD UNTIL OLD-END-OF-FILE
           CLOSE OLD-MASTER-FILE
           CLOSE REGISTRY-FILE
           IF WS-TOTAL-WIDENED NOT = WS-TOTAL-READ
               DISPLAY "Record counts differ - master left as it is."
               PERFORM STOP-WITH-FAILURE
           END-IF.

       READ-OLD-MASTER-RECORD.
           READ OLD-MASTER-FILE NEXT RECORD
               AT END
                   SET OLD-END-OF-FILE TO TRUE
               NOT AT END
                   PERFORM WIDEN-ONE-RECORD
           END-READ.

       WIDEN-ONE-RECORD.
           ADD 1 TO WS-TOTAL-READ
           MOVE SPACES TO REGISTRY-RECORD
           MOVE OLD-REC-ROOT TO REG-REC-ROOT
           MOVE OLD-REC-NAME TO REG-REC-NAME
           MOVE OLD-REC-TYPE TO REG-REC-TYPE
           MOVE OLD-REC-DATE TO REG-REC-DATE
           MOVE OLD-REC-OWNER TO REG-REC-OWNER
           MOVE OLD-REC-STATUS TO REG-REC-STATUS
           MOVE OLD-REC-UPDATED TO REG-REC-UPDATED
           MOVE OLD-REC-SET TO REG-REC-SET
           MOVE OLD-REC-TEAM TO REG-REC-TEAM
           WRITE REGISTRY-RECORD
               INVALID KEY
                   ADD 1 TO WS-TOTAL-DUPLICATE
                   DISPLAY "Root not written: "
                       FUNCTION TRIM(OLD-REC-ROOT)
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-WIDENED
           END-WRITE.

      *> The old master goes to a dated directory, not away, so the
      *> conversion can be backed out by moving it back.
       INSTALL-WIDENED-MASTER.
           CALL "SYSTEM" USING
               FUNCTION CONCATENATE(
                   "mkdir -p """,
                   FUNCTION TRIM(WS-PREWIDEN-PATH),
                   """ && for f in """,
                   FUNCTION TRIM(WS-REGISTRY-PATH),
                   """*; do if [ -e ""$f"" ]; then mv ""$f"" """,
                   FUNCTION TRIM(WS-PREWIDEN-PATH),
                   "/"" || exit 1; fi; done; R=""",
                   FUNCTION TRIM(WS-WIDENED-PATH),
                   """; for f in ""$R""*; do mv ""$f"" """,
                   FUNCTION TRIM(WS-REGISTRY-PATH),
                   "${f#""$R""}"" || exit 1; done")
           END-CALL
           IF RETURN-CODE NOT = 0
               DISPLAY "INSTALL FAILED - check "
                   FUNCTION TRIM(WS-REGISTRY-PATH) ", "
                   FUNCTION TRIM(WS-WIDENED-PATH) " and "
                   FUNCTION TRIM(WS-PREWIDEN-PATH)
               PERFORM STOP-WITH-FAILURE
           END-IF.

       STOP-WITH-FAILURE.
           MOVE "registry" TO WS-LOCK-NAME
           PERFORM RELEASE-NAMED-LOCK
           MOVE 8 TO RETURN-CODE
           STOP RUN.

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
           DISPLAY "Registry widening complete."
           DISPLAY "  Records read:      " WS-TOTAL-READ
           DISPLAY "  Records widened:   " WS-TOTAL-WIDENED
           DISPLAY "Master: " FUNCTION TRIM(WS-REGISTRY-PATH)
           DISPLAY "Old master kept in: "
               FUNCTION TRIM(WS-PREWIDEN-PATH).
