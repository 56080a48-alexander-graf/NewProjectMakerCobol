       IDENTIFICATION DIVISION.
       PROGRAM-ID. GIT-RECONCILE.
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
      *> 2026-10-15  Initial version - reconciliation of the registry
      *>             against the shop Git server. Every ACTIVE record
      *>             whose root is a repository on disk is checked
      *>             for an origin remote, for origin matching the
      *>             <GIT_REMOTE_BASE>/<name>.git URL the publish
      *>             step would build today, for the remote answering
      *>             at all, and for local commits the remote does
      *>             not have. Exception classes:
      *>               NEVER-PUBLISHED  no origin remote configured;
      *>               ORIGIN-MISMATCH  origin differs from the URL
      *>                                the publish step builds;
      *>               MISSING-REMOTE   origin does not answer
      *>                                (deleted, renamed, or the
      *>                                server is unreachable);
      *>               UNPUSHED         commits not on the remote.
      *>             Two passes, picked by the command line:
      *>               (no argument / REPORT)  report only;
      *>               PUBLISH  the same, and NEVER-PUBLISHED
      *>                 projects are published the way the
      *>                 creation-time publish step does it, each
      *>                 attempt written to the audit trail as
      *>                 REMOTE-PUBLISH with its outcome.
      *>             Return code 4 when any exception is reported.

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

           SELECT TEMPLATE-CONFIG-FILE
           ASSIGN TO WS-TEMPLATE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TEMPLATE-FILE-STATUS.

           SELECT PROJECT-LOG-FILE
           ASSIGN TO WS-LOG-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOG-FILE-STATUS.

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

       FD TEMPLATE-CONFIG-FILE.
       01 TEMPLATE-RECORD        PIC X(200).

       FD PROJECT-LOG-FILE.
       01 LOG-RECORD             PIC X(400).

       FD WORK-FILE.
       01 WORK-RECORD            PIC X(400).

       FD REPORT-FILE.
       01 REPORT-RECORD          PIC X(500).

       WORKING-STORAGE SECTION.
       01 WS-ENV-DETAILS.
           05 WS-HOME             PIC X(255).
           05 WS-REGISTRY-PATH    PIC X(255).
           05 WS-TEMPLATE-PATH    PIC X(255).
           05 WS-LOG-PATH         PIC X(255).
           05 WS-WORK-PATH        PIC X(255).
           05 WS-REPORT-PATH      PIC X(255).
       01 WS-ENV-BLOCK.
           05 ENV-NAME          PIC X(5).
           05 ENV-VALUE         PIC X(255).

       01 WS-REGISTRY-FILE-STATUS PIC XX.
           88 REGISTRY-SUCCESS  VALUE "00".
       01 WS-REGISTRY-EOF-FLAG  PIC X VALUE "N".
           88 REGISTRY-END-OF-FILE VALUE "Y".
       01 WS-TEMPLATE-FILE-STATUS PIC XX.
           88 TEMPLATE-SUCCESS  VALUE "00".
       01 WS-TEMPLATE-EOF-FLAG  PIC X VALUE "N".
           88 TEMPLATE-END-OF-FILE VALUE "Y".
       01 WS-LOG-FILE-STATUS    PIC XX.
       01 WS-WORK-FILE-STATUS   PIC XX.
           88 WORK-SUCCESS      VALUE "00".
       01 WS-REPORT-FILE-STATUS PIC XX.

       01 WS-RUN-MODE           PIC X(20).
           88 PUBLISH-RUN       VALUE "PUBLISH".
       01 WS-RUN-DATE           PIC X(8).
       01 WS-RUN-TIME           PIC X(8).

       01 WS-TEMPLATE-KEY       PIC X(40).
       01 WS-TEMPLATE-VALUE     PIC X(160).
       01 WS-GIT-REMOTE-BASE    PIC X(160).
       01 WS-BASE-FLAG          PIC 9 VALUE 0.
           88 BASE-USABLE       VALUE 1.
           88 BASE-UNUSABLE     VALUE 0.

      *> Shell prefix for every command that talks to the server:
      *> no credential prompt and no interactive ssh, so a remote
      *> that wants a password fails instead of hanging the run.
       01 WS-GIT-QUIET.
           05 FILLER PIC X(22) VALUE "GIT_TERMINAL_PROMPT=0 ".
           05 FILLER PIC X(40) VALUE
               "GIT_SSH_COMMAND='ssh -o BatchMode=yes'".

       01 WS-ORIGIN-URL         PIC X(400).
       01 WS-EXPECTED-URL       PIC X(400).
       01 WS-UNPUSHED-COUNT     PIC 9(6).
       01 WS-UNPUSHED-DISPLAY   PIC ZZZZZ9.
       01 WS-PUBLISH-RESULT     PIC X(14).
       01 WS-PROJECT-CLEAN-FLAG PIC 9.
           88 PROJECT-CLEAN     VALUE 1.
           88 PROJECT-EXCEPTION VALUE 0.

       01 WS-CLASS-WORD         PIC X(17).
       01 WS-CLASS-NOTE         PIC X(400).

      *> The same shell-metacharacter screen PROJECT-CREATOR applies
      *> to its inputs, re-applied here to roots and names read back
      *> from the editable registry before they reach a CALL
      *> "SYSTEM" command on this unattended run.
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
       01 WS-SCREEN-TEXT        PIC X(400).

       01 WS-LOG-LINE           PIC X(400).

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

      *> Run totals for the console summary.
       01 WS-TOTAL-CHECKED      PIC 9(4) VALUE 0.
       01 WS-TOTAL-SKIPPED      PIC 9(4) VALUE 0.
       01 WS-TOTAL-GONE         PIC 9(4) VALUE 0.
       01 WS-TOTAL-NO-REPO      PIC 9(4) VALUE 0.
       01 WS-TOTAL-UNSAFE       PIC 9(4) VALUE 0.
       01 WS-TOTAL-CLEAN        PIC 9(4) VALUE 0.
       01 WS-TOTAL-MISSING      PIC 9(4) VALUE 0.
       01 WS-TOTAL-MISMATCH     PIC 9(4) VALUE 0.
       01 WS-TOTAL-UNPUSHED     PIC 9(4) VALUE 0.
       01 WS-TOTAL-NEVER        PIC 9(4) VALUE 0.
       01 WS-TOTAL-PUBLISHED    PIC 9(4) VALUE 0.
       01 WS-TOTAL-PUB-FAILED   PIC 9(4) VALUE 0.
       01 WS-TOTAL-EXCEPTIONS   PIC 9(5) VALUE 0.
       01 WS-COUNT-DISPLAY      PIC ZZZ9.

       01 WS-REPORT-LINE        PIC X(500).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM INITIALIZE-PROGRAM
           PERFORM OPEN-REPORT
           PERFORM READ-REGISTRY
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
               "/.config/newpipi_template_defaults"
               DELIMITED BY SIZE
               INTO WS-TEMPLATE-PATH
           END-STRING
           STRING
               FUNCTION TRIM(WS-HOME)
               "/.config/newpipi_project_log"
               DELIMITED BY SIZE
               INTO WS-LOG-PATH
           END-STRING
           STRING
               FUNCTION TRIM(WS-HOME)
               "/newpipi_git_reconcile_report.txt"
               DELIMITED BY SIZE
               INTO WS-REPORT-PATH
           END-STRING
           MOVE "/tmp/newpipi_gitrecon_work.txt" TO WS-WORK-PATH
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE SPACES TO WS-RUN-MODE
           ACCEPT WS-RUN-MODE FROM COMMAND-LINE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RUN-MODE))
               TO WS-RUN-MODE
           PERFORM LOAD-REMOTE-BASE.

      *> Only GIT_REMOTE_BASE matters here, split the way
      *> PROJECT-CREATOR splits it so the expected origin is the one
      *> the publish step would really build. It reaches the shell
      *> in the publish pass, so it gets the usual screen.
       LOAD-REMOTE-BASE.
           MOVE SPACES TO WS-GIT-REMOTE-BASE
           OPEN INPUT TEMPLATE-CONFIG-FILE
           IF TEMPLATE-SUCCESS
               MOVE "N" TO WS-TEMPLATE-EOF-FLAG
               PERFORM READ-TEMPLATE-LINE UNTIL TEMPLATE-END-OF-FILE
               CLOSE TEMPLATE-CONFIG-FILE
           END-IF
           SET BASE-UNUSABLE TO TRUE
           IF WS-GIT-REMOTE-BASE NOT = SPACES
               MOVE WS-GIT-REMOTE-BASE TO WS-SCREEN-TEXT
               PERFORM SCREEN-SHELL-TEXT
               IF WS-BAD-CHAR-COUNT = 0
                   SET BASE-USABLE TO TRUE
               END-IF
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
               IF FUNCTION TRIM(WS-TEMPLATE-KEY) = "GIT_REMOTE_BASE"
                   MOVE WS-TEMPLATE-VALUE TO WS-GIT-REMOTE-BASE
               END-IF
           END-IF.

       OPEN-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE "GIT SERVER RECONCILIATION - EXCEPTIONS"
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "Run: " WS-RUN-DATE "T" WS-RUN-TIME
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           IF PUBLISH-RUN
               MOVE "Mode: PUBLISH - never-published ones published"
                   TO WS-REPORT-LINE
           ELSE
               MOVE "Mode: REPORT" TO WS-REPORT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           EVALUATE TRUE
               WHEN BASE-USABLE
                   STRING
                       "Remote base: "
                       FUNCTION TRIM(WS-GIT-REMOTE-BASE)
                       DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   END-STRING
               WHEN WS-GIT-REMOTE-BASE = SPACES
                   MOVE "Remote base: not configured - no URL check"
                       TO WS-REPORT-LINE
               WHEN OTHER
                   MOVE "Remote base: unsafe characters - no URL check"
                       TO WS-REPORT-LINE
           END-EVALUATE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD.

       READ-REGISTRY.
           OPEN INPUT REGISTRY-FILE
           IF NOT REGISTRY-SUCCESS
               MOVE "Registry file not found - nothing to reconcile."
                   TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
               MOVE "N" TO WS-REGISTRY-EOF-FLAG
               PERFORM READ-REGISTRY-LINE
                   UNTIL REGISTRY-END-OF-FILE
               CLOSE REGISTRY-FILE
           END-IF.

       READ-REGISTRY-LINE.
           READ REGISTRY-FILE NEXT RECORD
               AT END
                   SET REGISTRY-END-OF-FILE TO TRUE
               NOT AT END
                   IF REG-REC-STATUS = "ACTIVE"
                       PERFORM CHECK-ONE-PROJECT
                   ELSE
                       ADD 1 TO WS-TOTAL-SKIPPED
                   END-IF
           END-READ.

      *> The name goes into the publish URL and the root into every
      *> git command, so both are screened before anything runs.
      *> A root gone from disk is PROJECT-RECONCILE's business and
      *> is only counted here.
       CHECK-ONE-PROJECT.
           MOVE SPACES TO WS-SCREEN-TEXT
           STRING
               REG-REC-ROOT REG-REC-NAME
               DELIMITED BY SIZE
               INTO WS-SCREEN-TEXT
           END-STRING
           PERFORM SCREEN-SHELL-TEXT
           IF WS-BAD-CHAR-COUNT > 0
               ADD 1 TO WS-TOTAL-UNSAFE
               MOVE "UNSAFE RECORD" TO WS-CLASS-WORD
               MOVE "shell metacharacters in root or name, not checked"
                   TO WS-CLASS-NOTE
               PERFORM REPORT-PROJECT-LINE
           ELSE
               CALL "SYSTEM" USING
                   FUNCTION CONCATENATE(
                       "test -d """,
                       FUNCTION TRIM(REG-REC-ROOT),
                       """")
               END-CALL
               IF RETURN-CODE NOT = 0
                   ADD 1 TO WS-TOTAL-GONE
               ELSE
                   CALL "SYSTEM" USING
                       FUNCTION CONCATENATE(
                           "git -C """,
                           FUNCTION TRIM(REG-REC-ROOT),
                           """ rev-parse --git-dir >/dev/null 2>&1")
                   END-CALL
                   IF RETURN-CODE NOT = 0
                       ADD 1 TO WS-TOTAL-NO-REPO
                       MOVE "NO REPOSITORY" TO WS-CLASS-WORD
                       MOVE "root is not a git repository, not checked"
                           TO WS-CLASS-NOTE
                       PERFORM REPORT-PROJECT-LINE
                   ELSE
                       ADD 1 TO WS-TOTAL-CHECKED
                       PERFORM CHECK-PROJECT-REMOTE
                   END-IF
               END-IF
           END-IF.

       CHECK-PROJECT-REMOTE.
           SET PROJECT-CLEAN TO TRUE
           PERFORM BUILD-EXPECTED-URL
           CALL "SYSTEM" USING
               FUNCTION CONCATENATE(
                   "git -C """,
                   FUNCTION TRIM(REG-REC-ROOT),
                   """ config --get remote.origin.url > ",
                   FUNCTION TRIM(WS-WORK-PATH),
                   " 2>/dev/null")
           END-CALL
           PERFORM READ-WORK-LINE
           MOVE WORK-RECORD TO WS-ORIGIN-URL
           IF WS-ORIGIN-URL = SPACES
               PERFORM REPORT-NEVER-PUBLISHED
           ELSE
               IF BASE-USABLE AND WS-ORIGIN-URL NOT = WS-EXPECTED-URL
                   ADD 1 TO WS-TOTAL-MISMATCH
                   MOVE "ORIGIN-MISMATCH" TO WS-CLASS-WORD
                   MOVE SPACES TO WS-CLASS-NOTE
                   STRING
                       "origin " FUNCTION TRIM(WS-ORIGIN-URL)
                       " expected " FUNCTION TRIM(WS-EXPECTED-URL)
                       DELIMITED BY SIZE
                       INTO WS-CLASS-NOTE
                   END-STRING
                   PERFORM REPORT-EXCEPTION-LINE
               END-IF
               PERFORM CHECK-REMOTE-CONTENT
           END-IF
           IF PROJECT-CLEAN
               ADD 1 TO WS-TOTAL-CLEAN
           END-IF.

      *> ls-remote is asked through the configured origin, so the
      *> URL itself never passes through the shell. A remote that
      *> answers is fetched so the unpushed count is today's.
       CHECK-REMOTE-CONTENT.
           CALL "SYSTEM" USING
               FUNCTION CONCATENATE(
                   FUNCTION TRIM(WS-GIT-QUIET),
                   " git -C """,
                   FUNCTION TRIM(REG-REC-ROOT),
                   """ ls-remote -q origin >/dev/null 2>&1")
           END-CALL
           IF RETURN-CODE NOT = 0
               ADD 1 TO WS-TOTAL-MISSING
               MOVE "MISSING-REMOTE" TO WS-CLASS-WORD
               MOVE SPACES TO WS-CLASS-NOTE
               STRING
                   "origin " FUNCTION TRIM(WS-ORIGIN-URL)
                   " does not answer"
                   DELIMITED BY SIZE
                   INTO WS-CLASS-NOTE
               END-STRING
               PERFORM REPORT-EXCEPTION-LINE
           ELSE
               CALL "SYSTEM" USING
                   FUNCTION CONCATENATE(
                       FUNCTION TRIM(WS-GIT-QUIET),
                       " git -C """,
                       FUNCTION TRIM(REG-REC-ROOT),
                       """ fetch -q origin >/dev/null 2>&1")
               END-CALL
               CALL "SYSTEM" USING
                   FUNCTION CONCATENATE(
                       "git -C """,
                       FUNCTION TRIM(REG-REC-ROOT),
                       """ rev-list --count HEAD --not",
                       " --remotes=origin 2>/dev/null",
                       " | awk '{printf ""%06d\n"", $1}' > ",
                       FUNCTION TRIM(WS-WORK-PATH))
               END-CALL
               PERFORM READ-WORK-LINE
               MOVE 0 TO WS-UNPUSHED-COUNT
               IF WORK-RECORD(1:6) IS NUMERIC
                   MOVE WORK-RECORD(1:6) TO WS-UNPUSHED-COUNT
               END-IF
               IF WS-UNPUSHED-COUNT > 0
                   ADD 1 TO WS-TOTAL-UNPUSHED
                   MOVE WS-UNPUSHED-COUNT TO WS-UNPUSHED-DISPLAY
                   MOVE "UNPUSHED" TO WS-CLASS-WORD
                   MOVE SPACES TO WS-CLASS-NOTE
                   STRING
                       FUNCTION TRIM(WS-UNPUSHED-DISPLAY)
                       " commit(s) not on origin"
                       DELIMITED BY SIZE
                       INTO WS-CLASS-NOTE
                   END-STRING
                   PERFORM REPORT-EXCEPTION-LINE
               END-IF
           END-IF.

       REPORT-NEVER-PUBLISHED.
           ADD 1 TO WS-TOTAL-NEVER
           MOVE "NEVER-PUBLISHED" TO WS-CLASS-WORD
           MOVE "no origin remote configured" TO WS-CLASS-NOTE
           PERFORM REPORT-EXCEPTION-LINE
           IF PUBLISH-RUN AND BASE-USABLE
               PERFORM PUBLISH-ONE-PROJECT
           END-IF.

       BUILD-EXPECTED-URL.
           MOVE SPACES TO WS-EXPECTED-URL
           IF BASE-USABLE
               STRING
                   FUNCTION TRIM(WS-GIT-REMOTE-BASE)
                   "/"
                   FUNCTION TRIM(REG-REC-NAME)
                   ".git"
                   DELIMITED BY SIZE
                   INTO WS-EXPECTED-URL
               END-STRING
           END-IF.

      *> The creation-time publish step, for a project that missed
      *> it: a scaffold that never got its first commit gets it now,
      *> work already committed is pushed as it stands, and nothing
      *> uncommitted is swept in.
       PUBLISH-ONE-PROJECT.
           CALL "SYSTEM" USING
               FUNCTION CONCATENATE(
                   "cd """,
                   FUNCTION TRIM(REG-REC-ROOT),
                   """ && (git rev-parse -q --verify HEAD >/dev/null",
                   " || (git add -A && git commit -q -m",
                   " ""Initial scaffold""))")
           END-CALL
           CALL "SYSTEM" USING
               FUNCTION CONCATENATE(
                   "cd """,
                   FUNCTION TRIM(REG-REC-ROOT),
                   """ && git remote add origin """,
                   FUNCTION TRIM(WS-EXPECTED-URL),
                   """")
           END-CALL
           CALL "SYSTEM" USING
               FUNCTION CONCATENATE(
                   FUNCTION TRIM(WS-GIT-QUIET),
                   " git -C """,
                   FUNCTION TRIM(REG-REC-ROOT),
                   """ push -q -u origin HEAD")
           END-CALL
           IF RETURN-CODE = 0
               MOVE "PUBLISHED" TO WS-PUBLISH-RESULT
               ADD 1 TO WS-TOTAL-PUBLISHED
               MOVE "  PUBLISHED NOW" TO WS-CLASS-WORD
           ELSE
               MOVE "PUSH-FAILED" TO WS-PUBLISH-RESULT
               ADD 1 TO WS-TOTAL-PUB-FAILED
               MOVE "  PUBLISH FAILED" TO WS-CLASS-WORD
           END-IF
           MOVE WS-EXPECTED-URL TO WS-CLASS-NOTE
           PERFORM REPORT-PROJECT-LINE
           PERFORM WRITE-PUBLISH-LOG-ENTRY.

      *> Same field layout as the creation audit line, with
      *> REMOTE-PUBLISH in the outcome column and the push outcome
      *> behind it.
       WRITE-PUBLISH-LOG-ENTRY.
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
               FUNCTION TRIM(REG-REC-NAME)
               " | "
               FUNCTION TRIM(REG-REC-TYPE)
               " | "
               FUNCTION TRIM(REG-REC-ROOT)
               " | "
               "REMOTE-PUBLISH"
               " | "
               FUNCTION TRIM(WS-PUBLISH-RESULT)
               DELIMITED BY SIZE
               INTO WS-LOG-LINE
           END-STRING
           OPEN EXTEND PROJECT-LOG-FILE
           IF WS-LOG-FILE-STATUS = "35"
               OPEN OUTPUT PROJECT-LOG-FILE
           END-IF
           MOVE WS-LOG-LINE TO LOG-RECORD
           WRITE LOG-RECORD
           CLOSE PROJECT-LOG-FILE
           IF LOCK-HELD
               PERFORM RELEASE-NAMED-LOCK
           END-IF.

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

       SCREEN-SHELL-TEXT.
           MOVE 0 TO WS-BAD-CHAR-COUNT
           PERFORM SCREEN-ONE-SHELL-CHAR
               VARYING WS-BAD-CHAR-IDX FROM 1 BY 1
               UNTIL WS-BAD-CHAR-IDX > 12.

       SCREEN-ONE-SHELL-CHAR.
           INSPECT WS-SCREEN-TEXT TALLYING WS-BAD-CHAR-COUNT
               FOR ALL WS-BAD-CHAR(WS-BAD-CHAR-IDX).

       REPORT-EXCEPTION-LINE.
           SET PROJECT-EXCEPTION TO TRUE
           ADD 1 TO WS-TOTAL-EXCEPTIONS
           PERFORM REPORT-PROJECT-LINE.

       REPORT-PROJECT-LINE.
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               WS-CLASS-WORD " "
               FUNCTION TRIM(REG-REC-NAME)
               " (" FUNCTION TRIM(REG-REC-OWNER) ") - "
               FUNCTION TRIM(REG-REC-ROOT)
               " - "
               FUNCTION TRIM(WS-CLASS-NOTE)
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE.

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
           MOVE WS-TOTAL-CHECKED TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "  Repositories checked:    " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-TOTAL-CLEAN TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "  In step with server:     " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-TOTAL-MISSING TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "  Missing remote:          " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-TOTAL-MISMATCH TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "  Origin mismatch:         " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-TOTAL-UNPUSHED TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "  Unpushed commits:        " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-TOTAL-NEVER TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "  Never published:         " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-TOTAL-PUBLISHED TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "  Published this run:      " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-TOTAL-PUB-FAILED TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "  Publish failed:          " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-TOTAL-NO-REPO TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "  No repository:           " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-TOTAL-GONE TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "  Root not on disk:        " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-TOTAL-UNSAFE TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "  Unsafe records:          " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-TOTAL-SKIPPED TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "  Not ACTIVE, skipped:     " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE.

       DISPLAY-SUMMARY.
           DISPLAY "Git server reconciliation complete."
           DISPLAY "Checked: " WS-TOTAL-CHECKED
               "  Exceptions: " WS-TOTAL-EXCEPTIONS
           IF PUBLISH-RUN
               DISPLAY "Published: " WS-TOTAL-PUBLISHED
                   "  Failed: " WS-TOTAL-PUB-FAILED
           END-IF
           DISPLAY "Report: " FUNCTION TRIM(WS-REPORT-PATH).

       WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.
