      *>             maintenance, and the table only bounds the
      *>             search screen. One-time conversion run in
      *>             REGISTRY-CONVERT.
      *> 2026-10-15  Project request intake - requesters append
      *>             lines to newpipi_project_requests in the
      *>             control-file layout (plus who asked), and menu
      *>             mode 13 lists the pending ones for an approver,
      *>             runs the same metacharacter and naming-rule
      *>             checks a batch entry gets, and takes an approve
      *>             or reject with a reason. Approved requests are
      *>             appended to newpipi_batch_approved, ready for
      *>             the next batch run; every decision is kept in
      *>             newpipi_request_decisions and goes to the audit
      *>             trail as REQUEST-APPROVED or REQUEST-REJECTED
      *>             with the approver's user id. Custom types move
      *>             to menu choices 14 up; control-file codes still
      *>             11 up.
      *> 2026-10-15  Team kept with each project - REG-REC-TEAM takes
      *>             30 bytes of the master's expansion FILLER, so
      *>             existing records read as no team and need no
      *>             conversion. A creation writes the team entered
      *>             with the metadata; a refresh over a known root
      *>             keeps the recorded team when none was given.
      *>             The inquiry screen shows it.
      *> 2026-10-15  Owner notices - a creation that reaches the
      *>             registry and a decommission each spool a notice
      *>             (owner, project, root, event, detail) to the
      *>             shared notification spool for NOTIFY-DELIVER to
      *>             send on in the owner's digest.
      *> 2026-10-15  Clone mode - menu mode 14 picks a registered
      *>             project from the search screen and copies its
      *>             tree, less .git, venv and node_modules, to a new
      *>             name and parent path that pass the usual input,
      *>             naming-rule and overwrite checks. The copy gets
      *>             a fresh git init, restamped boilerplate and its
      *>             own manifest, is verified and published like a
      *>             creation, and its audit line carries the source
      *>             as a CLONED-FROM= trailing field. Custom types
      *>             move to menu choices 15 up; control-file codes
      *>             still 11 up.
      *> 2026-10-15  Registry search also matches the owner, so a
      *>             leaver's or a team's projects can be listed from
      *>             the inquiry screen; bulk moves are left to the
      *>             OWNER-REASSIGN batch run.
      *> 2026-10-15  Clone source kept on the registry record as
      *>             REG-REC-CLONED-FROM (record widened, converted by
      *>             REGISTRY-WIDEN). Creation audit lines carry
      *>             OWNER= and TEAM= trailing fields after SET= and
      *>             CLONED-FROM=, so REGISTRY-RECOVER restores them.
      *>             A clone drops the source's README.md, LICENSE
      *>             and PROJECT-INFO.txt before restamping, so none
      *>             of the source's identity survives a missing
      *>             skeleton.
      *> 2026-10-15  Clone refuses a decommissioned source (the
      *>             stored status is the 12-byte "DECOMMISSION"). A
      *>             clone whose copy fails stops before stamping -
      *>             no audit line, registry record or notice.
      *> 2026-10-15  Decisions-file names load into their own field,
      *>             so the under-lock re-check compares the request
      *>             being decided and a second approver's decision
      *>             of the same request is refused.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOCK-INFO-FILE-STATUS.

           SELECT REQUEST-QUEUE-FILE
           ASSIGN TO WS-REQUEST-QUEUE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REQUEST-QUEUE-FILE-STATUS.

           SELECT REQUEST-DECISION-FILE
           ASSIGN TO WS-REQUEST-DECISION-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REQUEST-DECISION-FILE-STATUS.

           SELECT APPROVED-BATCH-FILE
           ASSIGN TO WS-APPROVED-BATCH-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-APPROVED-BATCH-FILE-STATUS.

           SELECT NOTIFY-SPOOL-FILE
           ASSIGN TO WS-NOTIFY-SPOOL-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NOTIFY-SPOOL-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CONFIG-FILE.
      *> Registry master record - fixed fields, keyed on the project
      *> root with the name as an alternate key for the search
      *> screen. REG-REC-UPDATED carries the date of the last
      *> maintenance touch. REG-REC-CLONED-FROM names the source of
      *> a cloned project; it did not fit the old expansion FILLER,
      *> so the record was widened and REGISTRY-WIDEN converts an
      *> existing master once. The remaining FILLER is expansion
      *> space for the next small field.
       FD REGISTRY-FILE.
       01 REGISTRY-RECORD.
           05 REG-REC-ROOT       PIC X(320).
           05 REG-REC-STATUS     PIC X(12).
           05 REG-REC-UPDATED    PIC X(8).
           05 REG-REC-SET        PIC X(20).
           05 REG-REC-TEAM       PIC X(30).
           05 REG-REC-CLONED-FROM PIC X(50).
           05 FILLER             PIC X(10).

       FD CUSTOM-TYPES-FILE.
       01 CUSTOM-TYPES-RECORD    PIC X(300).
       FD LOCK-INFO-FILE.
       01 LOCK-INFO-RECORD       PIC X(60).

       FD REQUEST-QUEUE-FILE.
       01 REQUEST-QUEUE-RECORD   PIC X(400).

       FD REQUEST-DECISION-FILE.
       01 REQUEST-DECISION-RECORD PIC X(200).

       FD APPROVED-BATCH-FILE.
       01 APPROVED-BATCH-RECORD  PIC X(400).

       FD NOTIFY-SPOOL-FILE.
       01 NOTIFY-SPOOL-RECORD    PIC X(600).

       WORKING-STORAGE SECTION.
       01 WS-PROJECT-DETAILS.
           05 WS-PARENT-PATH     PIC X(255).
           88 BATCH-REPORT-SUCCESS VALUE "00".
       01 WS-LOCK-INFO-FILE-STATUS PIC XX.
           88 LOCK-INFO-SUCCESS VALUE "00".
       01 WS-REQUEST-QUEUE-FILE-STATUS PIC XX.
           88 REQUEST-QUEUE-SUCCESS VALUE "00".
       01 WS-REQUEST-DECISION-FILE-STATUS PIC XX.
           88 REQUEST-DECISION-SUCCESS VALUE "00".
       01 WS-APPROVED-BATCH-FILE-STATUS PIC XX.
           88 APPROVED-BATCH-SUCCESS VALUE "00".
       01 WS-NOTIFY-SPOOL-FILE-STATUS PIC XX.

       01 WS-CONFIG-EOF-FLAG    PIC X VALUE "N".
           88 CONFIG-END-OF-FILE VALUE "Y".
           88 NAMING-RULES-END-OF-FILE VALUE "Y".
       01 WS-RELEASE-SETS-EOF-FLAG PIC X VALUE "N".
           88 RELEASE-SETS-END-OF-FILE VALUE "Y".
       01 WS-REQUEST-QUEUE-EOF-FLAG PIC X VALUE "N".
           88 REQUEST-QUEUE-END-OF-FILE VALUE "Y".
       01 WS-REQUEST-DECISION-EOF-FLAG PIC X VALUE "N".
           88 REQUEST-DECISION-END-OF-FILE VALUE "Y".

       01 WS-ENV-DETAILS.
           05 WS-HOME             PIC X(255).
           05 WS-CHECKPOINT-PATH  PIC X(255).
           05 WS-NAMING-RULES-PATH PIC X(255).
           05 WS-RELEASE-SETS-PATH PIC X(255).
           05 WS-REQUEST-QUEUE-PATH PIC X(255).
           05 WS-REQUEST-DECISION-PATH PIC X(255).
           05 WS-APPROVED-BATCH-PATH PIC X(255).
           05 WS-NOTIFY-SPOOL-PATH PIC X(255).
       01 WS-ENV-BLOCK.
           05 ENV-NAME          PIC X(5).
           05 ENV-VALUE         PIC X(255).
      *>     END
      *> "*" in column one comments a line out. Custom types carry
      *> internal type codes 11 up (the same codes the control file
      *> uses) and appear on the menu from choice 14 up.
      *> Path-like fields (name, directories, file paths, expected
      *> items) are kept in contiguous sub-groups so the whole set
      *> can be screened for shell metacharacters in one INSPECT per
               10 WS-REG-OWNER      PIC X(30).
               10 WS-REG-STATUS     PIC X(12).
               10 WS-REG-SET        PIC X(20).
               10 WS-REG-TEAM       PIC X(30).
       01 WS-REG-COUNT           PIC 9(4) VALUE 0.
       01 WS-REG-OVERFLOW-FLAG   PIC 9 VALUE 0.
           88 REGISTRY-OVERFLOW  VALUE 1.
       01 WS-RELOC-CONFIRM       PIC X.
           88 RELOC-YES          VALUE "Y" "y".

      *> Clone mode - the source project picked from the registry.
      *> While a clone is in progress CREATE-PROJECT copies the
      *> source tree in place of building a skeleton.
       01 WS-CLONE-FLAG          PIC 9 VALUE 0.
           88 CLONE-ACTIVE       VALUE 1.
           88 CLONE-INACTIVE     VALUE 0.
       01 WS-CLONE-SRC-NAME      PIC X(50).
       01 WS-CLONE-SRC-ROOT      PIC X(320).
       01 WS-CLONE-SRC-TYPE      PIC X(12).
       01 WS-CLONE-SRC-PREFIX    PIC X(321).
       01 WS-CLONE-SRC-LEN       PIC 9(3).
       01 WS-CLONE-KEPT          PIC 9(2).

      *> Release sets, loaded from the definition file alongside
      *> newpipi_custom_types. Each block names a set and lists the
      *> members that must all exist before anyone starts work:
       01 WS-LOG-LINE            PIC X(400).
       01 WS-PROJECT-TYPE-NAME   PIC X(12).

      *> Owner notification spool, shared with the batch programs
      *> and drained by NOTIFY-DELIVER. One line per notice:
      *>     STAMP|OWNER|PROJECT|ROOT|EVENT|DETAIL
       01 WS-NOTIFY-OWNER        PIC X(30).
       01 WS-NOTIFY-PROJECT      PIC X(50).
       01 WS-NOTIFY-ROOT         PIC X(320).
       01 WS-NOTIFY-EVENT        PIC X(16).
       01 WS-NOTIFY-DETAIL       PIC X(120).
       01 WS-NOTIFY-LINE         PIC X(600).
       01 WS-NOTIFY-DUE-FLAG     PIC 9 VALUE 0.
           88 NOTIFY-DUE         VALUE 1.
           88 NOTIFY-NOT-DUE     VALUE 0.

      *> Project request intake. Requesters append one line per
      *> wanted project to the queue file, in the control-file
      *> layout with who asked on the end:
      *>     PARENT|NAME|TYPE|OWNER|TEAM|TICKET|PUBLISH|REQUESTED-BY
      *> "*" in column one comments a line out. The queue is append-
      *> only: a request is known by its sequence number (counting
      *> every non-comment line, the way the batch checkpoint counts
      *> control-file entries) and its name, and it stays pending
      *> until the decisions file holds a record for that pair:
      *>     SEQ|NAME|APPROVED or REJECTED|APPROVER|YYYYMMDD|REASON
       01 WS-RQ-PENDING-TABLE.
           05 WS-RQ-ENTRY OCCURS 100 TIMES.
               10 WS-RQ-SEQ         PIC 9(4).
               10 WS-RQ-LINE        PIC X(400).
       01 WS-RQ-COUNT            PIC 9(3) VALUE 0.
       01 WS-RQ-OVERFLOW-FLAG    PIC 9 VALUE 0.
           88 RQ-OVERFLOW        VALUE 1.
           88 RQ-IN-CORE         VALUE 0.
       01 WS-RQ-DECIDED-LIST.
           05 WS-RQ-DECIDED OCCURS 2000 TIMES.
               10 WS-RQ-DECIDED-SEQ  PIC 9(4).
               10 WS-RQ-DECIDED-NAME PIC X(50).
       01 WS-RQ-DECIDED-COUNT    PIC 9(4) VALUE 0.
       01 WS-RQ-DECIDED-FULL-FLAG PIC 9 VALUE 0.
           88 RQ-DECISIONS-FULL  VALUE 1.
           88 RQ-DECISIONS-OK    VALUE 0.
       01 WS-RQ-SEQ-COUNTER      PIC 9(4) VALUE 0.
       01 WS-RQ-IDX              PIC 9(3).
       01 WS-RQ-DEC-IDX          PIC 9(4).
       01 WS-RQ-SEL              PIC 9(3) VALUE 0.
       01 WS-RQ-SEQ-TEXT         PIC X(4).
       01 WS-RQ-NAME             PIC X(50).
      *> Name field of a decisions-file line, kept apart from
      *> WS-RQ-NAME so loading the file never disturbs the request
      *> being decided.
       01 WS-RQ-DEC-NAME-TEXT    PIC X(50).
       01 WS-RQ-PARENT           PIC X(255).
       01 WS-RQ-DECISION         PIC X(10).
       01 WS-RQ-REQUESTER        PIC X(30).
       01 WS-RQ-APPROVER         PIC X(30).
       01 WS-RQ-REASON           PIC X(60).
       01 WS-RQ-DATE             PIC X(8).
       01 WS-RQ-OUT-LINE         PIC X(400).
       01 WS-RQ-CHOICE           PIC X.
       01 WS-RQ-DECIDED-FLAG     PIC 9.
           88 RQ-ALREADY-DECIDED VALUE 1.
           88 RQ-NOT-DECIDED     VALUE 0.
       01 WS-RQ-CHECK-FLAG       PIC 9.
           88 RQ-CHECKS-PASSED   VALUE 1.
           88 RQ-CHECKS-FAILED   VALUE 0.
       01 WS-RQ-DONE-FLAG        PIC 9 VALUE 0.
           88 RQ-QUEUE-DONE      VALUE 1.
           88 RQ-QUEUE-OPEN      VALUE 0.

       SCREEN SECTION.
       01 CLEAR-SCREEN.
           05 BLANK SCREEN.
           05 LINE 13 COL 5     VALUE "10. Decommission Project".
           05 LINE 14 COL 5     VALUE "11. Relocate Project".
           05 LINE 15 COL 5     VALUE "12. Create Release Set".
           05 LINE 16 COL 5     VALUE "13. Project Requests".
           05 LINE 17 COL 5     VALUE "14. Clone Project".

       PROCEDURE DIVISION.
       MAIN-LOGIC.
                   PERFORM RELOCATE-SCREEN
               WHEN 12
                   PERFORM RUN-SET-MODE
               WHEN 13
                   PERFORM RUN-REQUEST-QUEUE
               WHEN 14
                   PERFORM RUN-CLONE-MODE
               WHEN OTHER
                   SET HAS-ERROR TO TRUE
                   PERFORM GET-DETAILS-AND-CHECK-EXISTENCE
      *> Loops the path/name prompt and the overwrite check together
      *> so declining an overwrite sends the user back to pick a new
      *> name instead of ending the run.
      *> A clone's target is first checked against its source, so
      *> the overwrite question is never asked about the source tree.
       GET-DETAILS-AND-CHECK-EXISTENCE.
           PERFORM GET-PROJECT-DETAILS
           IF CLONE-ACTIVE
               PERFORM CHECK-CLONE-TARGET
           END-IF
           IF IS-VALID
               PERFORM CHECK-PROJECT-EXISTS
           END-IF.

       INITIALIZE-PROGRAM.
           INITIALIZE WS-PROJECT-DETAILS
               "/.config/newpipi_lock_owner.tmp"
               DELIMITED BY SIZE
               INTO WS-LOCK-INFO-PATH
           END-STRING
           STRING
               FUNCTION TRIM(WS-HOME)
               "/.config/newpipi_project_requests"
               DELIMITED BY SIZE
               INTO WS-REQUEST-QUEUE-PATH
           END-STRING
           STRING
               FUNCTION TRIM(WS-HOME)
               "/.config/newpipi_request_decisions"
               DELIMITED BY SIZE
               INTO WS-REQUEST-DECISION-PATH
           END-STRING
           STRING
               FUNCTION TRIM(WS-HOME)
               "/.config/newpipi_batch_approved"
               DELIMITED BY SIZE
               INTO WS-APPROVED-BATCH-PATH
           END-STRING
           STRING
               FUNCTION TRIM(WS-HOME)
               "/.config/newpipi_notify_spool"
               DELIMITED BY SIZE
               INTO WS-NOTIFY-SPOOL-PATH
           END-STRING.

       LOAD-CONFIG.
           END-IF.

      *> The static screen carries the built-in choices; any loaded
      *> custom types are listed after it from choice 14 up, and the
      *> prompt moves down to stay below the longest list.
       DISPLAY-MENU.
           DISPLAY CLEAR-SCREEN
           PERFORM DISPLAY-ONE-CUSTOM-TYPE
               VARYING WS-CT-IDX FROM 1 BY 1
               UNTIL WS-CT-IDX > WS-CT-COUNT
           COMPUTE WS-MENU-LINE = 19 + WS-CT-COUNT
           MOVE 0 TO WS-MENU-CHOICE
           SET MENU-CHOICE-BAD TO TRUE
           PERFORM ACCEPT-MENU-CHOICE UNTIL MENU-CHOICE-OK
      *> Menu choices 15 up are the custom types, whose internal
      *> type codes (and batch control-file codes) stay 11 up - the
      *> menu number is four higher than the code since the
      *> relocate, release-set, request and clone modes took
      *> choices 11 to 14.
           IF WS-MENU-CHOICE < 8
               MOVE WS-MENU-CHOICE TO WS-PROJECT-TYPE
           END-IF
           IF WS-MENU-CHOICE > 14
               COMPUTE WS-PROJECT-TYPE = WS-MENU-CHOICE - 4
           END-IF
           IF CUSTOM-TYPE
               COMPUTE WS-CT-SEL = WS-PROJECT-TYPE - 10
           IF FULLSTACK
               PERFORM SELECT-FULLSTACK-BACKEND
           END-IF
           IF WS-MENU-CHOICE < 8 OR WS-MENU-CHOICE > 14
               PERFORM PRE-FLIGHT-FOR-ONE-TYPE
               IF TOOLCHAIN-BAD
                   DISPLAY "Toolchain not ready - fix your PATH or"
           END-EVALUATE.

       DISPLAY-ONE-CUSTOM-TYPE.
           COMPUTE WS-DISPLAY-LINE = 17 + WS-CT-IDX
           COMPUTE WS-CT-CODE = 14 + WS-CT-IDX
           DISPLAY WS-CT-CODE ". "
               FUNCTION TRIM(WS-CT-NAME(WS-CT-IDX))
               " Project (custom)"
                   MOVE WS-MENU-D1 TO WS-MENU-CHOICE
               END-IF
           END-IF
           IF (WS-MENU-CHOICE >= 1 AND WS-MENU-CHOICE <= 14)
               OR (WS-MENU-CHOICE >= 15
                   AND WS-MENU-CHOICE <= 14 + WS-CT-COUNT)
               SET MENU-CHOICE-OK TO TRUE
           ELSE
               SET MENU-CHOICE-BAD TO TRUE
           DISPLAY "The following would be created under:"
               AT LINE 2 COL 5
           DISPLAY FUNCTION TRIM(WS-PROJECT-ROOT) AT LINE 3 COL 5
           IF CLONE-ACTIVE
               DISPLAY "copied from "
                   FUNCTION TRIM(WS-CLONE-SRC-ROOT)
                   AT LINE 4 COL 5
           END-IF
           PERFORM DISPLAY-ONE-PREVIEW-ITEM
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-EXPECTED-COUNT.
                           UNTIL WS-IDX >
                               WS-CT-EXP-COUNT(WS-CT-SEL)
                   END-IF
           END-EVALUATE
           IF CLONE-ACTIVE
               PERFORM DROP-CLONE-EXCLUDED-ITEMS
           END-IF.

       COPY-ONE-CUSTOM-EXPECT.
           MOVE WS-CT-EXP(WS-CT-SEL WS-IDX)
               TO WS-EXPECTED-ITEM(WS-IDX)
           MOVE WS-IDX TO WS-EXPECTED-COUNT.

      *> A clone is copied without its dependency directories - the
      *> new project rebuilds those itself - so they are not looked
      *> for in the preview or the verification.
       DROP-CLONE-EXCLUDED-ITEMS.
           MOVE 0 TO WS-CLONE-KEPT
           PERFORM KEEP-ONE-CLONE-ITEM
               VARYING WS-IDX FROM 1 BY 1
               UNTIL WS-IDX > WS-EXPECTED-COUNT
           MOVE WS-CLONE-KEPT TO WS-EXPECTED-COUNT.

       KEEP-ONE-CLONE-ITEM.
           IF WS-EXPECTED-ITEM(WS-IDX) NOT = "venv"
               AND WS-EXPECTED-ITEM(WS-IDX) NOT = "node_modules"
               ADD 1 TO WS-CLONE-KEPT
               MOVE WS-EXPECTED-ITEM(WS-IDX)
                   TO WS-EXPECTED-ITEM(WS-CLONE-KEPT)
           END-IF.

       CREATE-PROJECT.
           IF IS-VALID
               DISPLAY CLEAR-SCREEN
               DISPLAY "Creating project..." AT LINE 6 COL 5
               IF CLONE-ACTIVE
                   PERFORM COPY-CLONE-SOURCE
               ELSE
                   EVALUATE WS-PROJECT-TYPE
                       WHEN 1 PERFORM CREATE-PYTHON-PROJECT
                       WHEN 2 PERFORM CREATE-GO-PROJECT
                       WHEN 3 PERFORM CREATE-RUST-PROJECT
                       WHEN 4 PERFORM CREATE-JS-PROJECT
                       WHEN 5 PERFORM CREATE-CPP-PROJECT
                       WHEN 6 PERFORM CREATE-COBOL-PROJECT
                       WHEN 7 PERFORM CREATE-FULLSTACK-PROJECT
                       WHEN OTHER PERFORM CREATE-CUSTOM-PROJECT
                   END-EVALUATE
               END-IF
               IF HAS-ERROR
                   PERFORM REPORT-CLONE-COPY-FAILED
               ELSE
                   PERFORM FINISH-PROJECT-CREATION
               END-IF
           END-IF.

      *> Everything after the tree is on disk: stamping, manifest,
      *> verification, then publish, audit line and registry record.
       FINISH-PROJECT-CREATION.
           PERFORM BUILD-PROJECT-ROOT
           PERFORM STAMP-BOILERPLATE
           PERFORM WRITE-CREATE-MANIFEST
           PERFORM VERIFY-PROJECT-CREATION
      *> A scaffold that flunked its own verification never goes to
      *> the Git server - the audit line says why it stayed local.
      *> In set mode the whole commit (publish, audit line,
      *> registry record) is deferred until every member of the set
      *> has verified, so a set that rolls back leaves nothing on
      *> the Git server, in the trail or in the master.
           IF SET-COMMIT-DEFERRED
               CONTINUE
           ELSE
               IF WS-VERIFY-FAIL-COUNT = 0
                   PERFORM PUBLISH-PROJECT
               ELSE
                   MOVE "NOT-PUBLISHED" TO WS-PUBLISH-RESULT
               END-IF
               PERFORM WRITE-LOG-ENTRY
               IF WS-VERIFY-FAIL-COUNT = 0
                   PERFORM ADD-REGISTRY-ENTRY
               END-IF
           END-IF
           PERFORM SAVE-CONFIG

           COMPUTE WS-DISPLAY-LINE = 18 + WS-EXPECTED-COUNT
           IF WS-VERIFY-FAIL-COUNT = 0
               DISPLAY "Project created successfully!"
                   AT LINE WS-DISPLAY-LINE COL 5
           ELSE
               DISPLAY "Project created with errors - see report."
                   AT LINE WS-DISPLAY-LINE COL 5
           END-IF

           IF NOT BATCH-ACTIVE
               COMPUTE WS-DISPLAY-LINE = 20 + WS-EXPECTED-COUNT
               DISPLAY "Press any key to continue..."
                   AT LINE WS-DISPLAY-LINE COL 5
               ACCEPT WS-CONFIRM AT LINE WS-DISPLAY-LINE COL 35
           END-IF.

      *> A clone whose copy failed stops here, before anything is
      *> stamped, published, audited or registered - a part-copied
      *> tree must not go on record as a good creation. What did
      *> land is left in place for the operator to look at.
       REPORT-CLONE-COPY-FAILED.
           DISPLAY "Clone failed - nothing recorded. Partial copy"
               AT LINE 16 COL 5
           DISPLAY "left in: " FUNCTION TRIM(WS-PROJECT-ROOT)
               AT LINE 17 COL 5
           IF NOT BATCH-ACTIVE
               DISPLAY "Press any key to continue..."
                   AT LINE 19 COL 5
               ACCEPT WS-CONFIRM AT LINE 19 COL 35
           END-IF.

      *> Writes a manifest of every scaffolded file with its size
           ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD
           ACCEPT WS-LOG-TIME FROM TIME
           PERFORM SET-PROJECT-TYPE-NAME
           PERFORM RESOLVE-PROJECT-OWNER
           MOVE SPACES TO WS-LOG-LINE
           STRING
               WS-LOG-DATE
                   INTO WS-LOG-LINE
               END-STRING
           END-IF
      *> A clone names its source the same way. The outcome column
      *> is still the publish result, so every reader of the trail
      *> takes the line as the creation it is.
           IF CLONE-ACTIVE
               STRING
                   FUNCTION TRIM(WS-LOG-LINE)
                   " | CLONED-FROM="
                   FUNCTION TRIM(WS-CLONE-SRC-NAME)
                   DELIMITED BY SIZE
                   INTO WS-LOG-LINE
               END-STRING
           END-IF
      *> Owner and team go last, after every field the older readers
      *> look for, so REGISTRY-RECOVER can rebuild the record as it
      *> was entered rather than from the directory owner.
           STRING
               FUNCTION TRIM(WS-LOG-LINE)
               " | OWNER="
               FUNCTION TRIM(WS-PROJECT-OWNER)
               DELIMITED BY SIZE
               INTO WS-LOG-LINE
           END-STRING
           IF WS-PROJECT-TEAM NOT = SPACES
               STRING
                   FUNCTION TRIM(WS-LOG-LINE)
                   " | TEAM="
                   FUNCTION TRIM(WS-PROJECT-TEAM)
                   DELIMITED BY SIZE
                   INTO WS-LOG-LINE
               END-STRING
           END-IF
           PERFORM APPEND-AUDIT-LINE.

      *> Serializes audit appends across concurrent runs under the
           CLOSE PROJECT-LOG-FILE
           PERFORM RELEASE-LOCK.

      *> Spools one owner notice from the WS-NOTIFY- fields, under
      *> the notify lock NOTIFY-DELIVER also takes while it drains
      *> the spool. As with the audit trail, a denied lock does not
      *> drop the notice.
       APPEND-NOTIFY-LINE.
           ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD
           ACCEPT WS-LOG-TIME FROM TIME
           MOVE SPACES TO WS-NOTIFY-LINE
           STRING
               WS-LOG-DATE "T" WS-LOG-TIME
               "|" FUNCTION TRIM(WS-NOTIFY-OWNER)
               "|" FUNCTION TRIM(WS-NOTIFY-PROJECT)
               "|" FUNCTION TRIM(WS-NOTIFY-ROOT)
               "|" FUNCTION TRIM(WS-NOTIFY-EVENT)
               "|" FUNCTION TRIM(WS-NOTIFY-DETAIL)
               DELIMITED BY SIZE
               INTO WS-NOTIFY-LINE
           END-STRING
           MOVE "notify" TO WS-LOCK-NAME
           PERFORM ACQUIRE-LOCK
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
           PERFORM RELEASE-LOCK.

       SET-PROJECT-TYPE-NAME.
           EVALUATE WS-PROJECT-TYPE
               WHEN 1 MOVE "PYTHON" TO WS-PROJECT-TYPE-NAME
                       MOVE WS-CT-NAME(WS-CT-SEL)
                           TO WS-PROJECT-TYPE-NAME
                   ELSE
                       IF CLONE-ACTIVE
                           MOVE WS-CLONE-SRC-TYPE
                               TO WS-PROJECT-TYPE-NAME
                       ELSE
                           MOVE "UNKNOWN" TO WS-PROJECT-TYPE-NAME
                       END-IF
                   END-IF
           END-EVALUATE.

      *> (new date, owner, type, back to ACTIVE) instead of writing
      *> a duplicate. Relies on WRITE-LOG-ENTRY having set
      *> WS-LOG-DATE and the type name.
      *> The owner hears about the new project only once it is on
      *> record; the notice is spooled after the registry lock is
      *> given back, since the two locks share one lock slot.
       ADD-REGISTRY-ENTRY.
           PERFORM RESOLVE-PROJECT-OWNER
           SET NOTIFY-NOT-DUE TO TRUE
           PERFORM OPEN-REGISTRY-UPDATE
           IF REGISTRY-SUCCESS
               MOVE FUNCTION TRIM(WS-PROJECT-ROOT) TO REG-REC-ROOT
                   NOT INVALID KEY
                       PERFORM REFRESH-REGISTRY-RECORD
               END-READ
               IF REGISTRY-SUCCESS
                   SET NOTIFY-DUE TO TRUE
               END-IF
               PERFORM CLOSE-REGISTRY-UPDATE
           ELSE
               DISPLAY "Registry master not available - not recorded."
                   AT LINE 13 COL 5
           END-IF
           IF NOTIFY-DUE
               PERFORM WRITE-CREATE-NOTIFY-ENTRY
           END-IF.

       WRITE-CREATE-NOTIFY-ENTRY.
           MOVE WS-PROJECT-OWNER TO WS-NOTIFY-OWNER
           MOVE WS-PROJECT-NAME TO WS-NOTIFY-PROJECT
           MOVE WS-PROJECT-ROOT TO WS-NOTIFY-ROOT
           MOVE "CREATED" TO WS-NOTIFY-EVENT
           MOVE SPACES TO WS-NOTIFY-DETAIL
           IF CLONE-ACTIVE
               STRING
                   FUNCTION TRIM(WS-PROJECT-TYPE-NAME)
                   " project cloned from "
                   FUNCTION TRIM(WS-CLONE-SRC-NAME)
                   " " WS-LOG-DATE
                   " - "
                   FUNCTION TRIM(WS-PUBLISH-RESULT)
                   DELIMITED BY SIZE
                   INTO WS-NOTIFY-DETAIL
               END-STRING
           ELSE
               STRING
                   FUNCTION TRIM(WS-PROJECT-TYPE-NAME)
                   " project created "
                   WS-LOG-DATE
                   " - "
                   FUNCTION TRIM(WS-PUBLISH-RESULT)
                   DELIMITED BY SIZE
                   INTO WS-NOTIFY-DETAIL
               END-STRING
           END-IF
           PERFORM APPEND-NOTIFY-LINE.

      *> Opens the master for single-record maintenance under the
      *> registry lock, creating an empty master first when none
      *> exists yet (status 35), the way the old text registry
           MOVE "ACTIVE" TO REG-REC-STATUS
           MOVE WS-LOG-DATE TO REG-REC-UPDATED
           MOVE WS-SET-NAME TO REG-REC-SET
           MOVE WS-PROJECT-TEAM TO REG-REC-TEAM
           IF CLONE-ACTIVE
               MOVE WS-CLONE-SRC-NAME TO REG-REC-CLONED-FROM
           END-IF
           WRITE REGISTRY-RECORD
               INVALID KEY
                   DISPLAY "Registry write failed - not recorded."
           IF WS-SET-NAME NOT = SPACES
               MOVE WS-SET-NAME TO REG-REC-SET
           END-IF
           IF WS-PROJECT-TEAM NOT = SPACES
               MOVE WS-PROJECT-TEAM TO REG-REC-TEAM
           END-IF
      *> A re-creation over the root is a new project there - it is
      *> a clone of this run's source or of nothing.
           IF CLONE-ACTIVE
               MOVE WS-CLONE-SRC-NAME TO REG-REC-CLONED-FROM
           ELSE
               MOVE SPACES TO REG-REC-CLONED-FROM
           END-IF
           REWRITE REGISTRY-RECORD
               INVALID KEY
                   DISPLAY "Registry rewrite failed - not recorded."
           END-REWRITE.

      *> Inquiry and maintenance screen over the registry master:
      *> search by name, path or owner substring (blank lists all),
      *> view one record, and change its status or owner in place.
       REGISTRY-SCREEN.
           PERFORM LOAD-REGISTRY
      *> Leaves the chosen table index in WS-REG-SEL, 0 for none.
       SELECT-REGISTRY-ENTRY.
           MOVE 0 TO WS-REG-SEL
           DISPLAY "Search name, path, owner (blank = all): "
               AT LINE 4 COL 5
           MOVE SPACES TO WS-REG-SEARCH-TEXT
           ACCEPT WS-REG-SEARCH-TEXT AT LINE 4 COL 46
                       MOVE REG-REC-STATUS
                           TO WS-REG-STATUS(WS-REG-COUNT)
                       MOVE REG-REC-SET TO WS-REG-SET(WS-REG-COUNT)
                       MOVE REG-REC-TEAM TO WS-REG-TEAM(WS-REG-COUNT)
                   ELSE
                       SET REGISTRY-OVERFLOW TO TRUE
                   END-IF
           END-READ.

      *> Substring match of the search text against the project
      *> name, the full root path, the release-set tag and the
      *> owner, so one search pulls up a whole set or everything
      *> one person holds; a blank search matches all.
       SEARCH-REGISTRY.
           MOVE 0 TO WS-REG-MATCH-COUNT
           MOVE FUNCTION TRIM(WS-REG-SEARCH-TEXT)
               INSPECT WS-REG-SET(WS-REG-IDX)
                   TALLYING WS-REG-MATCH-TALLY
                   FOR ALL WS-REG-SEARCH-TEXT(1:WS-REG-SEARCH-LEN)
               INSPECT WS-REG-OWNER(WS-REG-IDX)
                   TALLYING WS-REG-MATCH-TALLY
                   FOR ALL WS-REG-SEARCH-TEXT(1:WS-REG-SEARCH-LEN)
               IF WS-REG-MATCH-TALLY > 0
                   ADD 1 TO WS-REG-MATCH-COUNT
                   MOVE WS-REG-IDX
           DISPLAY "Set:      "
               FUNCTION TRIM(WS-REG-SET(WS-REG-SEL))
               AT LINE 8 COL 5
           DISPLAY "Team:     "
               FUNCTION TRIM(WS-REG-TEAM(WS-REG-SEL))
               AT LINE 9 COL 5
           DISPLAY "Change (S)tatus, (O)wner, Enter = back: "
               AT LINE 10 COL 5
           MOVE SPACES TO WS-REG-MODE-CHOICE
           ACCEPT WS-REG-MODE-CHOICE AT LINE 10 COL 46
           EVALUATE WS-REG-MODE-CHOICE
               WHEN "S"
               WHEN "s"
       FINISH-DECOMMISSION.
           MOVE "DECOMMISSIONED" TO WS-REG-STATUS(WS-REG-SEL)
           PERFORM SAVE-REGISTRY
           PERFORM WRITE-DECOMM-LOG-ENTRY
           PERFORM WRITE-DECOMM-NOTIFY-ENTRY.

       WRITE-DECOMM-NOTIFY-ENTRY.
           MOVE WS-REG-OWNER(WS-REG-SEL) TO WS-NOTIFY-OWNER
           MOVE WS-REG-NAME(WS-REG-SEL) TO WS-NOTIFY-PROJECT
           MOVE WS-REG-ROOT(WS-REG-SEL) TO WS-NOTIFY-ROOT
           MOVE "DECOMMISSIONED" TO WS-NOTIFY-EVENT
           MOVE SPACES TO WS-NOTIFY-DETAIL
           IF DECOMM-ROOT-EXISTS
               STRING
                   "decommissioned " WS-DECOMM-DATE
                   ", archived to "
                   FUNCTION TRIM(WS-ARCHIVE-FILE)
                   DELIMITED BY SIZE
                   INTO WS-NOTIFY-DETAIL
               END-STRING
           ELSE
               STRING
                   "decommissioned " WS-DECOMM-DATE
                   ", root was already gone"
                   DELIMITED BY SIZE
                   INTO WS-NOTIFY-DETAIL
               END-STRING
           END-IF
           PERFORM APPEND-NOTIFY-LINE.

      *> Same field layout as the creation audit line, with
      *> DECOMMISSION in the outcome column, so LOG-REPORT and plain
           END-STRING
           PERFORM APPEND-AUDIT-LINE.

      *> Starts a new project as a copy of a registered one - the
      *> custom layout, the files added since creation and the
      *> dependency pins all come across. The new name and parent
      *> path go through the same prompt, validation, naming-rule
      *> and overwrite checks as a fresh creation, and the copy
      *> then runs the creation tail: boilerplate, manifest,
      *> verification, publish, audit line and registry record.
       RUN-CLONE-MODE.
           PERFORM LOAD-REGISTRY
           DISPLAY CLEAR-SCREEN
           DISPLAY "Clone Project" AT LINE 2 COL 5
           IF WS-REG-COUNT = 0
               DISPLAY "Registry is empty - no projects recorded."
                   AT LINE 4 COL 5
               PERFORM CLEANUP-PROGRAM
           ELSE
               PERFORM SELECT-REGISTRY-ENTRY
               IF WS-REG-SEL > 0
                   PERFORM CHECK-CLONE-SOURCE
               END-IF
           END-IF.

       CHECK-CLONE-SOURCE.
           IF WS-REG-STATUS(WS-REG-SEL) = "DECOMMISSION"
               DISPLAY "Project is decommissioned - nothing to clone."
                   AT LINE 24 COL 5
               PERFORM CLEANUP-PROGRAM
           ELSE
               PERFORM CHECK-CLONE-SOURCE-ON-DISK
           END-IF.

      *> The source root reaches tar and cd, so it passes the same
      *> metacharacter screen every other CALL "SYSTEM" operand
      *> does, and a root no longer on disk has nothing to copy.
       CHECK-CLONE-SOURCE-ON-DISK.
           MOVE WS-REG-NAME(WS-REG-SEL) TO WS-CLONE-SRC-NAME
           MOVE FUNCTION TRIM(WS-REG-ROOT(WS-REG-SEL))
               TO WS-CLONE-SRC-ROOT
           MOVE WS-REG-TYPE(WS-REG-SEL) TO WS-CLONE-SRC-TYPE
           MOVE SPACES TO WS-SCREEN-TEXT
           STRING
               FUNCTION TRIM(WS-CLONE-SRC-ROOT)
               FUNCTION TRIM(WS-CLONE-SRC-NAME)
               DELIMITED BY SIZE
               INTO WS-SCREEN-TEXT
           END-STRING
           PERFORM SCREEN-SHELL-TEXT
           IF WS-BAD-CHAR-COUNT > 0
               DISPLAY "Registry record has unsafe characters -"
                   AT LINE 24 COL 5
               DISPLAY "not cloning." AT LINE 25 COL 5
               PERFORM CLEANUP-PROGRAM
           ELSE
               CALL "SYSTEM" USING
                   FUNCTION CONCATENATE(
                       "test -d """,
                       FUNCTION TRIM(WS-CLONE-SRC-ROOT),
                       """")
               END-CALL
               IF RETURN-CODE NOT = 0
                   DISPLAY "Source root not on disk - not cloning."
                       AT LINE 24 COL 5
                   PERFORM CLEANUP-PROGRAM
               ELSE
                   PERFORM RUN-CLONE-CHECKED
               END-IF
           END-IF.

       RUN-CLONE-CHECKED.
           PERFORM SET-CLONE-TYPE
           SET CLONE-ACTIVE TO TRUE
           SET HAS-ERROR TO TRUE
           PERFORM GET-DETAILS-AND-CHECK-EXISTENCE
               UNTIL IS-VALID
           PERFORM OFFER-PREVIEW
           IF PROCEED-YES
               PERFORM CREATE-PROJECT
           ELSE
               DISPLAY "Clone cancelled." AT LINE 16 COL 5
               PERFORM CLEANUP-PROGRAM
           END-IF.

      *> The clone takes the source's project type, so the naming
      *> rules for that type apply to the new name and a full-stack
      *> copy gets both halves restamped. The registry holds the
      *> type name; a custom type is found by name in the loaded
      *> definitions. A type that is no longer defined keeps its
      *> recorded name but has no type-specific rules or checks.
       SET-CLONE-TYPE.
           MOVE 0 TO WS-PROJECT-TYPE
           MOVE 0 TO WS-CT-SEL
           EVALUATE FUNCTION TRIM(WS-CLONE-SRC-TYPE)
               WHEN "PYTHON" MOVE 1 TO WS-PROJECT-TYPE
               WHEN "GOLANG" MOVE 2 TO WS-PROJECT-TYPE
               WHEN "RUST" MOVE 3 TO WS-PROJECT-TYPE
               WHEN "JAVASCRIPT" MOVE 4 TO WS-PROJECT-TYPE
               WHEN "CPLUSPLUS" MOVE 5 TO WS-PROJECT-TYPE
               WHEN "COBOL" MOVE 6 TO WS-PROJECT-TYPE
               WHEN "FULLSTACK" MOVE 7 TO WS-PROJECT-TYPE
               WHEN OTHER
                   PERFORM MATCH-CLONE-CUSTOM-TYPE
                       VARYING WS-CT-IDX FROM 1 BY 1
                       UNTIL WS-CT-IDX > WS-CT-COUNT
                           OR WS-CT-SEL > 0
                   IF WS-CT-SEL > 0
                       COMPUTE WS-PROJECT-TYPE = 10 + WS-CT-SEL
                   END-IF
           END-EVALUATE.

       MATCH-CLONE-CUSTOM-TYPE.
           IF WS-CT-NAME(WS-CT-IDX) = WS-CLONE-SRC-TYPE
               MOVE WS-CT-IDX TO WS-CT-SEL
           END-IF.

      *> The target may be neither the source itself nor anywhere
      *> under it - the copy would be reading its own output.
       CHECK-CLONE-TARGET.
           PERFORM BUILD-PROJECT-ROOT
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-CLONE-SRC-ROOT))
               TO WS-CLONE-SRC-LEN
           MOVE SPACES TO WS-CLONE-SRC-PREFIX
           STRING
               FUNCTION TRIM(WS-CLONE-SRC-ROOT)
               "/"
               DELIMITED BY SIZE
               INTO WS-CLONE-SRC-PREFIX
           END-STRING
           IF FUNCTION TRIM(WS-PROJECT-ROOT) =
               FUNCTION TRIM(WS-CLONE-SRC-ROOT)
               OR WS-PROJECT-ROOT(1:WS-CLONE-SRC-LEN + 1) =
                   WS-CLONE-SRC-PREFIX(1:WS-CLONE-SRC-LEN + 1)
               DISPLAY "Target is the source project or inside it."
                   AT LINE 20 COL 5
               SET HAS-ERROR TO TRUE
           END-IF.

      *> tar carries modes and links across the way cp -r would not
      *> reliably; the git history, the dependency directories and
      *> the source's own manifest stay behind. The copy starts its
      *> own history with a fresh git init. The source's stamped
      *> boilerplate is removed at the root and in both halves, so
      *> a skeleton STAMP-BOILERPLATE does not find leaves the file
      *> absent rather than naming the old project and owner.
       COPY-CLONE-SOURCE.
           CALL "SYSTEM" USING
               FUNCTION CONCATENATE(
                   "mkdir -p """,
                   FUNCTION TRIM(WS-PROJECT-ROOT),
                   """ && cd """,
                   FUNCTION TRIM(WS-CLONE-SRC-ROOT),
                   """ && tar -cf - --exclude=.git --exclude=venv",
                   " --exclude=node_modules",
                   " --exclude=.newpipi_manifest . | (cd """,
                   FUNCTION TRIM(WS-PROJECT-ROOT),
                   """ && tar -xf -)")
           END-CALL
           IF RETURN-CODE NOT = 0
               DISPLAY "Copy from source reported errors."
                   AT LINE 7 COL 5
               SET HAS-ERROR TO TRUE
           ELSE
               CALL "SYSTEM" USING
                   FUNCTION CONCATENATE(
                       "cd """,
                       FUNCTION TRIM(WS-PROJECT-ROOT),
                       """ && for d in . backend frontend; do rm -f",
                       " ""$d/README.md"" ""$d/LICENSE""",
                       " ""$d/PROJECT-INFO.txt""; done")
               END-CALL
               CALL "SYSTEM" USING
                   FUNCTION CONCATENATE(
                       "cd """,
                       FUNCTION TRIM(WS-PROJECT-ROOT),
                       """ && git init -q")
               END-CALL
           END-IF.

      *> Creates a named release set - backend, client, ops repo and
      *> so on - as one all-or-nothing unit. Every member is
      *> validated and pre-flighted before anything touches disk;
           END-STRING
           PERFORM APPEND-AUDIT-LINE.

      *> Approver's screen over the project request queue: lists the
      *> requests with no decision yet, puts the picked one through
      *> the same metacharacter and naming-rule checks a batch
      *> control-file entry gets, and records an approve or reject
      *> with a reason. Approved requests are appended to the
      *> approved control file in the layout PARSE-BATCH-FIELDS
      *> reads, ready for the next batch run (the operator clears
      *> it once that run has been made); every decision goes to
      *> the audit trail with the approver's user id. Nothing is
      *> created here - the batch run does that.
       RUN-REQUEST-QUEUE.
           SET RQ-QUEUE-OPEN TO TRUE
           PERFORM RESOLVE-REQUEST-APPROVER
           PERFORM REVIEW-REQUEST-QUEUE UNTIL RQ-QUEUE-DONE.

       RESOLVE-REQUEST-APPROVER.
           MOVE "USER" TO ENV-NAME
           MOVE SPACES TO ENV-VALUE
           ACCEPT ENV-VALUE FROM ENVIRONMENT ENV-NAME
           IF ENV-VALUE = SPACES
               MOVE "unknown" TO WS-RQ-APPROVER
           ELSE
               MOVE ENV-VALUE TO WS-RQ-APPROVER
           END-IF.

      *> One pass of the list-pick-decide dialogue; the list is
      *> rebuilt from the files each time round, so a request
      *> another approver decided meanwhile drops off it.
       REVIEW-REQUEST-QUEUE.
           PERFORM LOAD-REQUEST-DECISIONS
           PERFORM LOAD-PENDING-REQUESTS
           DISPLAY CLEAR-SCREEN
           DISPLAY "Project Requests" AT LINE 2 COL 5
           IF RQ-DECISIONS-FULL
               DISPLAY "Decisions file is full - archive it and the"
                   AT LINE 4 COL 5
               DISPLAY "request queue before deciding more."
                   AT LINE 5 COL 5
               SET RQ-QUEUE-DONE TO TRUE
               PERFORM CLEANUP-PROGRAM
           ELSE
           IF WS-RQ-COUNT = 0
               DISPLAY "No pending requests in:" AT LINE 4 COL 5
               DISPLAY FUNCTION TRIM(WS-REQUEST-QUEUE-PATH)
                   AT LINE 5 COL 5
               SET RQ-QUEUE-DONE TO TRUE
               PERFORM CLEANUP-PROGRAM
           ELSE
               PERFORM DISPLAY-ONE-REQUEST
                   VARYING WS-RQ-IDX FROM 1 BY 1
                   UNTIL WS-RQ-IDX > WS-RQ-COUNT
                       OR WS-RQ-IDX > 15
               IF WS-RQ-COUNT > 15 OR RQ-OVERFLOW
                   DISPLAY "More requests pending - showing the oldest."
                       AT LINE 21 COL 5
               END-IF
               DISPLAY "Select request (0 = finish): "
                   AT LINE 22 COL 5
               MOVE SPACES TO WS-REG-PICK-INPUT
               ACCEPT WS-REG-PICK-INPUT AT LINE 22 COL 35
               PERFORM CONVERT-REG-PICK
               IF WS-REG-PICK >= 1 AND WS-REG-PICK <= WS-RQ-COUNT
                   AND WS-REG-PICK <= 15
                   MOVE WS-REG-PICK TO WS-RQ-SEL
                   PERFORM REVIEW-ONE-REQUEST
               ELSE
                   SET RQ-QUEUE-DONE TO TRUE
               END-IF
           END-IF
           END-IF.

       DISPLAY-ONE-REQUEST.
           PERFORM SPLIT-REQUEST-LINE
           COMPUTE WS-DISPLAY-LINE = 3 + WS-RQ-IDX
           DISPLAY WS-RQ-IDX ". #" WS-RQ-SEQ(WS-RQ-IDX) " "
               FUNCTION TRIM(WS-PROJECT-NAME)
               " (type " FUNCTION TRIM(WS-BATCH-TYPE-CHAR)
               ") asked by " FUNCTION TRIM(WS-RQ-REQUESTER)
               AT LINE WS-DISPLAY-LINE COL 5.

      *> Splits the queue line at WS-RQ-IDX into the same fields
      *> PARSE-BATCH-FIELDS fills, plus the requester.
       SPLIT-REQUEST-LINE.
           MOVE SPACES TO WS-PARENT-PATH
           MOVE SPACES TO WS-PROJECT-NAME
           MOVE SPACES TO WS-BATCH-TYPE-CHAR
           MOVE SPACES TO WS-PROJECT-METADATA
           MOVE SPACES TO WS-BATCH-PUBLISH-CHAR
           MOVE SPACES TO WS-RQ-REQUESTER
           UNSTRING WS-RQ-LINE(WS-RQ-IDX) DELIMITED BY "|"
               INTO WS-PARENT-PATH WS-PROJECT-NAME
                   WS-BATCH-TYPE-CHAR WS-PROJECT-OWNER
                   WS-PROJECT-TEAM WS-PROJECT-TICKET
                   WS-BATCH-PUBLISH-CHAR WS-RQ-REQUESTER
           END-UNSTRING.

       REVIEW-ONE-REQUEST.
           MOVE WS-RQ-SEL TO WS-RQ-IDX
           PERFORM SPLIT-REQUEST-LINE
           DISPLAY CLEAR-SCREEN
           DISPLAY "Request #" WS-RQ-SEQ(WS-RQ-SEL) AT LINE 2 COL 5
           DISPLAY "Parent:       " FUNCTION TRIM(WS-PARENT-PATH)
               AT LINE 4 COL 5
           DISPLAY "Name:         " FUNCTION TRIM(WS-PROJECT-NAME)
               AT LINE 5 COL 5
           DISPLAY "Type code:    " FUNCTION TRIM(WS-BATCH-TYPE-CHAR)
               AT LINE 6 COL 5
           DISPLAY "Owner:        " FUNCTION TRIM(WS-PROJECT-OWNER)
               AT LINE 7 COL 5
           DISPLAY "Team:         " FUNCTION TRIM(WS-PROJECT-TEAM)
               AT LINE 8 COL 5
           DISPLAY "Ticket:       " FUNCTION TRIM(WS-PROJECT-TICKET)
               AT LINE 9 COL 5
           DISPLAY "Publish:      " WS-BATCH-PUBLISH-CHAR
               AT LINE 10 COL 5
           DISPLAY "Requested by: " FUNCTION TRIM(WS-RQ-REQUESTER)
               AT LINE 11 COL 5
           PERFORM CHECK-ONE-REQUEST
           IF RQ-CHECKS-PASSED
               DISPLAY "Checks passed - would create:" AT LINE 13 COL 5
               DISPLAY FUNCTION TRIM(WS-PROJECT-ROOT)
                   AT LINE 14 COL 5
               DISPLAY "(A)pprove, (R)eject, Enter = back: "
                   AT LINE 16 COL 5
           ELSE
               DISPLAY "Checks failed - see below. It can only be"
                   AT LINE 13 COL 5
               DISPLAY "rejected or left pending." AT LINE 14 COL 5
               DISPLAY "(R)eject, Enter = back: " AT LINE 16 COL 5
           END-IF
           MOVE SPACES TO WS-RQ-CHOICE
           ACCEPT WS-RQ-CHOICE AT LINE 16 COL 41
           EVALUATE WS-RQ-CHOICE
               WHEN "A"
               WHEN "a"
                   IF RQ-CHECKS-PASSED
                       MOVE "APPROVED" TO WS-RQ-DECISION
                       PERFORM RECORD-REQUEST-DECISION
                   ELSE
                       DISPLAY "A request that fails its checks cannot"
                           AT LINE 18 COL 5
                       DISPLAY "be approved." AT LINE 19 COL 5
                       PERFORM CLEANUP-PROGRAM
                   END-IF
               WHEN "R"
               WHEN "r"
                   MOVE "REJECTED" TO WS-RQ-DECISION
                   PERFORM RECORD-REQUEST-DECISION
           END-EVALUATE.

      *> The same gate a batch control-file entry meets: a type code
      *> the batch run takes (1-6 built-in, 11 up custom), then
      *> VALIDATE-INPUT's metacharacter screen and shop naming
      *> rules, then a root that does not exist yet - the batch run
      *> would only skip an entry whose directory is already there.
      *> The requester is not one of the checked creation fields but
      *> is screened too, since it is echoed into records.
       CHECK-ONE-REQUEST.
           SET RQ-CHECKS-FAILED TO TRUE
           PERFORM CONVERT-BATCH-TYPE
           IF (WS-BATCH-TYPE-NUM >= 1
                   AND WS-BATCH-TYPE-NUM <= 6)
               OR (WS-BATCH-TYPE-NUM >= 11
                   AND WS-BATCH-TYPE-NUM <= 10 + WS-CT-COUNT)
               MOVE WS-BATCH-TYPE-NUM TO WS-PROJECT-TYPE
               IF CUSTOM-TYPE
                   COMPUTE WS-CT-SEL = WS-PROJECT-TYPE - 10
               END-IF
               PERFORM VALIDATE-INPUT
               IF IS-VALID
                   MOVE SPACES TO WS-SCREEN-TEXT
                   MOVE WS-RQ-REQUESTER TO WS-SCREEN-TEXT
                   PERFORM SCREEN-SHELL-TEXT
                   IF WS-BAD-CHAR-COUNT > 0
                       DISPLAY "Invalid characters in requester."
                           AT LINE 20 COL 5
                       SET HAS-ERROR TO TRUE
                   END-IF
               END-IF
               PERFORM BUILD-PROJECT-ROOT
               IF IS-VALID
                   CALL "SYSTEM" USING
                       FUNCTION CONCATENATE(
                           "test -d """,
                           FUNCTION TRIM(WS-PROJECT-ROOT),
                           """")
                   END-CALL
                   IF RETURN-CODE = 0
                       DISPLAY "Directory already exists:"
                           AT LINE 20 COL 5
                       DISPLAY FUNCTION TRIM(WS-PROJECT-ROOT)
                           AT LINE 21 COL 5
                       SET HAS-ERROR TO TRUE
                   END-IF
               END-IF
               IF IS-VALID
                   SET RQ-CHECKS-PASSED TO TRUE
               END-IF
           ELSE
               MOVE 0 TO WS-PROJECT-TYPE
               PERFORM BUILD-PROJECT-ROOT
               DISPLAY "Unusable type code - batch takes 1-6, or 11 up"
                   AT LINE 20 COL 5
               DISPLAY "for a custom type." AT LINE 21 COL 5
           END-IF.

      *> The reason lands in pipe-delimited records and on the
      *> audit line, so it gets the metacharacter screen; a
      *> rejection must say why, an approval may.
       RECORD-REQUEST-DECISION.
           DISPLAY "Reason: " AT LINE 18 COL 5
           MOVE SPACES TO WS-RQ-REASON
           ACCEPT WS-RQ-REASON AT LINE 18 COL 13
           MOVE SPACES TO WS-SCREEN-TEXT
           MOVE WS-RQ-REASON TO WS-SCREEN-TEXT
           PERFORM SCREEN-SHELL-TEXT
           IF WS-BAD-CHAR-COUNT > 0
               DISPLAY "Invalid characters in reason - not recorded."
                   AT LINE 19 COL 5
           ELSE
           IF WS-RQ-REASON = SPACES AND WS-RQ-DECISION = "REJECTED"
               DISPLAY "A rejection needs a reason - not recorded."
                   AT LINE 19 COL 5
           ELSE
               PERFORM WRITE-REQUEST-DECISION
           END-IF
           END-IF
           PERFORM CLEANUP-PROGRAM.

      *> The decision is re-checked against the decisions file under
      *> the request lock, so two approvers working the same queue
      *> cannot both decide one request. The audit line follows once
      *> the lock is released - the lock paragraphs hold one lock at
      *> a time.
       WRITE-REQUEST-DECISION.
           MOVE "requests" TO WS-LOCK-NAME
           PERFORM ACQUIRE-LOCK
           IF LOCK-DENIED
               DISPLAY "Request queue in use - not recorded."
                   AT LINE 19 COL 5
           ELSE
               MOVE WS-RQ-SEQ(WS-RQ-SEL) TO WS-RQ-SEQ-COUNTER
               PERFORM LOAD-REQUEST-DECISIONS
               MOVE FUNCTION TRIM(WS-PROJECT-NAME) TO WS-RQ-NAME
               PERFORM CHECK-REQUEST-DECIDED
               IF RQ-NOT-DECIDED
                   ACCEPT WS-RQ-DATE FROM DATE YYYYMMDD
                   IF WS-RQ-DECISION = "APPROVED"
                       PERFORM APPEND-APPROVED-BATCH-LINE
                   END-IF
                   PERFORM APPEND-REQUEST-DECISION
               END-IF
               PERFORM RELEASE-LOCK
               IF RQ-ALREADY-DECIDED
                   DISPLAY "Another approver has decided this request."
                       AT LINE 19 COL 5
               ELSE
                   PERFORM WRITE-REQUEST-LOG-ENTRY
                   IF WS-RQ-DECISION = "APPROVED"
                       DISPLAY "Approved - added to the batch file:"
                           AT LINE 19 COL 5
                       DISPLAY FUNCTION TRIM(WS-APPROVED-BATCH-PATH)
                           AT LINE 20 COL 5
                   ELSE
                       DISPLAY "Rejected - decision recorded."
                           AT LINE 19 COL 5
                   END-IF
               END-IF
           END-IF.

      *> A comment line naming the request and approver goes ahead
      *> of the entry - the batch run skips it, the operator sees
      *> where each entry came from. A new file opens with a header.
       APPEND-APPROVED-BATCH-LINE.
           OPEN EXTEND APPROVED-BATCH-FILE
           IF WS-APPROVED-BATCH-FILE-STATUS = "35"
               OPEN OUTPUT APPROVED-BATCH-FILE
               MOVE "* Approved project requests - run via batch mode."
                   TO APPROVED-BATCH-RECORD
               WRITE APPROVED-BATCH-RECORD
           END-IF
           MOVE SPACES TO WS-RQ-OUT-LINE
           STRING
               "* request #" WS-RQ-SEQ(WS-RQ-SEL)
               " for " FUNCTION TRIM(WS-RQ-REQUESTER)
               " approved by " FUNCTION TRIM(WS-RQ-APPROVER)
               " " WS-RQ-DATE
               DELIMITED BY SIZE
               INTO WS-RQ-OUT-LINE
           END-STRING
           MOVE WS-RQ-OUT-LINE TO APPROVED-BATCH-RECORD
           WRITE APPROVED-BATCH-RECORD
           MOVE SPACES TO WS-RQ-OUT-LINE
           STRING
               FUNCTION TRIM(WS-PARENT-PATH)
               "|"
               FUNCTION TRIM(WS-PROJECT-NAME)
               "|"
               FUNCTION TRIM(WS-BATCH-TYPE-CHAR)
               "|"
               FUNCTION TRIM(WS-PROJECT-OWNER)
               "|"
               FUNCTION TRIM(WS-PROJECT-TEAM)
               "|"
               FUNCTION TRIM(WS-PROJECT-TICKET)
               "|"
               WS-BATCH-PUBLISH-CHAR
               DELIMITED BY SIZE
               INTO WS-RQ-OUT-LINE
           END-STRING
           MOVE WS-RQ-OUT-LINE TO APPROVED-BATCH-RECORD
           WRITE APPROVED-BATCH-RECORD
           CLOSE APPROVED-BATCH-FILE.

       APPEND-REQUEST-DECISION.
           MOVE SPACES TO WS-RQ-OUT-LINE
           STRING
               WS-RQ-SEQ(WS-RQ-SEL)
               "|"
               FUNCTION TRIM(WS-PROJECT-NAME)
               "|"
               FUNCTION TRIM(WS-RQ-DECISION)
               "|"
               FUNCTION TRIM(WS-RQ-APPROVER)
               "|"
               WS-RQ-DATE
               "|"
               FUNCTION TRIM(WS-RQ-REASON)
               DELIMITED BY SIZE
               INTO WS-RQ-OUT-LINE
           END-STRING
           OPEN EXTEND REQUEST-DECISION-FILE
           IF WS-REQUEST-DECISION-FILE-STATUS = "35"
               OPEN OUTPUT REQUEST-DECISION-FILE
           END-IF
           MOVE WS-RQ-OUT-LINE TO REQUEST-DECISION-RECORD
           WRITE REQUEST-DECISION-RECORD
           CLOSE REQUEST-DECISION-FILE.

      *> Same field layout as the creation audit line, with the
      *> decision in the outcome column and the approver (and the
      *> reason, when given) as trailing fields, so every project
      *> the batch run later creates can be traced to who let it in.
       WRITE-REQUEST-LOG-ENTRY.
           ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD
           ACCEPT WS-LOG-TIME FROM TIME
           PERFORM SET-PROJECT-TYPE-NAME
           MOVE SPACES TO WS-LOG-LINE
           STRING
               WS-LOG-DATE
               "T"
               WS-LOG-TIME
               " | "
               FUNCTION TRIM(WS-PROJECT-NAME)
               " | "
               FUNCTION TRIM(WS-PROJECT-TYPE-NAME)
               " | "
               FUNCTION TRIM(WS-PROJECT-ROOT)
               " | REQUEST-"
               FUNCTION TRIM(WS-RQ-DECISION)
               " | BY="
               FUNCTION TRIM(WS-RQ-APPROVER)
               DELIMITED BY SIZE
               INTO WS-LOG-LINE
           END-STRING
           IF WS-RQ-REASON NOT = SPACES
               STRING
                   FUNCTION TRIM(WS-LOG-LINE)
                   " | REASON="
                   FUNCTION TRIM(WS-RQ-REASON)
                   DELIMITED BY SIZE
                   INTO WS-LOG-LINE
               END-STRING
           END-IF
           PERFORM APPEND-AUDIT-LINE.

       LOAD-REQUEST-DECISIONS.
           MOVE 0 TO WS-RQ-DECIDED-COUNT
           SET RQ-DECISIONS-OK TO TRUE
           OPEN INPUT REQUEST-DECISION-FILE
           IF REQUEST-DECISION-SUCCESS
               MOVE "N" TO WS-REQUEST-DECISION-EOF-FLAG
               PERFORM READ-REQUEST-DECISION-LINE
                   UNTIL REQUEST-DECISION-END-OF-FILE
               CLOSE REQUEST-DECISION-FILE
           END-IF.

       READ-REQUEST-DECISION-LINE.
           READ REQUEST-DECISION-FILE
               AT END
                   SET REQUEST-DECISION-END-OF-FILE TO TRUE
               NOT AT END
                   PERFORM PARSE-REQUEST-DECISION-LINE
           END-READ.

       PARSE-REQUEST-DECISION-LINE.
           IF REQUEST-DECISION-RECORD = SPACES
               OR REQUEST-DECISION-RECORD(1:1) = "*"
               CONTINUE
           ELSE
               MOVE SPACES TO WS-RQ-SEQ-TEXT
               MOVE SPACES TO WS-RQ-DEC-NAME-TEXT
               UNSTRING REQUEST-DECISION-RECORD DELIMITED BY "|"
                   INTO WS-RQ-SEQ-TEXT WS-RQ-DEC-NAME-TEXT
               END-UNSTRING
               IF WS-RQ-SEQ-TEXT IS NUMERIC
                   IF WS-RQ-DECIDED-COUNT < 2000
                       ADD 1 TO WS-RQ-DECIDED-COUNT
                       MOVE WS-RQ-SEQ-TEXT
                           TO WS-RQ-DECIDED-SEQ(WS-RQ-DECIDED-COUNT)
                       MOVE FUNCTION TRIM(WS-RQ-DEC-NAME-TEXT)
                           TO WS-RQ-DECIDED-NAME(WS-RQ-DECIDED-COUNT)
                   ELSE
                       SET RQ-DECISIONS-FULL TO TRUE
                   END-IF
               END-IF
           END-IF.

      *> Every non-comment queue line gets the next sequence number
      *> whether or not it is pending, so the numbering matches the
      *> one the decisions file was written against.
       LOAD-PENDING-REQUESTS.
           MOVE 0 TO WS-RQ-COUNT
           MOVE 0 TO WS-RQ-SEQ-COUNTER
           SET RQ-IN-CORE TO TRUE
           OPEN INPUT REQUEST-QUEUE-FILE
           IF REQUEST-QUEUE-SUCCESS
               MOVE "N" TO WS-REQUEST-QUEUE-EOF-FLAG
               PERFORM READ-REQUEST-QUEUE-LINE
                   UNTIL REQUEST-QUEUE-END-OF-FILE
               CLOSE REQUEST-QUEUE-FILE
           END-IF.

       READ-REQUEST-QUEUE-LINE.
           READ REQUEST-QUEUE-FILE
               AT END
                   SET REQUEST-QUEUE-END-OF-FILE TO TRUE
               NOT AT END
                   PERFORM COLLECT-REQUEST-LINE
           END-READ.

       COLLECT-REQUEST-LINE.
           IF REQUEST-QUEUE-RECORD = SPACES
               OR REQUEST-QUEUE-RECORD(1:1) = "*"
               CONTINUE
           ELSE
               ADD 1 TO WS-RQ-SEQ-COUNTER
               MOVE SPACES TO WS-RQ-PARENT
               MOVE SPACES TO WS-RQ-NAME
               UNSTRING REQUEST-QUEUE-RECORD DELIMITED BY "|"
                   INTO WS-RQ-PARENT WS-RQ-NAME
               END-UNSTRING
               MOVE FUNCTION TRIM(WS-RQ-NAME) TO WS-RQ-NAME
               PERFORM CHECK-REQUEST-DECIDED
               IF RQ-NOT-DECIDED
                   IF WS-RQ-COUNT < 100
                       ADD 1 TO WS-RQ-COUNT
                       MOVE WS-RQ-SEQ-COUNTER TO WS-RQ-SEQ(WS-RQ-COUNT)
                       MOVE REQUEST-QUEUE-RECORD
                           TO WS-RQ-LINE(WS-RQ-COUNT)
                   ELSE
                       SET RQ-OVERFLOW TO TRUE
                   END-IF
               END-IF
           END-IF.

      *> A request is decided when the decisions file holds its
      *> sequence number and name - the name guards against a queue
      *> someone edited out of order.
       CHECK-REQUEST-DECIDED.
           SET RQ-NOT-DECIDED TO TRUE
           PERFORM MATCH-ONE-DECIDED-REQUEST
               VARYING WS-RQ-DEC-IDX FROM 1 BY 1
               UNTIL WS-RQ-DEC-IDX > WS-RQ-DECIDED-COUNT
                   OR RQ-ALREADY-DECIDED.

       MATCH-ONE-DECIDED-REQUEST.
           IF WS-RQ-DECIDED-SEQ(WS-RQ-DEC-IDX) = WS-RQ-SEQ-COUNTER
               AND WS-RQ-DECIDED-NAME(WS-RQ-DEC-IDX) = WS-RQ-NAME
               SET RQ-ALREADY-DECIDED TO TRUE
           END-IF.

      *> Reads a control file of path|name|type lines (optionally
      *> followed by |owner|team|ticket|publish, where publish = N
      *> keeps a configured remote from being pushed to) and runs
