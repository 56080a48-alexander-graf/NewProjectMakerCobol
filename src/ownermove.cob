       IDENTIFICATION DIVISION.
       PROGRAM-ID. OWNER-REASSIGN.
       AUTHOR. CLAUDE.
       DATE-WRITTEN. 2026-10-15.

      *> Modification history:
      *> 2026-10-15  Return code cleared before the final status is
      *>             set, so a clean run ends 0 and not with the
      *>             status of the last shell command.
      *> 2026-10-15  The OWNER line of PROJECT-INFO.txt is rewritten
      *>             by its label, the whole value replaced, instead
      *>             of matching the old owner's name as a pattern.
      *>             Approved-change checks read as one EVALUATE.
      *> 2026-10-15  Registry record carries REG-REC-CLONED-FROM;
      *>             the record is widened to 550 bytes by the
      *>             one-time REGISTRY-WIDEN run. Layout kept in step
      *>             with PROJECT-CREATOR.
      *> 2026-10-15  Initial version - bulk owner reassignment for
      *>             leavers and team reorganisations, where the
      *>             inquiry screen's one-record CHANGE-REGISTRY-OWNER
      *>             does not scale. Works from an editable mapping
      *>             file of MAP|<old owner>|<new owner> lines and,
      *>             like PROJECT-RETENTION, in two passes picked by
      *>             the command line:
      *>               (no argument / REPORT)  list every registry
      *>                 record a mapping hits as a proposed change
      *>                 for sign-off - nothing is touched;
      *>               APPLY  read the approved list (the proposal,
      *>                 reviewed and trimmed by an operator) and,
      *>                 under the registry lock, move each record to
      *>                 its new owner, refresh REG-REC-UPDATED,
      *>                 rewrite the OWNER line of the project's
      *>                 stamped PROJECT-INFO.txt and write one
      *>                 OWNER-CHANGE audit line per project.
      *>             Return code 4 when a mapping line or an approved
      *>             change was refused, 8 when the registry master
      *>             or its lock cannot be had.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS CRT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REGISTRY-FILE
           ASSIGN TO WS-REGISTRY-PATH
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REG-REC-ROOT
           ALTERNATE RECORD KEY IS REG-REC-NAME WITH DUPLICATES
           FILE STATUS IS WS-REGISTRY-FILE-STATUS.

           SELECT MAPPING-FILE
           ASSIGN TO WS-MAPPING-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MAPPING-FILE-STATUS.

           SELECT PROPOSED-FILE
           ASSIGN TO WS-PROPOSED-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PROPOSED-FILE-STATUS.

           SELECT APPROVED-FILE
           ASSIGN TO WS-APPROVED-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-APPROVED-FILE-STATUS.

           SELECT PROJECT-LOG-FILE
           ASSIGN TO WS-LOG-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-LOG-FILE-STATUS.

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

       FD MAPPING-FILE.
       01 MAPPING-RECORD         PIC X(200).

       FD PROPOSED-FILE.
       01 PROPOSED-RECORD        PIC X(500).

       FD APPROVED-FILE.
       01 APPROVED-RECORD        PIC X(500).

       FD PROJECT-LOG-FILE.
       01 LOG-RECORD             PIC X(400).

       WORKING-STORAGE SECTION.
       01 WS-ENV-DETAILS.
           05 WS-HOME             PIC X(255).
           05 WS-REGISTRY-PATH    PIC X(255).
           05 WS-MAPPING-PATH     PIC X(255).
           05 WS-PROPOSED-PATH    PIC X(255).
           05 WS-APPROVED-PATH    PIC X(255).
           05 WS-LOG-PATH         PIC X(255).
       01 WS-ENV-BLOCK.
           05 ENV-NAME          PIC X(5).
           05 ENV-VALUE         PIC X(255).

       01 WS-REGISTRY-FILE-STATUS PIC XX.
           88 REGISTRY-SUCCESS  VALUE "00".
       01 WS-MAPPING-FILE-STATUS PIC XX.
           88 MAPPING-SUCCESS   VALUE "00".
       01 WS-PROPOSED-FILE-STATUS PIC XX.
       01 WS-APPROVED-FILE-STATUS PIC XX.
           88 APPROVED-SUCCESS  VALUE "00".
       01 WS-LOG-FILE-STATUS    PIC XX.

       01 WS-REGISTRY-EOF-FLAG  PIC X VALUE "N".
           88 REGISTRY-END-OF-FILE VALUE "Y".
       01 WS-MAPPING-EOF-FLAG   PIC X VALUE "N".
           88 MAPPING-END-OF-FILE VALUE "Y".
       01 WS-APPROVED-EOF-FLAG  PIC X VALUE "N".
           88 APPROVED-END-OF-FILE VALUE "Y".

      *> REPORT (the default) only writes the proposed changes;
      *> APPLY carries out what the reviewed list approves.
       01 WS-RUN-MODE           PIC X(20).
           88 MODE-APPLY        VALUE "APPLY".

      *> Owner mapping: a record whose owner is exactly a mapped old
      *> owner is proposed for the matching new owner. An old owner
      *> may appear once; the hit count feeds the report so a
      *> mapping that found nothing stands out.
       01 WS-MAPPINGS.
           05 WS-MAP-ENTRY OCCURS 50 TIMES.
               10 WS-MAP-OLD        PIC X(30).
               10 WS-MAP-NEW        PIC X(30).
               10 WS-MAP-HITS       PIC 9(5).
       01 WS-MAP-COUNT          PIC 9(2) VALUE 0.
       01 WS-MAP-IDX            PIC 9(2).
       01 WS-MAP-SEL            PIC 9(2).
       01 WS-MAP-LINE-NO        PIC 9(4) VALUE 0.
       01 WS-MAP-KEY            PIC X(10).
       01 WS-MAP-VAL1           PIC X(60).
       01 WS-MAP-VAL2           PIC X(60).
       01 WS-MAP-REASON         PIC X(40).
       01 WS-MAP-FLAG           PIC 9.
           88 MAPPING-MATCHED   VALUE 1.
           88 MAPPING-NOT-MATCHED VALUE 0.

      *> Working copy of one master record's fields.
       01 WS-REG-FIELDS.
           05 WS-REG-NAME       PIC X(50).
           05 WS-REG-ROOT       PIC X(320).
           05 WS-REG-TYPE       PIC X(12).
           05 WS-REG-OWNER      PIC X(30).
           05 WS-REG-STATUS     PIC X(12).

      *> The same shell-metacharacter screen PROJECT-CREATOR applies
      *> to its inputs, re-applied here to every owner name read
      *> from the mapping and to each root and owner before they
      *> reach the sed that rewrites a project-info file.
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
       01 WS-SCREEN-TEXT        PIC X(600).

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

      *> Apply pass.
       01 WS-APPROVED-ROOT      PIC X(320).
       01 WS-APPROVED-NAME      PIC X(50).
       01 WS-APPROVED-STATUS    PIC X(12).
       01 WS-APPROVED-OLD       PIC X(30).
       01 WS-APPROVED-NEW       PIC X(30).
       01 WS-INFO-TARGET        PIC X(330).
       01 WS-INFO-NOTE          PIC X(40).

      *> Run totals for the console summary.
       01 WS-TOTAL-READ         PIC 9(5) VALUE 0.
       01 WS-TOTAL-PROPOSED     PIC 9(5) VALUE 0.
       01 WS-TOTAL-MAP-REFUSED  PIC 9(5) VALUE 0.
       01 WS-TOTAL-APPLIED      PIC 9(5) VALUE 0.
       01 WS-TOTAL-INFO-FILES   PIC 9(5) VALUE 0.
       01 WS-TOTAL-REFUSED      PIC 9(5) VALUE 0.
       01 WS-TOTAL-NOT-FOUND    PIC 9(5) VALUE 0.
       01 WS-COUNT-DISPLAY      PIC ZZZZ9.

       01 WS-REPORT-LINE        PIC X(500).
       01 WS-RUN-DATE           PIC X(8).
       01 WS-RUN-TIME           PIC X(8).
       01 WS-LOG-DATE           PIC X(8).
       01 WS-LOG-TIME           PIC X(8).
       01 WS-LOG-LINE           PIC X(400).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM INITIALIZE-PROGRAM
           PERFORM LOAD-MAPPINGS
           IF WS-MAP-COUNT = 0
               DISPLAY "No owner mappings configured - nothing done."
               DISPLAY "Mapping file: " FUNCTION TRIM(WS-MAPPING-PATH)
               IF WS-TOTAL-MAP-REFUSED > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
               STOP RUN
           END-IF
           IF MODE-APPLY
               PERFORM RUN-APPLY-PASS
           ELSE
               PERFORM RUN-REPORT-PASS
           END-IF
           PERFORM DISPLAY-SUMMARY
      *> Set last, so a clean run ends 0 rather than with whatever
      *> status the last CALL "SYSTEM" left behind.
           MOVE 0 TO RETURN-CODE
           IF WS-TOTAL-MAP-REFUSED > 0
               OR WS-TOTAL-REFUSED > 0
               OR WS-TOTAL-NOT-FOUND > 0
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
               "/.config/newpipi_owner_map"
               DELIMITED BY SIZE
               INTO WS-MAPPING-PATH
           END-STRING
           STRING
               FUNCTION TRIM(WS-HOME)
               "/newpipi_owner_proposed.txt"
               DELIMITED BY SIZE
               INTO WS-PROPOSED-PATH
           END-STRING
           STRING
               FUNCTION TRIM(WS-HOME)
               "/newpipi_owner_approved.txt"
               DELIMITED BY SIZE
               INTO WS-APPROVED-PATH
           END-STRING
           STRING
               FUNCTION TRIM(WS-HOME)
               "/.config/newpipi_project_log"
               DELIMITED BY SIZE
               INTO WS-LOG-PATH
           END-STRING
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE SPACES TO WS-RUN-MODE
           ACCEPT WS-RUN-MODE FROM COMMAND-LINE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RUN-MODE))
               TO WS-RUN-MODE.

      *> MAP|<old owner>|<new owner>; "*" in column one comments a
      *> line out and other keywords are ignored, as in the other
      *> definition-file loaders. A MAP line that is incomplete,
      *> maps an owner to itself, repeats an old owner or carries a
      *> shell metacharacter is refused by line number and the rest
      *> of the file still loads.
       LOAD-MAPPINGS.
           MOVE 0 TO WS-MAP-COUNT
           OPEN INPUT MAPPING-FILE
           IF MAPPING-SUCCESS
               MOVE "N" TO WS-MAPPING-EOF-FLAG
               PERFORM READ-MAPPING-LINE UNTIL MAPPING-END-OF-FILE
               CLOSE MAPPING-FILE
           END-IF.

       READ-MAPPING-LINE.
           READ MAPPING-FILE
               AT END
                   SET MAPPING-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-MAP-LINE-NO
                   PERFORM PARSE-MAPPING-LINE
           END-READ.

       PARSE-MAPPING-LINE.
           IF MAPPING-RECORD = SPACES OR MAPPING-RECORD(1:1) = "*"
               CONTINUE
           ELSE
               MOVE SPACES TO WS-MAP-KEY
               MOVE SPACES TO WS-MAP-VAL1
               MOVE SPACES TO WS-MAP-VAL2
               UNSTRING MAPPING-RECORD DELIMITED BY "|"
                   INTO WS-MAP-KEY WS-MAP-VAL1 WS-MAP-VAL2
               END-UNSTRING
               IF FUNCTION TRIM(WS-MAP-KEY) = "MAP"
                   PERFORM CHECK-MAPPING-LINE
                   IF WS-MAP-REASON = SPACES
                       ADD 1 TO WS-MAP-COUNT
                       MOVE FUNCTION TRIM(WS-MAP-VAL1)
                           TO WS-MAP-OLD(WS-MAP-COUNT)
                       MOVE FUNCTION TRIM(WS-MAP-VAL2)
                           TO WS-MAP-NEW(WS-MAP-COUNT)
                       MOVE 0 TO WS-MAP-HITS(WS-MAP-COUNT)
                   ELSE
                       ADD 1 TO WS-TOTAL-MAP-REFUSED
                       MOVE WS-MAP-LINE-NO TO WS-COUNT-DISPLAY
                       DISPLAY "Mapping line "
                           FUNCTION TRIM(WS-COUNT-DISPLAY)
                           " refused - " FUNCTION TRIM(WS-MAP-REASON)
                   END-IF
               END-IF
           END-IF.

       CHECK-MAPPING-LINE.
           MOVE SPACES TO WS-MAP-REASON
           MOVE SPACES TO WS-SCREEN-TEXT
           STRING
               WS-MAP-VAL1 WS-MAP-VAL2
               DELIMITED BY SIZE
               INTO WS-SCREEN-TEXT
           END-STRING
           PERFORM SCREEN-SHELL-TEXT
           EVALUATE TRUE
               WHEN WS-MAP-VAL1 = SPACES OR WS-MAP-VAL2 = SPACES
                   MOVE "old or new owner missing" TO WS-MAP-REASON
               WHEN FUNCTION LENGTH(FUNCTION TRIM(WS-MAP-VAL1)) > 30
                   OR FUNCTION LENGTH(FUNCTION TRIM(WS-MAP-VAL2)) > 30
                   MOVE "owner longer than 30 characters"
                       TO WS-MAP-REASON
               WHEN FUNCTION TRIM(WS-MAP-VAL1) =
                       FUNCTION TRIM(WS-MAP-VAL2)
                   MOVE "old and new owner are the same"
                       TO WS-MAP-REASON
               WHEN WS-BAD-CHAR-COUNT > 0
                   MOVE "unsafe characters in owner" TO WS-MAP-REASON
               WHEN WS-MAP-COUNT >= 50
                   MOVE "more than 50 mappings" TO WS-MAP-REASON
               WHEN OTHER
                   MOVE WS-MAP-VAL1(1:30) TO WS-REG-OWNER
                   PERFORM FIND-OWNER-MAPPING
                   IF MAPPING-MATCHED
                       MOVE "old owner already mapped above"
                           TO WS-MAP-REASON
                   END-IF
           END-EVALUATE.

      *> Looks WS-REG-OWNER up among the loaded old owners; on a hit
      *> WS-MAP-SEL points at the mapping.
       FIND-OWNER-MAPPING.
           SET MAPPING-NOT-MATCHED TO TRUE
           MOVE 0 TO WS-MAP-SEL
           PERFORM MATCH-ONE-MAPPING
               VARYING WS-MAP-IDX FROM 1 BY 1
               UNTIL WS-MAP-IDX > WS-MAP-COUNT
                   OR MAPPING-MATCHED.

       MATCH-ONE-MAPPING.
           IF FUNCTION TRIM(WS-REG-OWNER) =
                   FUNCTION TRIM(WS-MAP-OLD(WS-MAP-IDX))
               SET MAPPING-MATCHED TO TRUE
               MOVE WS-MAP-IDX TO WS-MAP-SEL
           END-IF.

      *> ------------------------------------------------------------
      *> Pass one: walk the master and write the proposed changes.
      *> ------------------------------------------------------------
       RUN-REPORT-PASS.
           OPEN OUTPUT PROPOSED-FILE
           MOVE "* OWNER REASSIGNMENT - PROPOSED CHANGES"
               TO PROPOSED-RECORD
           WRITE PROPOSED-RECORD
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "* Run: " WS-RUN-DATE "T" WS-RUN-TIME
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-PROPOSED-LINE
           MOVE "* Review this list, delete anything that must stay,"
               TO PROPOSED-RECORD
           WRITE PROPOSED-RECORD
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "* save it as " FUNCTION TRIM(WS-APPROVED-PATH)
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-PROPOSED-LINE
           MOVE "* and rerun with APPLY on the command line."
               TO PROPOSED-RECORD
           WRITE PROPOSED-RECORD
           MOVE "* Columns: root | name | status | owner | new owner"
               TO PROPOSED-RECORD
           WRITE PROPOSED-RECORD
           IF WS-TOTAL-MAP-REFUSED > 0
               MOVE WS-TOTAL-MAP-REFUSED TO WS-COUNT-DISPLAY
               MOVE SPACES TO WS-REPORT-LINE
               STRING
                   "* WARNING: " FUNCTION TRIM(WS-COUNT-DISPLAY)
                   " mapping line(s) refused - see the run output"
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM WRITE-PROPOSED-LINE
           END-IF
           OPEN INPUT REGISTRY-FILE
           IF NOT REGISTRY-SUCCESS
               DISPLAY "Registry master not found: "
                   FUNCTION TRIM(WS-REGISTRY-PATH)
               CLOSE PROPOSED-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-REGISTRY-EOF-FLAG
           PERFORM READ-REGISTRY-RECORD UNTIL REGISTRY-END-OF-FILE
           CLOSE REGISTRY-FILE
           PERFORM WRITE-ONE-MAPPING-ECHO
               VARYING WS-MAP-IDX FROM 1 BY 1
               UNTIL WS-MAP-IDX > WS-MAP-COUNT
           CLOSE PROPOSED-FILE
           DISPLAY "Proposed changes: "
               FUNCTION TRIM(WS-PROPOSED-PATH).

       READ-REGISTRY-RECORD.
           READ REGISTRY-FILE NEXT RECORD
               AT END
                   SET REGISTRY-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-TOTAL-READ
                   PERFORM MOVE-RECORD-TO-FIELDS
                   PERFORM FIND-OWNER-MAPPING
                   IF MAPPING-MATCHED
                       ADD 1 TO WS-TOTAL-PROPOSED
                       ADD 1 TO WS-MAP-HITS(WS-MAP-SEL)
                       PERFORM WRITE-PROPOSED-ENTRY
                   END-IF
           END-READ.

       MOVE-RECORD-TO-FIELDS.
           MOVE SPACES TO WS-REG-FIELDS
           MOVE REG-REC-NAME TO WS-REG-NAME
           MOVE REG-REC-ROOT TO WS-REG-ROOT
           MOVE REG-REC-TYPE TO WS-REG-TYPE
           MOVE REG-REC-OWNER TO WS-REG-OWNER
           MOVE REG-REC-STATUS TO WS-REG-STATUS.

      *> One proposal per line, root first so the apply pass can
      *> split the approved copy on " | " and key straight into the
      *> master. Every status is listed - a decommissioned project
      *> still needs an owner of record.
       WRITE-PROPOSED-ENTRY.
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               FUNCTION TRIM(WS-REG-ROOT)
               " | "
               FUNCTION TRIM(WS-REG-NAME)
               " | "
               FUNCTION TRIM(WS-REG-STATUS)
               " | "
               FUNCTION TRIM(WS-REG-OWNER)
               " | "
               FUNCTION TRIM(WS-MAP-NEW(WS-MAP-SEL))
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-PROPOSED-LINE.

      *> Per-mapping tally at the foot of the list; a leaver with no
      *> records under their name is flagged rather than passed
      *> over in silence.
       WRITE-ONE-MAPPING-ECHO.
           MOVE WS-MAP-HITS(WS-MAP-IDX) TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-MAP-HITS(WS-MAP-IDX) = 0
               STRING
                   "* Mapping: " FUNCTION TRIM(WS-MAP-OLD(WS-MAP-IDX))
                   " -> " FUNCTION TRIM(WS-MAP-NEW(WS-MAP-IDX))
                   " - no records owned"
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
           ELSE
               STRING
                   "* Mapping: " FUNCTION TRIM(WS-MAP-OLD(WS-MAP-IDX))
                   " -> " FUNCTION TRIM(WS-MAP-NEW(WS-MAP-IDX))
                   " - " FUNCTION TRIM(WS-COUNT-DISPLAY) " record(s)"
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
           END-IF
           PERFORM WRITE-PROPOSED-LINE.

       WRITE-PROPOSED-LINE.
           MOVE WS-REPORT-LINE TO PROPOSED-RECORD
           WRITE PROPOSED-RECORD.

      *> ------------------------------------------------------------
      *> Pass two: apply what the reviewed list approves.
      *> ------------------------------------------------------------
       RUN-APPLY-PASS.
           OPEN INPUT APPROVED-FILE
           IF NOT APPROVED-SUCCESS
               DISPLAY "Approved list not found - nothing applied: "
                   FUNCTION TRIM(WS-APPROVED-PATH)
               STOP RUN
           END-IF
           MOVE "registry" TO WS-LOCK-NAME
           PERFORM ACQUIRE-NAMED-LOCK
           IF LOCK-DENIED
               DISPLAY "Registry in use - run refused, try later."
               CLOSE APPROVED-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN I-O REGISTRY-FILE
           IF NOT REGISTRY-SUCCESS
               DISPLAY "Registry master not found: "
                   FUNCTION TRIM(WS-REGISTRY-PATH)
               CLOSE APPROVED-FILE
               MOVE "registry" TO WS-LOCK-NAME
               PERFORM RELEASE-NAMED-LOCK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE "N" TO WS-APPROVED-EOF-FLAG
           PERFORM READ-APPROVED-LINE UNTIL APPROVED-END-OF-FILE
           CLOSE REGISTRY-FILE
           CLOSE APPROVED-FILE
           MOVE "registry" TO WS-LOCK-NAME
           PERFORM RELEASE-NAMED-LOCK.

       READ-APPROVED-LINE.
           READ APPROVED-FILE
               AT END
                   SET APPROVED-END-OF-FILE TO TRUE
               NOT AT END
                   IF APPROVED-RECORD = SPACES
                       OR APPROVED-RECORD(1:1) = "*"
                       CONTINUE
                   ELSE
                       PERFORM APPLY-ONE-APPROVED
                   END-IF
           END-READ.

      *> The approved list is the proposal after a human edit, so
      *> nothing in it is trusted: the root must key to a master
      *> record still held by the old owner on the line, today's
      *> mapping must still send that owner to the same new owner,
      *> and the root and owners must pass the metacharacter screen
      *> before they reach sed. Anything that fails is refused and
      *> counted.
       APPLY-ONE-APPROVED.
           ADD 1 TO WS-TOTAL-READ
           MOVE SPACES TO WS-APPROVED-ROOT
           MOVE SPACES TO WS-APPROVED-NAME
           MOVE SPACES TO WS-APPROVED-STATUS
           MOVE SPACES TO WS-APPROVED-OLD
           MOVE SPACES TO WS-APPROVED-NEW
           UNSTRING APPROVED-RECORD DELIMITED BY " | "
               INTO WS-APPROVED-ROOT WS-APPROVED-NAME
                   WS-APPROVED-STATUS WS-APPROVED-OLD
                   WS-APPROVED-NEW
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-APPROVED-ROOT) TO REG-REC-ROOT
           READ REGISTRY-FILE
               INVALID KEY
                   ADD 1 TO WS-TOTAL-NOT-FOUND
                   DISPLAY "Not in master, skipped: "
                       FUNCTION TRIM(WS-APPROVED-ROOT)
               NOT INVALID KEY
                   PERFORM MOVE-RECORD-TO-FIELDS
                   PERFORM CHECK-APPROVED-CHANGE
           END-READ.

       CHECK-APPROVED-CHANGE.
           PERFORM FIND-OWNER-MAPPING
           MOVE SPACES TO WS-SCREEN-TEXT
           STRING
               FUNCTION TRIM(WS-REG-ROOT)
               FUNCTION TRIM(WS-REG-OWNER)
               FUNCTION TRIM(WS-APPROVED-NEW)
               DELIMITED BY SIZE
               INTO WS-SCREEN-TEXT
           END-STRING
           PERFORM SCREEN-SHELL-TEXT
           EVALUATE TRUE
               WHEN FUNCTION TRIM(WS-REG-OWNER) NOT =
                       FUNCTION TRIM(WS-APPROVED-OLD)
                   ADD 1 TO WS-TOTAL-REFUSED
                   DISPLAY "Owner changed since the report, refused: "
                       FUNCTION TRIM(WS-REG-NAME)
               WHEN MAPPING-NOT-MATCHED
                   ADD 1 TO WS-TOTAL-REFUSED
                   DISPLAY "Owner no longer mapped, refused: "
                       FUNCTION TRIM(WS-REG-NAME)
               WHEN FUNCTION TRIM(WS-MAP-NEW(WS-MAP-SEL)) NOT =
                       FUNCTION TRIM(WS-APPROVED-NEW)
                   ADD 1 TO WS-TOTAL-REFUSED
                   DISPLAY "New owner differs from the mapping, "
                       "refused: " FUNCTION TRIM(WS-REG-NAME)
               WHEN WS-BAD-CHAR-COUNT > 0
                   ADD 1 TO WS-TOTAL-REFUSED
                   DISPLAY "Unsafe characters, refused: "
                       FUNCTION TRIM(WS-REG-NAME)
               WHEN OTHER
                   PERFORM APPLY-OWNER-CHANGE
           END-EVALUATE.

       SCREEN-SHELL-TEXT.
           MOVE 0 TO WS-BAD-CHAR-COUNT
           PERFORM SCREEN-ONE-SHELL-CHAR
               VARYING WS-BAD-CHAR-IDX FROM 1 BY 1
               UNTIL WS-BAD-CHAR-IDX > 12.

       SCREEN-ONE-SHELL-CHAR.
           INSPECT WS-SCREEN-TEXT TALLYING WS-BAD-CHAR-COUNT
               FOR ALL WS-BAD-CHAR(WS-BAD-CHAR-IDX).

      *> The master record is rewritten first; only a record that
      *> took the change has its project-info file touched and its
      *> audit line written.
       APPLY-OWNER-CHANGE.
           MOVE WS-MAP-NEW(WS-MAP-SEL) TO REG-REC-OWNER
           MOVE WS-RUN-DATE TO REG-REC-UPDATED
           REWRITE REGISTRY-RECORD
               INVALID KEY
                   ADD 1 TO WS-TOTAL-REFUSED
                   DISPLAY "Registry rewrite failed: "
                       FUNCTION TRIM(WS-REG-NAME)
               NOT INVALID KEY
                   ADD 1 TO WS-TOTAL-APPLIED
                   PERFORM REWRITE-INFO-OWNER
                   PERFORM WRITE-OWNER-LOG-ENTRY
                   DISPLAY "Owner changed: " FUNCTION TRIM(WS-REG-NAME)
                       " - " FUNCTION TRIM(WS-INFO-NOTE)
           END-REWRITE.

      *> The PROJECT-INFO.txt that STAMP-BOILERPLATE stamped into the
      *> root, and into both halves of a full-stack project. The
      *> wording of the skeleton is the site's own, so only the line
      *> labelled OWNER is touched: the label and its separator are
      *> kept and everything after them becomes the new owner,
      *> whatever the old value was. The rest of the file stays as
      *> it was.
       REWRITE-INFO-OWNER.
           MOVE "no project-info file" TO WS-INFO-NOTE
           MOVE WS-REG-ROOT TO WS-INFO-TARGET
           PERFORM REWRITE-ONE-INFO-FILE
           MOVE SPACES TO WS-INFO-TARGET
           STRING
               FUNCTION TRIM(WS-REG-ROOT)
               "/backend"
               DELIMITED BY SIZE
               INTO WS-INFO-TARGET
           END-STRING
           PERFORM REWRITE-ONE-INFO-FILE
           MOVE SPACES TO WS-INFO-TARGET
           STRING
               FUNCTION TRIM(WS-REG-ROOT)
               "/frontend"
               DELIMITED BY SIZE
               INTO WS-INFO-TARGET
           END-STRING
           PERFORM REWRITE-ONE-INFO-FILE.

       REWRITE-ONE-INFO-FILE.
           CALL "SYSTEM" USING
               FUNCTION CONCATENATE(
                   "test -f """,
                   FUNCTION TRIM(WS-INFO-TARGET),
                   "/PROJECT-INFO.txt"" && sed -i -e",
                   " ""s|^\([[:space:]]*[Oo][Ww][Nn][Ee][Rr]",
                   "[[:space:]:=]\{1,\}\).*$|\1",
                   FUNCTION TRIM(WS-MAP-NEW(WS-MAP-SEL)),
                   "|"" """,
                   FUNCTION TRIM(WS-INFO-TARGET),
                   "/PROJECT-INFO.txt""")
           END-CALL
           IF RETURN-CODE = 0
               ADD 1 TO WS-TOTAL-INFO-FILES
               MOVE "project-info rewritten" TO WS-INFO-NOTE
           END-IF.

      *> Same field layout as the audit lines PROJECT-CREATOR
      *> writes, with OWNER-CHANGE in the outcome column and
      *> "old -> new" after it, so LOG-REPORT, plain grep and
      *> REGISTRY-RECOVER read these the same way.
       WRITE-OWNER-LOG-ENTRY.
           MOVE "auditlog" TO WS-LOCK-NAME
           PERFORM ACQUIRE-NAMED-LOCK
           IF LOCK-DENIED
               DISPLAY "Audit lock unavailable - appending anyway."
           END-IF
           ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD
           ACCEPT WS-LOG-TIME FROM TIME
           MOVE SPACES TO WS-LOG-LINE
           STRING
               WS-LOG-DATE
               "T"
               WS-LOG-TIME
               " | "
               FUNCTION TRIM(WS-REG-NAME)
               " | "
               FUNCTION TRIM(WS-REG-TYPE)
               " | "
               FUNCTION TRIM(WS-REG-ROOT)
               " | "
               "OWNER-CHANGE"
               " | "
               FUNCTION TRIM(WS-REG-OWNER)
               " -> "
               FUNCTION TRIM(WS-MAP-NEW(WS-MAP-SEL))
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
           IF MODE-APPLY
               DISPLAY "Owner reassignment apply pass complete."
               DISPLAY "  Approved lines read:   " WS-TOTAL-READ
               DISPLAY "  Owners changed:        " WS-TOTAL-APPLIED
               DISPLAY "  Project-info files:    "
                   WS-TOTAL-INFO-FILES
               DISPLAY "  Refused:               " WS-TOTAL-REFUSED
               DISPLAY "  Not in master:         " WS-TOTAL-NOT-FOUND
           ELSE
               DISPLAY "Owner reassignment report pass complete."
               DISPLAY "  Records read:          " WS-TOTAL-READ
               DISPLAY "  Changes proposed:      " WS-TOTAL-PROPOSED
           END-IF
           DISPLAY "  Mapping lines refused: " WS-TOTAL-MAP-REFUSED.
