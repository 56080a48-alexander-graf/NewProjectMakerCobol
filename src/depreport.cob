       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEPENDENCY-REPORT.
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
      *> 2026-10-15  Initial version - non-interactive dependency
      *>             staleness report. Walks every ACTIVE record in
      *>             the registry master, reads the project's
      *>             requirements.txt, package.json or Cargo.toml
      *>             (backend/ and frontend/ for full-stack projects)
      *>             and lists each pinned dependency whose version
      *>             differs from the current default in
      *>             newpipi_template_defaults, grouped by owner,
      *>             with stale/current totals per dependency. For
      *>             upgrade and security campaigns.

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

           SELECT DEP-FILE
           ASSIGN TO WS-DEP-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DEP-FILE-STATUS.

           SELECT FINDINGS-FILE
           ASSIGN TO WS-FINDINGS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FINDINGS-FILE-STATUS.

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

       FD DEP-FILE.
       01 DEP-RECORD             PIC X(400).

      *> One stale pin per line, owner first so a plain sort groups
      *> the findings for the report:
      *> OWNER|PROJECT|DEPENDENCY|FOUND|TEMPLATE|FILE
       FD FINDINGS-FILE.
       01 FINDINGS-RECORD        PIC X(300).

       FD REPORT-FILE.
       01 REPORT-RECORD          PIC X(400).

       WORKING-STORAGE SECTION.
       01 WS-ENV-DETAILS.
           05 WS-HOME             PIC X(255).
           05 WS-REGISTRY-PATH    PIC X(255).
           05 WS-TEMPLATE-PATH    PIC X(255).
           05 WS-FINDINGS-PATH    PIC X(255).
           05 WS-REPORT-PATH      PIC X(255).
       01 WS-DEP-PATH           PIC X(400).
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
       01 WS-DEP-FILE-STATUS    PIC XX.
           88 DEP-SUCCESS       VALUE "00".
       01 WS-DEP-EOF-FLAG       PIC X VALUE "N".
           88 DEP-END-OF-FILE   VALUE "Y".
       01 WS-FINDINGS-FILE-STATUS PIC XX.
           88 FINDINGS-SUCCESS  VALUE "00".
       01 WS-FINDINGS-EOF-FLAG  PIC X VALUE "N".
           88 FINDINGS-END-OF-FILE VALUE "Y".
       01 WS-REPORT-FILE-STATUS PIC XX.

      *> Current shop defaults, starting from the same built-in values
      *> PROJECT-CREATOR uses and overridden from the same template
      *> file.
       01 WS-TEMPLATE-DEFAULTS.
           05 WS-PYTHON-TEST-PKG    PIC X(80).
           05 WS-JS-DEPS            PIC X(80).
           05 WS-RUST-CLAP-VER      PIC X(20).
           05 WS-RUST-SERDE-VER     PIC X(20).
           05 WS-RUST-SERDEJSON-VER PIC X(20).
       01 WS-TEMPLATE-KEY        PIC X(40).
       01 WS-TEMPLATE-VALUE      PIC X(160).
       01 WS-TEMPLATE-PTR        PIC 9(3).

      *> The pinned dependencies the template defaults name, one entry
      *> per package: the kind of file it lives in (P requirements.txt,
      *> J package.json, R Cargo.toml), the name, the template version
      *> or specifier, and the tallies for the totals section.
       01 WS-TEMPLATE-DEPS.
           05 WS-TD-ENTRY OCCURS 20 TIMES.
               10 WS-TD-KIND        PIC X.
               10 WS-TD-NAME        PIC X(40).
               10 WS-TD-VERSION     PIC X(40).
               10 WS-TD-STALE       PIC 9(4).
               10 WS-TD-CURRENT     PIC 9(4).
       01 WS-TD-COUNT            PIC 9(2) VALUE 0.
       01 WS-TD-IDX              PIC 9(2).
       01 WS-TD-SEL              PIC 9(2).

      *> Word-at-a-time split of a blank-separated template value.
       01 WS-WORD-LIST           PIC X(160).
       01 WS-WORD                PIC X(80).
       01 WS-WORD-PTR            PIC 9(3).

      *> One dependency as read from a template word or a project
      *> file line.
       01 WS-DEP-KIND            PIC X.
       01 WS-DEP-NAME            PIC X(40).
       01 WS-DEP-VERSION         PIC X(40).
       01 WS-DEP-FILE-NAME       PIC X(40).
       01 WS-SPEC-TEXT           PIC X(200).
       01 WS-SPEC-START          PIC 9(3).
       01 WS-SPEC-LEN            PIC 9(3).
       01 WS-CH-IDX              PIC 9(3).
       01 WS-JSON-FIELDS.
           05 WS-JF-1            PIC X(80).
           05 WS-JF-2            PIC X(80).
           05 WS-JF-3            PIC X(80).
           05 WS-JF-4            PIC X(80).
       01 WS-BRACE-COUNT         PIC 9(3).
       01 WS-SECTION-FLAG        PIC 9 VALUE 0.
           88 IN-DEP-SECTION    VALUE 1.
           88 NOT-IN-DEP-SECTION VALUE 0.
       01 WS-VERSION-FLAG        PIC 9 VALUE 0.
           88 VERSION-MATCHES   VALUE 1.
           88 VERSION-DIFFERS   VALUE 0.

      *> Working copy of one master record's fields.
       01 WS-REG-FIELDS.
           05 WS-REG-NAME       PIC X(50).
           05 WS-REG-ROOT       PIC X(320).
           05 WS-REG-TYPE       PIC X(12).
           05 WS-REG-DATE       PIC X(8).
           05 WS-REG-OWNER      PIC X(30).
           05 WS-REG-STATUS     PIC X(12).

       01 WS-PROJECT-STALE       PIC 9(3).
       01 WS-FILES-READ          PIC 9(2).

      *> One findings line split back out for the owner sections.
       01 WS-FINDING-FIELDS.
           05 WS-FD-OWNER        PIC X(30).
           05 WS-FD-PROJECT      PIC X(50).
           05 WS-FD-DEP          PIC X(40).
           05 WS-FD-FOUND        PIC X(40).
           05 WS-FD-TEMPLATE     PIC X(40).
           05 WS-FD-FILE         PIC X(40).
       01 WS-LAST-OWNER          PIC X(30).
       01 WS-OWNER-PINS          PIC 9(4).
       01 WS-KIND-LABEL          PIC X(16).

      *> Run totals for the console summary.
       01 WS-TOTAL-CHECKED      PIC 9(4) VALUE 0.
       01 WS-TOTAL-SKIPPED      PIC 9(4) VALUE 0.
       01 WS-TOTAL-PROJ-STALE   PIC 9(4) VALUE 0.
       01 WS-TOTAL-STALE        PIC 9(4) VALUE 0.
       01 WS-TOTAL-CURRENT      PIC 9(4) VALUE 0.
       01 WS-TOTAL-OWNERS       PIC 9(4) VALUE 0.
       01 WS-TOTAL-NO-DEPFILE   PIC 9(4) VALUE 0.
       01 WS-COUNT-DISPLAY      PIC ZZZ9.
       01 WS-COUNT-DISPLAY-2    PIC ZZZ9.

       01 WS-REPORT-LINE        PIC X(400).
       01 WS-RUN-DATE           PIC X(8).
       01 WS-RUN-TIME           PIC X(8).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM INITIALIZE-PROGRAM
           PERFORM OPEN-REPORT
           OPEN OUTPUT FINDINGS-FILE
           PERFORM READ-REGISTRY
           CLOSE FINDINGS-FILE
           PERFORM WRITE-OWNER-SECTIONS
           PERFORM WRITE-DEPENDENCY-TOTALS
           PERFORM WRITE-SUMMARY
           CLOSE REPORT-FILE
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
               "/.config/newpipi_template_defaults"
               DELIMITED BY SIZE
               INTO WS-TEMPLATE-PATH
           END-STRING
           STRING
               FUNCTION TRIM(WS-HOME)
               "/newpipi_dependency_report.txt"
               DELIMITED BY SIZE
               INTO WS-REPORT-PATH
           END-STRING
           MOVE "/tmp/newpipi_depreport_work.txt" TO WS-FINDINGS-PATH
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           PERFORM LOAD-TEMPLATE-CONFIG
           PERFORM BUILD-TEMPLATE-DEPS.

      *> Same built-in defaults and KEY=VALUE file as PROJECT-CREATOR.
      *> The value is everything after the first "=", so a specifier
      *> such as pytest>=7.0.0 comes through whole.
       LOAD-TEMPLATE-CONFIG.
           MOVE "pytest>=7.0.0" TO WS-PYTHON-TEST-PKG
           MOVE "express dotenv jest" TO WS-JS-DEPS
           MOVE "4.5.1" TO WS-RUST-CLAP-VER
           MOVE "1.0" TO WS-RUST-SERDE-VER
           MOVE "1.0" TO WS-RUST-SERDEJSON-VER
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
               MOVE 1 TO WS-TEMPLATE-PTR
               UNSTRING TEMPLATE-RECORD DELIMITED BY "="
                   INTO WS-TEMPLATE-KEY
                   WITH POINTER WS-TEMPLATE-PTR
               END-UNSTRING
               IF WS-TEMPLATE-PTR NOT > 200
                   MOVE TEMPLATE-RECORD(WS-TEMPLATE-PTR:)
                       TO WS-TEMPLATE-VALUE
               END-IF
               EVALUATE FUNCTION TRIM(WS-TEMPLATE-KEY)
                   WHEN "PYTHON_TEST_PKG"
                       MOVE WS-TEMPLATE-VALUE TO WS-PYTHON-TEST-PKG
                   WHEN "JS_DEPS"
                       MOVE WS-TEMPLATE-VALUE TO WS-JS-DEPS
                   WHEN "RUST_CLAP_VERSION"
                       MOVE WS-TEMPLATE-VALUE TO WS-RUST-CLAP-VER
                   WHEN "RUST_SERDE_VERSION"
                       MOVE WS-TEMPLATE-VALUE TO WS-RUST-SERDE-VER
                   WHEN "RUST_SERDE_JSON_VERSION"
                       MOVE WS-TEMPLATE-VALUE TO WS-RUST-SERDEJSON-VER
               END-EVALUATE
           END-IF.

      *> PYTHON_TEST_PKG and JS_DEPS may each name several packages;
      *> the Rust versions are one crate apiece, under the names
      *> PROJECT-CREATOR appends to Cargo.toml.
       BUILD-TEMPLATE-DEPS.
           MOVE 0 TO WS-TD-COUNT
           MOVE "P" TO WS-DEP-KIND
           MOVE WS-PYTHON-TEST-PKG TO WS-WORD-LIST
           PERFORM SPLIT-TEMPLATE-WORDS
           MOVE "J" TO WS-DEP-KIND
           MOVE WS-JS-DEPS TO WS-WORD-LIST
           PERFORM SPLIT-TEMPLATE-WORDS
           MOVE "R" TO WS-DEP-KIND
           MOVE "clap" TO WS-DEP-NAME
           MOVE WS-RUST-CLAP-VER TO WS-DEP-VERSION
           PERFORM ADD-TEMPLATE-DEP
           MOVE "serde" TO WS-DEP-NAME
           MOVE WS-RUST-SERDE-VER TO WS-DEP-VERSION
           PERFORM ADD-TEMPLATE-DEP
           MOVE "serde_json" TO WS-DEP-NAME
           MOVE WS-RUST-SERDEJSON-VER TO WS-DEP-VERSION
           PERFORM ADD-TEMPLATE-DEP.

       SPLIT-TEMPLATE-WORDS.
           MOVE 1 TO WS-WORD-PTR
           PERFORM TAKE-TEMPLATE-WORD
               UNTIL WS-WORD-PTR > 160.

       TAKE-TEMPLATE-WORD.
           MOVE SPACES TO WS-WORD
           UNSTRING WS-WORD-LIST DELIMITED BY ALL SPACE
               INTO WS-WORD
               WITH POINTER WS-WORD-PTR
           END-UNSTRING
           IF WS-WORD NOT = SPACES
               IF WS-DEP-KIND = "P"
                   MOVE WS-WORD TO WS-SPEC-TEXT
                   PERFORM SPLIT-PYTHON-SPEC
               ELSE
                   PERFORM SPLIT-JS-WORD
               END-IF
               PERFORM ADD-TEMPLATE-DEP
           END-IF.

      *> A JS_DEPS word is name or name@version; a scoped package
      *> (@scope/name@version) keeps its leading "@".
       SPLIT-JS-WORD.
           MOVE SPACES TO WS-DEP-NAME
           MOVE SPACES TO WS-DEP-VERSION
           MOVE 0 TO WS-SPEC-START
           PERFORM FIND-JS-VERSION-AT
               VARYING WS-CH-IDX FROM 2 BY 1
               UNTIL WS-CH-IDX > 79
           IF WS-SPEC-START > 0
               MOVE WS-WORD(1:WS-SPEC-START - 1) TO WS-DEP-NAME
               MOVE WS-WORD(WS-SPEC-START + 1:) TO WS-DEP-VERSION
           ELSE
               MOVE WS-WORD TO WS-DEP-NAME
           END-IF.

       FIND-JS-VERSION-AT.
           IF WS-WORD(WS-CH-IDX:1) = "@"
               MOVE WS-CH-IDX TO WS-SPEC-START
           END-IF.

       ADD-TEMPLATE-DEP.
           IF WS-DEP-NAME NOT = SPACES AND WS-TD-COUNT < 20
               ADD 1 TO WS-TD-COUNT
               MOVE WS-DEP-KIND TO WS-TD-KIND(WS-TD-COUNT)
               MOVE FUNCTION LOWER-CASE(WS-DEP-NAME)
                   TO WS-TD-NAME(WS-TD-COUNT)
               MOVE FUNCTION TRIM(WS-DEP-VERSION)
                   TO WS-TD-VERSION(WS-TD-COUNT)
               MOVE 0 TO WS-TD-STALE(WS-TD-COUNT)
               MOVE 0 TO WS-TD-CURRENT(WS-TD-COUNT)
           END-IF.

      *> requirements.txt form: the name runs up to the first
      *> comparison, extras or separator character; the rest, with
      *> blanks squeezed out, is the specifier (==6.2.0, >=7.0.0).
       SPLIT-PYTHON-SPEC.
           MOVE SPACES TO WS-DEP-NAME
           MOVE SPACES TO WS-DEP-VERSION
           MOVE FUNCTION TRIM(WS-SPEC-TEXT) TO WS-SPEC-TEXT
           MOVE 0 TO WS-SPEC-START
           PERFORM FIND-SPEC-START
               VARYING WS-CH-IDX FROM 1 BY 1
               UNTIL WS-CH-IDX > 200 OR WS-SPEC-START > 0
           IF WS-SPEC-START = 0
               MOVE WS-SPEC-TEXT TO WS-DEP-NAME
           ELSE
               IF WS-SPEC-START > 1
                   MOVE WS-SPEC-TEXT(1:WS-SPEC-START - 1)
                       TO WS-DEP-NAME
                   MOVE 0 TO WS-SPEC-LEN
                   PERFORM SQUEEZE-SPEC-CHAR
                       VARYING WS-CH-IDX FROM WS-SPEC-START BY 1
                       UNTIL WS-CH-IDX > 200
               END-IF
           END-IF.

       FIND-SPEC-START.
           IF WS-SPEC-TEXT(WS-CH-IDX:1) = "=" OR "<" OR ">" OR "!"
               OR "~" OR "[" OR "," OR SPACE
               MOVE WS-CH-IDX TO WS-SPEC-START
           END-IF.

       SQUEEZE-SPEC-CHAR.
           IF WS-SPEC-TEXT(WS-CH-IDX:1) NOT = SPACE
               AND WS-SPEC-LEN < 40
               ADD 1 TO WS-SPEC-LEN
               MOVE WS-SPEC-TEXT(WS-CH-IDX:1)
                   TO WS-DEP-VERSION(WS-SPEC-LEN:1)
           END-IF.

       OPEN-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE "DEPENDENCY STALENESS - PINS BEHIND TEMPLATE DEFAULTS"
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "Run: " WS-RUN-DATE "T" WS-RUN-TIME
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "Template: " FUNCTION TRIM(WS-TEMPLATE-PATH)
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD.

       READ-REGISTRY.
           OPEN INPUT REGISTRY-FILE
           IF NOT REGISTRY-SUCCESS
               MOVE "Registry file not found - nothing to check."
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
                   PERFORM CHECK-ONE-RECORD
           END-READ.

      *> Retired projects are not upgraded, so only ACTIVE records
      *> are read; the rest are counted.
       CHECK-ONE-RECORD.
           MOVE SPACES TO WS-REG-FIELDS
           MOVE REG-REC-NAME TO WS-REG-NAME
           MOVE REG-REC-ROOT TO WS-REG-ROOT
           MOVE REG-REC-TYPE TO WS-REG-TYPE
           MOVE REG-REC-DATE TO WS-REG-DATE
           MOVE REG-REC-OWNER TO WS-REG-OWNER
           MOVE REG-REC-STATUS TO WS-REG-STATUS
           IF WS-REG-OWNER = SPACES
               MOVE "(no owner)" TO WS-REG-OWNER
           END-IF
           IF WS-REG-STATUS = "ACTIVE"
               ADD 1 TO WS-TOTAL-CHECKED
               PERFORM CHECK-PROJECT-DEPS
           ELSE
               ADD 1 TO WS-TOTAL-SKIPPED
           END-IF.

      *> Whichever dependency files the project carries are read, so
      *> custom types built on a language skeleton are covered too.
      *> A full-stack project keeps them under backend/ and frontend/.
       CHECK-PROJECT-DEPS.
           MOVE 0 TO WS-PROJECT-STALE
           MOVE 0 TO WS-FILES-READ
           IF WS-REG-TYPE = "FULLSTACK"
               MOVE "P" TO WS-DEP-KIND
               MOVE "backend/requirements.txt" TO WS-DEP-FILE-NAME
               PERFORM CHECK-DEP-FILE
               MOVE "J" TO WS-DEP-KIND
               MOVE "frontend/package.json" TO WS-DEP-FILE-NAME
               PERFORM CHECK-DEP-FILE
           ELSE
               MOVE "P" TO WS-DEP-KIND
               MOVE "requirements.txt" TO WS-DEP-FILE-NAME
               PERFORM CHECK-DEP-FILE
               MOVE "J" TO WS-DEP-KIND
               MOVE "package.json" TO WS-DEP-FILE-NAME
               PERFORM CHECK-DEP-FILE
               MOVE "R" TO WS-DEP-KIND
               MOVE "Cargo.toml" TO WS-DEP-FILE-NAME
               PERFORM CHECK-DEP-FILE
           END-IF
           IF WS-FILES-READ = 0
               ADD 1 TO WS-TOTAL-NO-DEPFILE
           END-IF
           IF WS-PROJECT-STALE > 0
               ADD 1 TO WS-TOTAL-PROJ-STALE
           END-IF.

       CHECK-DEP-FILE.
           MOVE SPACES TO WS-DEP-PATH
           STRING
               FUNCTION TRIM(WS-REG-ROOT)
               "/"
               FUNCTION TRIM(WS-DEP-FILE-NAME)
               DELIMITED BY SIZE
               INTO WS-DEP-PATH
           END-STRING
           OPEN INPUT DEP-FILE
           IF DEP-SUCCESS
               ADD 1 TO WS-FILES-READ
               MOVE "N" TO WS-DEP-EOF-FLAG
               SET NOT-IN-DEP-SECTION TO TRUE
               PERFORM READ-DEP-LINE UNTIL DEP-END-OF-FILE
               CLOSE DEP-FILE
           END-IF.

       READ-DEP-LINE.
           READ DEP-FILE
               AT END
                   SET DEP-END-OF-FILE TO TRUE
               NOT AT END
                   EVALUATE WS-DEP-KIND
                       WHEN "P"
                           PERFORM PARSE-REQUIREMENTS-LINE
                       WHEN "J"
                           PERFORM PARSE-PACKAGE-LINE
                       WHEN "R"
                           PERFORM PARSE-CARGO-LINE
                   END-EVALUATE
           END-READ.

      *> Comments and environment markers are cut off; option lines
      *> (-r, -e, --index-url) name no package.
       PARSE-REQUIREMENTS-LINE.
           MOVE SPACES TO WS-SPEC-TEXT
           UNSTRING DEP-RECORD DELIMITED BY "#" OR ";"
               INTO WS-SPEC-TEXT
           END-UNSTRING
           MOVE FUNCTION TRIM(WS-SPEC-TEXT) TO WS-SPEC-TEXT
           IF WS-SPEC-TEXT NOT = SPACES
               AND WS-SPEC-TEXT(1:1) NOT = "-"
               PERFORM SPLIT-PYTHON-SPEC
               PERFORM COMPARE-FOUND-DEP
           END-IF.

      *> package.json as npm writes it - one "name": "version" pair
      *> per line inside the dependencies and devDependencies blocks,
      *> each block closed by a line starting with "}".
       PARSE-PACKAGE-LINE.
           MOVE SPACES TO WS-JSON-FIELDS
           UNSTRING DEP-RECORD DELIMITED BY X'22'
               INTO WS-JF-1 WS-JF-2 WS-JF-3 WS-JF-4
           END-UNSTRING
           IF WS-JF-2 = "dependencies" OR "devDependencies"
               MOVE 0 TO WS-BRACE-COUNT
               INSPECT WS-JF-3 TALLYING WS-BRACE-COUNT FOR ALL "}"
               IF WS-BRACE-COUNT = 0
                   SET IN-DEP-SECTION TO TRUE
               END-IF
           ELSE
               IF IN-DEP-SECTION
                   MOVE 0 TO WS-BRACE-COUNT
                   INSPECT WS-JF-1 TALLYING WS-BRACE-COUNT FOR ALL "}"
                   IF WS-BRACE-COUNT > 0
                       SET NOT-IN-DEP-SECTION TO TRUE
                   ELSE
                       IF WS-JF-2 NOT = SPACES
                           AND FUNCTION TRIM(WS-JF-3) = ":"
                           AND WS-JF-4 NOT = SPACES
                           MOVE WS-JF-2 TO WS-DEP-NAME
                           MOVE WS-JF-4 TO WS-DEP-VERSION
                           PERFORM COMPARE-FOUND-DEP
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *> Cargo.toml: name = "version" or name = { version = "..." }
      *> under [dependencies], [dev-dependencies] or
      *> [build-dependencies]; the first quoted value is the version.
       PARSE-CARGO-LINE.
           MOVE FUNCTION TRIM(DEP-RECORD) TO WS-SPEC-TEXT
           IF WS-SPEC-TEXT(1:1) = "["
               IF WS-SPEC-TEXT = "[dependencies]"
                   OR WS-SPEC-TEXT = "[dev-dependencies]"
                   OR WS-SPEC-TEXT = "[build-dependencies]"
                   SET IN-DEP-SECTION TO TRUE
               ELSE
                   SET NOT-IN-DEP-SECTION TO TRUE
               END-IF
           ELSE
               IF IN-DEP-SECTION AND WS-SPEC-TEXT NOT = SPACES
                   AND WS-SPEC-TEXT(1:1) NOT = "#"
                   MOVE SPACES TO WS-JSON-FIELDS
                   MOVE SPACES TO WS-DEP-NAME
                   UNSTRING WS-SPEC-TEXT DELIMITED BY X'22'
                       INTO WS-JF-1 WS-JF-2
                   END-UNSTRING
                   UNSTRING WS-JF-1 DELIMITED BY "="
                       INTO WS-DEP-NAME
                   END-UNSTRING
                   MOVE FUNCTION TRIM(WS-DEP-NAME) TO WS-DEP-NAME
                   MOVE WS-JF-2 TO WS-DEP-VERSION
                   IF WS-DEP-NAME NOT = SPACES
                       PERFORM COMPARE-FOUND-DEP
                   END-IF
               END-IF
           END-IF.

      *> Only a pin on both sides is compared - a template default
      *> with no version, or a project line with none, says nothing
      *> about staleness. npm's saved "^" or "~" prefix does not count
      *> as a difference on its own.
       COMPARE-FOUND-DEP.
           MOVE FUNCTION LOWER-CASE(WS-DEP-NAME) TO WS-DEP-NAME
           MOVE 0 TO WS-TD-SEL
           PERFORM MATCH-ONE-TEMPLATE-DEP
               VARYING WS-TD-IDX FROM 1 BY 1
               UNTIL WS-TD-IDX > WS-TD-COUNT OR WS-TD-SEL > 0
           IF WS-TD-SEL > 0
               AND WS-DEP-VERSION NOT = SPACES
               AND WS-TD-VERSION(WS-TD-SEL) NOT = SPACES
               SET VERSION-DIFFERS TO TRUE
               IF FUNCTION TRIM(WS-DEP-VERSION)
                   = FUNCTION TRIM(WS-TD-VERSION(WS-TD-SEL))
                   SET VERSION-MATCHES TO TRUE
               END-IF
               IF WS-DEP-KIND = "J"
                   AND (WS-DEP-VERSION(1:1) = "^" OR "~")
                   AND FUNCTION TRIM(WS-DEP-VERSION(2:))
                       = FUNCTION TRIM(WS-TD-VERSION(WS-TD-SEL))
                   SET VERSION-MATCHES TO TRUE
               END-IF
               IF VERSION-MATCHES
                   ADD 1 TO WS-TD-CURRENT(WS-TD-SEL)
                   ADD 1 TO WS-TOTAL-CURRENT
               ELSE
                   ADD 1 TO WS-TD-STALE(WS-TD-SEL)
                   ADD 1 TO WS-TOTAL-STALE
                   ADD 1 TO WS-PROJECT-STALE
                   PERFORM WRITE-FINDING
               END-IF
           END-IF.

       MATCH-ONE-TEMPLATE-DEP.
           IF WS-TD-KIND(WS-TD-IDX) = WS-DEP-KIND
               AND WS-TD-NAME(WS-TD-IDX) = WS-DEP-NAME
               MOVE WS-TD-IDX TO WS-TD-SEL
           END-IF.

       WRITE-FINDING.
           MOVE SPACES TO FINDINGS-RECORD
           STRING
               FUNCTION TRIM(WS-REG-OWNER) "|"
               FUNCTION TRIM(WS-REG-NAME) "|"
               FUNCTION TRIM(WS-DEP-NAME) "|"
               FUNCTION TRIM(WS-DEP-VERSION) "|"
               FUNCTION TRIM(WS-TD-VERSION(WS-TD-SEL)) "|"
               FUNCTION TRIM(WS-DEP-FILE-NAME)
               DELIMITED BY SIZE
               INTO FINDINGS-RECORD
           END-STRING
           WRITE FINDINGS-RECORD.

      *> Findings are sorted by owner, project and dependency through
      *> the shell, the same way PROJECT-DISCOVER orders its lists,
      *> then read back with a heading at each change of owner.
       WRITE-OWNER-SECTIONS.
           IF WS-TOTAL-STALE = 0
               MOVE "No pinned dependency differs from the template."
                   TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
               CALL "SYSTEM" USING
                   FUNCTION CONCATENATE(
                       "LC_ALL=C sort -t'|' -k1,1 -k2,2 -k3,3 -o ",
                       FUNCTION TRIM(WS-FINDINGS-PATH),
                       " ",
                       FUNCTION TRIM(WS-FINDINGS-PATH))
               END-CALL
               MOVE SPACES TO WS-REPORT-LINE
               STRING
                   "  Project                        "
                   "Dependency           "
                   "Found            "
                   "Template         "
                   "File"
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO WS-LAST-OWNER
               MOVE 0 TO WS-OWNER-PINS
               OPEN INPUT FINDINGS-FILE
               IF FINDINGS-SUCCESS
                   MOVE "N" TO WS-FINDINGS-EOF-FLAG
                   PERFORM READ-FINDING-LINE
                       UNTIL FINDINGS-END-OF-FILE
                   CLOSE FINDINGS-FILE
               END-IF
               IF WS-LAST-OWNER NOT = SPACES
                   PERFORM WRITE-OWNER-TOTAL
               END-IF
           END-IF.

       READ-FINDING-LINE.
           READ FINDINGS-FILE
               AT END
                   SET FINDINGS-END-OF-FILE TO TRUE
               NOT AT END
                   PERFORM REPORT-ONE-FINDING
           END-READ.

       REPORT-ONE-FINDING.
           MOVE SPACES TO WS-FINDING-FIELDS
           UNSTRING FINDINGS-RECORD DELIMITED BY "|"
               INTO WS-FD-OWNER WS-FD-PROJECT WS-FD-DEP
                    WS-FD-FOUND WS-FD-TEMPLATE WS-FD-FILE
           END-UNSTRING
           IF WS-FD-OWNER NOT = WS-LAST-OWNER
               IF WS-LAST-OWNER NOT = SPACES
                   PERFORM WRITE-OWNER-TOTAL
               END-IF
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO WS-REPORT-LINE
               STRING
                   "OWNER  " FUNCTION TRIM(WS-FD-OWNER)
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
               MOVE WS-FD-OWNER TO WS-LAST-OWNER
               MOVE 0 TO WS-OWNER-PINS
               ADD 1 TO WS-TOTAL-OWNERS
           END-IF
           ADD 1 TO WS-OWNER-PINS
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "  " WS-FD-PROJECT(1:30) " "
               WS-FD-DEP(1:20) " "
               WS-FD-FOUND(1:16) " "
               WS-FD-TEMPLATE(1:16) " "
               FUNCTION TRIM(WS-FD-FILE)
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE.

       WRITE-OWNER-TOTAL.
           MOVE WS-OWNER-PINS TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "  Stale pins for owner:    " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE.

      *> One line per dependency the template pins, including those
      *> no project has fallen behind on.
       WRITE-DEPENDENCY-TOTALS.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "TOTALS BY DEPENDENCY" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "  Dependency           "
               "File             "
               "Template          Stale  Current"
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-ONE-DEPENDENCY-TOTAL
               VARYING WS-TD-IDX FROM 1 BY 1
               UNTIL WS-TD-IDX > WS-TD-COUNT.

       WRITE-ONE-DEPENDENCY-TOTAL.
           IF WS-TD-VERSION(WS-TD-IDX) NOT = SPACES
               EVALUATE WS-TD-KIND(WS-TD-IDX)
                   WHEN "P"
                       MOVE "requirements.txt" TO WS-KIND-LABEL
                   WHEN "J"
                       MOVE "package.json" TO WS-KIND-LABEL
                   WHEN OTHER
                       MOVE "Cargo.toml" TO WS-KIND-LABEL
               END-EVALUATE
               MOVE WS-TD-STALE(WS-TD-IDX) TO WS-COUNT-DISPLAY
               MOVE WS-TD-CURRENT(WS-TD-IDX) TO WS-COUNT-DISPLAY-2
               MOVE SPACES TO WS-REPORT-LINE
               STRING
                   "  " WS-TD-NAME(WS-TD-IDX)(1:20) " "
                   WS-KIND-LABEL " "
                   WS-TD-VERSION(WS-TD-IDX)(1:16) " "
                   WS-COUNT-DISPLAY "     "
                   WS-COUNT-DISPLAY-2
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
           END-IF.

       WRITE-SUMMARY.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "SUMMARY" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-TOTAL-CHECKED TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "  Active records checked:  " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-TOTAL-PROJ-STALE TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "  Projects behind:         " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-TOTAL-OWNERS TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "  Owners affected:         " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-TOTAL-STALE TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "  Stale pins:              " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-TOTAL-CURRENT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "  Pins at template:        " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-TOTAL-NO-DEPFILE TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "  No dependency file:      " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-TOTAL-SKIPPED TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "  Non-active skipped:      " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE.

       DISPLAY-SUMMARY.
           DISPLAY "Dependency report complete."
           DISPLAY "Checked: " WS-TOTAL-CHECKED
               "  Behind: " WS-TOTAL-PROJ-STALE
               "  Stale pins: " WS-TOTAL-STALE
               "  At template: " WS-TOTAL-CURRENT
           DISPLAY "No dependency file: " WS-TOTAL-NO-DEPFILE
               "  Skipped: " WS-TOTAL-SKIPPED
           DISPLAY "Report: " FUNCTION TRIM(WS-REPORT-PATH).

       WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.
