       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISK-USAGE.
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
      *> 2026-10-15  Initial version - storage capacity and chargeback
      *>             run. Every registered root still on disk is
      *>             measured with du, the figure appended to the
      *>             usage history file (one run stamp per run) and
      *>             compared with the same root's figure from the
      *>             previous run. The report lists projects largest
      *>             first, then usage and growth totals by owner,
      *>             team and project type, each largest first. A
      *>             root first measured this run counts in full as
      *>             growth. Roots that fail the metacharacter screen
      *>             are reported, never handed to du.

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

           SELECT HISTORY-FILE
           ASSIGN TO WS-HISTORY-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORY-FILE-STATUS.

           SELECT WORK-FILE
           ASSIGN TO WS-WORK-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WORK-FILE-STATUS.

           SELECT SIZE-FILE
           ASSIGN TO WS-SIZE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SIZE-FILE-STATUS.

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

      *> One line per root per run: run stamp, kilobytes (twelve
      *> digits) and root, pipe-delimited, root last.
       FD HISTORY-FILE.
       01 HISTORY-RECORD         PIC X(360).

      *> Report lines ahead of the sort: section letter, kilobytes
      *> (twelve digits) and the finished report text, so a plain
      *> reverse sort puts each section together largest first.
       FD WORK-FILE.
       01 WORK-RECORD            PIC X(400).

       FD SIZE-FILE.
       01 SIZE-RECORD            PIC X(80).

       FD REPORT-FILE.
       01 REPORT-RECORD          PIC X(400).

       WORKING-STORAGE SECTION.
       01 WS-ENV-DETAILS.
           05 WS-HOME             PIC X(255).
           05 WS-REGISTRY-PATH    PIC X(255).
           05 WS-HISTORY-PATH     PIC X(255).
           05 WS-WORK-PATH        PIC X(255).
           05 WS-SIZE-PATH        PIC X(255).
           05 WS-REPORT-PATH      PIC X(255).
       01 WS-ENV-BLOCK.
           05 ENV-NAME          PIC X(5).
           05 ENV-VALUE         PIC X(255).

       01 WS-REGISTRY-FILE-STATUS PIC XX.
           88 REGISTRY-SUCCESS  VALUE "00".
       01 WS-REGISTRY-EOF-FLAG  PIC X VALUE "N".
           88 REGISTRY-END-OF-FILE VALUE "Y".
       01 WS-HISTORY-FILE-STATUS PIC XX.
           88 HISTORY-SUCCESS   VALUE "00".
       01 WS-HISTORY-EOF-FLAG   PIC X VALUE "N".
           88 HISTORY-END-OF-FILE VALUE "Y".
       01 WS-WORK-FILE-STATUS   PIC XX.
           88 WORK-SUCCESS      VALUE "00".
       01 WS-WORK-EOF-FLAG      PIC X VALUE "N".
           88 WORK-END-OF-FILE  VALUE "Y".
       01 WS-SIZE-FILE-STATUS   PIC XX.
           88 SIZE-SUCCESS      VALUE "00".
       01 WS-REPORT-FILE-STATUS PIC XX.

       01 WS-RUN-DATE           PIC X(8).
       01 WS-RUN-TIME           PIC X(8).
       01 WS-RUN-STAMP          PIC X(17).
       01 WS-LAST-RUN-STAMP     PIC X(17) VALUE SPACES.

      *> Previous figures from the history file - the last line for
      *> a root wins, so each root carries its latest measurement.
       01 WS-PREVIOUS-TABLE.
           05 WS-PV-ENTRY OCCURS 2000 TIMES.
               10 WS-PV-ROOT        PIC X(320).
               10 WS-PV-KB          PIC 9(12).
       01 WS-PV-COUNT           PIC 9(4) VALUE 0.
       01 WS-PV-IDX             PIC 9(4).
       01 WS-PV-SEL             PIC 9(4).

       01 WS-HIST-FIELDS.
           05 WS-HIST-STAMP     PIC X(17).
           05 WS-HIST-KB        PIC X(12).
           05 WS-HIST-ROOT      PIC X(320).

      *> Usage and growth totals per owner, team and type.
       01 WS-OWNER-TABLE.
           05 WS-OW-ENTRY OCCURS 200 TIMES.
               10 WS-OW-NAME        PIC X(30).
               10 WS-OW-KB          PIC 9(12).
               10 WS-OW-GROWTH      PIC S9(12).
               10 WS-OW-PROJECTS    PIC 9(5).
       01 WS-OW-COUNT           PIC 9(3) VALUE 0.
       01 WS-TEAM-TABLE.
           05 WS-TM-ENTRY OCCURS 200 TIMES.
               10 WS-TM-NAME        PIC X(30).
               10 WS-TM-KB          PIC 9(12).
               10 WS-TM-GROWTH      PIC S9(12).
               10 WS-TM-PROJECTS    PIC 9(5).
       01 WS-TM-COUNT           PIC 9(3) VALUE 0.
       01 WS-TYPE-TABLE.
           05 WS-TY-ENTRY OCCURS 30 TIMES.
               10 WS-TY-NAME        PIC X(30).
               10 WS-TY-KB          PIC 9(12).
               10 WS-TY-GROWTH      PIC S9(12).
               10 WS-TY-PROJECTS    PIC 9(5).
       01 WS-TY-COUNT           PIC 9(3) VALUE 0.
       01 WS-GRP-IDX            PIC 9(3).
       01 WS-GRP-SEL            PIC 9(3).
       01 WS-GRP-KEY            PIC X(30).

      *> One measured project.
       01 WS-PROJECT-KB         PIC 9(12).
       01 WS-PROJECT-GROWTH     PIC S9(12).
       01 WS-PROJECT-OWNER      PIC X(30).
       01 WS-PROJECT-TEAM       PIC X(30).
       01 WS-PREVIOUS-FLAG      PIC 9.
           88 PREVIOUS-FOUND    VALUE 1.
           88 PREVIOUS-NONE     VALUE 0.

      *> Report figures in megabytes, one decimal.
       01 WS-MB                 PIC 9(10)V9.
       01 WS-GROWTH-MB          PIC S9(10)V9.
       01 WS-MB-DISPLAY         PIC ZZZ,ZZZ,ZZ9.9.
       01 WS-GROWTH-DISPLAY     PIC ++++,+++,++9.9.
       01 WS-GROWTH-TEXT        PIC X(14).
       01 WS-PROJECTS-DISPLAY   PIC ZZZZ9.
       01 WS-SORT-KB            PIC 9(12).
       01 WS-SECTION-LETTER     PIC X.
       01 WS-LAST-SECTION       PIC X.
       01 WS-LINE-TEXT          PIC X(380).

      *> The same shell-metacharacter screen PROJECT-CREATOR applies
      *> to its inputs, re-applied here to roots read back from the
      *> editable registry before they reach a CALL "SYSTEM" command
      *> on this unattended run.
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
       01 WS-TOTAL-READ         PIC 9(5) VALUE 0.
       01 WS-TOTAL-MEASURED     PIC 9(5) VALUE 0.
       01 WS-TOTAL-GONE         PIC 9(5) VALUE 0.
       01 WS-TOTAL-UNSAFE       PIC 9(5) VALUE 0.
       01 WS-TOTAL-NEW          PIC 9(5) VALUE 0.
       01 WS-TOTAL-KB           PIC 9(14) VALUE 0.
       01 WS-TOTAL-GROWTH       PIC S9(14) VALUE 0.
       01 WS-COUNT-DISPLAY      PIC ZZZZ9.

       01 WS-REPORT-LINE        PIC X(400).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM INITIALIZE-PROGRAM
           PERFORM LOAD-USAGE-HISTORY
           PERFORM OPEN-REPORT
           OPEN OUTPUT WORK-FILE
           OPEN EXTEND HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS = "35"
               OPEN OUTPUT HISTORY-FILE
           END-IF
           PERFORM READ-REGISTRY
           CLOSE HISTORY-FILE
           PERFORM WRITE-GROUP-LINES
           CLOSE WORK-FILE
           PERFORM WRITE-SORTED-SECTIONS
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
               "/.config/newpipi_usage_history"
               DELIMITED BY SIZE
               INTO WS-HISTORY-PATH
           END-STRING
           STRING
               FUNCTION TRIM(WS-HOME)
               "/newpipi_usage_report.txt"
               DELIMITED BY SIZE
               INTO WS-REPORT-PATH
           END-STRING
           MOVE "/tmp/newpipi_usage_work.txt" TO WS-WORK-PATH
           MOVE "/tmp/newpipi_usage_size.txt" TO WS-SIZE-PATH
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           STRING
               WS-RUN-DATE "T" WS-RUN-TIME
               DELIMITED BY SIZE
               INTO WS-RUN-STAMP
           END-STRING.

       LOAD-USAGE-HISTORY.
           MOVE 0 TO WS-PV-COUNT
           OPEN INPUT HISTORY-FILE
           IF HISTORY-SUCCESS
               MOVE "N" TO WS-HISTORY-EOF-FLAG
               PERFORM READ-HISTORY-LINE UNTIL HISTORY-END-OF-FILE
               CLOSE HISTORY-FILE
           END-IF.

       READ-HISTORY-LINE.
           READ HISTORY-FILE
               AT END
                   SET HISTORY-END-OF-FILE TO TRUE
               NOT AT END
                   IF HISTORY-RECORD(1:8) IS NUMERIC
                       PERFORM LOAD-ONE-HISTORY-LINE
                   END-IF
           END-READ.

       LOAD-ONE-HISTORY-LINE.
           MOVE SPACES TO WS-HIST-FIELDS
           UNSTRING HISTORY-RECORD DELIMITED BY "|"
               INTO WS-HIST-STAMP WS-HIST-KB WS-HIST-ROOT
           END-UNSTRING
           IF WS-HIST-KB IS NUMERIC
               IF WS-HIST-STAMP > WS-LAST-RUN-STAMP
                   OR WS-LAST-RUN-STAMP = SPACES
                   MOVE WS-HIST-STAMP TO WS-LAST-RUN-STAMP
               END-IF
               PERFORM FIND-PREVIOUS-ROOT
               IF WS-PV-SEL = 0 AND WS-PV-COUNT < 2000
                   ADD 1 TO WS-PV-COUNT
                   MOVE WS-PV-COUNT TO WS-PV-SEL
                   MOVE WS-HIST-ROOT TO WS-PV-ROOT(WS-PV-SEL)
               END-IF
               IF WS-PV-SEL > 0
                   MOVE WS-HIST-KB TO WS-PV-KB(WS-PV-SEL)
               END-IF
           END-IF.

       FIND-PREVIOUS-ROOT.
           MOVE 0 TO WS-PV-SEL
           PERFORM MATCH-ONE-PREVIOUS-ROOT
               VARYING WS-PV-IDX FROM 1 BY 1
               UNTIL WS-PV-IDX > WS-PV-COUNT OR WS-PV-SEL > 0.

       MATCH-ONE-PREVIOUS-ROOT.
           IF WS-PV-ROOT(WS-PV-IDX) = WS-HIST-ROOT
               MOVE WS-PV-IDX TO WS-PV-SEL
           END-IF.

       OPEN-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE "PROJECT DISK USAGE - CAPACITY AND CHARGEBACK"
               TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "Run: " WS-RUN-STAMP
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-LAST-RUN-STAMP = SPACES
               MOVE "Previous run: none - every project counts as new"
                   TO WS-REPORT-LINE
           ELSE
               STRING
                   "Previous run: " WS-LAST-RUN-STAMP
                   " - growth is measured from it"
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
           END-IF
           PERFORM WRITE-REPORT-LINE
           MOVE "Sizes and growth in megabytes."
               TO WS-REPORT-LINE
           PERFORM WRITE-REPORT-LINE.

       READ-REGISTRY.
           OPEN INPUT REGISTRY-FILE
           IF NOT REGISTRY-SUCCESS
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE "Registry file not found - nothing to measure."
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
                   ADD 1 TO WS-TOTAL-READ
                   PERFORM MEASURE-ONE-RECORD
           END-READ.

      *> Every status is measured - an ARCHIVED or HANDED-OFF tree
      *> still occupies the disk until it is actually removed; a
      *> root no longer there is counted and passed over.
       MEASURE-ONE-RECORD.
           PERFORM SCREEN-REGISTRY-ROOT
           IF WS-BAD-CHAR-COUNT > 0
               ADD 1 TO WS-TOTAL-UNSAFE
               MOVE SPACES TO WS-LINE-TEXT
               STRING
                   "UNSAFE RECORD  "
                   FUNCTION TRIM(REG-REC-NAME)
                   " - root has shell metacharacters, not measured"
                   DELIMITED BY SIZE
                   INTO WS-LINE-TEXT
               END-STRING
               MOVE "E" TO WS-SECTION-LETTER
               MOVE 0 TO WS-SORT-KB
               PERFORM WRITE-WORK-LINE
           ELSE
               CALL "SYSTEM" USING
                   FUNCTION CONCATENATE(
                       "test -d """,
                       FUNCTION TRIM(REG-REC-ROOT),
                       """")
               END-CALL
               IF RETURN-CODE = 0
                   PERFORM MEASURE-PROJECT-ROOT
               ELSE
                   ADD 1 TO WS-TOTAL-GONE
               END-IF
           END-IF.

       SCREEN-REGISTRY-ROOT.
           MOVE 0 TO WS-BAD-CHAR-COUNT
           PERFORM SCREEN-ONE-ROOT-CHAR
               VARYING WS-BAD-CHAR-IDX FROM 1 BY 1
               UNTIL WS-BAD-CHAR-IDX > 12.

       SCREEN-ONE-ROOT-CHAR.
           INSPECT REG-REC-ROOT TALLYING WS-BAD-CHAR-COUNT
               FOR ALL WS-BAD-CHAR(WS-BAD-CHAR-IDX).

      *> du reports kilobytes; awk pads them to twelve digits so the
      *> figure reads back as a plain number.
       MEASURE-PROJECT-ROOT.
           CALL "SYSTEM" USING
               FUNCTION CONCATENATE(
                   "du -sk """,
                   FUNCTION TRIM(REG-REC-ROOT),
                   """ 2>/dev/null | awk '{printf ""%012d\n"", $1}' > ",
                   FUNCTION TRIM(WS-SIZE-PATH))
           END-CALL
           MOVE 0 TO WS-PROJECT-KB
           MOVE SPACES TO SIZE-RECORD
           OPEN INPUT SIZE-FILE
           IF SIZE-SUCCESS
               READ SIZE-FILE
                   AT END
                       MOVE SPACES TO SIZE-RECORD
               END-READ
               CLOSE SIZE-FILE
           END-IF
           IF SIZE-RECORD(1:12) IS NUMERIC
               MOVE SIZE-RECORD(1:12) TO WS-PROJECT-KB
           END-IF
           ADD 1 TO WS-TOTAL-MEASURED
           PERFORM APPEND-USAGE-HISTORY
           MOVE REG-REC-ROOT TO WS-HIST-ROOT
           PERFORM FIND-PREVIOUS-ROOT
           IF WS-PV-SEL > 0
               SET PREVIOUS-FOUND TO TRUE
               COMPUTE WS-PROJECT-GROWTH =
                   WS-PROJECT-KB - WS-PV-KB(WS-PV-SEL)
           ELSE
               SET PREVIOUS-NONE TO TRUE
               ADD 1 TO WS-TOTAL-NEW
               MOVE WS-PROJECT-KB TO WS-PROJECT-GROWTH
           END-IF
           ADD WS-PROJECT-KB TO WS-TOTAL-KB
           ADD WS-PROJECT-GROWTH TO WS-TOTAL-GROWTH
           MOVE REG-REC-OWNER TO WS-PROJECT-OWNER
           IF WS-PROJECT-OWNER = SPACES
               MOVE "(none)" TO WS-PROJECT-OWNER
           END-IF
           MOVE REG-REC-TEAM TO WS-PROJECT-TEAM
           IF WS-PROJECT-TEAM = SPACES
               MOVE "(none)" TO WS-PROJECT-TEAM
           END-IF
           PERFORM ADD-TO-OWNER-TOTAL
           PERFORM ADD-TO-TEAM-TOTAL
           PERFORM ADD-TO-TYPE-TOTAL
           PERFORM WRITE-PROJECT-LINE.

       APPEND-USAGE-HISTORY.
           MOVE SPACES TO HISTORY-RECORD
           STRING
               WS-RUN-STAMP "|" WS-PROJECT-KB "|"
               FUNCTION TRIM(REG-REC-ROOT)
               DELIMITED BY SIZE
               INTO HISTORY-RECORD
           END-STRING
           WRITE HISTORY-RECORD.

       WRITE-PROJECT-LINE.
           PERFORM FORMAT-SIZE-AND-GROWTH
           IF PREVIOUS-NONE
               MOVE "           new" TO WS-GROWTH-TEXT
           END-IF
           MOVE SPACES TO WS-LINE-TEXT
           STRING
               WS-MB-DISPLAY "  " WS-GROWTH-TEXT "  "
               REG-REC-NAME(1:30) " "
               WS-PROJECT-OWNER(1:16) " "
               WS-PROJECT-TEAM(1:20) " "
               REG-REC-TYPE " "
               FUNCTION TRIM(REG-REC-ROOT)
               DELIMITED BY SIZE
               INTO WS-LINE-TEXT
           END-STRING
           MOVE "D" TO WS-SECTION-LETTER
           MOVE WS-PROJECT-KB TO WS-SORT-KB
           PERFORM WRITE-WORK-LINE.

      *> Expects the kilobytes in WS-PROJECT-KB and the growth in
      *> WS-PROJECT-GROWTH.
       FORMAT-SIZE-AND-GROWTH.
           COMPUTE WS-MB ROUNDED = WS-PROJECT-KB / 1024
           MOVE WS-MB TO WS-MB-DISPLAY
           COMPUTE WS-GROWTH-MB ROUNDED = WS-PROJECT-GROWTH / 1024
           MOVE WS-GROWTH-MB TO WS-GROWTH-DISPLAY
           MOVE WS-GROWTH-DISPLAY TO WS-GROWTH-TEXT.

       WRITE-WORK-LINE.
           MOVE SPACES TO WORK-RECORD
           STRING
               WS-SECTION-LETTER "|" WS-SORT-KB "|" WS-LINE-TEXT
               DELIMITED BY SIZE
               INTO WORK-RECORD
           END-STRING
           WRITE WORK-RECORD.

       ADD-TO-OWNER-TOTAL.
           MOVE WS-PROJECT-OWNER TO WS-GRP-KEY
           MOVE 0 TO WS-GRP-SEL
           PERFORM MATCH-ONE-OWNER
               VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX > WS-OW-COUNT OR WS-GRP-SEL > 0
           IF WS-GRP-SEL = 0 AND WS-OW-COUNT < 200
               ADD 1 TO WS-OW-COUNT
               MOVE WS-OW-COUNT TO WS-GRP-SEL
               MOVE WS-GRP-KEY TO WS-OW-NAME(WS-GRP-SEL)
               MOVE 0 TO WS-OW-KB(WS-GRP-SEL)
               MOVE 0 TO WS-OW-GROWTH(WS-GRP-SEL)
               MOVE 0 TO WS-OW-PROJECTS(WS-GRP-SEL)
           END-IF
           IF WS-GRP-SEL > 0
               ADD WS-PROJECT-KB TO WS-OW-KB(WS-GRP-SEL)
               ADD WS-PROJECT-GROWTH TO WS-OW-GROWTH(WS-GRP-SEL)
               ADD 1 TO WS-OW-PROJECTS(WS-GRP-SEL)
           END-IF.

       MATCH-ONE-OWNER.
           IF WS-OW-NAME(WS-GRP-IDX) = WS-GRP-KEY
               MOVE WS-GRP-IDX TO WS-GRP-SEL
           END-IF.

       ADD-TO-TEAM-TOTAL.
           MOVE WS-PROJECT-TEAM TO WS-GRP-KEY
           MOVE 0 TO WS-GRP-SEL
           PERFORM MATCH-ONE-TEAM
               VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX > WS-TM-COUNT OR WS-GRP-SEL > 0
           IF WS-GRP-SEL = 0 AND WS-TM-COUNT < 200
               ADD 1 TO WS-TM-COUNT
               MOVE WS-TM-COUNT TO WS-GRP-SEL
               MOVE WS-GRP-KEY TO WS-TM-NAME(WS-GRP-SEL)
               MOVE 0 TO WS-TM-KB(WS-GRP-SEL)
               MOVE 0 TO WS-TM-GROWTH(WS-GRP-SEL)
               MOVE 0 TO WS-TM-PROJECTS(WS-GRP-SEL)
           END-IF
           IF WS-GRP-SEL > 0
               ADD WS-PROJECT-KB TO WS-TM-KB(WS-GRP-SEL)
               ADD WS-PROJECT-GROWTH TO WS-TM-GROWTH(WS-GRP-SEL)
               ADD 1 TO WS-TM-PROJECTS(WS-GRP-SEL)
           END-IF.

       MATCH-ONE-TEAM.
           IF WS-TM-NAME(WS-GRP-IDX) = WS-GRP-KEY
               MOVE WS-GRP-IDX TO WS-GRP-SEL
           END-IF.

       ADD-TO-TYPE-TOTAL.
           MOVE REG-REC-TYPE TO WS-GRP-KEY
           MOVE 0 TO WS-GRP-SEL
           PERFORM MATCH-ONE-TYPE
               VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX > WS-TY-COUNT OR WS-GRP-SEL > 0
           IF WS-GRP-SEL = 0 AND WS-TY-COUNT < 30
               ADD 1 TO WS-TY-COUNT
               MOVE WS-TY-COUNT TO WS-GRP-SEL
               MOVE WS-GRP-KEY TO WS-TY-NAME(WS-GRP-SEL)
               MOVE 0 TO WS-TY-KB(WS-GRP-SEL)
               MOVE 0 TO WS-TY-GROWTH(WS-GRP-SEL)
               MOVE 0 TO WS-TY-PROJECTS(WS-GRP-SEL)
           END-IF
           IF WS-GRP-SEL > 0
               ADD WS-PROJECT-KB TO WS-TY-KB(WS-GRP-SEL)
               ADD WS-PROJECT-GROWTH TO WS-TY-GROWTH(WS-GRP-SEL)
               ADD 1 TO WS-TY-PROJECTS(WS-GRP-SEL)
           END-IF.

       MATCH-ONE-TYPE.
           IF WS-TY-NAME(WS-GRP-IDX) = WS-GRP-KEY
               MOVE WS-GRP-IDX TO WS-GRP-SEL
           END-IF.

      *> Owner, team and type totals join the project lines in the
      *> work file under section letters C, B and A.
       WRITE-GROUP-LINES.
           MOVE "C" TO WS-SECTION-LETTER
           PERFORM WRITE-ONE-OWNER-LINE
               VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX > WS-OW-COUNT
           MOVE "B" TO WS-SECTION-LETTER
           PERFORM WRITE-ONE-TEAM-LINE
               VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX > WS-TM-COUNT
           MOVE "A" TO WS-SECTION-LETTER
           PERFORM WRITE-ONE-TYPE-LINE
               VARYING WS-GRP-IDX FROM 1 BY 1
               UNTIL WS-GRP-IDX > WS-TY-COUNT.

       WRITE-ONE-OWNER-LINE.
           MOVE WS-OW-KB(WS-GRP-IDX) TO WS-PROJECT-KB
           MOVE WS-OW-GROWTH(WS-GRP-IDX) TO WS-PROJECT-GROWTH
           MOVE WS-OW-PROJECTS(WS-GRP-IDX) TO WS-PROJECTS-DISPLAY
           MOVE WS-OW-NAME(WS-GRP-IDX) TO WS-GRP-KEY
           PERFORM WRITE-GROUP-WORK-LINE.

       WRITE-ONE-TEAM-LINE.
           MOVE WS-TM-KB(WS-GRP-IDX) TO WS-PROJECT-KB
           MOVE WS-TM-GROWTH(WS-GRP-IDX) TO WS-PROJECT-GROWTH
           MOVE WS-TM-PROJECTS(WS-GRP-IDX) TO WS-PROJECTS-DISPLAY
           MOVE WS-TM-NAME(WS-GRP-IDX) TO WS-GRP-KEY
           PERFORM WRITE-GROUP-WORK-LINE.

       WRITE-ONE-TYPE-LINE.
           MOVE WS-TY-KB(WS-GRP-IDX) TO WS-PROJECT-KB
           MOVE WS-TY-GROWTH(WS-GRP-IDX) TO WS-PROJECT-GROWTH
           MOVE WS-TY-PROJECTS(WS-GRP-IDX) TO WS-PROJECTS-DISPLAY
           MOVE WS-TY-NAME(WS-GRP-IDX) TO WS-GRP-KEY
           PERFORM WRITE-GROUP-WORK-LINE.

       WRITE-GROUP-WORK-LINE.
           PERFORM FORMAT-SIZE-AND-GROWTH
           MOVE SPACES TO WS-LINE-TEXT
           STRING
               WS-MB-DISPLAY "  " WS-GROWTH-TEXT "  "
               WS-PROJECTS-DISPLAY "    "
               FUNCTION TRIM(WS-GRP-KEY)
               DELIMITED BY SIZE
               INTO WS-LINE-TEXT
           END-STRING
           MOVE WS-PROJECT-KB TO WS-SORT-KB
           PERFORM WRITE-WORK-LINE.

      *> A reverse sort of the work file gives the unsafe records
      *> (E), then projects (D), owners (C), teams (B) and types
      *> (A), each largest first; a heading goes out at each change
      *> of section letter.
       WRITE-SORTED-SECTIONS.
           CALL "SYSTEM" USING
               FUNCTION CONCATENATE(
                   "LC_ALL=C sort -r -o ",
                   FUNCTION TRIM(WS-WORK-PATH),
                   " ",
                   FUNCTION TRIM(WS-WORK-PATH))
           END-CALL
           MOVE SPACE TO WS-LAST-SECTION
           OPEN INPUT WORK-FILE
           IF WORK-SUCCESS
               MOVE "N" TO WS-WORK-EOF-FLAG
               PERFORM READ-WORK-LINE UNTIL WORK-END-OF-FILE
               CLOSE WORK-FILE
           END-IF.

       READ-WORK-LINE.
           READ WORK-FILE
               AT END
                   SET WORK-END-OF-FILE TO TRUE
               NOT AT END
                   IF WORK-RECORD(1:1) NOT = WS-LAST-SECTION
                       MOVE WORK-RECORD(1:1) TO WS-LAST-SECTION
                       PERFORM WRITE-SECTION-HEADING
                   END-IF
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING
                       "  " WORK-RECORD(16:380)
                       DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   END-STRING
                   PERFORM WRITE-REPORT-LINE
           END-READ.

       WRITE-SECTION-HEADING.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           EVALUATE WS-LAST-SECTION
               WHEN "E"
                   MOVE "ROOTS NOT MEASURED" TO WS-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
               WHEN "D"
                   MOVE "PROJECTS BY SIZE" TO WS-REPORT-LINE
                   PERFORM WRITE-REPORT-LINE
                   MOVE SPACES TO WS-REPORT-LINE
                   STRING
                       "           Size MB       Growth MB  "
                       "Project                        "
                       "Owner            "
                       "Team                 "
                       "Type         "
                       "Root"
                       DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   END-STRING
                   PERFORM WRITE-REPORT-LINE
               WHEN "C"
                   MOVE "USAGE BY OWNER" TO WS-REPORT-LINE
                   PERFORM WRITE-GROUP-HEADING
               WHEN "B"
                   MOVE "USAGE BY TEAM" TO WS-REPORT-LINE
                   PERFORM WRITE-GROUP-HEADING
               WHEN "A"
                   MOVE "USAGE BY PROJECT TYPE" TO WS-REPORT-LINE
                   PERFORM WRITE-GROUP-HEADING
           END-EVALUATE.

       WRITE-GROUP-HEADING.
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "           Size MB       Growth MB  "
               "Projects  Name"
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE.

       WRITE-SUMMARY.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "SUMMARY" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-TOTAL-READ TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "  Registry records:        " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-TOTAL-MEASURED TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "  Roots measured:          " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-TOTAL-NEW TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "  First measured:          " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-TOTAL-GONE TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "  Roots not on disk:       " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-TOTAL-UNSAFE TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "  Unsafe roots skipped:    " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-TOTAL-KB TO WS-PROJECT-KB
           MOVE WS-TOTAL-GROWTH TO WS-PROJECT-GROWTH
           PERFORM FORMAT-SIZE-AND-GROWTH
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "  Total size MB:     " WS-MB-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "  Total growth MB:  " WS-GROWTH-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE.

       DISPLAY-SUMMARY.
           DISPLAY "Disk usage run complete."
           DISPLAY "Measured: " WS-TOTAL-MEASURED
               "  Not on disk: " WS-TOTAL-GONE
               "  Unsafe: " WS-TOTAL-UNSAFE
           DISPLAY "Total MB: " WS-MB-DISPLAY
               "  Growth MB: " WS-GROWTH-DISPLAY
           DISPLAY "Report: " FUNCTION TRIM(WS-REPORT-PATH).

       WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.
