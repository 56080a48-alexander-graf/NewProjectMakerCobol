       IDENTIFICATION DIVISION.
       PROGRAM-ID. JOB-STREAM.
       AUTHOR. CLAUDE.
       DATE-WRITTEN. 2026-10-15.

      *> Modification history:
      *> 2026-10-15  Step names are screened for shell metacharacters
      *>             as commands are, since the name is echoed into
      *>             the output file through the shell.
      *> 2026-10-15  Initial version - one driver for the overnight
      *>             housekeeping stream in place of a cron line per
      *>             program. Steps run in the order of the step
      *>             definition file, one line per step:
      *>               STEP|<name>|<max rc>|<STOP or SKIP>|<after>|
      *>                   <command>
      *>             for example
      *>               STEP|LOGCLOSE|0|STOP|*|logclose
      *>               STEP|RECONCILE|4|SKIP|*|reconcile
      *>               STEP|DISCOVER|0|SKIP|*|discover SCAN
      *>               STEP|RETENTION|0|SKIP|RECONCILE|retention
      *>               STEP|EXPORT|0|SKIP|LOGCLOSE|export
      *>             A step whose return code is above its max rc has
      *>             failed. STOP ends the stream there; SKIP lets it
      *>             carry on, but any later step naming the failed
      *>             one as <after> (directly or through another
      *>             skipped step) is skipped rather than run against
      *>             half-finished data. Each step's start, end and
      *>             return code go to the job-run log, its output to
      *>             the stream output file. The first failed step
      *>             is kept as the restart point and the next run
      *>             starts there, the steps before it counted as
      *>             done earlier; FRESH on the command line ignores
      *>             the restart point and runs every step. The run
      *>             ends with one overall return code - the highest
      *>             step return code, and at least 8 when any step
      *>             failed or did not run - and one summary, on the
      *>             console and in the stream report. A definition
      *>             file that does not check out runs nothing.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS CRT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STEPS-FILE
           ASSIGN TO WS-STEPS-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STEPS-FILE-STATUS.

           SELECT RESTART-FILE
           ASSIGN TO WS-RESTART-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RESTART-FILE-STATUS.

           SELECT JOB-LOG-FILE
           ASSIGN TO WS-JOB-LOG-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOB-LOG-FILE-STATUS.

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
       FD STEPS-FILE.
       01 STEPS-RECORD           PIC X(300).

       FD RESTART-FILE.
       01 RESTART-RECORD         PIC X(80).

       FD JOB-LOG-FILE.
       01 JOB-LOG-RECORD         PIC X(200).

       FD WORK-FILE.
       01 WORK-RECORD            PIC X(80).

       FD REPORT-FILE.
       01 REPORT-RECORD          PIC X(300).

       WORKING-STORAGE SECTION.
       01 WS-ENV-DETAILS.
           05 WS-HOME             PIC X(255).
           05 WS-STEPS-PATH       PIC X(255).
           05 WS-RESTART-PATH     PIC X(255).
           05 WS-JOB-LOG-PATH     PIC X(255).
           05 WS-OUTPUT-PATH      PIC X(255).
           05 WS-WORK-PATH        PIC X(255).
           05 WS-REPORT-PATH      PIC X(255).
       01 WS-ENV-BLOCK.
           05 ENV-NAME          PIC X(5).
           05 ENV-VALUE         PIC X(255).

       01 WS-STEPS-FILE-STATUS  PIC XX.
           88 STEPS-SUCCESS     VALUE "00".
       01 WS-STEPS-EOF-FLAG     PIC X VALUE "N".
           88 STEPS-END-OF-FILE VALUE "Y".
       01 WS-RESTART-FILE-STATUS PIC XX.
           88 RESTART-SUCCESS   VALUE "00".
       01 WS-JOB-LOG-FILE-STATUS PIC XX.
       01 WS-WORK-FILE-STATUS   PIC XX.
           88 WORK-SUCCESS      VALUE "00".
       01 WS-REPORT-FILE-STATUS PIC XX.

      *> Blank runs from the restart point when one is pending;
      *> FRESH runs the whole stream regardless.
       01 WS-RUN-MODE           PIC X(20).
           88 FRESH-RUN         VALUE "FRESH".
       01 WS-RUN-DATE           PIC X(8).
       01 WS-RUN-TIME           PIC X(8).
       01 WS-RUN-STAMP          PIC X(17).
       01 WS-NOW-DATE           PIC X(8).
       01 WS-NOW-TIME           PIC X(8).
       01 WS-NOW-STAMP          PIC X(17).

      *> One definition line, split on "|".
       01 WS-DEF-KEY            PIC X(10).
       01 WS-DEF-NAME           PIC X(16).
       01 WS-DEF-MAX-RC         PIC X(4).
       01 WS-DEF-ACTION         PIC X(4).
       01 WS-DEF-AFTER          PIC X(16).
       01 WS-DEF-COMMAND        PIC X(200).
       01 WS-DEF-LINE-NO        PIC 9(4) VALUE 0.
       01 WS-DEF-LINE-DISPLAY   PIC ZZZ9.
       01 WS-DEF-ERROR-COUNT    PIC 9(4) VALUE 0.
       01 WS-DEF-ERROR-TEXT     PIC X(60).
       01 WS-RC-CHAR-IDX        PIC 9.
       01 WS-RC-DIGIT           PIC 9.
       01 WS-RC-WORK            PIC 9(4).
       01 WS-RC-BAD-FLAG        PIC 9.
           88 RC-FIELD-BAD      VALUE 1.
           88 RC-FIELD-GOOD     VALUE 0.

      *> The stream, in definition order. WS-STEP-STATE moves from
      *> PENDING to one of ENDED OK, FAILED, SKIPPED, NOT RUN or
      *> DONE EARLIER.
       01 WS-STEP-TABLE.
           05 WS-STEP-ENTRY OCCURS 20 TIMES.
               10 WS-STEP-NAME       PIC X(16).
               10 WS-STEP-MAX-RC     PIC 9(4).
               10 WS-STEP-ACTION     PIC X(4).
               10 WS-STEP-AFTER      PIC X(16).
               10 WS-STEP-AFTER-IDX  PIC 9(2).
               10 WS-STEP-COMMAND    PIC X(200).
               10 WS-STEP-RC         PIC 9(4).
               10 WS-STEP-STATE      PIC X(12).
               10 WS-STEP-START      PIC X(17).
               10 WS-STEP-END        PIC X(17).
       01 WS-STEP-COUNT         PIC 9(2) VALUE 0.
       01 WS-STEP-IDX           PIC 9(2).
       01 WS-FIND-IDX           PIC 9(2).
       01 WS-FOUND-IDX          PIC 9(2).
       01 WS-FIND-NAME          PIC X(16).

       01 WS-RESTART-KEY        PIC X(10).
       01 WS-RESTART-NAME       PIC X(16).
       01 WS-RESTART-FROM       PIC X(17).
       01 WS-RESTART-IDX        PIC 9(2) VALUE 0.
       01 WS-FIRST-FAILED-IDX   PIC 9(2) VALUE 0.
       01 WS-STREAM-FLAG        PIC 9 VALUE 0.
           88 STREAM-STOPPED    VALUE 1.
           88 STREAM-RUNNING    VALUE 0.

       01 WS-OVERALL-RC         PIC 9(4) VALUE 0.
       01 WS-RC-DISPLAY         PIC ZZZ9.
       01 WS-MAX-DISPLAY        PIC ZZZ9.
       01 WS-JOB-LOG-LINE       PIC X(200).
       01 WS-JOB-EVENT          PIC X(12).
       01 WS-JOB-NOTE           PIC X(60).

      *> The same shell-metacharacter screen PROJECT-CREATOR applies
      *> to its inputs, applied here to every step command before
      *> the stream starts - a command is a program name and its
      *> arguments, nothing the shell has to interpret.
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
       01 WS-SCREEN-TEXT        PIC X(200).

      *> Cross-run file locks, shared protocol with
      *> PROJECT-CREATOR: a lock is a directory under ~/.config
      *> with the holder in an owner file; one older than thirty
      *> minutes is a crashed run's leavings and is cleared. The
      *> stream takes "jobstream" for the whole run so a second
      *> start cannot overlap it; the steps take their own locks.
       01 WS-LOCK-NAME          PIC X(12).
       01 WS-LOCK-DIR           PIC X(300).
       01 WS-LOCK-FLAG          PIC 9 VALUE 0.
           88 LOCK-HELD         VALUE 1.
           88 LOCK-DENIED       VALUE 0.
       01 WS-LOCK-TRY           PIC 9(2).

      *> Run totals for the console summary.
       01 WS-TOTAL-RUN          PIC 9(2) VALUE 0.
       01 WS-TOTAL-OK           PIC 9(2) VALUE 0.
       01 WS-TOTAL-FAILED       PIC 9(2) VALUE 0.
       01 WS-TOTAL-SKIPPED      PIC 9(2) VALUE 0.
       01 WS-TOTAL-NOT-RUN      PIC 9(2) VALUE 0.
       01 WS-TOTAL-EARLIER      PIC 9(2) VALUE 0.
       01 WS-COUNT-DISPLAY      PIC Z9.

       01 WS-REPORT-LINE        PIC X(300).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM INITIALIZE-PROGRAM
           MOVE "jobstream" TO WS-LOCK-NAME
           PERFORM ACQUIRE-NAMED-LOCK
           IF LOCK-DENIED
               DISPLAY "Job stream already running - start refused."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM OPEN-REPORT
           PERFORM LOAD-STEP-DEFINITIONS
           IF WS-DEF-ERROR-COUNT > 0 OR WS-STEP-COUNT = 0
               PERFORM REFUSE-DEFINITIONS
           ELSE
               PERFORM LOAD-RESTART-POINT
               PERFORM RUN-STREAM
               PERFORM SAVE-RESTART-POINT
               PERFORM WRITE-STEP-RESULTS
               PERFORM WRITE-SUMMARY
           END-IF
           CLOSE REPORT-FILE
           MOVE "jobstream" TO WS-LOCK-NAME
           PERFORM RELEASE-NAMED-LOCK
           PERFORM DISPLAY-SUMMARY
           MOVE WS-OVERALL-RC TO RETURN-CODE
           STOP RUN.

       INITIALIZE-PROGRAM.
           MOVE "HOME" TO ENV-NAME
           ACCEPT ENV-VALUE FROM ENVIRONMENT ENV-NAME
           MOVE ENV-VALUE TO WS-HOME
           STRING
               FUNCTION TRIM(WS-HOME)
               "/.config/newpipi_job_steps"
               DELIMITED BY SIZE
               INTO WS-STEPS-PATH
           END-STRING
           STRING
               FUNCTION TRIM(WS-HOME)
               "/.config/newpipi_job_restart"
               DELIMITED BY SIZE
               INTO WS-RESTART-PATH
           END-STRING
           STRING
               FUNCTION TRIM(WS-HOME)
               "/.config/newpipi_job_log"
               DELIMITED BY SIZE
               INTO WS-JOB-LOG-PATH
           END-STRING
           STRING
               FUNCTION TRIM(WS-HOME)
               "/newpipi_jobstream_output.txt"
               DELIMITED BY SIZE
               INTO WS-OUTPUT-PATH
           END-STRING
           STRING
               FUNCTION TRIM(WS-HOME)
               "/newpipi_jobstream_report.txt"
               DELIMITED BY SIZE
               INTO WS-REPORT-PATH
           END-STRING
           MOVE "/tmp/newpipi_jobstream_work.txt" TO WS-WORK-PATH
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE SPACES TO WS-RUN-STAMP
           STRING
               WS-RUN-DATE "T" WS-RUN-TIME
               DELIMITED BY SIZE
               INTO WS-RUN-STAMP
           END-STRING
           MOVE SPACES TO WS-RUN-MODE
           ACCEPT WS-RUN-MODE FROM COMMAND-LINE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RUN-MODE))
               TO WS-RUN-MODE.

       OPEN-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE "NIGHTLY JOB STREAM" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "Run: " WS-RUN-STAMP
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD.

      *> ------------------------------------------------------------
      *> Step definitions - read and checked as a whole before any
      *> step runs.
      *> ------------------------------------------------------------
       LOAD-STEP-DEFINITIONS.
           OPEN INPUT STEPS-FILE
           IF NOT STEPS-SUCCESS
               MOVE "Step definition file not found: "
                   TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE SPACES TO WS-REPORT-LINE
               STRING
                   "  " FUNCTION TRIM(WS-STEPS-PATH)
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
               PERFORM WRITE-REPORT-LINE
           ELSE
               MOVE "N" TO WS-STEPS-EOF-FLAG
               PERFORM READ-STEPS-LINE UNTIL STEPS-END-OF-FILE
               CLOSE STEPS-FILE
           END-IF.

       READ-STEPS-LINE.
           READ STEPS-FILE
               AT END
                   SET STEPS-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-DEF-LINE-NO
                   IF STEPS-RECORD NOT = SPACES
                       AND STEPS-RECORD(1:1) NOT = "*"
                       PERFORM PARSE-STEPS-LINE
                   END-IF
           END-READ.

       PARSE-STEPS-LINE.
           MOVE SPACES TO WS-DEF-KEY WS-DEF-NAME WS-DEF-MAX-RC
               WS-DEF-ACTION WS-DEF-AFTER WS-DEF-COMMAND
           UNSTRING STEPS-RECORD DELIMITED BY "|"
               INTO WS-DEF-KEY WS-DEF-NAME WS-DEF-MAX-RC
                   WS-DEF-ACTION WS-DEF-AFTER WS-DEF-COMMAND
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-DEF-NAME))
               TO WS-DEF-NAME
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-DEF-ACTION))
               TO WS-DEF-ACTION
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-DEF-AFTER))
               TO WS-DEF-AFTER
           MOVE SPACES TO WS-DEF-ERROR-TEXT
           PERFORM CHECK-STEPS-LINE
           IF WS-DEF-ERROR-TEXT NOT = SPACES
               PERFORM REPORT-DEFINITION-ERROR
           ELSE
               ADD 1 TO WS-STEP-COUNT
               MOVE WS-DEF-NAME TO WS-STEP-NAME(WS-STEP-COUNT)
               MOVE WS-RC-WORK TO WS-STEP-MAX-RC(WS-STEP-COUNT)
               MOVE WS-DEF-ACTION TO WS-STEP-ACTION(WS-STEP-COUNT)
               MOVE WS-DEF-AFTER TO WS-STEP-AFTER(WS-STEP-COUNT)
               MOVE WS-FOUND-IDX
                   TO WS-STEP-AFTER-IDX(WS-STEP-COUNT)
               MOVE WS-DEF-COMMAND
                   TO WS-STEP-COMMAND(WS-STEP-COUNT)
               MOVE 0 TO WS-STEP-RC(WS-STEP-COUNT)
               MOVE "PENDING" TO WS-STEP-STATE(WS-STEP-COUNT)
               MOVE SPACES TO WS-STEP-START(WS-STEP-COUNT)
               MOVE SPACES TO WS-STEP-END(WS-STEP-COUNT)
           END-IF.

      *> The first fault found on the line is the one reported. An
      *> <after> step must already be defined above, so the order
      *> of the file is always a valid running order.
       CHECK-STEPS-LINE.
           MOVE 0 TO WS-FOUND-IDX
           IF FUNCTION TRIM(WS-DEF-KEY) NOT = "STEP"
               MOVE "not a STEP line" TO WS-DEF-ERROR-TEXT
           END-IF
           IF WS-DEF-ERROR-TEXT = SPACES AND WS-STEP-COUNT = 20
               MOVE "more than 20 steps" TO WS-DEF-ERROR-TEXT
           END-IF
           IF WS-DEF-ERROR-TEXT = SPACES AND WS-DEF-NAME = SPACES
               MOVE "step name missing" TO WS-DEF-ERROR-TEXT
           END-IF
      *> The name goes into the shell line that marks each step in
      *> the output file, so it is screened like the command.
           IF WS-DEF-ERROR-TEXT = SPACES
               MOVE WS-DEF-NAME TO WS-SCREEN-TEXT
               PERFORM SCREEN-SHELL-TEXT
               IF WS-BAD-CHAR-COUNT > 0
                   MOVE "step name has shell metacharacters"
                       TO WS-DEF-ERROR-TEXT
               END-IF
           END-IF
           IF WS-DEF-ERROR-TEXT = SPACES
               MOVE WS-DEF-NAME TO WS-FIND-NAME
               PERFORM FIND-STEP-BY-NAME
               IF WS-FOUND-IDX > 0
                   MOVE "step name used twice" TO WS-DEF-ERROR-TEXT
               END-IF
           END-IF
           IF WS-DEF-ERROR-TEXT = SPACES
               PERFORM CONVERT-MAX-RC
               IF RC-FIELD-BAD
                   MOVE "max rc is not a number" TO WS-DEF-ERROR-TEXT
               END-IF
           END-IF
           IF WS-DEF-ERROR-TEXT = SPACES
               AND WS-DEF-ACTION NOT = "STOP"
               AND WS-DEF-ACTION NOT = "SKIP"
               MOVE "action must be STOP or SKIP" TO WS-DEF-ERROR-TEXT
           END-IF
           IF WS-DEF-ERROR-TEXT = SPACES
               IF WS-DEF-AFTER = SPACES OR WS-DEF-AFTER = "*"
                   MOVE SPACES TO WS-DEF-AFTER
                   MOVE 0 TO WS-FOUND-IDX
               ELSE
                   MOVE WS-DEF-AFTER TO WS-FIND-NAME
                   PERFORM FIND-STEP-BY-NAME
                   IF WS-FOUND-IDX = 0
                       MOVE "after-step not defined above"
                           TO WS-DEF-ERROR-TEXT
                   END-IF
               END-IF
           END-IF
           IF WS-DEF-ERROR-TEXT = SPACES
               IF WS-DEF-COMMAND = SPACES
                   MOVE "command missing" TO WS-DEF-ERROR-TEXT
               ELSE
                   MOVE WS-DEF-COMMAND TO WS-SCREEN-TEXT
                   PERFORM SCREEN-SHELL-TEXT
                   IF WS-BAD-CHAR-COUNT > 0
                       MOVE "command has shell metacharacters"
                           TO WS-DEF-ERROR-TEXT
                   END-IF
               END-IF
           END-IF.

       CONVERT-MAX-RC.
           MOVE 0 TO WS-RC-WORK
           SET RC-FIELD-GOOD TO TRUE
           IF WS-DEF-MAX-RC = SPACES
               SET RC-FIELD-BAD TO TRUE
           ELSE
               PERFORM CONVERT-ONE-RC-DIGIT
                   VARYING WS-RC-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-RC-CHAR-IDX > 4
           END-IF.

       CONVERT-ONE-RC-DIGIT.
           IF WS-DEF-MAX-RC(WS-RC-CHAR-IDX:1) IS NUMERIC
               MOVE WS-DEF-MAX-RC(WS-RC-CHAR-IDX:1) TO WS-RC-DIGIT
               COMPUTE WS-RC-WORK = WS-RC-WORK * 10 + WS-RC-DIGIT
           ELSE
               IF WS-DEF-MAX-RC(WS-RC-CHAR-IDX:1) NOT = SPACE
                   SET RC-FIELD-BAD TO TRUE
               END-IF
           END-IF.

       FIND-STEP-BY-NAME.
           MOVE 0 TO WS-FOUND-IDX
           PERFORM MATCH-ONE-STEP-NAME
               VARYING WS-FIND-IDX FROM 1 BY 1
               UNTIL WS-FIND-IDX > WS-STEP-COUNT
                   OR WS-FOUND-IDX > 0.

       MATCH-ONE-STEP-NAME.
           IF WS-STEP-NAME(WS-FIND-IDX) = WS-FIND-NAME
               MOVE WS-FIND-IDX TO WS-FOUND-IDX
           END-IF.

       REPORT-DEFINITION-ERROR.
           ADD 1 TO WS-DEF-ERROR-COUNT
           MOVE WS-DEF-LINE-NO TO WS-DEF-LINE-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "DEFINITION ERROR line "
               FUNCTION TRIM(WS-DEF-LINE-DISPLAY)
               ": " FUNCTION TRIM(WS-DEF-ERROR-TEXT)
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE.

       REFUSE-DEFINITIONS.
           IF WS-DEF-ERROR-COUNT = 0
               MOVE "No steps defined - nothing run." TO WS-REPORT-LINE
           ELSE
               MOVE "Step definitions rejected - nothing run."
                   TO WS-REPORT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE
           MOVE 8 TO WS-OVERALL-RC
           MOVE "*" TO WS-DEF-NAME
           MOVE "REFUSED" TO WS-JOB-EVENT
           MOVE WS-OVERALL-RC TO WS-RC-WORK
           MOVE "step definitions rejected" TO WS-JOB-NOTE
           PERFORM WRITE-JOB-LOG-LINE.

      *> ------------------------------------------------------------
      *> Restart point - the first step that failed last time.
      *> ------------------------------------------------------------
       LOAD-RESTART-POINT.
           MOVE 0 TO WS-RESTART-IDX
           MOVE SPACES TO WS-RESTART-NAME
           MOVE SPACES TO WS-RESTART-FROM
           OPEN INPUT RESTART-FILE
           IF RESTART-SUCCESS
               READ RESTART-FILE
                   AT END
                       MOVE SPACES TO RESTART-RECORD
               END-READ
               CLOSE RESTART-FILE
               MOVE SPACES TO WS-RESTART-KEY
               UNSTRING RESTART-RECORD DELIMITED BY "|"
                   INTO WS-RESTART-KEY WS-RESTART-NAME
                       WS-RESTART-FROM
               END-UNSTRING
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           EVALUATE TRUE
               WHEN WS-RESTART-NAME = SPACES
                   MOVE "Mode: full stream" TO WS-REPORT-LINE
               WHEN FRESH-RUN
                   STRING
                       "Mode: FRESH - restart at "
                       FUNCTION TRIM(WS-RESTART-NAME)
                       " ignored"
                       DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   END-STRING
               WHEN OTHER
                   MOVE WS-RESTART-NAME TO WS-FIND-NAME
                   PERFORM FIND-STEP-BY-NAME
                   MOVE WS-FOUND-IDX TO WS-RESTART-IDX
                   IF WS-RESTART-IDX = 0
                       STRING
                           "Mode: full stream - restart step "
                           FUNCTION TRIM(WS-RESTART-NAME)
                           " no longer defined"
                           DELIMITED BY SIZE
                           INTO WS-REPORT-LINE
                       END-STRING
                   ELSE
                       STRING
                           "Mode: restart at "
                           FUNCTION TRIM(WS-RESTART-NAME)
                           " (failed in run "
                           FUNCTION TRIM(WS-RESTART-FROM) ")"
                           DELIMITED BY SIZE
                           INTO WS-REPORT-LINE
                       END-STRING
                   END-IF
           END-EVALUATE
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD.

      *> A clean run clears the restart point; otherwise the first
      *> failed step is where the next run picks up.
       SAVE-RESTART-POINT.
           IF WS-FIRST-FAILED-IDX > 0
               OPEN OUTPUT RESTART-FILE
               MOVE SPACES TO RESTART-RECORD
               STRING
                   "RESTART|"
                   FUNCTION TRIM(WS-STEP-NAME(WS-FIRST-FAILED-IDX))
                   "|" WS-RUN-STAMP
                   DELIMITED BY SIZE
                   INTO RESTART-RECORD
               END-STRING
               WRITE RESTART-RECORD
               CLOSE RESTART-FILE
           ELSE
               CALL "SYSTEM" USING
                   FUNCTION CONCATENATE(
                       "rm -f """,
                       FUNCTION TRIM(WS-RESTART-PATH),
                       """")
               END-CALL
           END-IF.

      *> ------------------------------------------------------------
      *> The stream itself.
      *> ------------------------------------------------------------
       RUN-STREAM.
           SET STREAM-RUNNING TO TRUE
           MOVE 0 TO WS-FIRST-FAILED-IDX
           CALL "SYSTEM" USING
               FUNCTION CONCATENATE(
                   ": > """,
                   FUNCTION TRIM(WS-OUTPUT-PATH),
                   """")
           END-CALL
           MOVE "*" TO WS-DEF-NAME
           MOVE "RUN-START" TO WS-JOB-EVENT
           MOVE 0 TO WS-RC-WORK
           MOVE WS-RUN-MODE TO WS-JOB-NOTE
           PERFORM WRITE-JOB-LOG-LINE
           PERFORM RUN-ONE-STEP
               VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT
           IF (WS-TOTAL-FAILED > 0 OR WS-TOTAL-SKIPPED > 0
                   OR WS-TOTAL-NOT-RUN > 0)
               AND WS-OVERALL-RC < 8
               MOVE 8 TO WS-OVERALL-RC
           END-IF
           MOVE "*" TO WS-DEF-NAME
           MOVE "RUN-END" TO WS-JOB-EVENT
           MOVE WS-OVERALL-RC TO WS-RC-WORK
           MOVE "overall return code" TO WS-JOB-NOTE
           PERFORM WRITE-JOB-LOG-LINE.

       RUN-ONE-STEP.
           MOVE WS-STEP-NAME(WS-STEP-IDX) TO WS-DEF-NAME
           MOVE 0 TO WS-RC-WORK
           MOVE SPACES TO WS-JOB-NOTE
           EVALUATE TRUE
               WHEN WS-STEP-IDX < WS-RESTART-IDX AND NOT FRESH-RUN
                   MOVE "DONE EARLIER" TO WS-STEP-STATE(WS-STEP-IDX)
                   ADD 1 TO WS-TOTAL-EARLIER
                   MOVE "DONE-EARLIER" TO WS-JOB-EVENT
                   MOVE "before the restart point" TO WS-JOB-NOTE
                   PERFORM WRITE-JOB-LOG-LINE
               WHEN STREAM-STOPPED
                   MOVE "NOT RUN" TO WS-STEP-STATE(WS-STEP-IDX)
                   ADD 1 TO WS-TOTAL-NOT-RUN
                   MOVE "NOT-RUN" TO WS-JOB-EVENT
                   MOVE "stream stopped" TO WS-JOB-NOTE
                   PERFORM WRITE-JOB-LOG-LINE
               WHEN WS-STEP-AFTER-IDX(WS-STEP-IDX) > 0
                   AND (WS-STEP-STATE(WS-STEP-AFTER-IDX(WS-STEP-IDX))
                           = "FAILED"
                       OR WS-STEP-STATE(WS-STEP-AFTER-IDX(
                           WS-STEP-IDX)) = "SKIPPED")
                   MOVE "SKIPPED" TO WS-STEP-STATE(WS-STEP-IDX)
                   ADD 1 TO WS-TOTAL-SKIPPED
                   MOVE "SKIPPED" TO WS-JOB-EVENT
                   STRING
                       "after-step "
                       FUNCTION TRIM(WS-STEP-AFTER(WS-STEP-IDX))
                       " did not end OK"
                       DELIMITED BY SIZE
                       INTO WS-JOB-NOTE
                   END-STRING
                   PERFORM WRITE-JOB-LOG-LINE
               WHEN OTHER
                   PERFORM EXECUTE-ONE-STEP
           END-EVALUATE.

      *> The command's exit status comes back through the work
      *> file, so it is the program's own return code whatever the
      *> shell does with it. Output is appended to the stream
      *> output file under a banner naming the step.
       EXECUTE-ONE-STEP.
           ADD 1 TO WS-TOTAL-RUN
           PERFORM REFRESH-RUN-LOCK
           PERFORM TAKE-NOW-STAMP
           MOVE WS-NOW-STAMP TO WS-STEP-START(WS-STEP-IDX)
           MOVE "START" TO WS-JOB-EVENT
           MOVE WS-STEP-COMMAND(WS-STEP-IDX) TO WS-JOB-NOTE
           PERFORM WRITE-JOB-LOG-LINE
           DISPLAY "Step " FUNCTION TRIM(WS-STEP-NAME(WS-STEP-IDX))
               " started " WS-NOW-STAMP
           MOVE SPACES TO WORK-RECORD
           CALL "SYSTEM" USING
               FUNCTION CONCATENATE(
                   "echo ""==== ",
                   FUNCTION TRIM(WS-STEP-NAME(WS-STEP-IDX)),
                   " ",
                   WS-NOW-STAMP,
                   """ >> """,
                   FUNCTION TRIM(WS-OUTPUT-PATH),
                   """; ",
                   FUNCTION TRIM(WS-STEP-COMMAND(WS-STEP-IDX)),
                   " >> """,
                   FUNCTION TRIM(WS-OUTPUT-PATH),
                   """ 2>&1 < /dev/null; echo $? | awk",
                   " '{printf ""%04d\n"", $1}' > ",
                   FUNCTION TRIM(WS-WORK-PATH))
           END-CALL
           PERFORM READ-STEP-RC
           PERFORM TAKE-NOW-STAMP
           MOVE WS-NOW-STAMP TO WS-STEP-END(WS-STEP-IDX)
           MOVE WS-RC-WORK TO WS-STEP-RC(WS-STEP-IDX)
           IF WS-RC-WORK > WS-OVERALL-RC
               MOVE WS-RC-WORK TO WS-OVERALL-RC
           END-IF
           MOVE "END" TO WS-JOB-EVENT
           IF WS-RC-WORK > WS-STEP-MAX-RC(WS-STEP-IDX)
               PERFORM FAIL-ONE-STEP
           ELSE
               MOVE "ENDED OK" TO WS-STEP-STATE(WS-STEP-IDX)
               ADD 1 TO WS-TOTAL-OK
               MOVE "ended OK" TO WS-JOB-NOTE
           END-IF
           PERFORM WRITE-JOB-LOG-LINE
           MOVE WS-RC-WORK TO WS-RC-DISPLAY
           DISPLAY "Step " FUNCTION TRIM(WS-STEP-NAME(WS-STEP-IDX))
               " ended " WS-NOW-STAMP " RC "
               FUNCTION TRIM(WS-RC-DISPLAY) " "
               FUNCTION TRIM(WS-STEP-STATE(WS-STEP-IDX)).

      *> The run lock is touched before every step so a stream
      *> that runs past the thirty-minute stale age is not taken
      *> for a crashed one by a second start.
       REFRESH-RUN-LOCK.
           MOVE SPACES TO WS-LOCK-DIR
           STRING
               FUNCTION TRIM(WS-HOME)
               "/.config/newpipi_lock_jobstream"
               DELIMITED BY SIZE
               INTO WS-LOCK-DIR
           END-STRING
           CALL "SYSTEM" USING
               FUNCTION CONCATENATE(
                   "touch """,
                   FUNCTION TRIM(WS-LOCK-DIR),
                   """")
           END-CALL.

      *> A status that does not come back at all (the work file
      *> missing or unreadable) is taken as a failure.
       READ-STEP-RC.
           MOVE 9999 TO WS-RC-WORK
           OPEN INPUT WORK-FILE
           IF WORK-SUCCESS
               READ WORK-FILE
                   AT END
                       MOVE SPACES TO WORK-RECORD
               END-READ
               CLOSE WORK-FILE
               IF WORK-RECORD(1:4) IS NUMERIC
                   MOVE WORK-RECORD(1:4) TO WS-RC-WORK
               END-IF
           END-IF.

       FAIL-ONE-STEP.
           MOVE "FAILED" TO WS-STEP-STATE(WS-STEP-IDX)
           ADD 1 TO WS-TOTAL-FAILED
           IF WS-FIRST-FAILED-IDX = 0
               MOVE WS-STEP-IDX TO WS-FIRST-FAILED-IDX
           END-IF
           IF WS-STEP-ACTION(WS-STEP-IDX) = "STOP"
               SET STREAM-STOPPED TO TRUE
               MOVE "failed past max rc - stream stopped"
                   TO WS-JOB-NOTE
           ELSE
               MOVE "failed past max rc - dependents skipped"
                   TO WS-JOB-NOTE
           END-IF.

       TAKE-NOW-STAMP.
           ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD
           ACCEPT WS-NOW-TIME FROM TIME
           MOVE SPACES TO WS-NOW-STAMP
           STRING
               WS-NOW-DATE "T" WS-NOW-TIME
               DELIMITED BY SIZE
               INTO WS-NOW-STAMP
           END-STRING.

      *> One line per event, in the audit trail's " | " style:
      *>     STAMP | RUN | STEP | EVENT | RC | NOTE
      *> WS-DEF-NAME carries the step ("*" for the run itself).
       WRITE-JOB-LOG-LINE.
           PERFORM TAKE-NOW-STAMP
           MOVE SPACES TO WS-JOB-LOG-LINE
           STRING
               WS-NOW-STAMP
               " | " WS-RUN-STAMP
               " | " FUNCTION TRIM(WS-DEF-NAME)
               " | " FUNCTION TRIM(WS-JOB-EVENT)
               " | " WS-RC-WORK
               " | " FUNCTION TRIM(WS-JOB-NOTE)
               DELIMITED BY SIZE
               INTO WS-JOB-LOG-LINE
           END-STRING
           OPEN EXTEND JOB-LOG-FILE
           IF WS-JOB-LOG-FILE-STATUS = "35"
               OPEN OUTPUT JOB-LOG-FILE
           END-IF
           MOVE WS-JOB-LOG-LINE TO JOB-LOG-RECORD
           WRITE JOB-LOG-RECORD
           CLOSE JOB-LOG-FILE.

       SCREEN-SHELL-TEXT.
           MOVE 0 TO WS-BAD-CHAR-COUNT
           PERFORM SCREEN-ONE-SHELL-CHAR
               VARYING WS-BAD-CHAR-IDX FROM 1 BY 1
               UNTIL WS-BAD-CHAR-IDX > 12.

       SCREEN-ONE-SHELL-CHAR.
           INSPECT WS-SCREEN-TEXT TALLYING WS-BAD-CHAR-COUNT
               FOR ALL WS-BAD-CHAR(WS-BAD-CHAR-IDX).

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

       WRITE-STEP-RESULTS.
           PERFORM WRITE-ONE-STEP-RESULT
               VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-STEP-COUNT.

       WRITE-ONE-STEP-RESULT.
           MOVE WS-STEP-RC(WS-STEP-IDX) TO WS-RC-DISPLAY
           MOVE WS-STEP-MAX-RC(WS-STEP-IDX) TO WS-MAX-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-STEP-START(WS-STEP-IDX) = SPACES
               STRING
                   WS-STEP-NAME(WS-STEP-IDX) " "
                   WS-STEP-STATE(WS-STEP-IDX)
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
           ELSE
               STRING
                   WS-STEP-NAME(WS-STEP-IDX) " "
                   WS-STEP-STATE(WS-STEP-IDX)
                   " RC " WS-RC-DISPLAY
                   " (max " FUNCTION TRIM(WS-MAX-DISPLAY) ")  "
                   WS-STEP-START(WS-STEP-IDX) " - "
                   WS-STEP-END(WS-STEP-IDX)
                   DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
               END-STRING
           END-IF
           PERFORM WRITE-REPORT-LINE.

       WRITE-SUMMARY.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "SUMMARY" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-TOTAL-RUN TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "  Steps run:               " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-TOTAL-OK TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "  Ended OK:                " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-TOTAL-FAILED TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "  Failed:                  " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-TOTAL-SKIPPED TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "  Skipped (dependency):    " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-TOTAL-NOT-RUN TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "  Not run (stopped):       " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-TOTAL-EARLIER TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "  Done in an earlier run:  " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-OVERALL-RC TO WS-RC-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "  Overall return code:   " WS-RC-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE
           IF WS-FIRST-FAILED-IDX > 0
               STRING
                   "  Next run restarts at:    "
                   FUNCTION TRIM(WS-STEP-NAME(WS-FIRST-FAILED-IDX))
                   DELIMITED BY SIZE INTO WS-REPORT-LINE
               END-STRING
           ELSE
               MOVE "  Next run restarts at:    (start of stream)"
                   TO WS-REPORT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE.

       DISPLAY-SUMMARY.
           MOVE WS-OVERALL-RC TO WS-RC-DISPLAY
           DISPLAY "Job stream complete - overall RC "
               FUNCTION TRIM(WS-RC-DISPLAY)
           DISPLAY "Run: " WS-TOTAL-RUN "  OK: " WS-TOTAL-OK
               "  Failed: " WS-TOTAL-FAILED
               "  Skipped: " WS-TOTAL-SKIPPED
               "  Not run: " WS-TOTAL-NOT-RUN
           DISPLAY "Report: " FUNCTION TRIM(WS-REPORT-PATH).

       WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.
