       IDENTIFICATION DIVISION.
       PROGRAM-ID. NOTIFY-DELIVER.
       AUTHOR. CLAUDE.
       DATE-WRITTEN. 2026-10-15.

      *> Modification history:
      *> 2026-10-15  Return code cleared before the final status is
      *>             set, so a clean run ends 0 and not with the
      *>             status of the last shell command.
      *> 2026-10-15  Initial version - delivery run for the owner
      *>             notification spool. PROJECT-CREATOR (creation,
      *>             decommission), PROJECT-RETENTION (candidates,
      *>             retirements) and PROJECT-RECONCILE (GONE,
      *>             DRIFT) each append one line per notice:
      *>                 STAMP|OWNER|PROJECT|ROOT|EVENT|DETAIL
      *>             This run takes the spool over under the notify
      *>             lock, drops any notice already sent (same
      *>             owner, project, root, event and detail as a
      *>             line in the sent ledger), groups the rest per
      *>             owner and mails each owner one digest. Every
      *>             notice that went out is added to the sent
      *>             ledger, so nothing is sent twice; a digest the
      *>             mailer refuses goes back on the spool for the
      *>             next run. Two modes, picked by the command line:
      *>               (no argument / SEND)  deliver;
      *>               PREVIEW  report what would be sent - nothing
      *>                 is mailed, taken off the spool or recorded.
      *>             Mail goes to the owner's login name, or to
      *>             <owner>@<NOTIFY_MAIL_DOMAIN> when that key is
      *>             set in the template defaults. Return code 4
      *>             when any notice was kept back.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS CRT.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TEMPLATE-CONFIG-FILE
           ASSIGN TO WS-TEMPLATE-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-TEMPLATE-FILE-STATUS.

           SELECT PENDING-FILE
           ASSIGN TO WS-PENDING-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PENDING-FILE-STATUS.

           SELECT DIGEST-FILE
           ASSIGN TO WS-DIGEST-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DIGEST-FILE-STATUS.

           SELECT SENT-LEDGER-FILE
           ASSIGN TO WS-SENT-LEDGER-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SENT-LEDGER-FILE-STATUS.

           SELECT RETRY-FILE
           ASSIGN TO WS-RETRY-PATH
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RETRY-FILE-STATUS.

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
       FD TEMPLATE-CONFIG-FILE.
       01 TEMPLATE-RECORD        PIC X(200).

       FD PENDING-FILE.
       01 PENDING-RECORD         PIC X(600).

       FD DIGEST-FILE.
       01 DIGEST-RECORD          PIC X(500).

       FD SENT-LEDGER-FILE.
       01 SENT-LEDGER-RECORD     PIC X(620).

       FD RETRY-FILE.
       01 RETRY-RECORD           PIC X(600).

       FD WORK-FILE.
       01 WORK-RECORD            PIC X(80).

       FD REPORT-FILE.
       01 REPORT-RECORD          PIC X(500).

       WORKING-STORAGE SECTION.
       01 WS-ENV-DETAILS.
           05 WS-HOME             PIC X(255).
           05 WS-TEMPLATE-PATH    PIC X(255).
           05 WS-SPOOL-PATH       PIC X(255).
           05 WS-INFLIGHT-PATH    PIC X(255).
           05 WS-SENT-LEDGER-PATH PIC X(255).
           05 WS-PENDING-PATH     PIC X(255).
           05 WS-DIGEST-PATH      PIC X(255).
           05 WS-RETRY-PATH       PIC X(255).
           05 WS-WORK-PATH        PIC X(255).
           05 WS-REPORT-PATH      PIC X(255).
       01 WS-ENV-BLOCK.
           05 ENV-NAME          PIC X(5).
           05 ENV-VALUE         PIC X(255).

       01 WS-TEMPLATE-FILE-STATUS PIC XX.
           88 TEMPLATE-SUCCESS  VALUE "00".
       01 WS-TEMPLATE-EOF-FLAG  PIC X VALUE "N".
           88 TEMPLATE-END-OF-FILE VALUE "Y".
       01 WS-PENDING-FILE-STATUS PIC XX.
           88 PENDING-SUCCESS   VALUE "00".
       01 WS-PENDING-EOF-FLAG   PIC X VALUE "N".
           88 PENDING-END-OF-FILE VALUE "Y".
       01 WS-DIGEST-FILE-STATUS PIC XX.
       01 WS-SENT-LEDGER-FILE-STATUS PIC XX.
       01 WS-RETRY-FILE-STATUS  PIC XX.
       01 WS-WORK-FILE-STATUS   PIC XX.
           88 WORK-SUCCESS      VALUE "00".
       01 WS-REPORT-FILE-STATUS PIC XX.

      *> SEND (the default) delivers; PREVIEW only reports.
       01 WS-RUN-MODE           PIC X(20).
           88 PREVIEW-RUN       VALUE "PREVIEW".
       01 WS-RUN-DATE           PIC X(8).
       01 WS-RUN-TIME           PIC X(8).
       01 WS-SENT-DATE          PIC X(8).
       01 WS-SENT-TIME          PIC X(8).

       01 WS-TEMPLATE-KEY       PIC X(40).
       01 WS-TEMPLATE-VALUE     PIC X(160).
       01 WS-MAIL-DOMAIN        PIC X(160).

      *> Where the pending notices come from: the in-flight copy
      *> taken off the spool, or in PREVIEW both files as they lie.
       01 WS-PENDING-SOURCE     PIC X(600).

      *> One spooled notice, split on "|". The line just read is
      *> held apart, since sending the previous owner's digest
      *> splits each of that owner's notices again.
       01 WS-NEXT-LINE          PIC X(600).
       01 WS-NEXT-OWNER         PIC X(30).
       01 WS-NT-LINE            PIC X(600).
       01 WS-NT-FIELDS.
           05 WS-NT-STAMP        PIC X(20).
           05 WS-NT-OWNER        PIC X(30).
           05 WS-NT-PROJECT      PIC X(50).
           05 WS-NT-ROOT         PIC X(320).
           05 WS-NT-EVENT        PIC X(16).
           05 WS-NT-DETAIL       PIC X(120).

      *> The notices of the owner being gathered, kept as spooled
      *> so they can go to the ledger or back to the spool intact.
      *> An owner with more than fits is sent in several digests.
       01 WS-GROUP-OWNER        PIC X(30).
       01 WS-GROUP-TABLE.
           05 WS-GROUP-LINE OCCURS 100 TIMES PIC X(600).
       01 WS-GROUP-COUNT        PIC 9(3) VALUE 0.
       01 WS-GROUP-IDX          PIC 9(3).
       01 WS-GROUP-DISPLAY      PIC ZZ9.
       01 WS-MAIL-ADDRESS       PIC X(200).
       01 WS-GROUP-OUTCOME      PIC X(10).

      *> The same shell-metacharacter screen PROJECT-CREATOR applies
      *> to its inputs, re-applied here to each owner name (and the
      *> configured mail domain) before it reaches the mail command.
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
       01 WS-DOMAIN-FLAG        PIC 9 VALUE 0.
           88 DOMAIN-USABLE     VALUE 1.
           88 DOMAIN-UNUSABLE   VALUE 0.

      *> Cross-run file locks, shared protocol with
      *> PROJECT-CREATOR: a lock is a directory under ~/.config
      *> with the holder in an owner file; one older than thirty
      *> minutes is a crashed run's leavings and is cleared. This
      *> unattended run waits twelve five-second tries, then gives
      *> up rather than hanging a schedule. "notify" guards the
      *> spool every producer appends to; "notifysend" keeps two
      *> delivery runs from mailing the same in-flight notices.
       01 WS-LOCK-NAME          PIC X(12).
       01 WS-LOCK-DIR           PIC X(300).
       01 WS-LOCK-FLAG          PIC 9 VALUE 0.
           88 LOCK-HELD         VALUE 1.
           88 LOCK-DENIED       VALUE 0.
       01 WS-LOCK-TRY           PIC 9(2).

      *> Run totals for the console summary.
       01 WS-TOTAL-SPOOLED      PIC 9(5) VALUE 0.
       01 WS-TOTAL-PENDING      PIC 9(5) VALUE 0.
       01 WS-TOTAL-DUPLICATE    PIC 9(5) VALUE 0.
       01 WS-TOTAL-OWNERS       PIC 9(5) VALUE 0.
       01 WS-TOTAL-DIGESTS      PIC 9(5) VALUE 0.
       01 WS-TOTAL-SENT         PIC 9(5) VALUE 0.
       01 WS-TOTAL-KEPT         PIC 9(5) VALUE 0.
       01 WS-COUNT-DISPLAY      PIC ZZZZ9.

       01 WS-REPORT-LINE        PIC X(500).

       PROCEDURE DIVISION.
       MAIN-LOGIC.
           PERFORM INITIALIZE-PROGRAM
           MOVE "notifysend" TO WS-LOCK-NAME
           PERFORM ACQUIRE-NAMED-LOCK
           IF LOCK-DENIED
               DISPLAY "Another delivery run is active - run refused."
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM OPEN-REPORT
           IF NOT PREVIEW-RUN
               PERFORM TAKE-SPOOLED-NOTICES
           END-IF
           PERFORM BUILD-PENDING-LIST
           OPEN OUTPUT RETRY-FILE
           PERFORM DELIVER-PENDING-NOTICES
           CLOSE RETRY-FILE
           IF NOT PREVIEW-RUN
               PERFORM RETURN-UNSENT-NOTICES
           END-IF
           PERFORM WRITE-SUMMARY
           CLOSE REPORT-FILE
           MOVE "notifysend" TO WS-LOCK-NAME
           PERFORM RELEASE-NAMED-LOCK
           PERFORM DISPLAY-SUMMARY
      *> Set last, so a clean run ends 0 rather than with whatever
      *> status the last CALL "SYSTEM" left behind.
           MOVE 0 TO RETURN-CODE
           IF WS-TOTAL-KEPT > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       INITIALIZE-PROGRAM.
           MOVE "HOME" TO ENV-NAME
           ACCEPT ENV-VALUE FROM ENVIRONMENT ENV-NAME
           MOVE ENV-VALUE TO WS-HOME
           STRING
               FUNCTION TRIM(WS-HOME)
               "/.config/newpipi_template_defaults"
               DELIMITED BY SIZE
               INTO WS-TEMPLATE-PATH
           END-STRING
           STRING
               FUNCTION TRIM(WS-HOME)
               "/.config/newpipi_notify_spool"
               DELIMITED BY SIZE
               INTO WS-SPOOL-PATH
           END-STRING
           STRING
               FUNCTION TRIM(WS-HOME)
               "/.config/newpipi_notify_inflight"
               DELIMITED BY SIZE
               INTO WS-INFLIGHT-PATH
           END-STRING
           STRING
               FUNCTION TRIM(WS-HOME)
               "/.config/newpipi_notify_sent"
               DELIMITED BY SIZE
               INTO WS-SENT-LEDGER-PATH
           END-STRING
           STRING
               FUNCTION TRIM(WS-HOME)
               "/newpipi_notify_report.txt"
               DELIMITED BY SIZE
               INTO WS-REPORT-PATH
           END-STRING
           MOVE "/tmp/newpipi_notify_pending.txt" TO WS-PENDING-PATH
           MOVE "/tmp/newpipi_notify_digest.txt" TO WS-DIGEST-PATH
           MOVE "/tmp/newpipi_notify_retry.txt" TO WS-RETRY-PATH
           MOVE "/tmp/newpipi_notify_work.txt" TO WS-WORK-PATH
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE SPACES TO WS-RUN-MODE
           ACCEPT WS-RUN-MODE FROM COMMAND-LINE
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WS-RUN-MODE))
               TO WS-RUN-MODE
           PERFORM LOAD-MAIL-DOMAIN.

      *> Only NOTIFY_MAIL_DOMAIN matters here. Absent, mail goes to
      *> the bare login name and the local mailer resolves it.
       LOAD-MAIL-DOMAIN.
           MOVE SPACES TO WS-MAIL-DOMAIN
           OPEN INPUT TEMPLATE-CONFIG-FILE
           IF TEMPLATE-SUCCESS
               MOVE "N" TO WS-TEMPLATE-EOF-FLAG
               PERFORM READ-TEMPLATE-LINE UNTIL TEMPLATE-END-OF-FILE
               CLOSE TEMPLATE-CONFIG-FILE
           END-IF
           SET DOMAIN-UNUSABLE TO TRUE
           IF WS-MAIL-DOMAIN NOT = SPACES
               MOVE WS-MAIL-DOMAIN TO WS-SCREEN-TEXT
               PERFORM SCREEN-SHELL-TEXT
               IF WS-BAD-CHAR-COUNT = 0
                   SET DOMAIN-USABLE TO TRUE
               ELSE
                   DISPLAY "NOTIFY_MAIL_DOMAIN has unsafe characters"
                       " - ignored."
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
               IF FUNCTION TRIM(WS-TEMPLATE-KEY) =
                       "NOTIFY_MAIL_DOMAIN"
                   MOVE WS-TEMPLATE-VALUE TO WS-MAIL-DOMAIN
               END-IF
           END-IF.

       OPEN-REPORT.
           OPEN OUTPUT REPORT-FILE
           MOVE "OWNER NOTIFICATION DELIVERY" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "Run: " WS-RUN-DATE "T" WS-RUN-TIME
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           IF PREVIEW-RUN
               MOVE "Mode: PREVIEW - nothing mailed or recorded"
                   TO WS-REPORT-LINE
           ELSE
               MOVE "Mode: SEND" TO WS-REPORT-LINE
           END-IF
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD.

      *> The spool is emptied into the in-flight file under the
      *> notify lock and the lock given straight back, so producers
      *> never wait on the mailer. In-flight notices a crashed run
      *> left behind are simply delivered with the new ones - any
      *> that did go out are in the ledger and drop out as sent.
       TAKE-SPOOLED-NOTICES.
           MOVE "notify" TO WS-LOCK-NAME
           PERFORM ACQUIRE-NAMED-LOCK
           IF LOCK-DENIED
               MOVE "Spool in use - only earlier in-flight notices"
                   TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
               CALL "SYSTEM" USING
                   FUNCTION CONCATENATE(
                       "if test -f """,
                       FUNCTION TRIM(WS-SPOOL-PATH),
                       """; then cat """,
                       FUNCTION TRIM(WS-SPOOL-PATH),
                       """ >> """,
                       FUNCTION TRIM(WS-INFLIGHT-PATH),
                       """ && rm -f """,
                       FUNCTION TRIM(WS-SPOOL-PATH),
                       """; fi")
               END-CALL
               MOVE "notify" TO WS-LOCK-NAME
               PERFORM RELEASE-NAMED-LOCK
           END-IF.

      *> Pending = the source notices less any already in the sent
      *> ledger (ledger lines carry the send stamp in front, so
      *> their key fields sit one further along) and less repeats
      *> within the batch, sorted by owner and then by stamp so
      *> each owner's notices arrive together and in order.
       BUILD-PENDING-LIST.
           MOVE SPACES TO WS-PENDING-SOURCE
           IF PREVIEW-RUN
               STRING
                   """" FUNCTION TRIM(WS-INFLIGHT-PATH) """ """
                   FUNCTION TRIM(WS-SPOOL-PATH) """"
                   DELIMITED BY SIZE
                   INTO WS-PENDING-SOURCE
               END-STRING
           ELSE
               STRING
                   """" FUNCTION TRIM(WS-INFLIGHT-PATH) """"
                   DELIMITED BY SIZE
                   INTO WS-PENDING-SOURCE
               END-STRING
           END-IF
           CALL "SYSTEM" USING
               FUNCTION CONCATENATE(
                   "cat ",
                   FUNCTION TRIM(WS-PENDING-SOURCE),
                   " 2>/dev/null | grep -c . | awk '{printf",
                   " ""%06d\n"", $1}' > ",
                   FUNCTION TRIM(WS-WORK-PATH))
           END-CALL
           PERFORM READ-WORK-COUNT
           IF WORK-RECORD(1:6) IS NUMERIC
               MOVE WORK-RECORD(1:6) TO WS-TOTAL-SPOOLED
           END-IF
           CALL "SYSTEM" USING
               FUNCTION CONCATENATE(
                   "touch """,
                   FUNCTION TRIM(WS-SENT-LEDGER-PATH),
                   """ && cat ",
                   FUNCTION TRIM(WS-PENDING-SOURCE),
                   " 2>/dev/null | awk -F'|'",
                   " 'FILENAME==ARGV[1]{k[$3 FS $4 FS $5 FS $6",
                   " FS $7]=1;next} NF<6{next}",
                   " {key=$2 FS $3 FS $4 FS $5 FS $6}",
                   " !(key in k){k[key]=1;print}' """,
                   FUNCTION TRIM(WS-SENT-LEDGER-PATH),
                   """ - | LC_ALL=C sort -t'|' -k2,2 -k1,1 > ",
                   FUNCTION TRIM(WS-PENDING-PATH))
           END-CALL.

       READ-WORK-COUNT.
           MOVE SPACES TO WORK-RECORD
           OPEN INPUT WORK-FILE
           IF WORK-SUCCESS
               READ WORK-FILE
                   AT END
                       MOVE SPACES TO WORK-RECORD
               END-READ
               CLOSE WORK-FILE
           END-IF.

      *> Control break on owner: the gathered notices go out as one
      *> digest whenever the owner changes, the table fills, or the
      *> list ends.
       DELIVER-PENDING-NOTICES.
           MOVE 0 TO WS-GROUP-COUNT
           MOVE SPACES TO WS-GROUP-OWNER
           OPEN INPUT PENDING-FILE
           IF PENDING-SUCCESS
               MOVE "N" TO WS-PENDING-EOF-FLAG
               PERFORM READ-PENDING-LINE UNTIL PENDING-END-OF-FILE
               CLOSE PENDING-FILE
           END-IF
           IF WS-GROUP-COUNT > 0
               PERFORM SEND-OWNER-DIGEST
           END-IF
           IF WS-TOTAL-PENDING = 0
               MOVE "No notices waiting." TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           END-IF
           COMPUTE WS-TOTAL-DUPLICATE =
               WS-TOTAL-SPOOLED - WS-TOTAL-PENDING.

       READ-PENDING-LINE.
           READ PENDING-FILE
               AT END
                   SET PENDING-END-OF-FILE TO TRUE
               NOT AT END
                   PERFORM GATHER-ONE-NOTICE
           END-READ.

       GATHER-ONE-NOTICE.
           ADD 1 TO WS-TOTAL-PENDING
           MOVE PENDING-RECORD TO WS-NEXT-LINE
           MOVE WS-NEXT-LINE TO WS-NT-LINE
           PERFORM SPLIT-NOTICE-LINE
           MOVE WS-NT-OWNER TO WS-NEXT-OWNER
           IF WS-GROUP-COUNT > 0
               AND (WS-NEXT-OWNER NOT = WS-GROUP-OWNER
                   OR WS-GROUP-COUNT = 100)
               PERFORM SEND-OWNER-DIGEST
           END-IF
           IF WS-GROUP-COUNT = 0
               MOVE WS-NEXT-OWNER TO WS-GROUP-OWNER
           END-IF
           ADD 1 TO WS-GROUP-COUNT
           MOVE WS-NEXT-LINE TO WS-GROUP-LINE(WS-GROUP-COUNT).

       SPLIT-NOTICE-LINE.
           MOVE SPACES TO WS-NT-FIELDS
           UNSTRING WS-NT-LINE DELIMITED BY "|"
               INTO WS-NT-STAMP WS-NT-OWNER WS-NT-PROJECT
                   WS-NT-ROOT WS-NT-EVENT WS-NT-DETAIL
           END-UNSTRING.

      *> An owner name that is blank or would not be safe on the
      *> mail command line cannot be mailed; its notices are kept
      *> on the spool and show on every run's report until the
      *> registry is put right.
       SEND-OWNER-DIGEST.
           ADD 1 TO WS-TOTAL-OWNERS
           MOVE WS-GROUP-COUNT TO WS-GROUP-DISPLAY
           MOVE WS-GROUP-OWNER TO WS-SCREEN-TEXT
           PERFORM SCREEN-SHELL-TEXT
           IF WS-GROUP-OWNER = SPACES OR WS-BAD-CHAR-COUNT > 0
               MOVE "HELD" TO WS-GROUP-OUTCOME
           ELSE
               PERFORM BUILD-MAIL-ADDRESS
               PERFORM WRITE-DIGEST-FILE
               IF PREVIEW-RUN
                   MOVE "WOULD SEND" TO WS-GROUP-OUTCOME
               ELSE
                   PERFORM MAIL-DIGEST-FILE
               END-IF
           END-IF
           PERFORM REPORT-OWNER-DIGEST
           EVALUATE WS-GROUP-OUTCOME
               WHEN "SENT"
                   ADD 1 TO WS-TOTAL-DIGESTS
                   ADD WS-GROUP-COUNT TO WS-TOTAL-SENT
                   PERFORM RECORD-SENT-NOTICES
               WHEN "WOULD SEND"
                   ADD 1 TO WS-TOTAL-DIGESTS
               WHEN OTHER
                   ADD WS-GROUP-COUNT TO WS-TOTAL-KEPT
                   PERFORM KEEP-ONE-NOTICE
                       VARYING WS-GROUP-IDX FROM 1 BY 1
                       UNTIL WS-GROUP-IDX > WS-GROUP-COUNT
           END-EVALUATE
           MOVE 0 TO WS-GROUP-COUNT.

       BUILD-MAIL-ADDRESS.
           MOVE SPACES TO WS-MAIL-ADDRESS
           IF DOMAIN-USABLE
               STRING
                   FUNCTION TRIM(WS-GROUP-OWNER)
                   "@"
                   FUNCTION TRIM(WS-MAIL-DOMAIN)
                   DELIMITED BY SIZE
                   INTO WS-MAIL-ADDRESS
               END-STRING
           ELSE
               MOVE WS-GROUP-OWNER TO WS-MAIL-ADDRESS
           END-IF.

       WRITE-DIGEST-FILE.
           OPEN OUTPUT DIGEST-FILE
           MOVE SPACES TO DIGEST-RECORD
           STRING
               "Project notices for "
               FUNCTION TRIM(WS-GROUP-OWNER)
               " - " FUNCTION TRIM(WS-GROUP-DISPLAY)
               " since the last digest"
               DELIMITED BY SIZE
               INTO DIGEST-RECORD
           END-STRING
           WRITE DIGEST-RECORD
           MOVE SPACES TO DIGEST-RECORD
           WRITE DIGEST-RECORD
           PERFORM WRITE-ONE-DIGEST-NOTICE
               VARYING WS-GROUP-IDX FROM 1 BY 1
               UNTIL WS-GROUP-IDX > WS-GROUP-COUNT
           MOVE "Sent by the project registry housekeeping run."
               TO DIGEST-RECORD
           WRITE DIGEST-RECORD
           CLOSE DIGEST-FILE.

      *> Two lines per notice: event, project and root, then the
      *> detail, with the stamp it was raised.
       WRITE-ONE-DIGEST-NOTICE.
           MOVE WS-GROUP-LINE(WS-GROUP-IDX) TO WS-NT-LINE
           PERFORM SPLIT-NOTICE-LINE
           MOVE SPACES TO DIGEST-RECORD
           STRING
               WS-NT-EVENT " "
               FUNCTION TRIM(WS-NT-PROJECT)
               " - "
               FUNCTION TRIM(WS-NT-ROOT)
               DELIMITED BY SIZE
               INTO DIGEST-RECORD
           END-STRING
           WRITE DIGEST-RECORD
           MOVE SPACES TO DIGEST-RECORD
           STRING
               "                 "
               FUNCTION TRIM(WS-NT-DETAIL)
               " (" WS-NT-STAMP(1:8) ")"
               DELIMITED BY SIZE
               INTO DIGEST-RECORD
           END-STRING
           WRITE DIGEST-RECORD
           MOVE SPACES TO DIGEST-RECORD
           WRITE DIGEST-RECORD.

       MAIL-DIGEST-FILE.
           CALL "SYSTEM" USING
               FUNCTION CONCATENATE(
                   "mail -s ""Project notices for ",
                   FUNCTION TRIM(WS-GROUP-OWNER),
                   """ """,
                   FUNCTION TRIM(WS-MAIL-ADDRESS),
                   """ < ",
                   FUNCTION TRIM(WS-DIGEST-PATH),
                   " >/dev/null 2>&1")
           END-CALL
           IF RETURN-CODE = 0
               MOVE "SENT" TO WS-GROUP-OUTCOME
           ELSE
               MOVE "FAILED" TO WS-GROUP-OUTCOME
           END-IF.

       REPORT-OWNER-DIGEST.
           MOVE SPACES TO WS-REPORT-LINE
           EVALUATE WS-GROUP-OUTCOME
               WHEN "HELD"
                   STRING
                       "HELD       "
                       FUNCTION TRIM(WS-GROUP-OWNER)
                       " - unusable owner name, "
                       FUNCTION TRIM(WS-GROUP-DISPLAY)
                       " notice(s) kept on the spool"
                       DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   END-STRING
               WHEN "FAILED"
                   STRING
                       "FAILED     "
                       FUNCTION TRIM(WS-GROUP-OWNER)
                       " (" FUNCTION TRIM(WS-MAIL-ADDRESS) ") - "
                       FUNCTION TRIM(WS-GROUP-DISPLAY)
                       " notice(s) kept for the next run"
                       DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   END-STRING
               WHEN OTHER
                   STRING
                       WS-GROUP-OUTCOME " "
                       FUNCTION TRIM(WS-GROUP-OWNER)
                       " (" FUNCTION TRIM(WS-MAIL-ADDRESS) ") - "
                       FUNCTION TRIM(WS-GROUP-DISPLAY)
                       " notice(s)"
                       DELIMITED BY SIZE
                       INTO WS-REPORT-LINE
                   END-STRING
           END-EVALUATE
           PERFORM WRITE-REPORT-LINE
           IF PREVIEW-RUN
               PERFORM REPORT-ONE-NOTICE
                   VARYING WS-GROUP-IDX FROM 1 BY 1
                   UNTIL WS-GROUP-IDX > WS-GROUP-COUNT
           END-IF.

       REPORT-ONE-NOTICE.
           MOVE WS-GROUP-LINE(WS-GROUP-IDX) TO WS-NT-LINE
           PERFORM SPLIT-NOTICE-LINE
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "           " WS-NT-EVENT " "
               FUNCTION TRIM(WS-NT-PROJECT)
               " - " FUNCTION TRIM(WS-NT-DETAIL)
               DELIMITED BY SIZE
               INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE.

      *> Written straight after the mailer takes the digest, so a
      *> run that dies part-way has already recorded every owner it
      *> reached.
       RECORD-SENT-NOTICES.
           ACCEPT WS-SENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-SENT-TIME FROM TIME
           OPEN EXTEND SENT-LEDGER-FILE
           IF WS-SENT-LEDGER-FILE-STATUS = "35"
               OPEN OUTPUT SENT-LEDGER-FILE
           END-IF
           PERFORM RECORD-ONE-SENT-NOTICE
               VARYING WS-GROUP-IDX FROM 1 BY 1
               UNTIL WS-GROUP-IDX > WS-GROUP-COUNT
           CLOSE SENT-LEDGER-FILE.

       RECORD-ONE-SENT-NOTICE.
           MOVE SPACES TO SENT-LEDGER-RECORD
           STRING
               WS-SENT-DATE "T" WS-SENT-TIME "|"
               FUNCTION TRIM(WS-GROUP-LINE(WS-GROUP-IDX))
               DELIMITED BY SIZE
               INTO SENT-LEDGER-RECORD
           END-STRING
           WRITE SENT-LEDGER-RECORD.

       KEEP-ONE-NOTICE.
           MOVE WS-GROUP-LINE(WS-GROUP-IDX) TO RETRY-RECORD
           WRITE RETRY-RECORD.

      *> Whatever was not sent goes back on the spool, under the
      *> notify lock, and the in-flight copy is cleared. If the lock
      *> cannot be had the in-flight file is left as it is - the
      *> next run delivers from it and the ledger stops repeats.
       RETURN-UNSENT-NOTICES.
           MOVE "notify" TO WS-LOCK-NAME
           PERFORM ACQUIRE-NAMED-LOCK
           IF LOCK-DENIED
               MOVE "Spool in use - in-flight notices left as they are"
                   TO WS-REPORT-LINE
               PERFORM WRITE-REPORT-LINE
           ELSE
               CALL "SYSTEM" USING
                   FUNCTION CONCATENATE(
                       "cat ",
                       FUNCTION TRIM(WS-RETRY-PATH),
                       " >> """,
                       FUNCTION TRIM(WS-SPOOL-PATH),
                       """ && rm -f """,
                       FUNCTION TRIM(WS-INFLIGHT-PATH),
                       """")
               END-CALL
               MOVE "notify" TO WS-LOCK-NAME
               PERFORM RELEASE-NAMED-LOCK
           END-IF.

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

       WRITE-SUMMARY.
           MOVE SPACES TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE "SUMMARY" TO REPORT-RECORD
           WRITE REPORT-RECORD
           MOVE WS-TOTAL-SPOOLED TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "  Notices on the spool:    " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-TOTAL-DUPLICATE TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "  Repeats dropped:         " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-TOTAL-DIGESTS TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "  Digests mailed:          " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-TOTAL-SENT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "  Notices sent:            " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE WS-TOTAL-KEPT TO WS-COUNT-DISPLAY
           MOVE SPACES TO WS-REPORT-LINE
           STRING
               "  Notices kept back:       " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO WS-REPORT-LINE
           END-STRING
           PERFORM WRITE-REPORT-LINE.

       DISPLAY-SUMMARY.
           DISPLAY "Owner notification delivery complete."
           DISPLAY "Sent: " WS-TOTAL-SENT
               "  Kept back: " WS-TOTAL-KEPT
               "  Repeats dropped: " WS-TOTAL-DUPLICATE
           DISPLAY "Report: " FUNCTION TRIM(WS-REPORT-PATH).

       WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD.
