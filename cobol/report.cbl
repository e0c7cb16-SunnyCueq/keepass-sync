      *> duration trend across the period - the way to spot a slow
      *> branch link before it blows the batch window.
      *>
      *> Both files are hash-chained by keepass-sync; the chain is
      *> checked first (keepass-sync --verify-log) and a warning
      *> banner heads the report when it does not verify, since the
      *> figures may then be summarizing a doctored log.
      *>
      *> Closes with a capacity section per site in config.json:
      *> current disk usage of the site's backup_dir, its backups,
      *> quarantine and merge/conflict/reconcile reports; vault size
      *> growth over the period from the backup catalog sizes; the
      *> days left before the backup filesystem fills at the current
      *> backup_retention and growth rate; and a flag on any backup
      *> that grew sharply over the one before it (usually a large
      *> attachment added to an entry).
      *>
      *> Usage:
      *>   keepass-sync-report [--from YYYYMMDD] [--to YYYYMMDD]
      *>                       [--reports <backup dir>]
      *>                       [--jump-pct <percent>]
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. keepass-sync-report.
           SELECT HIST-FILE ASSIGN TO "sync_history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT VERIFY-FILE ASSIGN TO "report_verify.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VERIFY-STATUS.
           SELECT CONFIG-FILE ASSIGN TO "config.json"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.
           SELECT CAT-FILE ASSIGN USING WS-CAT-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.
           SELECT CAP-FILE ASSIGN TO "report_capacity.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAP-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOG-FILE.
       01  LOG-LINE                 PIC X(220).
       FD  LIST-FILE.
       01  LIST-LINE                PIC X(250).
       FD  MREPORT-FILE.
       01  MREPORT-LINE             PIC X(250).
       FD  HIST-FILE.
       01  HIST-LINE                PIC X(170).
       FD  VERIFY-FILE.
       01  VERIFY-LINE              PIC X(200).
       FD  CONFIG-FILE.
       01  CONFIG-LINE              PIC X(200).
       FD  CAT-FILE.
       01  CAT-LINE                 PIC X(600).
       FD  CAP-FILE.
       01  CAP-LINE                 PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-LOG-STATUS            PIC XX.
       01  WS-AVG-EARLY             PIC 9(6) VALUE ZERO.
       01  WS-AVG-LATE              PIC 9(6) VALUE ZERO.
       01  WS-BYTES-ED              PIC ZZZZZZZZZZZ9.
      *> Log chain check - keepass-sync --verify-log exits 0 when
      *> both files verify and 1 at a broken link, and says so on
      *> its last line. The verdict is only taken when that line is
      *> there: a missing program, a crash or a build that does not
      *> know --verify-log all leave the chain unchecked, whatever
      *> the exit code. SYSTEM hands back the raw wait status,
      *> exit code * 256.
       01  WS-SYNC-PROGRAM          PIC X(20) VALUE "./keepass-sync".
       01  WS-VERDICT-FLAG          PIC X VALUE SPACE.
          88  WS-VERDICT-VERIFIED   VALUE 'V'.
          88  WS-VERDICT-BROKEN     VALUE 'B'.
       01  WS-VERIFY-STATUS         PIC XX.
       01  WS-VERIFY-EOF-FLAG       PIC X VALUE 'N'.
          88  WS-VERIFY-EOF         VALUE 'Y'.
       01  WS-CHAIN-RC              PIC 9(4) VALUE ZERO.
       01  WS-CHAIN-STATE           PIC X VALUE 'V'.
          88  WS-CHAIN-VERIFIED     VALUE 'V'.
          88  WS-CHAIN-BROKEN       VALUE 'B'.
          88  WS-CHAIN-UNCHECKED    VALUE 'U'.
       01  WS-CHAIN-NOTE-USED       PIC 9 VALUE ZERO.
       01  WS-CHAIN-NOTE-IX         PIC 9 VALUE ZERO.
       01  WS-CHAIN-NOTES.
           05  WS-CHAIN-NOTE        OCCURS 4 TIMES PIC X(120).
      *> Set when --verify-log reports that the chain anchor was
      *> rebuilt over existing records: the chain still verifies,
      *> but the end of the log before the rebuild is unproven.
       01  WS-CHAIN-REBUILT-NOTE    PIC X(120) VALUE SPACES.
      *> Capacity section. Sites, backup_dir and backup_retention
      *> come from config.json, read the way keepass-sync reads it
      *> (keys before the first "name" are defaults for the sites
      *> that follow). Without a config the --reports directory is
      *> taken as the one unnamed site's backup_dir.
       01  WS-CONFIG-STATUS         PIC XX.
       01  WS-CFG-EOF-FLAG          PIC X VALUE 'N'.
          88  WS-CFG-EOF            VALUE 'Y'.
       01  WS-JSON-F1               PIC X(200).
       01  WS-JSON-KEY              PIC X(50).
       01  WS-JSON-F3               PIC X(200).
       01  WS-JSON-VALUE            PIC X(200).
       01  WS-JSON-F5               PIC X(200).
       01  WS-JSON-COLON-VALUE      PIC X(200).
       01  WS-JSON-NUM-VALUE        PIC X(200).
       01  WS-CONFIG-BACKUP-DIR     PIC X(200) VALUE "backups".
       01  WS-RETENTION             PIC 9(4) VALUE 10.
      *> A backup more than WS-JUMP-PCT percent (and at least
      *> WS-JUMP-MIN-BYTES) bigger than the one before it is flagged.
       01  WS-JUMP-PCT              PIC 9(4) VALUE 50.
       01  WS-JUMP-MIN-BYTES        PIC 9(9) VALUE 10240.
       01  WS-JUMP-NOW              PIC 9(9) VALUE ZERO.
       01  WS-CAT-STATUS            PIC XX.
       01  WS-CAT-PATH              PIC X(250).
       01  WS-CAT-EOF-FLAG          PIC X VALUE 'N'.
          88  WS-CAT-EOF            VALUE 'Y'.
      *> Backup catalog row: date time path size sha256 report
       01  WS-CR-DATE-X             PIC X(8).
       01  WS-CR-TIME-X             PIC X(6).
       01  WS-CR-PATH               PIC X(220).
       01  WS-CR-SIZE-X             PIC X(12).
       01  WS-CR-DATE               PIC 9(8) VALUE ZERO.
       01  WS-CR-SIZE               PIC 9(12) VALUE ZERO.
       01  WS-CR-STAMP              PIC X(14).
      *> du/ls/df probes write one line to report_capacity.tmp
       01  WS-CAP-STATUS            PIC XX.
       01  WS-CAP-GLOB              PIC X(400).
      *> Eight-digit date right after the site name, as keepass-sync
      *> names every dated file - keeps site "hq" from also counting
      *> site "hq_east"'s files.
       01  WS-CAP-DATE-GLOB         PIC X(40) VALUE
           "[0-9][0-9][0-9][0-9][0-9][0-9][0-9][0-9]".
       01  WS-CAP-REPORT-KIND       PIC X(20).
       01  WS-CAP-WORD1             PIC X(60).
       01  WS-CAP-WORD2             PIC X(60).
       01  WS-CAP-BYTES             PIC 9(15) VALUE ZERO.
       01  WS-CP-MAX                PIC 9(2) VALUE 10.
       01  WS-CP-USED               PIC 9(2) VALUE ZERO.
       01  WS-CP-IX                 PIC 9(2) VALUE ZERO.
       01  WS-CP-SCAN               PIC 9(2) VALUE ZERO.
       01  WS-CP-TABLE.
           05  WS-CP-ENTRY          OCCURS 10 TIMES.
               10  WS-CP-SITE       PIC X(30).
               10  WS-CP-DIR        PIC X(200).
               10  WS-CP-DIR-BYTES  PIC 9(15).
               10  WS-CP-BAK-BYTES  PIC 9(15).
               10  WS-CP-BAK-FILES  PIC 9(6).
               10  WS-CP-QUAR-BYTES PIC 9(15).
               10  WS-CP-RPT-BYTES  PIC 9(15).
               10  WS-CP-FS         PIC X(60).
               10  WS-CP-FREE       PIC 9(15).
               10  WS-CP-ALL-ROWS   PIC 9(6).
               10  WS-CP-ROWS       PIC 9(6).
               10  WS-CP-FIRST-STAMP PIC X(14).
               10  WS-CP-FIRST-SIZE PIC 9(12).
               10  WS-CP-LAST-STAMP PIC X(14).
               10  WS-CP-LAST-SIZE  PIC 9(12).
               10  WS-CP-JUMPS      PIC 9(4).
               10  WS-CP-JUMP-STAMP PIC X(14).
               10  WS-CP-JUMP-FROM  PIC 9(12).
               10  WS-CP-JUMP-TO    PIC 9(12).
               10  WS-CP-JUMP-RISE  PIC 9(9).
      *> Bytes per day the site adds to its filesystem, and the
      *> one-off bytes still to come while fewer than
      *> backup_retention backups are on disk.
               10  WS-CP-DAILY      PIC 9(15).
               10  WS-CP-PENDING    PIC 9(15).
       01  WS-STAMP-WORK            PIC X(14).
       01  WS-SECS-WORK             PIC 9(12) VALUE ZERO.
       01  WS-INT-DATE              PIC 9(8) VALUE ZERO.
       01  WS-SPAN-SECS             PIC 9(12) VALUE ZERO.
       01  WS-AVG-REPORT            PIC 9(12) VALUE ZERO.
       01  WS-GROWTH                PIC S9(13) VALUE ZERO.
       01  WS-FS-DAILY              PIC 9(15) VALUE ZERO.
       01  WS-FS-PENDING            PIC 9(15) VALUE ZERO.
       01  WS-FS-SITES              PIC 9(2) VALUE ZERO.
       01  WS-DAYS-LEFT             PIC 9(9) VALUE ZERO.
       01  WS-BIG-ED                PIC Z(14)9.
       01  WS-BIG-ED2               PIC Z(14)9.
       01  WS-SIGNED-ED             PIC -(13)9.
       01  WS-DAYS-ED               PIC Z(14)9.
       01  WS-RISE-ED               PIC Z(8)9.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "=== KeePass Sync - Operations Report ==="

           PERFORM PARSE-COMMAND-LINE
           PERFORM CHECK-LOG-CHAIN
           PERFORM PRINT-CHAIN-BANNER
           PERFORM SCAN-SYNC-LOG
           PERFORM SCAN-MERGE-REPORTS
           PERFORM SCAN-RUN-HISTORY
           PERFORM SCAN-CAPACITY
           PERFORM PRINT-SUMMARY
           PERFORM PRINT-HISTORY-SUMMARY
           PERFORM PRINT-CAPACITY

           STOP RUN RETURNING 0.

           *> --from/--to bound the report period (inclusive, matched
           *> against the date half of the log timestamps and of the
           *> merge report file names); --reports points at the backup
           *> directory the merge reports live in; --jump-pct sets
           *> the growth between two backups the capacity section
           *> flags.
           ACCEPT WS-CMD-LINE FROM COMMAND-LINE
           MOVE SPACES TO WS-TOKENS
           UNSTRING WS-CMD-LINE DELIMITED BY ALL " "
                       MOVE WS-TOKEN (WS-TOKEN-IX + 1)
                           TO WS-REPORTS-DIR
                   END-IF
               WHEN "--jump-pct"
                   IF WS-TOKEN (WS-TOKEN-IX + 1) (1:1) IS NUMERIC
                       MOVE FUNCTION NUMVAL(
                           WS-TOKEN (WS-TOKEN-IX + 1)) TO WS-JUMP-PCT
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       CHECK-LOG-CHAIN.
           *> Run by explicit path - the two programs sit side by
           *> side - never off PATH, where an older keepass-sync
           *> would take --verify-log for a plain sync run.
           MOVE SPACES TO WS-COMMAND
           STRING FUNCTION TRIM(WS-SYNC-PROGRAM) DELIMITED BY SIZE
                  " --verify-log" DELIMITED BY SIZE
                  " > report_verify.tmp 2>&1" DELIMITED BY SIZE
                  INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND RETURNING WS-CHAIN-RC
           MOVE SPACE TO WS-VERDICT-FLAG
           OPEN INPUT VERIFY-FILE
           IF WS-VERIFY-STATUS = "00"
               MOVE 'N' TO WS-VERIFY-EOF-FLAG
               PERFORM READ-VERIFY-RECORD UNTIL WS-VERIFY-EOF
               CLOSE VERIFY-FILE
           END-IF
           EVALUATE TRUE
               WHEN WS-VERDICT-VERIFIED AND WS-CHAIN-RC = 0
                   MOVE 'V' TO WS-CHAIN-STATE
               WHEN WS-VERDICT-BROKEN AND WS-CHAIN-RC = 256
                   MOVE 'B' TO WS-CHAIN-STATE
               WHEN OTHER
                   MOVE 'U' TO WS-CHAIN-STATE
                   MOVE 0 TO WS-CHAIN-NOTE-USED
                   MOVE SPACES TO WS-CHAIN-REBUILT-NOTE
           END-EVALUATE
           MOVE "rm -f report_verify.tmp" TO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND.

       READ-VERIFY-RECORD.
           READ VERIFY-FILE
               AT END
                   MOVE 'Y' TO WS-VERIFY-EOF-FLAG
               NOT AT END
                   *> Keep the per-file "<file>: BROKEN ..." lines.
                   MOVE 0 TO WS-TALLY
                   INSPECT VERIFY-LINE TALLYING WS-TALLY
                       FOR ALL ": BROKEN"
                   IF WS-TALLY > 0 AND WS-CHAIN-NOTE-USED < 4
                       ADD 1 TO WS-CHAIN-NOTE-USED
                       MOVE VERIFY-LINE
                           TO WS-CHAIN-NOTE (WS-CHAIN-NOTE-USED)
                   END-IF
                   MOVE 0 TO WS-TALLY
                   INSPECT VERIFY-LINE TALLYING WS-TALLY
                       FOR ALL "chain anchor was rebuilt"
                   IF WS-TALLY > 0
                       MOVE VERIFY-LINE TO WS-CHAIN-REBUILT-NOTE
                   END-IF
                   IF VERIFY-LINE (1:18) = "Log chain verified"
                       MOVE 'V' TO WS-VERDICT-FLAG
                   END-IF
                   IF VERIFY-LINE (1:16) = "Log chain BROKEN"
                       MOVE 'B' TO WS-VERDICT-FLAG
                   END-IF
           END-READ.

       PRINT-CHAIN-BANNER.
           IF WS-CHAIN-BROKEN
               DISPLAY " "
               DISPLAY "****************************************"
                   "****************"
               DISPLAY "* WARNING: LOG CHAIN DOES NOT VERIFY"
               DISPLAY "* Records in sync_log.txt / sync_history.txt"
                   " have been"
               DISPLAY "* altered, removed or reordered. The figures"
                   " below"
               DISPLAY "* summarize what is left and may be incomplete."
               PERFORM PRINT-CHAIN-NOTE
                   VARYING WS-CHAIN-NOTE-IX FROM 1 BY 1
                   UNTIL WS-CHAIN-NOTE-IX > WS-CHAIN-NOTE-USED
               DISPLAY "****************************************"
                   "****************"
           END-IF
           IF WS-CHAIN-UNCHECKED
               DISPLAY " "
               DISPLAY "WARNING: log chain could not be checked"
                   " (no verdict from keepass-sync --verify-log) -"
               DISPLAY "the figures below are from an unverified"
                   " log."
           END-IF
           IF WS-CHAIN-REBUILT-NOTE NOT = SPACES
               DISPLAY " "
               DISPLAY "WARNING: the log chain anchor sync_chain.txt"
                   " went missing and was rebuilt;"
               DISPLAY "records cut from the end of the log before"
                   " then would not show as a break."
               DISPLAY "  " FUNCTION TRIM(WS-CHAIN-REBUILT-NOTE)
           END-IF.

       PRINT-CHAIN-NOTE.
           DISPLAY "*   "
               FUNCTION TRIM(WS-CHAIN-NOTE (WS-CHAIN-NOTE-IX)).

       SCAN-SYNC-LOG.
           OPEN INPUT LOG-FILE
           IF WS-LOG-STATUS = "00"
           *> finished site), "unchanged" ones (the change detection
           *> found nothing to move) and "held-skip" ones (a standing
           *> hold, no steps ran, all-zero timings) say nothing about
           *> the site's health and are left out of the statistics,
           *> as are the one-off "onboarded" and "retired" records of
           *> a site going into or out of service.
           *> The first-night "held" record keeps its real timings
           *> and stays in.
           IF HIST-LINE (1:8) IS NUMERIC
                           AND WS-HR-OUTCOME NOT = "skipped"
                           AND WS-HR-OUTCOME NOT = "unchanged"
                           AND WS-HR-OUTCOME NOT = "held-skip"
                           AND WS-HR-OUTCOME NOT = "onboarded"
                           AND WS-HR-OUTCOME NOT = "retired"
                       PERFORM FIND-HISTORY-SITE
                       IF WS-HS-IX > 0
                           IF WS-HIST-PASS = 1
                   "  (older half vs newer half)"
           END-IF.

       SCAN-CAPACITY.
           PERFORM LOAD-CONFIG
           PERFORM MEASURE-SITE
               VARYING WS-CP-IX FROM 1 BY 1
               UNTIL WS-CP-IX > WS-CP-USED
           PERFORM PROJECT-SITE
               VARYING WS-CP-IX FROM 1 BY 1
               UNTIL WS-CP-IX > WS-CP-USED.

       LOAD-CONFIG.
           OPEN INPUT CONFIG-FILE
           IF WS-CONFIG-STATUS = "00"
               MOVE 'N' TO WS-CFG-EOF-FLAG
               PERFORM READ-CONFIG-RECORD UNTIL WS-CFG-EOF
               CLOSE CONFIG-FILE
           ELSE
               MOVE WS-REPORTS-DIR TO WS-CONFIG-BACKUP-DIR
           END-IF
           IF WS-CP-USED = 0
               MOVE "default" TO WS-JSON-VALUE
               PERFORM ADD-SITE
           END-IF.

       READ-CONFIG-RECORD.
           READ CONFIG-FILE
               AT END
                   MOVE 'Y' TO WS-CFG-EOF-FLAG
               NOT AT END
                   PERFORM PARSE-CONFIG-LINE
           END-READ.

       PARSE-CONFIG-LINE.
           MOVE SPACES TO WS-JSON-F1 WS-JSON-KEY WS-JSON-F3
                          WS-JSON-VALUE WS-JSON-F5
           UNSTRING CONFIG-LINE DELIMITED BY '"'
               INTO WS-JSON-F1 WS-JSON-KEY WS-JSON-F3
                    WS-JSON-VALUE WS-JSON-F5
           END-UNSTRING

           EVALUATE WS-JSON-KEY
               WHEN "name"
                   PERFORM ADD-SITE
               WHEN "backup_dir"
                   IF WS-CP-USED > 0
                       MOVE WS-JSON-VALUE TO WS-CP-DIR (WS-CP-USED)
                   ELSE
                       MOVE WS-JSON-VALUE TO WS-CONFIG-BACKUP-DIR
                   END-IF
               WHEN "backup_retention"
                   PERFORM PARSE-NUM-VALUE
                   IF FUNCTION TRIM(WS-JSON-NUM-VALUE) IS NOT EQUAL
                           TO SPACES
                       MOVE FUNCTION NUMVAL(FUNCTION TRIM(
                           WS-JSON-NUM-VALUE)) TO WS-RETENTION
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       PARSE-NUM-VALUE.
           MOVE SPACES TO WS-JSON-COLON-VALUE WS-JSON-NUM-VALUE
           UNSTRING CONFIG-LINE DELIMITED BY ":"
               INTO WS-JSON-F1 WS-JSON-COLON-VALUE
           END-UNSTRING
           UNSTRING WS-JSON-COLON-VALUE DELIMITED BY ","
               INTO WS-JSON-NUM-VALUE
           END-UNSTRING.

       ADD-SITE.
           IF WS-CP-USED < WS-CP-MAX AND WS-JSON-VALUE NOT = SPACES
               ADD 1 TO WS-CP-USED
               INITIALIZE WS-CP-ENTRY (WS-CP-USED)
               MOVE WS-JSON-VALUE TO WS-CP-SITE (WS-CP-USED)
               MOVE WS-CONFIG-BACKUP-DIR TO WS-CP-DIR (WS-CP-USED)
           END-IF.

       MEASURE-SITE.
           *> File names are the ones keepass-sync gives them; the
           *> site name in each keeps sites that share a backup_dir
           *> apart (the backup_dir total is then the shared figure).
           MOVE WS-CP-DIR (WS-CP-IX) TO WS-CAP-GLOB
           PERFORM PROBE-BYTES
           MOVE WS-CAP-BYTES TO WS-CP-DIR-BYTES (WS-CP-IX)

           MOVE SPACES TO WS-CAP-GLOB
           STRING WS-CP-DIR (WS-CP-IX) DELIMITED BY SPACE
                  "/keepass_passwords_" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CP-SITE (WS-CP-IX))
                      DELIMITED BY SIZE
                  "_" DELIMITED BY SIZE
                  WS-CAP-DATE-GLOB DELIMITED BY SIZE
                  "_*.kdbx" DELIMITED BY SIZE
                  INTO WS-CAP-GLOB
           END-STRING
           PERFORM PROBE-BYTES
           MOVE WS-CAP-BYTES TO WS-CP-BAK-BYTES (WS-CP-IX)
           PERFORM PROBE-COUNT
           MOVE WS-CAP-BYTES TO WS-CP-BAK-FILES (WS-CP-IX)

           MOVE SPACES TO WS-CAP-GLOB
           STRING WS-CP-DIR (WS-CP-IX) DELIMITED BY SPACE
                  "/quarantine/keepass_" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CP-SITE (WS-CP-IX))
                      DELIMITED BY SIZE
                  "_" DELIMITED BY SIZE
                  WS-CAP-DATE-GLOB DELIMITED BY SIZE
                  "*.kdbx.bad" DELIMITED BY SIZE
                  INTO WS-CAP-GLOB
           END-STRING
           PERFORM PROBE-BYTES
           MOVE WS-CAP-BYTES TO WS-CP-QUAR-BYTES (WS-CP-IX)

           *> Reports are never pruned, so they only ever grow.
           MOVE 0 TO WS-CP-RPT-BYTES (WS-CP-IX)
           MOVE "/merge_report_" TO WS-CAP-REPORT-KIND
           PERFORM PROBE-REPORT-BYTES
           MOVE "/conflict_report_" TO WS-CAP-REPORT-KIND
           PERFORM PROBE-REPORT-BYTES
           MOVE "/reconcile_report_" TO WS-CAP-REPORT-KIND
           PERFORM PROBE-REPORT-BYTES

           PERFORM PROBE-FILESYSTEM
           PERFORM SCAN-SITE-CATALOG.

       PROBE-REPORT-BYTES.
           MOVE SPACES TO WS-CAP-GLOB
           STRING WS-CP-DIR (WS-CP-IX) DELIMITED BY SPACE
                  WS-CAP-REPORT-KIND DELIMITED BY SPACE
                  FUNCTION TRIM(WS-CP-SITE (WS-CP-IX))
                      DELIMITED BY SIZE
                  "_" DELIMITED BY SIZE
                  WS-CAP-DATE-GLOB DELIMITED BY SIZE
                  "_*.txt" DELIMITED BY SIZE
                  INTO WS-CAP-GLOB
           END-STRING
           PERFORM PROBE-BYTES
           ADD WS-CAP-BYTES TO WS-CP-RPT-BYTES (WS-CP-IX).

       PROBE-BYTES.
           *> du -c prints a "0 total" line even when nothing
           *> matches, so the probe always yields a number.
           MOVE SPACES TO WS-COMMAND
           STRING "du -cb " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CAP-GLOB) DELIMITED BY SIZE
                  " 2>/dev/null | tail -1 | cut -f1"
                      DELIMITED BY SIZE
                  " > report_capacity.tmp" DELIMITED BY SIZE
                  INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
           PERFORM READ-CAPACITY-PROBE
           MOVE 0 TO WS-CAP-BYTES
           IF WS-CAP-WORD1 (1:1) IS NUMERIC
               COMPUTE WS-CAP-BYTES = FUNCTION NUMVAL(WS-CAP-WORD1)
           END-IF.

       PROBE-COUNT.
           MOVE SPACES TO WS-COMMAND
           STRING "ls -1d " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CAP-GLOB) DELIMITED BY SIZE
                  " 2>/dev/null | wc -l > report_capacity.tmp"
                      DELIMITED BY SIZE
                  INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
           PERFORM READ-CAPACITY-PROBE
           MOVE 0 TO WS-CAP-BYTES
           IF WS-CAP-WORD1 (1:1) IS NUMERIC
               COMPUTE WS-CAP-BYTES = FUNCTION NUMVAL(WS-CAP-WORD1)
           END-IF.

       PROBE-FILESYSTEM.
           *> Device and free KB of the filesystem holding backup_dir
           *> (the current directory if backup_dir is not there yet,
           *> which is where CREATE-BACKUP will make it).
           MOVE SPACES TO WS-COMMAND
           STRING "(df -Pk " DELIMITED BY SIZE
                  WS-CP-DIR (WS-CP-IX) DELIMITED BY SPACE
                  " 2>/dev/null || df -Pk .) | tail -1"
                      DELIMITED BY SIZE
                  " | tr -s ' ' | cut -d' ' -f1,4"
                      DELIMITED BY SIZE
                  " > report_capacity.tmp" DELIMITED BY SIZE
                  INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
           PERFORM READ-CAPACITY-PROBE
           MOVE 0 TO WS-CP-FREE (WS-CP-IX)
           IF WS-CAP-WORD2 (1:1) IS NUMERIC
               MOVE WS-CAP-WORD1 TO WS-CP-FS (WS-CP-IX)
               COMPUTE WS-CP-FREE (WS-CP-IX) =
                   FUNCTION NUMVAL(WS-CAP-WORD2) * 1024
           END-IF.

       READ-CAPACITY-PROBE.
           MOVE SPACES TO WS-CAP-WORD1 WS-CAP-WORD2
           OPEN INPUT CAP-FILE
           IF WS-CAP-STATUS = "00"
               READ CAP-FILE
                   NOT AT END
                       UNSTRING CAP-LINE DELIMITED BY ALL " "
                           INTO WS-CAP-WORD1 WS-CAP-WORD2
                       END-UNSTRING
               END-READ
               CLOSE CAP-FILE
           END-IF
           MOVE "rm -f report_capacity.tmp" TO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND.

       SCAN-SITE-CATALOG.
           MOVE SPACES TO WS-CAT-PATH
           STRING WS-CP-DIR (WS-CP-IX) DELIMITED BY SPACE
                  "/backup_catalog_" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CP-SITE (WS-CP-IX))
                      DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-CAT-PATH
           END-STRING
           OPEN INPUT CAT-FILE
           IF WS-CAT-STATUS = "00"
               MOVE 'N' TO WS-CAT-EOF-FLAG
               PERFORM READ-CATALOG-RECORD UNTIL WS-CAT-EOF
               CLOSE CAT-FILE
           END-IF.

       READ-CATALOG-RECORD.
           READ CAT-FILE
               AT END
                   MOVE 'Y' TO WS-CAT-EOF-FLAG
               NOT AT END
                   PERFORM PROCESS-CATALOG-LINE
           END-READ.

       PROCESS-CATALOG-LINE.
           *> Every row counts toward the average report size per
           *> backup; only in-period rows feed growth and jumps.
           IF CAT-LINE (1:8) IS NUMERIC
               MOVE SPACES TO WS-CR-DATE-X WS-CR-TIME-X WS-CR-PATH
                              WS-CR-SIZE-X
               UNSTRING CAT-LINE DELIMITED BY ALL " "
                   INTO WS-CR-DATE-X WS-CR-TIME-X WS-CR-PATH
                        WS-CR-SIZE-X
               END-UNSTRING
               IF WS-CR-SIZE-X (1:1) IS NUMERIC
                   ADD 1 TO WS-CP-ALL-ROWS (WS-CP-IX)
                   MOVE WS-CR-DATE-X TO WS-CR-DATE
                   IF WS-CR-DATE >= WS-FROM-DATE
                           AND WS-CR-DATE <= WS-TO-DATE
                       COMPUTE WS-CR-SIZE =
                           FUNCTION NUMVAL(WS-CR-SIZE-X)
                       MOVE SPACES TO WS-CR-STAMP
                       STRING WS-CR-DATE-X DELIMITED BY SIZE
                              WS-CR-TIME-X DELIMITED BY SIZE
                              INTO WS-CR-STAMP
                       END-STRING
                       PERFORM TALLY-CATALOG-ROW
                   END-IF
               END-IF
           END-IF.

       TALLY-CATALOG-ROW.
           ADD 1 TO WS-CP-ROWS (WS-CP-IX)
           IF WS-CP-ROWS (WS-CP-IX) = 1
               MOVE WS-CR-STAMP TO WS-CP-FIRST-STAMP (WS-CP-IX)
               MOVE WS-CR-SIZE TO WS-CP-FIRST-SIZE (WS-CP-IX)
           ELSE
               IF WS-CP-LAST-SIZE (WS-CP-IX) > 0
                       AND WS-CR-SIZE > WS-CP-LAST-SIZE (WS-CP-IX)
                       AND WS-CR-SIZE - WS-CP-LAST-SIZE (WS-CP-IX)
                           >= WS-JUMP-MIN-BYTES
                   COMPUTE WS-JUMP-NOW =
                       (WS-CR-SIZE - WS-CP-LAST-SIZE (WS-CP-IX))
                       * 100 / WS-CP-LAST-SIZE (WS-CP-IX)
                   IF WS-JUMP-NOW >= WS-JUMP-PCT
                       ADD 1 TO WS-CP-JUMPS (WS-CP-IX)
                       IF WS-JUMP-NOW > WS-CP-JUMP-RISE (WS-CP-IX)
                           MOVE WS-JUMP-NOW
                               TO WS-CP-JUMP-RISE (WS-CP-IX)
                           MOVE WS-CR-STAMP
                               TO WS-CP-JUMP-STAMP (WS-CP-IX)
                           MOVE WS-CP-LAST-SIZE (WS-CP-IX)
                               TO WS-CP-JUMP-FROM (WS-CP-IX)
                           MOVE WS-CR-SIZE TO WS-CP-JUMP-TO (WS-CP-IX)
                       END-IF
                   END-IF
               END-IF
           END-IF
           MOVE WS-CR-STAMP TO WS-CP-LAST-STAMP (WS-CP-IX)
           MOVE WS-CR-SIZE TO WS-CP-LAST-SIZE (WS-CP-IX).

       PROJECT-SITE.
           *> Retained backups are the newest backup_retention
           *> copies, so once the set is full it grows by retention
           *> times the vault's own daily growth; reports are kept
           *> forever and add their average size per backup taken.
           *> Until the set is full, each missing copy is still to
           *> come at the current vault size.
           MOVE 0 TO WS-CP-DAILY (WS-CP-IX) WS-CP-PENDING (WS-CP-IX)
           IF WS-CP-ROWS (WS-CP-IX) > 1
               MOVE WS-CP-FIRST-STAMP (WS-CP-IX) TO WS-STAMP-WORK
               PERFORM STAMP-TO-SECONDS
               MOVE WS-SECS-WORK TO WS-SPAN-SECS
               MOVE WS-CP-LAST-STAMP (WS-CP-IX) TO WS-STAMP-WORK
               PERFORM STAMP-TO-SECONDS
               IF WS-SECS-WORK > WS-SPAN-SECS
                   COMPUTE WS-SPAN-SECS = WS-SECS-WORK - WS-SPAN-SECS
                   IF WS-CP-LAST-SIZE (WS-CP-IX)
                           > WS-CP-FIRST-SIZE (WS-CP-IX)
                       COMPUTE WS-CP-DAILY (WS-CP-IX) =
                           (WS-CP-LAST-SIZE (WS-CP-IX)
                            - WS-CP-FIRST-SIZE (WS-CP-IX))
                           * 86400 * WS-RETENTION / WS-SPAN-SECS
                   END-IF
                   IF WS-CP-ALL-ROWS (WS-CP-IX) > 0
                       COMPUTE WS-AVG-REPORT =
                           WS-CP-RPT-BYTES (WS-CP-IX)
                           / WS-CP-ALL-ROWS (WS-CP-IX)
                       COMPUTE WS-CP-DAILY (WS-CP-IX) =
                           WS-CP-DAILY (WS-CP-IX)
                           + (WS-CP-ROWS (WS-CP-IX) - 1) * 86400
                             * WS-AVG-REPORT / WS-SPAN-SECS
                   END-IF
               END-IF
           END-IF
           IF WS-CP-BAK-FILES (WS-CP-IX) < WS-RETENTION
               COMPUTE WS-CP-PENDING (WS-CP-IX) =
                   (WS-RETENTION - WS-CP-BAK-FILES (WS-CP-IX))
                   * WS-CP-LAST-SIZE (WS-CP-IX)
           END-IF.

       PRINT-CAPACITY.
           DISPLAY " "
           MOVE WS-RETENTION TO WS-COUNT-ED
           MOVE WS-JUMP-PCT TO WS-PCT
           DISPLAY "Capacity (backup_retention "
               FUNCTION TRIM(WS-COUNT-ED)
               ", size jumps flagged at +" FUNCTION TRIM(WS-PCT)
               "%):"
           PERFORM PRINT-CAPACITY-SITE
               VARYING WS-CP-IX FROM 1 BY 1
               UNTIL WS-CP-IX > WS-CP-USED.

       PRINT-CAPACITY-SITE.
           DISPLAY " "
           DISPLAY "  Site " FUNCTION TRIM(WS-CP-SITE (WS-CP-IX))
               " (" FUNCTION TRIM(WS-CP-DIR (WS-CP-IX)) ")"
           MOVE WS-CP-DIR-BYTES (WS-CP-IX) TO WS-BIG-ED
           DISPLAY "    backup_dir in use ....." WS-BIG-ED " bytes"
           MOVE WS-CP-BAK-BYTES (WS-CP-IX) TO WS-BIG-ED
           MOVE WS-CP-BAK-FILES (WS-CP-IX) TO WS-COUNT-ED
           DISPLAY "    Backups ..............." WS-BIG-ED " bytes in "
               FUNCTION TRIM(WS-COUNT-ED) " file(s)"
           MOVE WS-CP-QUAR-BYTES (WS-CP-IX) TO WS-BIG-ED
           DISPLAY "    Quarantine ............" WS-BIG-ED " bytes"
           MOVE WS-CP-RPT-BYTES (WS-CP-IX) TO WS-BIG-ED
           DISPLAY "    Reports ..............." WS-BIG-ED " bytes"

           IF WS-CP-ROWS (WS-CP-IX) = 0
               DISPLAY "    Vault size ............ no cataloged"
                   " backups in period"
           ELSE
               MOVE WS-CP-FIRST-SIZE (WS-CP-IX) TO WS-BIG-ED
               MOVE WS-CP-LAST-SIZE (WS-CP-IX) TO WS-BIG-ED2
               DISPLAY "    Vault size first/last " WS-BIG-ED
                   " -> " FUNCTION TRIM(WS-BIG-ED2) " bytes"
               COMPUTE WS-GROWTH = WS-CP-LAST-SIZE (WS-CP-IX)
                   - WS-CP-FIRST-SIZE (WS-CP-IX)
               MOVE WS-GROWTH TO WS-SIGNED-ED
               MOVE WS-CP-ROWS (WS-CP-IX) TO WS-COUNT-ED
               DISPLAY "    Growth in period ......" WS-SIGNED-ED
                   " bytes over " FUNCTION TRIM(WS-COUNT-ED)
                   " backup(s)"
           END-IF

           IF WS-CP-FS (WS-CP-IX) = SPACES
               DISPLAY "    Filesystem free ....... unknown"
           ELSE
               MOVE WS-CP-FREE (WS-CP-IX) TO WS-BIG-ED
               DISPLAY "    Filesystem free ......." WS-BIG-ED
                   " bytes on " FUNCTION TRIM(WS-CP-FS (WS-CP-IX))
               PERFORM PRINT-DAYS-LEFT
           END-IF

           IF WS-CP-JUMPS (WS-CP-IX) > 0
               MOVE WS-CP-JUMPS (WS-CP-IX) TO WS-COUNT-ED
               MOVE WS-CP-JUMP-FROM (WS-CP-IX) TO WS-BIG-ED
               MOVE WS-CP-JUMP-TO (WS-CP-IX) TO WS-BIG-ED2
               MOVE WS-CP-JUMP-RISE (WS-CP-IX) TO WS-RISE-ED
               DISPLAY "    SIZE JUMP ............ "
                   FUNCTION TRIM(WS-COUNT-ED)
                   " backup(s) - large attachment added?"
               DISPLAY "      largest at " WS-CP-JUMP-STAMP (WS-CP-IX)
                   ": " FUNCTION TRIM(WS-BIG-ED) " -> "
                   FUNCTION TRIM(WS-BIG-ED2) " bytes (+"
                   FUNCTION TRIM(WS-RISE-ED) "%)"
           END-IF.

       PRINT-DAYS-LEFT.
           *> Every site writing to the same filesystem eats the same
           *> free space, so the projection uses their combined rate.
           MOVE 0 TO WS-FS-DAILY WS-FS-PENDING WS-FS-SITES
           PERFORM SUM-FILESYSTEM-SITE
               VARYING WS-CP-SCAN FROM 1 BY 1
               UNTIL WS-CP-SCAN > WS-CP-USED
           IF WS-FS-PENDING >= WS-CP-FREE (WS-CP-IX)
               DISPLAY "    Days until full ......."
                   "              0 - retention set will not fit"
           ELSE
               IF WS-FS-DAILY = 0
                   DISPLAY "    Days until full ....... no growth in"
                       " period - not projected"
               ELSE
                   COMPUTE WS-DAYS-LEFT =
                       (WS-CP-FREE (WS-CP-IX) - WS-FS-PENDING)
                       / WS-FS-DAILY
                   MOVE WS-DAYS-LEFT TO WS-DAYS-ED
                   IF WS-FS-SITES > 1
                       MOVE WS-FS-SITES TO WS-COUNT-ED
                       DISPLAY "    Days until full ......."
                           WS-DAYS-ED " (filesystem shared by "
                           FUNCTION TRIM(WS-COUNT-ED) " sites)"
                   ELSE
                       DISPLAY "    Days until full ......."
                           WS-DAYS-ED
                   END-IF
               END-IF
           END-IF.

       SUM-FILESYSTEM-SITE.
           IF WS-CP-FS (WS-CP-SCAN) = WS-CP-FS (WS-CP-IX)
               ADD WS-CP-DAILY (WS-CP-SCAN) TO WS-FS-DAILY
               ADD WS-CP-PENDING (WS-CP-SCAN) TO WS-FS-PENDING
               ADD 1 TO WS-FS-SITES
           END-IF.

       STAMP-TO-SECONDS.
           *> WS-STAMP-WORK (YYYYMMDDHHMMSS) -> WS-SECS-WORK.
           COMPUTE WS-INT-DATE = FUNCTION INTEGER-OF-DATE(
               FUNCTION NUMVAL(WS-STAMP-WORK (1:8)))
           COMPUTE WS-SECS-WORK =
               WS-INT-DATE * 86400
               + FUNCTION NUMVAL(WS-STAMP-WORK (9:2)) * 3600
               + FUNCTION NUMVAL(WS-STAMP-WORK (11:2)) * 60
               + FUNCTION NUMVAL(WS-STAMP-WORK (13:2)).

       END PROGRAM keepass-sync-report.
