      *>****************************************************************
      *> KeePass Sync - Freshness Watchdog
      *> Platform: Linux (GnuCOBOL), Windows (GnuCOBOL), Mainframe
      *>
      *> Compile:
      *>   cobc -x watchdog.cbl -o keepass-sync-watchdog
      *>
      *> Dead-man's switch for the sync job. keepass-sync only
      *> raises an alarm when it runs and fails; when cron stops,
      *> the box reboots or --daemon dies, nothing runs and nothing
      *> alerts. This program is meant to be run from a DIFFERENT
      *> scheduler (another host's cron, the monitoring system) and
      *> never calls keepass-sync - it only reads what the sync job
      *> leaves behind:
      *>   - sync_history.txt: the newest "ok", "unchanged" or
      *>     "onboarded" record per site,
      *>   - each site's backup_dir/last_synced_state_<site>.txt,
      *>     rewritten after every verified upload (its modification
      *>     time counts as an "ok" too, so a trimmed history file
      *>     does not raise a false alarm),
      *>   - sync_log.txt: the newest "synchronization cycle started"
      *>     marker, i.e. when the job itself last ran at all.
      *>
      *> A site whose last good sync is older than max_staleness_hours
      *> (global in config.json, overridable per site; default 26)
      *> is alerted through the site's notify_url, or the global one,
      *> exactly as keepass-sync routes its own events. A job that
      *> has not started a cycle within max_cycle_gap_hours (default
      *> 26) is alerted separately to the global notify_url. Alerts
      *> repeat on every watchdog run until the condition clears.
      *>
      *> Exit status: 0 everything fresh, 1 one or more alerts.
      *>
      *> Usage:
      *>   keepass-sync-watchdog            (run from the sync dir)
      *>****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. keepass-sync-watchdog.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONFIG-FILE ASSIGN TO "config.json"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONFIG-STATUS.
           SELECT HIST-FILE ASSIGN TO "sync_history.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-STATUS.
           SELECT LOG-FILE ASSIGN TO "sync_log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT WORK-FILE ASSIGN TO "watchdog_work.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONFIG-FILE.
       01  CONFIG-LINE              PIC X(200).
       FD  HIST-FILE.
       01  HIST-LINE                PIC X(170).
       FD  LOG-FILE.
       01  LOG-LINE                 PIC X(220).
       FD  WORK-FILE.
       01  WORK-LINE                PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CONFIG-STATUS         PIC XX.
       01  WS-HIST-STATUS           PIC XX.
       01  WS-LOG-STATUS            PIC XX.
       01  WS-WORK-STATUS           PIC XX.
       01  WS-EOF-FLAG              PIC X VALUE 'N'.
          88  WS-EOF                VALUE 'Y'.
       01  WS-COMMAND               PIC X(500).
       01  WS-RETURN-CODE           PIC 9(4).
      *> config.json, read the way keepass-sync reads it: keys before
      *> the first "name" are global defaults, each "name" opens the
      *> next site. Only the keys the watchdog needs are kept.
       01  WS-JSON-F1               PIC X(200).
       01  WS-JSON-KEY              PIC X(50).
       01  WS-JSON-F3               PIC X(200).
       01  WS-JSON-VALUE            PIC X(200).
       01  WS-JSON-F5               PIC X(200).
       01  WS-JSON-COLON-VALUE      PIC X(200).
       01  WS-JSON-NUM-VALUE        PIC X(200).
       01  WS-CONFIG-BACKUP-DIR     PIC X(200) VALUE "backups".
       01  WS-NOTIFY-URL            PIC X(200) VALUE SPACES.
       01  WS-STALE-HOURS           PIC 9(4) VALUE 26.
       01  WS-CYCLE-GAP-HOURS       PIC 9(4) VALUE 26.
       01  WS-SITE-MAX              PIC 9(2) VALUE 10.
       01  WS-SITE-COUNT            PIC 9(2) VALUE ZERO.
       01  WS-SITE-IX               PIC 9(2) VALUE ZERO.
       01  WS-SITE-SCAN             PIC 9(2) VALUE ZERO.
       01  WS-SITE-TABLE.
           05  WS-SITE-ENTRY OCCURS 10 TIMES.
               10  WS-SITE-NAME         PIC X(30).
               10  WS-SITE-BACKUP-DIR   PIC X(200).
               10  WS-SITE-NOTIFY-URL   PIC X(200).
               10  WS-SITE-STALE-HOURS  PIC 9(4).
      *> Newest good outcome per site, as YYYYMMDDHHMMSS; spaces
      *> while none has been seen.
               10  WS-SITE-LAST-OK      PIC X(14).
      *> Clock arithmetic on YYYYMMDDHHMMSS stamps, day-count based
      *> like keepass-sync's lock aging.
       01  WS-NOW-STAMP             PIC X(14).
       01  WS-NOW-SECS              PIC 9(12) VALUE ZERO.
       01  WS-STAMP-WORK            PIC X(14).
       01  WS-SECS-WORK             PIC 9(12) VALUE ZERO.
       01  WS-INT-DATE              PIC 9(8) VALUE ZERO.
       01  WS-AGE-HOURS             PIC 9(6) VALUE ZERO.
       01  WS-AGE-ED                PIC ZZZZZ9.
       01  WS-LIMIT-ED              PIC ZZZ9.
      *> sync_history.txt / sync_log.txt fields
       01  WS-HR-DATE-X             PIC X(8).
       01  WS-HR-TIME-X             PIC X(6).
       01  WS-HR-SITE               PIC X(30).
       01  WS-HR-OUTCOME            PIC X(10).
       01  WS-HR-STAMP              PIC X(14).
       01  WS-LAST-CYCLE            PIC X(14) VALUE SPACES.
       01  WS-CYCLE-MARKER          PIC X(40)
           VALUE "MAIN-PARA: synchronization cycle started".
       01  WS-TALLY                 PIC 9(4) VALUE ZERO.
       01  WS-STATE-PATH            PIC X(250).
      *> Alerting
       01  WS-ALERTS                PIC 9(2) VALUE ZERO.
       01  WS-POST-URL              PIC X(200) VALUE SPACES.
       01  WS-NOTIFY-SEVERITY       PIC X(10) VALUE "critical".
       01  WS-ALERT-MESSAGE         PIC X(200) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.
           DISPLAY "=== KeePass Sync - Freshness Watchdog ==="

           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-NOW-STAMP
           MOVE WS-NOW-STAMP TO WS-STAMP-WORK
           PERFORM STAMP-TO-SECONDS
           MOVE WS-SECS-WORK TO WS-NOW-SECS

           PERFORM LOAD-CONFIG
           PERFORM SCAN-RUN-HISTORY
           PERFORM CHECK-STATE-FILE
               VARYING WS-SITE-IX FROM 1 BY 1
               UNTIL WS-SITE-IX > WS-SITE-COUNT
           PERFORM SCAN-SYNC-LOG

           DISPLAY " "
           DISPLAY "Per-site freshness:"
           PERFORM CHECK-SITE-FRESHNESS
               VARYING WS-SITE-IX FROM 1 BY 1
               UNTIL WS-SITE-IX > WS-SITE-COUNT
           DISPLAY " "
           PERFORM CHECK-CYCLE-GAP
           DISPLAY " "

           IF WS-ALERTS > 0
               DISPLAY "Watchdog raised " WS-ALERTS " alert(s)"
               STOP RUN RETURNING 1
           END-IF
           DISPLAY "All sites fresh"
           STOP RUN RETURNING 0.

       LOAD-CONFIG.
           OPEN INPUT CONFIG-FILE
           IF WS-CONFIG-STATUS = "00"
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM READ-CONFIG-RECORD UNTIL WS-EOF
               CLOSE CONFIG-FILE
           ELSE
               DISPLAY "WARNING: config.json not found, using defaults"
           END-IF
           *> No sites list - the flat keys are one unnamed
           *> deployment, the way keepass-sync treats them.
           IF WS-SITE-COUNT = 0
               MOVE 1 TO WS-SITE-COUNT
               MOVE "default" TO WS-SITE-NAME (1)
               MOVE WS-CONFIG-BACKUP-DIR TO WS-SITE-BACKUP-DIR (1)
               MOVE WS-NOTIFY-URL TO WS-SITE-NOTIFY-URL (1)
               MOVE WS-STALE-HOURS TO WS-SITE-STALE-HOURS (1)
               MOVE SPACES TO WS-SITE-LAST-OK (1)
           END-IF
           DISPLAY "Sites configured: " WS-SITE-COUNT.

       READ-CONFIG-RECORD.
           READ CONFIG-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   PERFORM PARSE-CONFIG-LINE
           END-READ.

       PARSE-CONFIG-LINE.
           *> Same quote-splitting as keepass-sync's LOAD-CONFIG:
           *> junk-before-key / key / junk-between / value / junk-after.
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
                   IF WS-SITE-COUNT > 0
                       MOVE WS-JSON-VALUE
                           TO WS-SITE-BACKUP-DIR (WS-SITE-COUNT)
                   ELSE
                       MOVE WS-JSON-VALUE TO WS-CONFIG-BACKUP-DIR
                   END-IF
               WHEN "notify_url"
                   IF WS-SITE-COUNT > 0
                       MOVE WS-JSON-VALUE
                           TO WS-SITE-NOTIFY-URL (WS-SITE-COUNT)
                   ELSE
                       MOVE WS-JSON-VALUE TO WS-NOTIFY-URL
                   END-IF
               WHEN "max_staleness_hours"
                   PERFORM PARSE-NUM-VALUE
                   IF FUNCTION TRIM(WS-JSON-NUM-VALUE) IS NOT EQUAL
                           TO SPACES
                       IF WS-SITE-COUNT > 0
                           MOVE FUNCTION NUMVAL(FUNCTION TRIM(
                               WS-JSON-NUM-VALUE))
                               TO WS-SITE-STALE-HOURS (WS-SITE-COUNT)
                       ELSE
                           MOVE FUNCTION NUMVAL(FUNCTION TRIM(
                               WS-JSON-NUM-VALUE)) TO WS-STALE-HOURS
                       END-IF
                   END-IF
               WHEN "max_cycle_gap_hours"
                   PERFORM PARSE-NUM-VALUE
                   IF FUNCTION TRIM(WS-JSON-NUM-VALUE) IS NOT EQUAL
                           TO SPACES
                       MOVE FUNCTION NUMVAL(FUNCTION TRIM(
                           WS-JSON-NUM-VALUE)) TO WS-CYCLE-GAP-HOURS
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       PARSE-NUM-VALUE.
           *> A JSON number is not quoted - take what follows the
           *> colon, up to any trailing comma.
           MOVE SPACES TO WS-JSON-COLON-VALUE WS-JSON-NUM-VALUE
           UNSTRING CONFIG-LINE DELIMITED BY ":"
               INTO WS-JSON-F1 WS-JSON-COLON-VALUE
           END-UNSTRING
           UNSTRING WS-JSON-COLON-VALUE DELIMITED BY ","
               INTO WS-JSON-NUM-VALUE
           END-UNSTRING.

       ADD-SITE.
           *> keepass-sync rejects blank names and names with blanks
           *> in them, so there is nothing of theirs to watch.
           MOVE 0 TO WS-TALLY
           INSPECT FUNCTION TRIM(WS-JSON-VALUE)
               TALLYING WS-TALLY FOR ALL " "
           IF WS-SITE-COUNT < WS-SITE-MAX
                   AND WS-JSON-VALUE NOT = SPACES
                   AND WS-TALLY = 0
               ADD 1 TO WS-SITE-COUNT
               MOVE WS-JSON-VALUE TO WS-SITE-NAME (WS-SITE-COUNT)
               MOVE WS-CONFIG-BACKUP-DIR
                   TO WS-SITE-BACKUP-DIR (WS-SITE-COUNT)
               MOVE WS-NOTIFY-URL
                   TO WS-SITE-NOTIFY-URL (WS-SITE-COUNT)
               MOVE WS-STALE-HOURS
                   TO WS-SITE-STALE-HOURS (WS-SITE-COUNT)
               MOVE SPACES TO WS-SITE-LAST-OK (WS-SITE-COUNT)
           END-IF.

       SCAN-RUN-HISTORY.
           *> Records are appended in run order, but parallel site
           *> workers finish in any order - keep the newest stamp
           *> rather than simply the last record read.
           OPEN INPUT HIST-FILE
           IF WS-HIST-STATUS = "00"
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM READ-HISTORY-RECORD UNTIL WS-EOF
               CLOSE HIST-FILE
           ELSE
               DISPLAY "WARNING: sync_history.txt not found"
           END-IF.

       READ-HISTORY-RECORD.
           READ HIST-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   PERFORM PROCESS-HISTORY-LINE
           END-READ.

       PROCESS-HISTORY-LINE.
           *>   date time site outcome step ...
           IF HIST-LINE (1:8) IS NUMERIC
               MOVE SPACES TO WS-HR-DATE-X WS-HR-TIME-X WS-HR-SITE
                              WS-HR-OUTCOME
               UNSTRING HIST-LINE DELIMITED BY ALL " "
                   INTO WS-HR-DATE-X WS-HR-TIME-X WS-HR-SITE
                        WS-HR-OUTCOME
               END-UNSTRING
               IF WS-HR-OUTCOME = "ok" OR WS-HR-OUTCOME = "unchanged"
                       OR WS-HR-OUTCOME = "onboarded"
                   MOVE SPACES TO WS-HR-STAMP
                   STRING WS-HR-DATE-X DELIMITED BY SIZE
                          WS-HR-TIME-X DELIMITED BY SIZE
                          INTO WS-HR-STAMP
                   END-STRING
                   PERFORM NOTE-GOOD-OUTCOME
                       VARYING WS-SITE-SCAN FROM 1 BY 1
                       UNTIL WS-SITE-SCAN > WS-SITE-COUNT
               END-IF
           END-IF.

       NOTE-GOOD-OUTCOME.
           IF WS-SITE-NAME (WS-SITE-SCAN) = WS-HR-SITE
               IF WS-SITE-LAST-OK (WS-SITE-SCAN) = SPACES
                       OR WS-HR-STAMP > WS-SITE-LAST-OK (WS-SITE-SCAN)
                   MOVE WS-HR-STAMP TO WS-SITE-LAST-OK (WS-SITE-SCAN)
               END-IF
           END-IF.

       CHECK-STATE-FILE.
           *> The synced-state file's modification time, in the same
           *> local-time stamp form as the history records.
           MOVE SPACES TO WS-STATE-PATH
           STRING WS-SITE-BACKUP-DIR (WS-SITE-IX) DELIMITED BY SPACE
                  "/last_synced_state_" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SITE-NAME (WS-SITE-IX))
                      DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-STATE-PATH
           END-STRING
           MOVE SPACES TO WS-COMMAND
           STRING "date -r " DELIMITED BY SIZE
                  WS-STATE-PATH DELIMITED BY SPACE
                  " +%Y%m%d%H%M%S > watchdog_work.tmp 2>/dev/null"
                      DELIMITED BY SIZE
                  INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND RETURNING WS-RETURN-CODE
           IF WS-RETURN-CODE = 0
               OPEN INPUT WORK-FILE
               IF WS-WORK-STATUS = "00"
                   READ WORK-FILE
                       NOT AT END
                           MOVE WORK-LINE (1:14) TO WS-HR-STAMP
                           IF WS-HR-STAMP IS NUMERIC
                               IF WS-SITE-LAST-OK (WS-SITE-IX) = SPACES
                                   OR WS-HR-STAMP
                                       > WS-SITE-LAST-OK (WS-SITE-IX)
                                   MOVE WS-HR-STAMP
                                     TO WS-SITE-LAST-OK (WS-SITE-IX)
                               END-IF
                           END-IF
                   END-READ
                   CLOSE WORK-FILE
               END-IF
           END-IF
           MOVE "rm -f watchdog_work.tmp" TO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND.

       SCAN-SYNC-LOG.
           *> Every real sync invocation (cron or --daemon wake)
           *> writes one "synchronization cycle started" marker.
           OPEN INPUT LOG-FILE
           IF WS-LOG-STATUS = "00"
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM READ-LOG-RECORD UNTIL WS-EOF
               CLOSE LOG-FILE
           ELSE
               DISPLAY "WARNING: sync_log.txt not found"
           END-IF.

       READ-LOG-RECORD.
           READ LOG-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF LOG-LINE (1:14) IS NUMERIC
                       MOVE 0 TO WS-TALLY
                       INSPECT LOG-LINE TALLYING WS-TALLY
                           FOR ALL WS-CYCLE-MARKER
                       IF WS-TALLY > 0
                               AND LOG-LINE (1:14) > WS-LAST-CYCLE
                           MOVE LOG-LINE (1:14) TO WS-LAST-CYCLE
                       END-IF
                   END-IF
           END-READ.

       CHECK-SITE-FRESHNESS.
           MOVE WS-SITE-STALE-HOURS (WS-SITE-IX) TO WS-LIMIT-ED
           IF WS-SITE-LAST-OK (WS-SITE-IX) = SPACES
               DISPLAY "  " FUNCTION TRIM(WS-SITE-NAME (WS-SITE-IX))
                   " ... STALE - no successful sync on record"
               MOVE SPACES TO WS-ALERT-MESSAGE
               STRING "WATCHDOG: site " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SITE-NAME (WS-SITE-IX))
                          DELIMITED BY SIZE
                      " has no successful sync on record"
                          DELIMITED BY SIZE
                      INTO WS-ALERT-MESSAGE
               END-STRING
               PERFORM SEND-SITE-ALERT
           ELSE
               MOVE WS-SITE-LAST-OK (WS-SITE-IX) TO WS-STAMP-WORK
               PERFORM STAMP-AGE-HOURS
               MOVE WS-AGE-HOURS TO WS-AGE-ED
               IF WS-AGE-HOURS >= WS-SITE-STALE-HOURS (WS-SITE-IX)
                   DISPLAY "  "
                       FUNCTION TRIM(WS-SITE-NAME (WS-SITE-IX))
                       " ... STALE - last good sync "
                       FUNCTION TRIM(WS-AGE-ED) "h ago (limit "
                       FUNCTION TRIM(WS-LIMIT-ED) "h)"
                   MOVE SPACES TO WS-ALERT-MESSAGE
                   STRING "WATCHDOG: site " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-SITE-NAME (WS-SITE-IX))
                              DELIMITED BY SIZE
                          " last synced ok " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-AGE-ED) DELIMITED BY SIZE
                          " hours ago at " DELIMITED BY SIZE
                          WS-SITE-LAST-OK (WS-SITE-IX)
                              DELIMITED BY SIZE
                          " (limit " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-LIMIT-ED) DELIMITED BY SIZE
                          "h)" DELIMITED BY SIZE
                          INTO WS-ALERT-MESSAGE
                   END-STRING
                   PERFORM SEND-SITE-ALERT
               ELSE
                   DISPLAY "  "
                       FUNCTION TRIM(WS-SITE-NAME (WS-SITE-IX))
                       " ... fresh - last good sync "
                       FUNCTION TRIM(WS-AGE-ED) "h ago"
               END-IF
           END-IF.

       CHECK-CYCLE-GAP.
           MOVE WS-CYCLE-GAP-HOURS TO WS-LIMIT-ED
           IF WS-LAST-CYCLE = SPACES
               DISPLAY "Sync job: STALE - no cycle start on record"
               MOVE "WATCHDOG: sync job has never logged a cycle start"
                   TO WS-ALERT-MESSAGE
               PERFORM SEND-JOB-ALERT
           ELSE
               MOVE WS-LAST-CYCLE TO WS-STAMP-WORK
               PERFORM STAMP-AGE-HOURS
               MOVE WS-AGE-HOURS TO WS-AGE-ED
               IF WS-AGE-HOURS >= WS-CYCLE-GAP-HOURS
                   DISPLAY "Sync job: STALE - last cycle started "
                       FUNCTION TRIM(WS-AGE-ED) "h ago (limit "
                       FUNCTION TRIM(WS-LIMIT-ED) "h)"
                   MOVE SPACES TO WS-ALERT-MESSAGE
                   STRING "WATCHDOG: sync job last started a cycle "
                              DELIMITED BY SIZE
                          FUNCTION TRIM(WS-AGE-ED) DELIMITED BY SIZE
                          " hours ago at " DELIMITED BY SIZE
                          WS-LAST-CYCLE DELIMITED BY SIZE
                          " (limit " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-LIMIT-ED) DELIMITED BY SIZE
                          "h)" DELIMITED BY SIZE
                          INTO WS-ALERT-MESSAGE
                   END-STRING
                   PERFORM SEND-JOB-ALERT
               ELSE
                   DISPLAY "Sync job: running - last cycle started "
                       FUNCTION TRIM(WS-AGE-ED) "h ago"
               END-IF
           END-IF.

       SEND-SITE-ALERT.
           *> The site's own notify_url wins over the global one.
           IF WS-SITE-NOTIFY-URL (WS-SITE-IX) NOT = SPACES
               MOVE WS-SITE-NOTIFY-URL (WS-SITE-IX) TO WS-POST-URL
           ELSE
               MOVE WS-NOTIFY-URL TO WS-POST-URL
           END-IF
           PERFORM POST-ALERT.

       SEND-JOB-ALERT.
           *> A stopped job is a run-level event - global route.
           MOVE WS-NOTIFY-URL TO WS-POST-URL
           PERFORM POST-ALERT.

       POST-ALERT.
           ADD 1 TO WS-ALERTS
           IF WS-POST-URL = SPACES
               DISPLAY "WARNING: no notify_url configured - alert"
                   " shown here only"
           ELSE
               MOVE SPACES TO WS-COMMAND
               STRING "curl -s -m 10 -X POST --data-urlencode "
                          DELIMITED BY SIZE
                      """" DELIMITED BY SIZE
                      "severity=" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-NOTIFY-SEVERITY)
                          DELIMITED BY SIZE
                      """ --data-urlencode """
                          DELIMITED BY SIZE
                      "message=" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-ALERT-MESSAGE)
                          DELIMITED BY SIZE
                      """" DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-POST-URL DELIMITED BY SPACE
                      " >/dev/null 2>&1" DELIMITED BY SIZE
                      INTO WS-COMMAND
               CALL "SYSTEM" USING WS-COMMAND RETURNING WS-RETURN-CODE
               IF WS-RETURN-CODE NOT = 0
                   DISPLAY "WARNING: alert could not be posted"
               END-IF
           END-IF.

       STAMP-AGE-HOURS.
           *> Whole hours from WS-STAMP-WORK to now; a stamp from the
           *> future (clock change) counts as zero.
           PERFORM STAMP-TO-SECONDS
           IF WS-SECS-WORK > WS-NOW-SECS
               MOVE 0 TO WS-AGE-HOURS
           ELSE
               COMPUTE WS-AGE-HOURS =
                   (WS-NOW-SECS - WS-SECS-WORK) / 3600
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

       END PROGRAM keepass-sync-watchdog.
