           SELECT LOG-FILE ASSIGN TO "sync_log.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.
           SELECT CRED-FILE ASSIGN USING WS-CRED-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRED-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN USING WS-CHECKPOINT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECKPOINT-STATUS.
           SELECT WORK-FILE ASSIGN USING WS-WORK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.
           SELECT HOLD-FILE ASSIGN TO "sync_hold.txt"
           SELECT CSV-FILE ASSIGN USING WS-CSV-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-STATUS.
           SELECT JOURNAL-FILE ASSIGN TO "sync_changes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-STATUS.
           SELECT BREACH-FILE ASSIGN USING WS-BREACH-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BREACH-STATUS.
           SELECT CFG-STATE-FILE ASSIGN TO "sync_config_state.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CT-STATE-STATUS.
           SELECT CFG-TRAIL-FILE ASSIGN TO "sync_config_changes.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CT-TRAIL-STATUS.
           SELECT CFG-SNAP-FILE ASSIGN USING WS-CT-SNAP-PATH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CT-SNAP-STATUS.
           SELECT CHAIN-FILE ASSIGN TO "sync_chain.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LC-STATUS.
           SELECT PAR-FILE ASSIGN USING WS-PAR-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PAR-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CONFIG-FILE.
       01  CONFIG-LINE              PIC X(200).
       FD  LOG-FILE.
       01  LOG-LINE                 PIC X(220).
       FD  CRED-FILE.
       01  CRED-LINE                PIC X(300).
       FD  CHECKPOINT-FILE.
       FD  AREPORT-FILE.
       01  AREPORT-LINE             PIC X(200).
       FD  HISTORY-FILE.
       01  HISTORY-LINE             PIC X(170).
       FD  CSV-FILE.
       01  CSV-LINE                 PIC X(200).
       FD  JOURNAL-FILE.
       01  JOURNAL-LINE             PIC X(250).
       FD  BREACH-FILE.
       01  BREACH-LINE              PIC X(80).
       FD  CFG-STATE-FILE.
       01  CFG-STATE-LINE           PIC X(270).
       FD  CFG-TRAIL-FILE.
       01  CFG-TRAIL-LINE           PIC X(250).
       FD  CFG-SNAP-FILE.
       01  CFG-SNAP-LINE            PIC X(200).
       FD  CHAIN-FILE.
       01  CHAIN-LINE               PIC X(60).
       FD  PAR-FILE.
       01  PAR-LINE                 PIC X(250).

       WORKING-STORAGE SECTION.
       01  WS-CONFIG-STATUS         PIC XX.
       01  WS-LOG-STATUS            PIC XX.
       01  WS-CRED-STATUS           PIC XX.
       01  WS-CRED-FILE-NAME        PIC X(50) VALUE "sync_cred.tmp".
      *> Scratch file for captured command output. A parallel site
      *> worker gets its own (see WORKER-MODE), as it does for the
      *> cred file and the checkpoint.
       01  WS-WORK-FILE-NAME        PIC X(50) VALUE "sync_work.tmp".
       01  WS-CRED-LINE-1           PIC X(300) VALUE SPACES.
       01  WS-CRED-LINE-2           PIC X(300) VALUE SPACES.
       01  WS-CRED-LINE-3           PIC X(300) VALUE SPACES.
       01  WS-CONFIG-PW-FILE        PIC X(200) VALUE SPACES.
       01  WS-CONFIG-SRC-KEY-FILE   PIC X(200) VALUE SPACES.
       01  WS-CONFIG-SRC-PW-FILE    PIC X(200) VALUE SPACES.
      *> Transfer credentials kept in the master vault instead of
      *> config.json: the entry (path inside the local database)
      *> whose UserName/Password replace user/password for the
      *> site's cycle. Read fresh at the start of every cycle with
      *> the site's own unlock material; never stored in the site
      *> table, never written to the log.
       01  WS-CONFIG-CRED-ENTRY     PIC X(100) VALUE SPACES.
       01  WS-CRED-READ-FLAG        PIC X VALUE 'N'.
          88  WS-CRED-READ-OK       VALUE 'Y'.
       01  WS-CRED-WHY              PIC X(60) VALUE SPACES.
       01  WS-CRED-QUOTES           PIC 9(4) VALUE ZERO.
       01  WS-UNLOCK-FLAG           PIC X VALUE 'N'.
          88  WS-UNLOCK             VALUE 'Y'.
       01  WS-UNLOCK-OPTS           PIC X(450) VALUE SPACES.
               10  WS-AUD-ENT-EXP       PIC 9(8).
               10  WS-AUD-ENT-EXP-OK    PIC X.
               10  WS-AUD-ENT-EXPIRES   PIC X.
               10  WS-AUD-ENT-SHA1      PIC X(40).
               10  WS-AUD-ENT-PWNED     PIC X.
               10  WS-AUD-ENT-SEEN      PIC X(12).
      *> Breach screening - breach_hash_file names the security
      *> team's offline "pwned passwords" list (SHA-1 hex, sorted,
      *> one HASH:COUNT per line). Every password is hashed right
      *> here in working storage and the list is walked once against
      *> the sorted hashes, so neither a password nor its hash ever
      *> reaches a file, a command line or the network.
       01  WS-BREACH-PATH           PIC X(200) VALUE SPACES.
       01  WS-BREACH-STATUS         PIC XX.
       01  WS-BREACH-EOF-FLAG       PIC X VALUE 'N'.
          88  WS-BREACH-EOF         VALUE 'Y'.
       01  WS-BREACH-STATE          PIC X VALUE 'N'.
          88  WS-BREACH-NOT-SET     VALUE 'N'.
          88  WS-BREACH-UNREADABLE  VALUE 'U'.
          88  WS-BREACH-SCREENED    VALUE 'S'.
       01  WS-BR-STOP-FLAG          PIC X VALUE 'N'.
          88  WS-BR-STOP            VALUE 'Y'.
       01  WS-AUD-SHA1              PIC X(40).
       01  WS-AUD-PWNED-COUNT       PIC 9(4) VALUE ZERO.
       01  WS-BR-COUNT              PIC 9(4) VALUE ZERO.
       01  WS-BR-PTR                PIC 9(4) VALUE ZERO.
       01  WS-BR-JX                 PIC 9(4) VALUE ZERO.
       01  WS-BR-LINE-HASH          PIC X(40).
       01  WS-BR-LINE-SEEN          PIC X(12).
       01  WS-BR-JUNK               PIC X(60).
       01  WS-BR-TABLE.
           05  WS-BR-ENTRY          OCCURS 2000 TIMES.
               10  WS-BR-HASH       PIC X(40).
               10  WS-BR-ENT        PIC 9(4).
      *> SHA-1 (FIPS 180-1) over WS-SHA-INPUT (1:WS-SHA-LEN). Words
      *> are unsigned 32-bit values in 8-byte binary fields; AND, OR
      *> and XOR go through the CBL_ byte routines, rotates and the
      *> mod 2**32 adds are plain arithmetic. Message and schedule
      *> are wiped after every digest.
       01  WS-SHA-INPUT             PIC X(260).
       01  WS-SHA-LEN               PIC 9(3) VALUE ZERO.
       01  WS-SHA-SRC-IX            PIC 9(3) VALUE ZERO.
       01  WS-SHA-BLOCKS            PIC 9(2) VALUE ZERO.
       01  WS-SHA-BLK               PIC 9(2) VALUE ZERO.
       01  WS-SHA-MSG               PIC X(320).
       01  WS-SHA-POS               PIC 9(4) VALUE ZERO.
       01  WS-SHA-BITS              PIC 9(5) VALUE ZERO.
       01  WS-SHA-T                 PIC 9(2) VALUE ZERO.
       01  WS-SHA-WX                PIC 9(2) VALUE ZERO.
       01  WS-SHA-W-TABLE.
           05  WS-SHA-W             PIC 9(10) COMP-5 OCCURS 80 TIMES.
      *> Working variables a-e in that order.
       01  WS-SHA-V-TABLE.
           05  WS-SHA-V             PIC 9(10) COMP-5 OCCURS 5 TIMES.
       01  WS-SHA-H-TABLE.
           05  WS-SHA-H             PIC 9(10) COMP-5 OCCURS 5 TIMES.
       01  WS-SHA-F                 PIC 9(10) COMP-5.
       01  WS-SHA-K                 PIC 9(10) COMP-5.
       01  WS-SHA-X                 PIC 9(10) COMP-5.
       01  WS-SHA-Y                 PIC 9(10) COMP-5.
       01  WS-SHA-POW               PIC 9(10) COMP-5.
       01  WS-SHA-BIG               PIC 9(18) COMP-5.
       01  WS-SHA-HI                PIC 9(18) COMP-5.
       01  WS-SHA-LO                PIC 9(18) COMP-5.
      *> H0-H4 initial values, then the four round constants.
       01  WS-SHA-CONST-VALUES.
           05  FILLER               PIC 9(10) VALUE 1732584193.
           05  FILLER               PIC 9(10) VALUE 4023233417.
           05  FILLER               PIC 9(10) VALUE 2562383102.
           05  FILLER               PIC 9(10) VALUE 0271733878.
           05  FILLER               PIC 9(10) VALUE 3285377520.
           05  FILLER               PIC 9(10) VALUE 1518500249.
           05  FILLER               PIC 9(10) VALUE 1859775393.
           05  FILLER               PIC 9(10) VALUE 2400959708.
           05  FILLER               PIC 9(10) VALUE 3395469782.
       01  WS-SHA-CONST-TBL REDEFINES WS-SHA-CONST-VALUES.
           05  WS-SHA-CONST         PIC 9(10) OCCURS 9 TIMES.
       01  WS-SHA-HEX-DIGITS        PIC X(16) VALUE "0123456789ABCDEF".
       01  WS-SHA-NIB-IX            PIC 9(2) VALUE ZERO.
       01  WS-SHA-NIB-VAL           PIC 9(2) VALUE ZERO.
       01  WS-SHA-HEX-OUT           PIC X(40).
       01  WS-SHA-ENT-LEN           PIC 9(3) VALUE ZERO.
       01  WS-CONFLICT-FLAG         PIC X VALUE 'N'.
          88  WS-CONFLICTS          VALUE 'Y'.
          88  WS-NO-CONFLICTS       VALUE 'N'.
       01  WS-HIST-STEP             PIC X(20) VALUE SPACES.
       01  WS-SIZE-PATH             PIC X(250).
       01  WS-FILE-SIZE             PIC 9(12) VALUE ZERO.
      *> Change journal - the merge reports age out with the backups,
      *> so every real merge also appends one line per entry it
      *> touched to sync_changes.txt, kept for good:
      *>   date time site action entry
      *> action is created / overwritten / synced-newer /
      *> synced-older (synced when the CLI names no direction);
      *> entry is the rest of the merge line - title plus the
      *> [uuid] keepassxc-cli prints, blanks and all. date/time are
      *> the cycle's, the same stamp the merge report file carries.
      *> --changes reads it back: which site brought each change to
      *> an entry in, and when.
       01  WS-JOURNAL-STATUS        PIC XX.
       01  WS-CHANGES-FLAG          PIC X VALUE 'N'.
          88  WS-CHANGES            VALUE 'Y'.
       01  WS-CHG-ACTION            PIC X(14).
       01  WS-CHG-ENTRY             PIC X(200).
       01  WS-CHG-COUNT             PIC 9(6) VALUE ZERO.
       01  WS-CHG-ENTRY-ARG         PIC X(60) VALUE SPACES.
       01  WS-CHG-ARG-LEN           PIC 9(3) VALUE ZERO.
       01  WS-CHG-SINCE             PIC 9(8) VALUE ZERO.
       01  WS-CHG-DATE-X            PIC X(8).
       01  WS-CHG-TIME-X            PIC X(6).
       01  WS-CHG-SITE              PIC X(30).
       01  WS-CHG-PTR               PIC 9(4) VALUE 1.
      *> Config change trail. Every run flattens config.json to
      *> site/key/value rows and compares them with the rows seen
      *> last time (sync_config_state.txt). Any difference takes a
      *> dated snapshot under config_history/, appends one line per
      *> changed site/key to sync_config_changes.txt and logs a
      *> CONFIG-CHANGE line for each. Secret keys are never kept or
      *> shown in clear: the snapshots and every diff show them as
      *> ********, and the state file holds only their SHA-1 so a
      *> change can still be noticed. --config-history lists the
      *> trail over a --since/--until date range.
       01  WS-CT-STATE-STATUS       PIC XX.
       01  WS-CT-TRAIL-STATUS       PIC XX.
       01  WS-CT-SNAP-STATUS        PIC XX.
       01  WS-CT-SNAP-PATH          PIC X(100).
       01  WS-CT-HIST-FLAG          PIC X VALUE 'N'.
          88  WS-CONFIG-HISTORY     VALUE 'Y'.
       01  WS-CT-HAVE-PREV-FLAG     PIC X VALUE 'N'.
          88  WS-CT-HAVE-PREV       VALUE 'Y'.
       01  WS-CT-SECRET-FLAG        PIC X VALUE 'N'.
          88  WS-CT-SECRET          VALUE 'Y'.
       01  WS-CT-FOUND-FLAG         PIC X VALUE 'N'.
          88  WS-CT-FOUND           VALUE 'Y'.
       01  WS-CT-UNTIL              PIC 9(8) VALUE 99999999.
       01  WS-CT-SITE               PIC X(30).
       01  WS-CT-VAL                PIC X(200).
       01  WS-CT-OLD                PIC X(100).
       01  WS-CT-NEW                PIC X(100).
       01  WS-CT-CHG-SITE           PIC X(30).
       01  WS-CT-CHG-KEY            PIC X(30).
       01  WS-CT-CHANGES            PIC 9(4) VALUE ZERO.
       01  WS-CT-INDENT             PIC 9(3) VALUE ZERO.
       01  WS-CT-PTR                PIC 9(4) VALUE 1.
       01  WS-CT-MAX                PIC 9(4) VALUE 400.
       01  WS-CT-IX                 PIC 9(4) VALUE ZERO.
       01  WS-CT-JX                 PIC 9(4) VALUE ZERO.
       01  WS-CT-CUR-COUNT          PIC 9(4) VALUE ZERO.
       01  WS-CT-PREV-COUNT         PIC 9(4) VALUE ZERO.
       01  WS-CT-CUR-TABLE.
           05  WS-CT-CUR            OCCURS 400 TIMES.
               10  WS-CT-CUR-SITE   PIC X(30).
               10  WS-CT-CUR-KEY    PIC X(30).
               10  WS-CT-CUR-SECRET PIC X.
               10  WS-CT-CUR-VAL    PIC X(200).
       01  WS-CT-PREV-TABLE.
           05  WS-CT-PREV           OCCURS 400 TIMES.
               10  WS-CT-PREV-SITE  PIC X(30).
               10  WS-CT-PREV-KEY   PIC X(30).
               10  WS-CT-PREV-SECRET PIC X.
               10  WS-CT-PREV-VAL   PIC X(200).
               10  WS-CT-PREV-SEEN  PIC X.
      *> Tamper-evident log chain. Every line appended to
      *> sync_log.txt and sync_history.txt ends in " #" and 16 hex
      *> digits: the first 64 bits of the SHA-1 of the previous
      *> line's link followed by this line's own text. The first
      *> chained line of a file links to sixteen zeroes, and lines
      *> written before the chain existed are left as they are
      *> ahead of it. sync_chain.txt anchors the tail of each file
      *> - record count and last link - so lines cut off the end
      *> show up as well as lines edited, removed or reordered in
      *> the middle. --verify-log walks both files and reports the
      *> first broken link.
       01  WS-LC-STATUS             PIC XX.
       01  WS-LC-VERIFY-FLAG        PIC X VALUE 'N'.
          88  WS-VERIFY-LOG         VALUE 'Y'.
       01  WS-LC-KIND               PIC X VALUE 'L'.
          88  WS-LC-ON-LOG          VALUE 'L'.
          88  WS-LC-ON-HIST         VALUE 'H'.
       01  WS-LC-SAVE-KIND          PIC X.
       01  WS-LC-FILE-NAME          PIC X(20).
       01  WS-LC-NEW-LINE           PIC X(220).
       01  WS-LC-REC                PIC X(220).
       01  WS-LC-LEN                PIC 9(3) VALUE ZERO.
       01  WS-LC-BODY-LEN           PIC 9(3) VALUE ZERO.
       01  WS-LC-GENESIS            PIC X(16) VALUE ALL "0".
       01  WS-LC-PREV               PIC X(16).
       01  WS-LC-LINK               PIC X(16).
       01  WS-LC-FOUND              PIC X(16).
       01  WS-LC-HAS-LINK-FLAG      PIC X VALUE 'N'.
          88  WS-LC-HAS-LINK        VALUE 'Y'.
       01  WS-LC-ANCHORED-FLAG      PIC X VALUE 'N'.
          88  WS-LC-ANCHORED        VALUE 'Y'.
       01  WS-LC-CHECKING-FLAG      PIC X VALUE 'N'.
          88  WS-LC-CHECKING        VALUE 'Y'.
       01  WS-LC-EOF-FLAG           PIC X VALUE 'N'.
          88  WS-LC-EOF             VALUE 'Y'.
       01  WS-LC-MISSING-FLAG       PIC X VALUE 'N'.
          88  WS-LC-MISSING         VALUE 'Y'.
       01  WS-LC-BROKEN-FLAG        PIC X VALUE 'N'.
          88  WS-LC-BROKEN          VALUE 'Y'.
       01  WS-LC-ANY-BROKEN-FLAG    PIC X VALUE 'N'.
          88  WS-LC-ANY-BROKEN      VALUE 'Y'.
       01  WS-LC-LINE-NO            PIC 9(9) VALUE ZERO.
       01  WS-LC-CHAINED            PIC 9(9) VALUE ZERO.
       01  WS-LC-LEGACY             PIC 9(9) VALUE ZERO.
       01  WS-LC-BREAK-LINE         PIC 9(9) VALUE ZERO.
       01  WS-LC-BREAK-WHY          PIC X(60).
      *> The anchor as read from / written back to sync_chain.txt:
      *>   log <records> <last link>
      *>   history <records> <last link>
       01  WS-LC-LOG-KNOWN-FLAG     PIC X VALUE 'N'.
          88  WS-LC-LOG-KNOWN       VALUE 'Y'.
       01  WS-LC-HIST-KNOWN-FLAG    PIC X VALUE 'N'.
          88  WS-LC-HIST-KNOWN      VALUE 'Y'.
       01  WS-LC-LOG-COUNT          PIC 9(9) VALUE ZERO.
       01  WS-LC-LOG-LINK           PIC X(16).
       01  WS-LC-HIST-COUNT         PIC 9(9) VALUE ZERO.
       01  WS-LC-HIST-LINK          PIC X(16).
       01  WS-LC-A-KIND             PIC X(10).
       01  WS-LC-A-COUNT-X          PIC X(10).
       01  WS-LC-A-LINK             PIC X(16).
       01  WS-LC-ANCHOR-COUNT       PIC 9(9) VALUE ZERO.
       01  WS-LC-ANCHOR-LINK        PIC X(16).
       01  WS-LC-COUNT-ED           PIC Z(8)9.
      *> A missing anchor rebuilt over records that were already
      *> chained leaves a sealed notice in sync_log.txt - truncation
      *> before that point can no longer be proved, so the rebuild
      *> is recorded and alerted on rather than passed over.
       01  WS-LC-NOTICE-TAG         PIC X(39)
           VALUE "LC-SEAL-LINE: chain anchor missing for ".
       01  WS-LC-NOTICE-FILE        PIC X(20).
       01  WS-LC-NOTICE-COUNT       PIC 9(9) VALUE ZERO.
       01  WS-LC-HOLD-LINE          PIC X(220).
       01  WS-LC-REBUILT-FLAG       PIC X VALUE 'N'.
          88  WS-LC-REBUILT         VALUE 'Y'.
       01  WS-LC-NOTICE-TEXT        PIC X(150) VALUE SPACES.
       01  WS-LC-ALERT-TEXT         PIC X(150) VALUE SPACES.
       01  WS-LC-SAVE-MESSAGE       PIC X(150).
       01  WS-LC-SAVE-SEVERITY      PIC X(10).
       01  WS-LC-SAVE-COMMAND       PIC X(500).
       01  WS-LC-SAVE-DIGEST        PIC X.
       01  WS-LC-TALLY              PIC 9(4) VALUE ZERO.
       01  WS-LC-REANCHORED         PIC 9(9) VALUE ZERO.
       01  WS-LC-REANCHOR-LINE      PIC 9(9) VALUE ZERO.
      *> --reconcile drift check. Every site's live remote vault is
      *> pulled to a scratch file, exported to XML (umask 077, gone
      *> again straight after the parse) with the site's unlock
      *> material, and compared entry by entry - keyed on the entry
      *> UUID, which merges carry across unchanged - against the
      *> master cut down to the site's export_group. Entries missing
      *> at the site, entries only the site has, and entries whose
      *> last-modified stamp differs are listed per site in a
      *> reconcile_report_<site>_<date>_<time>.txt. The recycle bin
      *> is left out on both sides.
       01  WS-RECON-FLAG            PIC X VALUE 'N'.
          88  WS-RECONCILE          VALUE 'Y'.
       01  WS-RECON-SIDE            PIC X VALUE 'M'.
          88  WS-RECON-MASTER       VALUE 'M'.
          88  WS-RECON-REMOTE       VALUE 'R'.
       01  WS-RECON-PATH            PIC X(220).
       01  WS-RECON-OK-FLAG         PIC X VALUE 'N'.
          88  WS-RECON-OK           VALUE 'Y'.
       01  WS-RECON-DRIFT-SITES     PIC 9(2) VALUE ZERO.
       01  WS-RECON-BAD-SITES       PIC 9(2) VALUE ZERO.
       01  WS-RECON-MISSING         PIC 9(4) VALUE ZERO.
       01  WS-RECON-EXTRA           PIC 9(4) VALUE ZERO.
       01  WS-RECON-CHANGED         PIC 9(4) VALUE ZERO.
       01  WS-RECON-SKIPPED         PIC 9(4) VALUE ZERO.
       01  WS-RECON-FOUND-FLAG      PIC X VALUE 'N'.
          88  WS-RECON-FOUND        VALUE 'Y'.
       01  WS-RC-UUID               PIC X(40).
       01  WS-RC-TITLE              PIC X(80).
       01  WS-RC-MOD                PIC X(20).
       01  WS-RC-GRP-PATH           PIC X(160).
       01  WS-RC-NAME               PIC X(160).
       01  WS-RC-SCOPE-LEN          PIC 9(3) VALUE ZERO.
       01  WS-RC-DEPTH              PIC 9(2) VALUE ZERO.
       01  WS-RC-LVL                PIC 9(2) VALUE ZERO.
       01  WS-RC-GRP-PTR            PIC 9(3) VALUE 1.
       01  WS-RC-WANT-NAME-FLAG     PIC X VALUE 'N'.
          88  WS-RC-WANT-NAME       VALUE 'Y'.
       01  WS-RC-WANT-UUID-FLAG     PIC X VALUE 'N'.
          88  WS-RC-WANT-UUID       VALUE 'Y'.
       01  WS-RC-GROUPS.
           05  WS-RC-GROUP          OCCURS 12 TIMES PIC X(60).
       01  WS-RM-MAX                PIC 9(4) VALUE 2000.
       01  WS-RM-COUNT              PIC 9(4) VALUE ZERO.
       01  WS-RM-IX                 PIC 9(4) VALUE ZERO.
       01  WS-RM-TABLE.
           05  WS-RM-ENTRY          OCCURS 2000 TIMES.
               10  WS-RM-UUID       PIC X(40).
               10  WS-RM-NAME       PIC X(160).
               10  WS-RM-MOD        PIC X(20).
               10  WS-RM-SEEN       PIC X.
       01  WS-RR-COUNT              PIC 9(4) VALUE ZERO.
       01  WS-RR-IX                 PIC 9(4) VALUE ZERO.
       01  WS-RR-TABLE.
           05  WS-RR-ENTRY          OCCURS 2000 TIMES.
               10  WS-RR-UUID       PIC X(40).
               10  WS-RR-NAME       PIC X(160).
               10  WS-RR-MOD        PIC X(20).
               10  WS-RR-MATCH      PIC 9(4).
       01  WS-RECON-HIT             PIC 9(4) VALUE ZERO.
      *> --check-config preflight. PARSE-CONFIG-LINE used to swallow
      *> unrecognized keys silently, so a typo like "pasword_file"
      *> only surfaced when the 02:00 run hung at a password prompt.
               10  WS-SITE-BLACKOUT-TO  PIC X(4).
               10  WS-SITE-NOTIFY-URL   PIC X(200).
               10  WS-SITE-EXPORT-GROUP PIC X(100).
               10  WS-SITE-CRED-ENTRY   PIC X(100).
      *> --daemon scheduling. Config state lives in WS-SITE-TABLE
      *> (sync_interval minutes, blackout window HHMM-HHMM); the
      *> runtime clock per site is kept apart in its own table. A
          88  WS-IN-BLACKOUT        VALUE 'Y'.
       01  WS-SCHED-TABLE.
           05  WS-SITE-NEXT-DUE     OCCURS 10 TIMES PIC 9(12).
      *> Parallel site cycles. With max_parallel_sites above 1 a
      *> normal run hands each site to a worker copy of this program
      *> (--worker --site x) and keeps up to that many in flight.
      *> Each worker runs the ordinary SYNC-SITE-CYCLE for its one
      *> site - own remote lock, checkpoint, hold marker, fail
      *> counter and history line - and leaves a result file behind:
      *>   status failed-at events digest-length
      *> followed by its buffered digest text in 250-byte pieces,
      *> which the parent folds into the one run summary and digest.
      *> Per-site state while the parent schedules:
      *>   W = waiting, R = running, D = done
       01  WS-MAX-PARALLEL          PIC 9(2) VALUE 1.
       01  WS-WORKER-FLAG           PIC X VALUE 'N'.
          88  WS-WORKER             VALUE 'Y'.
      *> On in a worker, and in the parent while workers are out -
      *> the shared log files are then written under a local lock.
       01  WS-PAR-ACTIVE-FLAG       PIC X VALUE 'N'.
          88  WS-PAR-ACTIVE         VALUE 'Y'.
       01  WS-PAR-STATE-TABLE.
           05  WS-PAR-STATE         OCCURS 10 TIMES PIC X.
       01  WS-PAR-IX                PIC 9(2) VALUE ZERO.
       01  WS-PAR-RUNNING           PIC 9(2) VALUE ZERO.
       01  WS-PAR-DONE              PIC 9(2) VALUE ZERO.
       01  WS-PAR-FILE-NAME         PIC X(60) VALUE SPACES.
       01  WS-PAR-STATUS            PIC XX.
       01  WS-PAR-EOF-FLAG          PIC X VALUE 'N'.
          88  WS-PAR-EOF            VALUE 'Y'.
       01  WS-PAR-RESULT.
           05  WS-PAR-R-STATUS      PIC X(10).
           05  WS-PAR-R-FAILED-AT   PIC X(20).
           05  WS-PAR-R-EVENTS      PIC 9(4).
           05  WS-PAR-R-LEN         PIC 9(4).
       01  WS-PAR-BUF               PIC X(1500) VALUE SPACES.
       01  WS-PAR-POS               PIC 9(4) VALUE ZERO.
       01  WS-PAR-SHARED-FLAG       PIC X VALUE 'N'.
          88  WS-PAR-SHARED-TEMP    VALUE 'Y'.
      *> Workers are started by explicit path, never off PATH: an
      *> older keepass-sync found there would ignore --worker and
      *> run a full cycle of every site in each slot.
       01  WS-SYNC-PROGRAM          PIC X(20) VALUE "./keepass-sync".
       01  WS-PAR-PROGRAM-FLAG      PIC X VALUE 'N'.
          88  WS-PAR-PROGRAM-OK     VALUE 'Y'.
      *> Local locks: a lock is a directory (mkdir either creates
      *> it or fails, atomically).
      *>   sync_master.lock - backup/merge/snapshot of the master,
      *>                      between the workers of one run
      *>   sync_chain.lock  - appends to the chained log files
      *>   sync_hold.lock   - rewrites of sync_hold.txt
      *> The chain and hold locks are taken by every keepass-sync
      *> process, parallel or not - cron, --daemon and the one-shot
      *> modes all append to the same files. Both are held for a
      *> moment only, so one older than WS-LL-STALE-AFTER seconds
      *> was left by a killed process and is broken.
      *> Waits are counted in seconds, one try a second.
       01  WS-LL-NAME               PIC X(30) VALUE SPACES.
       01  WS-LL-RC                 PIC S9(9) COMP-5 VALUE ZERO.
       01  WS-LL-GOT-FLAG           PIC X VALUE 'N'.
          88  WS-LL-GOT             VALUE 'Y'.
       01  WS-LL-WAITED             PIC 9(5) VALUE ZERO.
       01  WS-LL-LIMIT              PIC 9(5) VALUE ZERO.
       01  WS-LL-STALE-AFTER        PIC 9(5) VALUE ZERO.
       01  WS-LL-SHORT-STALE        PIC 9(5) VALUE 60.
       01  WS-LL-COMMAND            PIC X(200) VALUE SPACES.
       01  WS-LL-STALE-RC           PIC 9(4) VALUE ZERO.
       01  WS-MASTER-LOCK-MAX       PIC 9(5) VALUE 1800.
       01  WS-CHAIN-LOCK-MAX        PIC 9(5) VALUE 120.
       01  WS-MASTER-LOCKED-FLAG    PIC X VALUE 'N'.
          88  WS-MASTER-LOCKED      VALUE 'Y'.
       01  WS-CHAIN-LOCKED-FLAG     PIC X VALUE 'N'.
          88  WS-CHAIN-LOCKED       VALUE 'Y'.
      *> A worker uploads a private copy of the master taken under
      *> the master lock, so another site's merge landing mid-upload
      *> can never tear the file on the wire.
       01  WS-SNAP-PATH             PIC X(210) VALUE SPACES.
       01  WS-SUM-SOURCE            PIC X(210) VALUE SPACES.
       01  WS-LL-SLEEP              PIC X(10) VALUE "sleep 1".
       01  WS-HOLD-LOCKED-FLAG      PIC X VALUE 'N'.
          88  WS-HOLD-LOCKED        VALUE 'Y'.
      *> Bringing one site (--site) into service and taking it out
      *> again. --onboard seeds everything a nightly cycle expects to
      *> find; --retire packs up everything the site leaves behind
      *> into one dated bundle next to its backups:
      *>   backup_dir/retired_<site>_<date>_<time>.tar.gz
      *> WS-RETIRE-GLOBS is a shell word list, with $S standing for
      *> the site name and $D for an eight-digit date.
       01  WS-ONBOARD-FLAG          PIC X VALUE 'N'.
          88  WS-ONBOARD            VALUE 'Y'.
       01  WS-RETIRE-FLAG           PIC X VALUE 'N'.
          88  WS-RETIRE             VALUE 'Y'.
       01  WS-RETIRE-STAGE          PIC X(60) VALUE SPACES.
       01  WS-RETIRE-BUNDLE         PIC X(270) VALUE SPACES.
       01  WS-RETIRE-GLOBS          PIC X(250) VALUE SPACES.
       01  WS-RETIRE-RECORDS        PIC X(30) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PARA.

           PERFORM PARSE-COMMAND-LINE

           *> Checking the log chain needs no configuration, and must
           *> not append to the files it is checking.
           IF WS-VERIFY-LOG
               PERFORM VERIFY-LOG-MODE
           END-IF

           *> Load configuration (simplified)
           PERFORM LOAD-CONFIG

           IF WS-CONFIG-HISTORY
               PERFORM CONFIG-HISTORY-MODE
               STOP RUN RETURNING 0
           END-IF

           *> Record what changed in config.json since the last run
           *> saw it. A --check-config run is vetting a change that
           *> is not live yet, so it leaves the trail alone.
           *> A worker's parent has already done this for the run.
           IF NOT WS-CHECK-CONFIG AND NOT WS-WORKER
               PERFORM TRACK-CONFIG-CHANGES
           END-IF

           IF WS-CHECK-CONFIG
               PERFORM CHECK-CONFIG-MODE
           END-IF
               PERFORM VERIFY-BACKUPS-MODE
           END-IF

           IF WS-CHANGES
               PERFORM CHANGES-MODE
               STOP RUN RETURNING 0
           END-IF

           IF WS-RECONCILE
               PERFORM RECONCILE-MODE
           END-IF

           IF WS-AUDIT
               PERFORM AUDIT-MODE
               STOP RUN RETURNING 0
           END-IF

           IF WS-ONBOARD
               PERFORM ONBOARD-MODE
           END-IF

           IF WS-RETIRE
               PERFORM RETIRE-MODE
           END-IF

           IF WS-BACKUP-ONLY
               *> Ad-hoc mode with no end-of-run digest flush - a
               *> failed backup's notification must go out directly.
               STOP RUN RETURNING 0
           END-IF

           IF WS-WORKER
               PERFORM WORKER-MODE
               STOP RUN RETURNING 0
           END-IF

           IF WS-DRY-RUN
               DISPLAY "Dry run - download and merge only, no upload"
           ELSE
           END-IF

           *> Run the full backup/download/merge/upload cycle once per
           *> configured site, in config.json order - or, with
           *> max_parallel_sites set, several sites at a time. A
           *> dry run is an operator watching the console, so it
           *> keeps the one-after-another order.
           IF WS-MAX-PARALLEL > 1 AND WS-SITE-COUNT > 1
                   AND NOT WS-DRY-RUN
               PERFORM PAR-CHECK-PROGRAM
           END-IF
           IF WS-PAR-PROGRAM-OK
               PERFORM RUN-SITES-PARALLEL
           ELSE
               PERFORM SYNC-SITE-CYCLE
                   VARYING WS-SITE-IX FROM 1 BY 1
                   UNTIL WS-SITE-IX > WS-SITE-COUNT
           END-IF

           IF WS-DRY-RUN
               PERFORM PRINT-RUN-SUMMARY
           IF WS-LOCK-HELD
               PERFORM RELEASE-REMOTE-LOCK
           END-IF
           PERFORM RELEASE-MASTER-LOCK
           PERFORM CLEANUP-SCOPED-VAULT.

       BACKUP-ONLY-SITE.
           PERFORM PERFORM-RESTORE.

       SELECT-REQUESTED-SITE.
           *> --site picks the vault to restore (or the site to
           *> onboard or retire); without it the first (or only)
           *> configured site is assumed.
           MOVE 1 TO WS-SITE-IX
           IF WS-SITE-ARG NOT = SPACES
               MOVE 'N' TO WS-SITE-FOUND-FLAG
               MOVE 'Y' TO WS-SITE-FOUND-FLAG
           END-IF.

       ONBOARD-MODE.
           *> --onboard --site x: bring a site just added to
           *> config.json into service. Its directories are made, a
           *> first backup starts its catalog, its first copy (cut
           *> down to export_group where one is set) is uploaded and
           *> read back, and the synced-state and last-good-size
           *> markers are written - so the first nightly cycle finds
           *> the site already in step and runs as an ordinary
           *> incremental one.
           DISPLAY "--- Onboard site ---"
           IF WS-SITE-ARG = SPACES
               DISPLAY "--onboard needs --site <name>"
               STOP RUN RETURNING 1
           END-IF
           *> Ad-hoc mode - notifications go out directly.
           MOVE 'N' TO WS-DIGEST-FLAG
           PERFORM SELECT-REQUESTED-SITE
           PERFORM SET-ACTIVE-SITE

           *> A synced state on file means the site is in service
           *> already; pushing the master over it again would throw
           *> away whatever the site has changed since its last
           *> cycle. --force re-seeds a site on purpose.
           PERFORM BUILD-STATE-NAME
           MOVE SPACES TO WS-COMMAND
           STRING "[ -f " DELIMITED BY SIZE
                  WS-STATE-FILE DELIMITED BY SPACE
                  " ]" DELIMITED BY SIZE
                  INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND RETURNING WS-RETURN-CODE
           IF WS-RETURN-CODE = 0 AND NOT WS-FORCE-RUN
               DISPLAY "Site " FUNCTION TRIM(WS-CURRENT-SITE)
                   " is already onboarded (synced state on file)"
               DISPLAY "(rerun with --force to onboard it again)"
               STOP RUN RETURNING 1
           END-IF

           MOVE "ONBOARD-MODE: onboarding started" TO WS-LOG-MESSAGE
           PERFORM WRITE-LOG-ENTRY
           PERFORM RESOLVE-SITE-CREDENTIAL
           IF WS-SITE-NOT-FAILED
               PERFORM ONBOARD-PREPARE-DIRS
           END-IF

           IF WS-SITE-NOT-FAILED
               PERFORM MARK-STEP-START
               PERFORM CREATE-BACKUP
               PERFORM TAKE-STEP-SECONDS
               MOVE WS-STEP-SECS TO WS-HIST-BACKUP-SECS
               IF WS-BACKUP-OK
                   MOVE "backup" TO WS-HIST-STEP
               ELSE
                   MOVE "backup" TO WS-FAIL-STEP
                   PERFORM MARK-SITE-FAILED
               END-IF
           END-IF

           IF WS-SITE-NOT-FAILED
               PERFORM ACQUIRE-REMOTE-LOCK
           END-IF

           IF WS-SITE-NOT-FAILED
               PERFORM ONBOARD-FIRST-UPLOAD
           END-IF

           PERFORM RECORD-SITE-OUTCOME
           IF WS-SITE-FAILED
               DISPLAY "Onboarding of site "
                   FUNCTION TRIM(WS-CURRENT-SITE)
                   " failed at " FUNCTION TRIM(WS-FAIL-STEP)
               MOVE "ONBOARD-MODE: onboarding failed" TO WS-LOG-MESSAGE
               PERFORM WRITE-LOG-ENTRY
               PERFORM WRITE-HISTORY-RECORD
               STOP RUN RETURNING 1
           END-IF

           *> "onboarded", not "ok": the record carries no download
           *> or merge, so it stays out of the nightly averages.
           MOVE "onboarded" TO WS-SITE-STATUS (WS-SITE-IX)
           PERFORM WRITE-HISTORY-RECORD
           MOVE "ONBOARD-MODE: site onboarded" TO WS-LOG-MESSAGE
           PERFORM WRITE-LOG-ENTRY
           DISPLAY "Site " FUNCTION TRIM(WS-CURRENT-SITE)
               " onboarded - the next cycle syncs it incrementally"
           STOP RUN RETURNING 0.

       ONBOARD-PREPARE-DIRS.
           *> backup_dir with its quarantine folder, and the folder
           *> downloads land in. The master has to be there already -
           *> onboarding hands out a copy of it, it never makes one.
           MOVE SPACES TO WS-COMMAND
           STRING "mkdir -p " DELIMITED BY SIZE
                  WS-CONFIG-BACKUP-DIR DELIMITED BY SPACE
                  "/quarantine && mkdir -p ""$(dirname "
                      DELIMITED BY SIZE
                  WS-CONFIG-TEMP DELIMITED BY SPACE
                  ")"" 2>/dev/null" DELIMITED BY SIZE
                  INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND RETURNING WS-RETURN-CODE
           IF WS-RETURN-CODE NOT = 0
               DISPLAY "ERROR: cannot create the site's directories"
               MOVE "ONBOARD-PREPARE-DIRS: mkdir failed"
                   TO WS-LOG-MESSAGE
               PERFORM WRITE-LOG-ENTRY
               MOVE "prepare" TO WS-FAIL-STEP
               PERFORM MARK-SITE-FAILED
           ELSE
               MOVE SPACES TO WS-COMMAND
               STRING "[ -f " DELIMITED BY SIZE
                      WS-CONFIG-LOCAL DELIMITED BY SPACE
                      " ]" DELIMITED BY SIZE
                      INTO WS-COMMAND
               CALL "SYSTEM" USING WS-COMMAND RETURNING WS-RETURN-CODE
               IF WS-RETURN-CODE NOT = 0
                   DISPLAY "ERROR: master database not found: "
                       FUNCTION TRIM(WS-CONFIG-LOCAL)
                   MOVE "ONBOARD-PREPARE-DIRS: master database missing"
                       TO WS-LOG-MESSAGE
                   PERFORM WRITE-LOG-ENTRY
                   MOVE "prepare" TO WS-FAIL-STEP
                   PERFORM MARK-SITE-FAILED
               ELSE
                   MOVE "ONBOARD-PREPARE-DIRS: site directories ready"
                       TO WS-LOG-MESSAGE
                   PERFORM WRITE-LOG-ENTRY
               END-IF
           END-IF.

       ONBOARD-FIRST-UPLOAD.
           *> The same scope/upload/read-back sequence a cycle ends
           *> with (see APPROVE-HELD-SITE), run under the remote lock
           *> taken by the caller. Anything already at the remote
           *> path is rotated aside as a generation, not overwritten.
           IF WS-CONFIG-EXPORT-GROUP NOT = SPACES
               PERFORM BUILD-SCOPED-VAULT
               IF WS-SCOPE-OK
                   MOVE WS-SCOPED-PATH TO WS-UPLOAD-SOURCE
               ELSE
                   MOVE "ONBOARD-FIRST-UPLOAD: group scoping failed"
                       TO WS-LOG-MESSAGE
                   PERFORM WRITE-LOG-ENTRY
                   MOVE "critical" TO WS-NOTIFY-SEVERITY
                   PERFORM SEND-NOTIFICATION
                   MOVE "scope" TO WS-FAIL-STEP
                   PERFORM MARK-SITE-FAILED
               END-IF
           END-IF
           IF WS-SITE-NOT-FAILED
               MOVE 'N' TO WS-SUCCESS-FLAG
               PERFORM MARK-STEP-START
               PERFORM UPLOAD-FILE
               IF WS-FAILED
                   DISPLAY "ERROR: Upload failed"
                   MOVE "ONBOARD-FIRST-UPLOAD: upload failed"
                       TO WS-LOG-MESSAGE
                   PERFORM WRITE-LOG-ENTRY
                   MOVE "upload" TO WS-FAIL-STEP
                   PERFORM MARK-SITE-FAILED
               ELSE
                   PERFORM VERIFY-UPLOAD
                   IF WS-SITE-NOT-FAILED
                       PERFORM RELEASE-REMOTE-LOCK
                       MOVE WS-UPLOAD-SOURCE TO WS-SIZE-PATH
                       PERFORM GET-FILE-SIZE
                       ADD WS-FILE-SIZE TO WS-HIST-BYTES
                       MOVE "verify" TO WS-HIST-STEP
                       PERFORM RECORD-SYNCED-STATE
                       PERFORM ONBOARD-SEED-GOOD-SIZE
                       PERFORM CLEANUP-SCOPED-VAULT
                   END-IF
               END-IF
               PERFORM TAKE-STEP-SECONDS
               MOVE WS-STEP-SECS TO WS-HIST-UL-SECS
           END-IF.

       ONBOARD-SEED-GOOD-SIZE.
           *> What was just verified at the remote is what the first
           *> nightly download will fetch - its size is the yardstick
           *> VALIDATE-DOWNLOAD holds that download against.
           MOVE SPACES TO WS-LAST-GOOD-FILE
           STRING WS-CONFIG-BACKUP-DIR DELIMITED BY SPACE
                  "/last_good_size_" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CURRENT-SITE) DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-LAST-GOOD-FILE
           END-STRING
           MOVE SPACES TO WS-COMMAND
           STRING "stat -c %s " DELIMITED BY SIZE
                  WS-UPLOAD-SOURCE DELIMITED BY SPACE
                  " > " DELIMITED BY SIZE
                  WS-LAST-GOOD-FILE DELIMITED BY SPACE
                  INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND.

       RETIRE-MODE.
           *> --retire --site x: take a site out of service for good.
           *> Nothing is removed at the server until a final backup
           *> has been taken and the retirement bundle - which also
           *> holds the site's last remote copy - is safely on disk.
           *> The shared history and change journal are copied from,
           *> never cut - the history's hash chain must stay whole
           *> and the journal is everyone's record.
           DISPLAY "--- Retire site ---"
           IF WS-SITE-ARG = SPACES
               DISPLAY "--retire needs --site <name>"
               STOP RUN RETURNING 1
           END-IF
           MOVE 'N' TO WS-DIGEST-FLAG
           PERFORM SELECT-REQUESTED-SITE
           PERFORM SET-ACTIVE-SITE
           MOVE "RETIRE-MODE: retirement started" TO WS-LOG-MESSAGE
           PERFORM WRITE-LOG-ENTRY

           PERFORM RESOLVE-SITE-CREDENTIAL
           IF WS-SITE-NOT-FAILED
               PERFORM CREATE-BACKUP
               IF NOT WS-BACKUP-OK
                   MOVE "backup" TO WS-FAIL-STEP
                   PERFORM MARK-SITE-FAILED
               END-IF
           END-IF

           *> The lock keeps another workstation's cycle from
           *> re-uploading the vault while it is being taken down.
           IF WS-SITE-NOT-FAILED
               PERFORM ACQUIRE-REMOTE-LOCK
           END-IF

           IF WS-SITE-NOT-FAILED
               PERFORM RETIRE-BUILD-BUNDLE
           END-IF

           IF WS-SITE-NOT-FAILED
               PERFORM RETIRE-REMOTE-FILES
           END-IF

           IF WS-SITE-FAILED
               DISPLAY "Retirement of site "
                   FUNCTION TRIM(WS-CURRENT-SITE)
                   " stopped at " FUNCTION TRIM(WS-FAIL-STEP)
               MOVE "RETIRE-MODE: retirement failed" TO WS-LOG-MESSAGE
               PERFORM WRITE-LOG-ENTRY
               MOVE "warning" TO WS-NOTIFY-SEVERITY
               PERFORM SEND-NOTIFICATION
               STOP RUN RETURNING 1
           END-IF

           PERFORM CLEAR-SITE-HOLD
           PERFORM CLEAR-FAIL-COUNTER
           MOVE "retired" TO WS-SITE-STATUS (WS-SITE-IX)
           MOVE "retire" TO WS-HIST-STEP
           PERFORM WRITE-HISTORY-RECORD
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING "RETIRE-MODE: site retired, bundle "
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RETIRE-STAGE) DELIMITED BY SIZE
                  ".tar.gz" DELIMITED BY SIZE
                  INTO WS-LOG-MESSAGE
           END-STRING
           PERFORM WRITE-LOG-ENTRY
           DISPLAY "Site " FUNCTION TRIM(WS-CURRENT-SITE) " retired"
           DISPLAY "Retirement bundle: " FUNCTION TRIM(WS-RETIRE-BUNDLE)
           DISPLAY "Remove the site from config.json before the next"
               " cycle"
           STOP RUN RETURNING 0.

       RETIRE-BUILD-BUNDLE.
           *> Staging folder first (umask 077 - merge and audit
           *> reports name entries), then the site's own lines out of
           *> the shared records, its last remote copy, and its files
           *> out of backup_dir. Only a bundle that tar wrote in full
           *> lets the staging folder go.
           MOVE SPACES TO WS-RETIRE-STAGE
           STRING "retired_" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CURRENT-SITE) DELIMITED BY SIZE
                  "_" DELIMITED BY SIZE
                  WS-DATE DELIMITED BY SIZE
                  "_" DELIMITED BY SIZE
                  WS-TIME DELIMITED BY SIZE
                  INTO WS-RETIRE-STAGE
           END-STRING
           MOVE SPACES TO WS-RETIRE-BUNDLE
           STRING WS-CONFIG-BACKUP-DIR DELIMITED BY SPACE
                  "/" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RETIRE-STAGE) DELIMITED BY SIZE
                  ".tar.gz" DELIMITED BY SIZE
                  INTO WS-RETIRE-BUNDLE
           END-STRING

           MOVE SPACES TO WS-COMMAND
           STRING "umask 077; mkdir -p " DELIMITED BY SIZE
                  WS-CONFIG-BACKUP-DIR DELIMITED BY SPACE
                  "/" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RETIRE-STAGE) DELIMITED BY SIZE
                  INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND RETURNING WS-RETURN-CODE
           IF WS-RETURN-CODE NOT = 0
               DISPLAY "ERROR: cannot create the retirement folder"
               MOVE "RETIRE-BUILD-BUNDLE: staging folder failed"
                   TO WS-LOG-MESSAGE
               PERFORM WRITE-LOG-ENTRY
               MOVE "bundle" TO WS-FAIL-STEP
               PERFORM MARK-SITE-FAILED
           END-IF

           IF WS-SITE-NOT-FAILED
               MOVE "sync_history.txt" TO WS-RETIRE-RECORDS
               PERFORM RETIRE-COPY-RECORDS
               MOVE "sync_changes.txt" TO WS-RETIRE-RECORDS
               PERFORM RETIRE-COPY-RECORDS
               PERFORM RETIRE-FETCH-REMOTE
           END-IF

           IF WS-SITE-NOT-FAILED
               MOVE SPACES TO WS-RETIRE-GLOBS
               STRING "backup_catalog_${S}.txt " DELIMITED BY SIZE
                      "last_synced_state_${S}.txt " DELIMITED BY SIZE
                      "last_good_size_${S}.txt " DELIMITED BY SIZE
                      "fail_count_${S}.txt " DELIMITED BY SIZE
                      "audit_history_${S}.txt " DELIMITED BY SIZE
                      "audit_stale_${S}.txt " DELIMITED BY SIZE
                      "keepass_passwords_${S}_${D}_*" DELIMITED BY SIZE
                      INTO WS-RETIRE-GLOBS
               END-STRING
               PERFORM RETIRE-MOVE-FILES
               MOVE SPACES TO WS-RETIRE-GLOBS
               STRING "merge_report_${S}_${D}_* " DELIMITED BY SIZE
                      "conflict_report_${S}_${D}_* " DELIMITED BY SIZE
                      "reconcile_report_${S}_${D}_* " DELIMITED BY SIZE
                      "audit_report_${S}_${D}_* " DELIMITED BY SIZE
                      "audit_${S}_${D}_* " DELIMITED BY SIZE
                      "backup_verify_${S}_${D}_* " DELIMITED BY SIZE
                      "quarantine/keepass_${S}_${D}*" DELIMITED BY SIZE
                      INTO WS-RETIRE-GLOBS
               END-STRING
               PERFORM RETIRE-MOVE-FILES

               MOVE SPACES TO WS-COMMAND
               STRING "cd " DELIMITED BY SIZE
                      WS-CONFIG-BACKUP-DIR DELIMITED BY SPACE
                      " && umask 077 && tar czf " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RETIRE-STAGE) DELIMITED BY SIZE
                      ".tar.gz " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RETIRE-STAGE) DELIMITED BY SIZE
                      " 2>/dev/null && rm -rf " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RETIRE-STAGE) DELIMITED BY SIZE
                      INTO WS-COMMAND
               CALL "SYSTEM" USING WS-COMMAND RETURNING WS-RETURN-CODE
               IF WS-RETURN-CODE = 0
                   DISPLAY "Retirement bundle written"
                   MOVE "RETIRE-BUILD-BUNDLE: retirement bundle written"
                       TO WS-LOG-MESSAGE
                   PERFORM WRITE-LOG-ENTRY
               ELSE
                   DISPLAY "ERROR: could not write the retirement"
                       " bundle - the site's files are in "
                       FUNCTION TRIM(WS-CONFIG-BACKUP-DIR) "/"
                       FUNCTION TRIM(WS-RETIRE-STAGE)
                   MOVE "RETIRE-BUILD-BUNDLE: tar of the bundle failed"
                       TO WS-LOG-MESSAGE
                   PERFORM WRITE-LOG-ENTRY
                   MOVE "bundle" TO WS-FAIL-STEP
                   PERFORM MARK-SITE-FAILED
               END-IF
           END-IF.

       RETIRE-COPY-RECORDS.
           *> This site's lines (third field) of the shared record
           *> file named in WS-RETIRE-RECORDS, into a file of the same
           *> name in the staging folder.
           MOVE SPACES TO WS-COMMAND
           STRING "awk '$3==""" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CURRENT-SITE) DELIMITED BY SIZE
                  """' " DELIMITED BY SIZE
                  WS-RETIRE-RECORDS DELIMITED BY SPACE
                  " > " DELIMITED BY SIZE
                  WS-CONFIG-BACKUP-DIR DELIMITED BY SPACE
                  "/" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RETIRE-STAGE) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  WS-RETIRE-RECORDS DELIMITED BY SPACE
                  " 2>/dev/null" DELIMITED BY SIZE
                  INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND.

       RETIRE-FETCH-REMOTE.
           *> The site's live vault may hold changes no cycle has
           *> merged yet - it goes into the bundle before the server
           *> copy is deleted. A vault that is there but cannot be
           *> fetched stops the retirement; no vault at all (a site
           *> that never got its first upload) is fine.
           MOVE WS-CONFIG-REMOTE TO WS-XFER-REMOTE
           PERFORM REMOTE-EXISTS
           IF WS-RETURN-CODE = 0
               MOVE SPACES TO WS-XFER-LOCAL
               STRING WS-CONFIG-BACKUP-DIR DELIMITED BY SPACE
                      "/" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RETIRE-STAGE) DELIMITED BY SIZE
                      "/remote_final.kdbx" DELIMITED BY SIZE
                      INTO WS-XFER-LOCAL
               END-STRING
               MOVE WS-CONFIG-REMOTE TO WS-XFER-REMOTE
               MOVE 'N' TO WS-SUCCESS-FLAG
               PERFORM DOWNLOAD-BY-PROTOCOL
               IF WS-FAILED
                   DISPLAY "ERROR: could not fetch the site's remote"
                       " vault - nothing removed at the server"
                   MOVE "RETIRE-FETCH-REMOTE: final download failed"
                       TO WS-LOG-MESSAGE
                   PERFORM WRITE-LOG-ENTRY
                   MOVE "fetch" TO WS-FAIL-STEP
                   PERFORM MARK-SITE-FAILED
               ELSE
                   MOVE "RETIRE-FETCH-REMOTE: last remote copy saved"
                       TO WS-LOG-MESSAGE
                   PERFORM WRITE-LOG-ENTRY
               END-IF
           ELSE
               DISPLAY "No remote vault at the site - nothing to fetch"
           END-IF.

       RETIRE-MOVE-FILES.
           *> Move whatever of WS-RETIRE-GLOBS exists in backup_dir
           *> into the staging folder. The date in the patterns keeps
           *> a site "hq" from sweeping up site "hq_east"'s files.
           MOVE SPACES TO WS-COMMAND
           STRING "cd " DELIMITED BY SIZE
                  WS-CONFIG-BACKUP-DIR DELIMITED BY SPACE
                  " && S='" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CURRENT-SITE) DELIMITED BY SIZE
                  "' && D='[0-9][0-9][0-9][0-9]" DELIMITED BY SIZE
                  "[0-9][0-9][0-9][0-9]' && for f in "
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RETIRE-GLOBS) DELIMITED BY SIZE
                  "; do [ -e ""$f"" ] && mv -f ""$f"" "
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-RETIRE-STAGE) DELIMITED BY SIZE
                  "/; done" DELIMITED BY SIZE
                  INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND.

       RETIRE-REMOTE-FILES.
           *> Everything of the site's at the server: the rotated
           *> generations (pruned down to none), a half-finished
           *> .uploading copy, the live vault, and last of all the
           *> lock this run holds. A vault or generation still
           *> listed afterwards fails the retirement.
           MOVE 0 TO WS-REMOTE-GENS
           PERFORM PRUNE-REMOTE-GENERATIONS
           MOVE SPACES TO WS-XFER-REMOTE
           STRING WS-CONFIG-REMOTE DELIMITED BY SPACE
                  ".uploading" DELIMITED BY SIZE
                  INTO WS-XFER-REMOTE
           END-STRING
           PERFORM REMOTE-DELETE
           MOVE WS-CONFIG-REMOTE TO WS-XFER-REMOTE
           PERFORM REMOTE-DELETE

           PERFORM REMOVE-WORK-FILE
           PERFORM LIST-REMOTE-GENERATIONS
           MOVE 0 TO WS-GEN-COUNT
           OPEN INPUT WORK-FILE
           IF WS-WORK-STATUS = "00"
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM READ-GENERATION-RECORD UNTIL WS-EOF
               CLOSE WORK-FILE
           END-IF
           PERFORM REMOVE-WORK-FILE
           MOVE WS-CONFIG-REMOTE TO WS-XFER-REMOTE
           PERFORM REMOTE-EXISTS
           IF WS-RETURN-CODE = 0 OR WS-GEN-COUNT > 0
               DISPLAY "ERROR: the site's remote vault files could"
                   " not all be removed"
               MOVE "RETIRE-REMOTE-FILES: remote files left behind"
                   TO WS-LOG-MESSAGE
               PERFORM WRITE-LOG-ENTRY
               MOVE "remote-delete" TO WS-FAIL-STEP
               PERFORM MARK-SITE-FAILED
           ELSE
               MOVE "RETIRE-REMOTE-FILES: remote vault files removed"
                   TO WS-LOG-MESSAGE
               PERFORM WRITE-LOG-ENTRY
               PERFORM RELEASE-REMOTE-LOCK
           END-IF.

       LOAD-BACKUP-CATALOG.
           *> The catalog lives in the site's backup_dir, so stage it
           *> through the fixed-name work file for reading. The
           *> catalog is append-only history; only the NEWEST
           *> WS-CAT-MAX rows fit the table, and those are the ones a
           *> restore can actually use - the oldest rows describe
           *> backups PRUNE-BACKUPS has long since deleted.
           PERFORM BUILD-CATALOG-NAME
           PERFORM REMOVE-WORK-FILE
           MOVE SPACES TO WS-COMMAND
           STRING "tail -n " DELIMITED BY SIZE
                  WS-CAT-MAX DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CATALOG-FILE DELIMITED BY SPACE
                  " > " DELIMITED BY SIZE
                  WS-WORK-FILE-NAME DELIMITED BY SPACE
                  " 2>/dev/null" DELIMITED BY SIZE
                  INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND

           MOVE 0 TO WS-CAT-COUNT
           OPEN INPUT WORK-FILE
           IF WS-WORK-STATUS = "00"
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM READ-CATALOG-RECORD UNTIL WS-EOF
               CLOSE WORK-FILE
           END-IF
           PERFORM REMOVE-WORK-FILE.

       READ-CATALOG-RECORD.
           READ WORK-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   PERFORM PARSE-CATALOG-LINE
           END-READ.

       PARSE-CATALOG-LINE.
           IF WS-CAT-COUNT < WS-CAT-MAX AND WORK-LINE NOT = SPACES
               ADD 1 TO WS-CAT-COUNT
               UNSTRING WORK-LINE DELIMITED BY ALL " "
                   INTO WS-CAT-DATE (WS-CAT-COUNT)
                        WS-CAT-TIME (WS-CAT-COUNT)
                        WS-CAT-PATH (WS-CAT-COUNT)
                        WS-CAT-SIZE (WS-CAT-COUNT)
                        WS-CAT-SUM (WS-CAT-COUNT)
                        WS-CAT-REPORT (WS-CAT-COUNT)
               END-UNSTRING
           END-IF.

       DISPLAY-CATALOG-LINE.
           DISPLAY "  " WS-CAT-IX ") "
               WS-CAT-DATE (WS-CAT-IX) " "
               WS-CAT-TIME (WS-CAT-IX) " "
               FUNCTION TRIM(WS-CAT-PATH (WS-CAT-IX)) " ("
               FUNCTION TRIM(WS-CAT-SIZE (WS-CAT-IX)) " bytes)".

       PERFORM-RESTORE.
           *> The chosen file must still exist (PRUNE-BACKUPS may have
           *> aged it out since it was cataloged) and still match the
           *> checksum recorded when it was taken.
           MOVE SPACES TO WS-COMMAND
           STRING "[ -f " DELIMITED BY SIZE
                  WS-CAT-PATH (WS-CAT-IX) DELIMITED BY SPACE
                  " ] && [ ""$(sha256sum " DELIMITED BY SIZE
                  WS-CAT-PATH (WS-CAT-IX) DELIMITED BY SPACE
                  " | cut -d' ' -f1)"" = """ DELIMITED BY SIZE
                  WS-CAT-SUM (WS-CAT-IX) DELIMITED BY SPACE
                  """ ]" DELIMITED BY SIZE
                  INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND RETURNING WS-RETURN-CODE

           IF WS-RETURN-CODE NOT = 0
               DISPLAY "ERROR: backup file is missing or its checksum"
                   " no longer matches the catalog - not restoring"
               MOVE "PERFORM-RESTORE: backup failed checksum, refused"
                   TO WS-LOG-MESSAGE
               PERFORM WRITE-LOG-ENTRY
               STOP RUN RETURNING 1
           END-IF

           *> Set the current database aside first - a restore must
           *> never be the thing that loses data.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RESTORE-STAMP
           MOVE SPACES TO WS-COMMAND
           STRING "[ -f " DELIMITED BY SIZE
                  WS-CONFIG-LOCAL DELIMITED BY SPACE
                  " ] && cp -p " DELIMITED BY SIZE
                  WS-CONFIG-LOCAL DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-CONFIG-LOCAL DELIMITED BY SPACE
                  ".prerestore_" DELIMITED BY SIZE
                  WS-RESTORE-STAMP DELIMITED BY SIZE
                  INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND

           MOVE SPACES TO WS-COMMAND
           STRING "cp -p " DELIMITED BY SIZE
                  WS-CAT-PATH (WS-CAT-IX) DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-CONFIG-LOCAL DELIMITED BY SPACE
                  INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND RETURNING WS-RETURN-CODE

           IF WS-RETURN-CODE = 0
               DISPLAY "Restored "
                   FUNCTION TRIM(WS-CAT-PATH (WS-CAT-IX))
               DISPLAY "Previous database kept as "
                   FUNCTION TRIM(WS-CONFIG-LOCAL) ".prerestore_"
                   WS-RESTORE-STAMP
               DISPLAY "Merge report of that cycle: "
                   FUNCTION TRIM(WS-CAT-REPORT (WS-CAT-IX))
               MOVE "PERFORM-RESTORE: backup restored over local"
                   TO WS-LOG-MESSAGE
               PERFORM WRITE-LOG-ENTRY
           ELSE
               DISPLAY "ERROR: restore copy failed"
               MOVE "PERFORM-RESTORE: restore copy failed"
                   TO WS-LOG-MESSAGE
               PERFORM WRITE-LOG-ENTRY
               STOP RUN RETURNING 1
           END-IF.

       CHECK-CONFIG-MODE.
           *> --check-config: parse-and-probe pass over config.json
           *> with no sync side effects. Reports, per site: keys the
           *> parser does not recognize, unlock material missing on
           *> disk, a local_path that is absent or not a KDBX file, a
           *> backup_dir that cannot be created, an unknown protocol,
           *> and (with --probe) a remote vault the site's own
           *> credentials cannot see. Nonzero exit on any finding.
           DISPLAY "--- Configuration preflight check ---"
           MOVE 0 TO WS-FINDINGS

           PERFORM REPORT-UNKNOWN-KEY
               VARYING WS-UNK-IX FROM 1 BY 1
               UNTIL WS-UNK-IX > WS-UNK-USED

           IF WS-BREACH-PATH NOT = SPACES
               MOVE "(global)" TO WS-CURRENT-SITE
               MOVE WS-BREACH-PATH TO WS-CHK-PATH
               MOVE "breach_hash_file" TO WS-CHK-LABEL
               PERFORM CHECK-FILE-PRESENT
           END-IF

           PERFORM CHECK-SITE-CONFIG
               VARYING WS-SITE-IX FROM 1 BY 1
               UNTIL WS-SITE-IX > WS-SITE-COUNT

           MOVE SPACES TO WS-CURRENT-SITE
           DISPLAY " "
           IF WS-FINDINGS = 0
               DISPLAY "Configuration check passed - no findings"
               MOVE "CHECK-CONFIG-MODE: check passed, no findings"
                   TO WS-LOG-MESSAGE
               PERFORM WRITE-LOG-ENTRY
               STOP RUN RETURNING 0
           END-IF
           DISPLAY "Configuration check found " WS-FINDINGS
               " problem(s) - fix before the nightly run"
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING "CHECK-CONFIG-MODE: check failed, findings="
                  DELIMITED BY SIZE
                  WS-FINDINGS DELIMITED BY SIZE
                  INTO WS-LOG-MESSAGE
           PERFORM WRITE-LOG-ENTRY
           STOP RUN RETURNING 1.

       REPORT-UNKNOWN-KEY.
           ADD 1 TO WS-FINDINGS
           DISPLAY "FINDING [" FUNCTION TRIM(
               WS-UNK-SITE (WS-UNK-IX))
               "] unrecognized key """
               FUNCTION TRIM(WS-UNK-KEY (WS-UNK-IX))
               """ - setting is silently ignored".

       CHECK-SITE-CONFIG.
           PERFORM SET-ACTIVE-SITE

           IF WS-CONFIG-KEY-FILE NOT = SPACES
               MOVE WS-CONFIG-KEY-FILE TO WS-CHK-PATH
               MOVE "key_file" TO WS-CHK-LABEL
               PERFORM CHECK-FILE-PRESENT
           END-IF
           IF WS-CONFIG-PW-FILE NOT = SPACES
               MOVE WS-CONFIG-PW-FILE TO WS-CHK-PATH
               MOVE "password_file" TO WS-CHK-LABEL
               PERFORM CHECK-FILE-PRESENT
           END-IF
           IF WS-CONFIG-SRC-KEY-FILE NOT = SPACES
               MOVE WS-CONFIG-SRC-KEY-FILE TO WS-CHK-PATH
               MOVE "source_key_file" TO WS-CHK-LABEL
               PERFORM CHECK-FILE-PRESENT
           END-IF
           IF WS-CONFIG-SRC-PW-FILE NOT = SPACES
               MOVE WS-CONFIG-SRC-PW-FILE TO WS-CHK-PATH
               MOVE "source_password_file" TO WS-CHK-LABEL
               PERFORM CHECK-FILE-PRESENT
           END-IF

           *> local_path is the merge target - it must exist, and it
           *> must actually be a KDBX file (same signature test the
           *> download validation uses).
           MOVE SPACES TO WS-COMMAND
           STRING "[ -f " DELIMITED BY SIZE
                  WS-CONFIG-LOCAL DELIMITED BY SPACE
                  " ]" DELIMITED BY SIZE
                  INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND RETURNING WS-RETURN-CODE
           IF WS-RETURN-CODE NOT = 0
               ADD 1 TO WS-FINDINGS
               DISPLAY "FINDING [" FUNCTION TRIM(WS-CURRENT-SITE)
                   "] local_path not found: "
                   FUNCTION TRIM(WS-CONFIG-LOCAL)
           ELSE
               MOVE SPACES TO WS-COMMAND
               STRING "[ ""$(od -An -tx1 -N4 " DELIMITED BY SIZE
                      WS-CONFIG-LOCAL DELIMITED BY SPACE
                      " 2>/dev/null | tr -d ' \n')"" = ""03d9a29a"" ]"
                          DELIMITED BY SIZE
                      INTO WS-COMMAND
               CALL "SYSTEM" USING WS-COMMAND RETURNING WS-RETURN-CODE
               IF WS-RETURN-CODE NOT = 0
                   ADD 1 TO WS-FINDINGS
                   DISPLAY "FINDING ["
                       FUNCTION TRIM(WS-CURRENT-SITE)
                       "] local_path is not a KDBX database: "
                       FUNCTION TRIM(WS-CONFIG-LOCAL)
               END-IF
           END-IF

           MOVE SPACES TO WS-COMMAND
           STRING "mkdir -p " DELIMITED BY SIZE
                  WS-CONFIG-BACKUP-DIR DELIMITED BY SPACE
                  " 2>/dev/null" DELIMITED BY SIZE
                  INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND RETURNING WS-RETURN-CODE
           IF WS-RETURN-CODE NOT = 0
               ADD 1 TO WS-FINDINGS
               DISPLAY "FINDING [" FUNCTION TRIM(WS-CURRENT-SITE)
                   "] backup_dir cannot be created: "
                   FUNCTION TRIM(WS-CONFIG-BACKUP-DIR)
           END-IF

           EVALUATE WS-CONFIG-PROTOCOL
               WHEN "ftp"
               WHEN "sftp"
               WHEN "smb"
               WHEN "scp"
                   CONTINUE
               WHEN OTHER
                   ADD 1 TO WS-FINDINGS
                   DISPLAY "FINDING ["
                       FUNCTION TRIM(WS-CURRENT-SITE)
                       "] unknown protocol: "
                       FUNCTION TRIM(WS-CONFIG-PROTOCOL)
           END-EVALUATE

           *> credential_entry must name an entry the site's own
           *> unlock material can read a user and password from -
           *> the nightly run has no fallback. A password left in
           *> config.json beside it is dead weight and a leak.
           IF WS-CONFIG-CRED-ENTRY NOT = SPACES
               PERFORM READ-CREDENTIAL-ENTRY
               IF NOT WS-CRED-READ-OK
                   ADD 1 TO WS-FINDINGS
                   DISPLAY "FINDING ["
                       FUNCTION TRIM(WS-CURRENT-SITE)
                       "] credential_entry "
                       FUNCTION TRIM(WS-CONFIG-CRED-ENTRY) ": "
                       FUNCTION TRIM(WS-CRED-WHY)
               END-IF
               IF WS-SITE-PASSWORD (WS-SITE-IX) NOT = SPACES
                   ADD 1 TO WS-FINDINGS
                   DISPLAY "FINDING ["
                       FUNCTION TRIM(WS-CURRENT-SITE)
                       "] password set in config.json alongside"
                       " credential_entry - remove it"
               END-IF
           END-IF

           IF WS-CONFIG-EXPORT-GROUP NOT = SPACES
                   AND WS-CONFIG-KEY-FILE = SPACES
                   AND WS-CONFIG-PW-FILE = SPACES
               ADD 1 TO WS-FINDINGS
               DISPLAY "FINDING [" FUNCTION TRIM(WS-CURRENT-SITE)
                   "] export_group set but no key_file/"
                   "password_file to prune the upload copy with"
           END-IF

           IF WS-PROBE
               *> The strongest reachability test we have: list the
               *> remote vault with this site's own credentials. A
               *> dead host, bad password and wrong remote_path all
               *> fail the same way the 02:00 run would.
               MOVE WS-CONFIG-REMOTE TO WS-XFER-REMOTE
               PERFORM REMOTE-EXISTS
               IF WS-RETURN-CODE NOT = 0
                   ADD 1 TO WS-FINDINGS
                   DISPLAY "FINDING ["
                       FUNCTION TRIM(WS-CURRENT-SITE)
                       "] remote vault not reachable: "
                       FUNCTION TRIM(WS-CONFIG-HOST) " "
                       FUNCTION TRIM(WS-CONFIG-REMOTE)
               END-IF
           END-IF.

       CHECK-FILE-PRESENT.
           MOVE SPACES TO WS-COMMAND
           STRING "[ -f " DELIMITED BY SIZE
                  WS-CHK-PATH DELIMITED BY SPACE
                  " ]" DELIMITED BY SIZE
                  INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND RETURNING WS-RETURN-CODE
           IF WS-RETURN-CODE NOT = 0
               ADD 1 TO WS-FINDINGS
               DISPLAY "FINDING [" FUNCTION TRIM(WS-CURRENT-SITE)
                   "] " FUNCTION TRIM(WS-CHK-LABEL)
                   " not found on disk: "
                   FUNCTION TRIM(WS-CHK-PATH)
           END-IF.

       QUARANTINE-MODE.
           *> --quarantine: review one site's quarantined downloads.
           *> Lists date, size and the validation failure that parked
           *> each file, then takes one action per invocation - same
           *> interaction shape as RESTORE-MODE: a number runs
           *> keepassxc-cli db-info against that file (was it a
           *> transient truncation, or is it still unreadable?), P
           *> purges entries older than the purge age, 0 quits.
           DISPLAY "--- Quarantine review ---"
           *> Digest batching is for sync runs, which flush it at the
           *> end; this mode exits without a flush, so its growth
           *> alert must go out immediately or not at all.
           MOVE 'N' TO WS-DIGEST-FLAG
           PERFORM SELECT-REQUESTED-SITE
           PERFORM SET-ACTIVE-SITE
           MOVE SPACES TO WS-QUAR-DIR
           STRING WS-CONFIG-BACKUP-DIR DELIMITED BY SPACE
                  "/quarantine" DELIMITED BY SIZE
                  INTO WS-QUAR-DIR
           END-STRING
           PERFORM LOAD-QUARANTINE-LIST
           IF WS-QUAR-COUNT = 0
               DISPLAY "No quarantined downloads for site "
                   FUNCTION TRIM(WS-CURRENT-SITE)
           ELSE
               PERFORM ENRICH-QUARANTINE-ENTRY
                   VARYING WS-QUAR-IX FROM 1 BY 1
                   UNTIL WS-QUAR-IX > WS-QUAR-COUNT
               PERFORM DISPLAY-QUARANTINE-LINE
                   VARYING WS-QUAR-IX FROM 1 BY 1
                   UNTIL WS-QUAR-IX > WS-QUAR-COUNT
               PERFORM CHECK-QUARANTINE-GROWTH
               DISPLAY "Enter number for a db-info check, P to purge"
               DISPLAY "entries older than " WS-QUAR-PURGE-DAYS
                   " days, 0 to quit:"
               ACCEPT WS-CHOICE-X
               IF WS-CHOICE-X = "P" OR WS-CHOICE-X = "p"
                   PERFORM PURGE-QUARANTINE
               ELSE
                   COMPUTE WS-CHOICE = FUNCTION NUMVAL(WS-CHOICE-X)
                   IF WS-CHOICE >= 1 AND WS-CHOICE <= WS-QUAR-COUNT
                       MOVE WS-CHOICE TO WS-QUAR-IX
                       PERFORM INSPECT-QUARANTINE-FILE
                   END-IF
               END-IF
           END-IF.

       LOAD-QUARANTINE-LIST.
           PERFORM REMOVE-WORK-FILE
           MOVE SPACES TO WS-COMMAND
           STRING "ls -1t " DELIMITED BY SIZE
                  WS-QUAR-DIR DELIMITED BY SPACE
                  "/keepass_" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CURRENT-SITE) DELIMITED BY SIZE
                  "_*.kdbx.bad 2>/dev/null > " DELIMITED BY SIZE
                  WS-WORK-FILE-NAME DELIMITED BY SPACE
                  INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND

           MOVE 0 TO WS-QUAR-COUNT
           OPEN INPUT WORK-FILE
           IF WS-WORK-STATUS = "00"
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM READ-QUARANTINE-RECORD UNTIL WS-EOF
               CLOSE WORK-FILE
           END-IF
           PERFORM REMOVE-WORK-FILE.

       READ-QUARANTINE-RECORD.
           READ WORK-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   PERFORM PARSE-QUARANTINE-LINE
           END-READ.

       PARSE-QUARANTINE-LINE.
           *> File names end "_YYYYMMDDHHMMSS.kdbx.bad", so the stamp
           *> sits at a fixed distance from the end of the path -
           *> same trick the report program plays on merge reports.
           IF WS-QUAR-COUNT < WS-QUAR-MAX AND WORK-LINE NOT = SPACES
               ADD 1 TO WS-QUAR-COUNT
               MOVE FUNCTION TRIM(WORK-LINE)
                   TO WS-QUAR-PATH (WS-QUAR-COUNT)
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WORK-LINE))
                   TO WS-RLEN
               IF WS-RLEN > 23
                   MOVE WS-QUAR-PATH (WS-QUAR-COUNT)
                       (WS-RLEN - 22 : 14)
                       TO WS-QUAR-FDATE (WS-QUAR-COUNT)
               ELSE
                   MOVE SPACES TO WS-QUAR-FDATE (WS-QUAR-COUNT)
               END-IF
           END-IF.

       ENRICH-QUARANTINE-ENTRY.
           *> Size off the disk; reason back out of sync_log.txt by
           *> the quarantine minute (QUARANTINE-DOWNLOAD logs within
           *> the same minute it stamps the file name).
           MOVE WS-QUAR-PATH (WS-QUAR-IX) TO WS-SIZE-PATH
           PERFORM GET-FILE-SIZE
           MOVE WS-FILE-SIZE TO WS-QUAR-SIZE-ED
           MOVE WS-QUAR-SIZE-ED TO WS-QUAR-FSIZE (WS-QUAR-IX)

           PERFORM REMOVE-WORK-FILE
           *> sync_log.txt is shared by every site, so the line has
           *> to match this site's [tag] too - two sites quarantining
           *> in the same minute must not swap reasons.
           MOVE SPACES TO WS-COMMAND
           STRING "grep '^" DELIMITED BY SIZE
                  WS-QUAR-FDATE (WS-QUAR-IX) (1:12)
                      DELIMITED BY SIZE
                  "' sync_log.txt 2>/dev/null | grep '\["
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CURRENT-SITE) DELIMITED BY SIZE
                  "\]' | grep " DELIMITED BY SIZE
                  "'QUARANTINE-DOWNLOAD:' | sed -n "
                      DELIMITED BY SIZE
                  "'s/ #[0-9A-F]*$//;s/.*reason=//p'"
                      DELIMITED BY SIZE
                  " | head -1 > " DELIMITED BY SIZE
                  WS-WORK-FILE-NAME DELIMITED BY SPACE
                  INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
           MOVE "(not in log)" TO WS-QUAR-WHY (WS-QUAR-IX)
           OPEN INPUT WORK-FILE
           IF WS-WORK-STATUS = "00"
               READ WORK-FILE
                   NOT AT END
                       IF FUNCTION TRIM(WORK-LINE) NOT = SPACES
                           MOVE FUNCTION TRIM(WORK-LINE)
                               TO WS-QUAR-WHY (WS-QUAR-IX)
                       END-IF
               END-READ
               CLOSE WORK-FILE
           END-IF
           PERFORM REMOVE-WORK-FILE.

       DISPLAY-QUARANTINE-LINE.
           DISPLAY "  " WS-QUAR-IX ") "
               WS-QUAR-FDATE (WS-QUAR-IX) " "
               FUNCTION TRIM(WS-QUAR-FSIZE (WS-QUAR-IX))
               " bytes  reason: "
               FUNCTION TRIM(WS-QUAR-WHY (WS-QUAR-IX)).

       INSPECT-QUARANTINE-FILE.
           *> db-info with the same unlock material the download
           *> validation would use. A file that opens cleanly today
           *> was most likely a transfer truncated in flight; one
           *> that still refuses is genuine garbage from the remote.
           IF WS-CONFIG-KEY-FILE = SPACES
                   AND WS-CONFIG-PW-FILE = SPACES
                   AND WS-CONFIG-SRC-KEY-FILE = SPACES
                   AND WS-CONFIG-SRC-PW-FILE = SPACES
               DISPLAY "Site has no unlock material configured -"
                   " cannot open the file unattended"
           ELSE
               DISPLAY "Checking "
                   FUNCTION TRIM(WS-QUAR-PATH (WS-QUAR-IX)) " ..."
               PERFORM BUILD-VAL-UNLOCK
               MOVE SPACES TO WS-COMMAND
               STRING "keepassxc-cli db-info " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-VAL-OPTS) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-QUAR-PATH (WS-QUAR-IX) DELIMITED BY SPACE
                      " < " DELIMITED BY SIZE
                      WS-CRED-FILE-NAME DELIMITED BY SPACE
                      INTO WS-COMMAND
               CALL "SYSTEM" USING WS-COMMAND RETURNING WS-RETURN-CODE
               PERFORM CLEANUP-CRED-FILE
               IF WS-RETURN-CODE = 0
                   DISPLAY "File opens cleanly - the quarantine was"
                       " probably a transient truncation"
                   MOVE "QUARANTINE-MODE: inspected file opens ok"
                       TO WS-LOG-MESSAGE
               ELSE
                   DISPLAY "File still unreadable - the remote end"
                       " served genuine garbage"
                   MOVE "QUARANTINE-MODE: inspected file unreadable"
                       TO WS-LOG-MESSAGE
               END-IF
               PERFORM WRITE-LOG-ENTRY
           END-IF.

       PURGE-QUARANTINE.
           MOVE SPACES TO WS-COMMAND
           STRING "find " DELIMITED BY SIZE
                  WS-QUAR-DIR DELIMITED BY SPACE
                  " -name 'keepass_" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CURRENT-SITE) DELIMITED BY SIZE
                  "_*.kdbx.bad' -mtime +" DELIMITED BY SIZE
                  WS-QUAR-PURGE-DAYS DELIMITED BY SIZE
                  " -print -delete 2>/dev/null" DELIMITED BY SIZE
                  INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND RETURNING WS-RETURN-CODE
           DISPLAY "Purged quarantine entries older than "
               WS-QUAR-PURGE-DAYS " days (list above)"
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING "QUARANTINE-MODE: purged entries older than "
                      DELIMITED BY SIZE
                  WS-QUAR-PURGE-DAYS DELIMITED BY SIZE
                  " days" DELIMITED BY SIZE
                  INTO WS-LOG-MESSAGE
           PERFORM WRITE-LOG-ENTRY.

       VERIFY-BACKUPS-MODE.
           *> --verify-backups: every site's catalog (or just
           *> --site's) gets the full treatment - re-checksum what is
           *> on disk, flag what pruning has taken, db-info the
           *> newest few. Nonzero exit and a critical notification
           *> when anything fails verification.
           DISPLAY "--- Backup verification drill ---"
           *> Digest batching is for sync runs, which flush it at the
           *> end; this mode exits without a flush, so a verification
           *> failure must page immediately or not at all.
           MOVE 'N' TO WS-DIGEST-FLAG
           MOVE 0 TO WS-VB-TOTAL-FAIL
           IF WS-SITE-ARG NOT = SPACES
               PERFORM SELECT-REQUESTED-SITE
               PERFORM VERIFY-SITE-BACKUPS
           ELSE
               PERFORM VERIFY-SITE-BACKUPS
                   VARYING WS-SITE-IX FROM 1 BY 1
                   UNTIL WS-SITE-IX > WS-SITE-COUNT
           END-IF
           MOVE SPACES TO WS-CURRENT-SITE
           DISPLAY " "
           IF WS-VB-TOTAL-FAIL > 0
               DISPLAY "Backup verification FAILED - "
                   WS-VB-TOTAL-FAIL " problem(s) found"
               STOP RUN RETURNING 1
           END-IF
           DISPLAY "Backup verification passed for all sites"
           STOP RUN RETURNING 0.

       VERIFY-SITE-BACKUPS.
           PERFORM SET-ACTIVE-SITE
           PERFORM LOAD-BACKUP-CATALOG
           MOVE 0 TO WS-VB-FAILURES WS-VB-MISSING WS-VB-OK
                     WS-VB-CHECKED-DB

           *> The verification report reuses the audit report's FD -
           *> same backup_dir, same dated-text-file shape.
           MOVE SPACES TO WS-AUDIT-REPORT-PATH
           STRING WS-CONFIG-BACKUP-DIR DELIMITED BY SPACE
                  "/backup_verify_" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CURRENT-SITE) DELIMITED BY SIZE
                  "_" DELIMITED BY SIZE
                  WS-DATE DELIMITED BY SIZE
                  "_" DELIMITED BY SIZE
                  WS-TIME DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-AUDIT-REPORT-PATH
           END-STRING
           MOVE SPACES TO WS-COMMAND
           STRING "mkdir -p " DELIMITED BY SIZE
                  WS-CONFIG-BACKUP-DIR DELIMITED BY SPACE
                  INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND

           OPEN OUTPUT AREPORT-FILE
           IF WS-AREPORT-STATUS NOT = "00"
               *> No report means no checks ran - that is itself a
               *> drill failure and must page like one, not pass as
               *> "verified ok".
               DISPLAY "ERROR: cannot write verification report"
               ADD 1 TO WS-VB-TOTAL-FAIL
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "VERIFY-BACKUPS-MODE: report unwritable,"
                          DELIMITED BY SIZE
                      " site not verified" DELIMITED BY SIZE
                      INTO WS-LOG-MESSAGE
               END-STRING
               PERFORM WRITE-LOG-ENTRY
               MOVE "critical" TO WS-NOTIFY-SEVERITY
               PERFORM SEND-NOTIFICATION
           ELSE
               MOVE SPACES TO AREPORT-LINE
               STRING "Backup verification - site "
                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CURRENT-SITE)
                          DELIMITED BY SIZE
                      " - " DELIMITED BY SIZE
                      WS-DATE DELIMITED BY SIZE
                      INTO AREPORT-LINE
               END-STRING
               WRITE AREPORT-LINE
               IF WS-CAT-COUNT = 0
                   MOVE "  (no cataloged backups)" TO AREPORT-LINE
                   WRITE AREPORT-LINE
               ELSE
                   PERFORM VERIFY-CATALOG-ROW
                       VARYING WS-CAT-IX FROM 1 BY 1
                       UNTIL WS-CAT-IX > WS-CAT-COUNT
                   PERFORM VERIFY-NEWEST-BACKUPS
               END-IF
               MOVE SPACES TO AREPORT-LINE
               WRITE AREPORT-LINE
               MOVE SPACES TO AREPORT-LINE
               STRING "Checksums ok: " DELIMITED BY SIZE
                      WS-VB-OK DELIMITED BY SIZE
                      "  failures: " DELIMITED BY SIZE
                      WS-VB-FAILURES DELIMITED BY SIZE
                      "  missing (pruned): " DELIMITED BY SIZE
                      WS-VB-MISSING DELIMITED BY SIZE
                      INTO AREPORT-LINE
               END-STRING
               WRITE AREPORT-LINE
               CLOSE AREPORT-FILE
               DISPLAY "Report: "
                   FUNCTION TRIM(WS-AUDIT-REPORT-PATH)

               IF WS-VB-FAILURES > 0
                   ADD WS-VB-FAILURES TO WS-VB-TOTAL-FAIL
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "VERIFY-BACKUPS-MODE: verification failed,"
                              DELIMITED BY SIZE
                          " problems=" DELIMITED BY SIZE
                          WS-VB-FAILURES DELIMITED BY SIZE
                          INTO WS-LOG-MESSAGE
                   PERFORM WRITE-LOG-ENTRY
                   MOVE "critical" TO WS-NOTIFY-SEVERITY
                   PERFORM SEND-NOTIFICATION
               ELSE
                   MOVE "VERIFY-BACKUPS-MODE: all backups verified ok"
                       TO WS-LOG-MESSAGE
                   PERFORM WRITE-LOG-ENTRY
               END-IF
           END-IF.

       VERIFY-CATALOG-ROW.
           MOVE SPACES TO WS-COMMAND
           STRING "[ -f " DELIMITED BY SIZE
                  WS-CAT-PATH (WS-CAT-IX) DELIMITED BY SPACE
                  " ]" DELIMITED BY SIZE
                  INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND RETURNING WS-RETURN-CODE
           IF WS-RETURN-CODE NOT = 0
               *> Expected for rows older than the retention window -
               *> flagged, not failed.
               ADD 1 TO WS-VB-MISSING
               MOVE SPACES TO AREPORT-LINE
               STRING "  missing (pruned?): " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CAT-PATH (WS-CAT-IX))
                          DELIMITED BY SIZE
                      INTO AREPORT-LINE
               END-STRING
               WRITE AREPORT-LINE
           ELSE
               MOVE SPACES TO WS-COMMAND
               STRING "[ ""$(sha256sum " DELIMITED BY SIZE
                      WS-CAT-PATH (WS-CAT-IX) DELIMITED BY SPACE
                      " | cut -d' ' -f1)"" = """ DELIMITED BY SIZE
                      WS-CAT-SUM (WS-CAT-IX) DELIMITED BY SPACE
                      """ ]" DELIMITED BY SIZE
                      INTO WS-COMMAND
               CALL "SYSTEM" USING WS-COMMAND
                   RETURNING WS-RETURN-CODE
               IF WS-RETURN-CODE = 0
                   ADD 1 TO WS-VB-OK
               ELSE
                   ADD 1 TO WS-VB-FAILURES
                   DISPLAY "CHECKSUM MISMATCH: "
                       FUNCTION TRIM(WS-CAT-PATH (WS-CAT-IX))
                   MOVE SPACES TO AREPORT-LINE
                   STRING "  CHECKSUM MISMATCH: " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-CAT-PATH (WS-CAT-IX))
                              DELIMITED BY SIZE
                          INTO AREPORT-LINE
                   END-STRING
                   WRITE AREPORT-LINE
               END-IF
           END-IF.

       VERIFY-NEWEST-BACKUPS.
           *> Open the newest few backups for real - a checksum only
           *> proves the bytes are the ones we wrote, db-info proves
           *> keepassxc can still make sense of them. Backups are
           *> copies of the local master, so the target-side unlock
           *> material applies.
           IF WS-CONFIG-KEY-FILE = SPACES
                   AND WS-CONFIG-PW-FILE = SPACES
               MOVE "  (no unlock material - db-info check skipped)"
                   TO AREPORT-LINE
               WRITE AREPORT-LINE
           ELSE
               PERFORM BUILD-UNLOCK-OPTIONS
               MOVE SPACES TO WS-CRED-LINE-1
               IF WS-DB-PW NOT = SPACES
                   MOVE WS-DB-PW TO WS-CRED-LINE-1
               END-IF
               PERFORM WRITE-CRED-FILE
               MOVE SPACES TO WS-DB-PW
               PERFORM VERIFY-BACKUP-DBINFO
                   VARYING WS-VB-IX FROM WS-CAT-COUNT BY -1
                   UNTIL WS-VB-IX < 1
                       OR WS-VB-CHECKED-DB >= WS-VB-DB-MAX
               PERFORM CLEANUP-CRED-FILE
           END-IF.

       VERIFY-BACKUP-DBINFO.
           MOVE SPACES TO WS-COMMAND
           STRING "[ -f " DELIMITED BY SIZE
                  WS-CAT-PATH (WS-VB-IX) DELIMITED BY SPACE
                  " ]" DELIMITED BY SIZE
                  INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND RETURNING WS-RETURN-CODE
           IF WS-RETURN-CODE = 0
               ADD 1 TO WS-VB-CHECKED-DB
               MOVE SPACES TO WS-COMMAND
               STRING "keepassxc-cli db-info " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-UNLOCK-OPTS)
                          DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-CAT-PATH (WS-VB-IX) DELIMITED BY SPACE
                      " < " DELIMITED BY SIZE
                      WS-CRED-FILE-NAME DELIMITED BY SPACE
                      " >/dev/null 2>&1" DELIMITED BY SIZE
                      INTO WS-COMMAND
               CALL "SYSTEM" USING WS-COMMAND
                   RETURNING WS-RETURN-CODE
               MOVE SPACES TO AREPORT-LINE
               IF WS-RETURN-CODE = 0
                   STRING "  db-info ok: " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-CAT-PATH (WS-VB-IX))
                              DELIMITED BY SIZE
                          INTO AREPORT-LINE
                   END-STRING
               ELSE
                   ADD 1 TO WS-VB-FAILURES
                   DISPLAY "DB-INFO FAILED: "
                       FUNCTION TRIM(WS-CAT-PATH (WS-VB-IX))
                   STRING "  DB-INFO FAILED: " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-CAT-PATH (WS-VB-IX))
                              DELIMITED BY SIZE
                          INTO AREPORT-LINE
                   END-STRING
               END-IF
               WRITE AREPORT-LINE
           END-IF.

       CHANGES-MODE.
           *> --changes [--entry <title>] [--since YYYYMMDD] [--site x]:
           *> list the journaled merge changes, oldest first, so "who
           *> brought this password back?" is one command instead of a
           *> grep through months of merge reports. --entry matches
           *> any part of the journaled title (one word - the command
           *> line is split on blanks); the site column names the
           *> branch whose copy carried the change in.
           DISPLAY "--- Change journal ---"
           MOVE 0 TO WS-CHG-COUNT
           MOVE 0 TO WS-CHG-ARG-LEN
           IF WS-CHG-ENTRY-ARG NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-CHG-ENTRY-ARG))
                   TO WS-CHG-ARG-LEN
           END-IF
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS NOT = "00"
               DISPLAY "No change journal yet (sync_changes.txt)"
               STOP RUN RETURNING 1
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM READ-JOURNAL-RECORD UNTIL WS-EOF
           CLOSE JOURNAL-FILE
           DISPLAY " "
           DISPLAY "Changes listed: " WS-CHG-COUNT.

       READ-JOURNAL-RECORD.
           READ JOURNAL-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   PERFORM SHOW-JOURNAL-LINE
           END-READ.

       SHOW-JOURNAL-LINE.
           IF JOURNAL-LINE (1:8) IS NUMERIC
               MOVE SPACES TO WS-CHG-DATE-X WS-CHG-TIME-X WS-CHG-SITE
                              WS-CHG-ACTION WS-CHG-ENTRY
               MOVE 1 TO WS-CHG-PTR
               UNSTRING JOURNAL-LINE DELIMITED BY ALL " "
                   INTO WS-CHG-DATE-X WS-CHG-TIME-X WS-CHG-SITE
                        WS-CHG-ACTION
                   WITH POINTER WS-CHG-PTR
               END-UNSTRING
               IF WS-CHG-PTR < 250
                   MOVE JOURNAL-LINE (WS-CHG-PTR:) TO WS-CHG-ENTRY
               END-IF
               MOVE 1 TO WS-ARG-TALLY
               IF WS-CHG-DATE-X < WS-CHG-SINCE
                   MOVE 0 TO WS-ARG-TALLY
               END-IF
               IF WS-SITE-ARG NOT = SPACES
                       AND WS-CHG-SITE NOT = WS-SITE-ARG
                   MOVE 0 TO WS-ARG-TALLY
               END-IF
               IF WS-CHG-ARG-LEN > 0 AND WS-ARG-TALLY > 0
                   MOVE 0 TO WS-ARG-TALLY
                   INSPECT WS-CHG-ENTRY TALLYING WS-ARG-TALLY
                       FOR ALL WS-CHG-ENTRY-ARG (1:WS-CHG-ARG-LEN)
               END-IF
               IF WS-ARG-TALLY > 0
                   ADD 1 TO WS-CHG-COUNT
                   DISPLAY "  " WS-CHG-DATE-X " " WS-CHG-TIME-X " "
                       FUNCTION TRIM(WS-CHG-SITE) " "
                       FUNCTION TRIM(WS-CHG-ACTION) " "
                       FUNCTION TRIM(WS-CHG-ENTRY)
               END-IF
           END-IF.

       VERIFY-LOG-MODE.
           *> Read-only walk of both chained files. Exit status 0
           *> when both verify, 1 at the first break in either - the
           *> operations report runs this to decide on its warning.
           DISPLAY "Verifying log chain..."
           PERFORM LC-LOAD-ANCHOR
           MOVE 'N' TO WS-LC-ANY-BROKEN-FLAG
           MOVE 'L' TO WS-LC-KIND
           MOVE "sync_log.txt" TO WS-LC-FILE-NAME
           PERFORM VERIFY-LC-FILE
           MOVE 'H' TO WS-LC-KIND
           MOVE "sync_history.txt" TO WS-LC-FILE-NAME
           PERFORM VERIFY-LC-FILE
           IF WS-LC-ANY-BROKEN
               DISPLAY "Log chain BROKEN - records have been altered,"
                   " removed or reordered"
               STOP RUN RETURNING 1
           END-IF
           DISPLAY "Log chain verified"
           STOP RUN RETURNING 0.

       VERIFY-LC-FILE.
           MOVE 'Y' TO WS-LC-CHECKING-FLAG
           PERFORM LC-WALK-FILE
           MOVE 'N' TO WS-LC-CHECKING-FLAG
           IF WS-LC-ON-LOG
               MOVE WS-LC-LOG-KNOWN-FLAG TO WS-LC-ANCHORED-FLAG
               MOVE WS-LC-LOG-COUNT TO WS-LC-ANCHOR-COUNT
               MOVE WS-LC-LOG-LINK TO WS-LC-ANCHOR-LINK
           ELSE
               MOVE WS-LC-HIST-KNOWN-FLAG TO WS-LC-ANCHORED-FLAG
               MOVE WS-LC-HIST-COUNT TO WS-LC-ANCHOR-COUNT
               MOVE WS-LC-HIST-LINK TO WS-LC-ANCHOR-LINK
           END-IF
           IF WS-LC-MISSING
               IF WS-LC-ANCHORED AND WS-LC-ANCHOR-COUNT > 0
                   DISPLAY FUNCTION TRIM(WS-LC-FILE-NAME)
                       ": BROKEN - file is missing but the chain"
                       " anchor records entries for it"
                   MOVE 'Y' TO WS-LC-ANY-BROKEN-FLAG
               ELSE
                   DISPLAY FUNCTION TRIM(WS-LC-FILE-NAME)
                       ": not present, nothing to verify"
               END-IF
           ELSE
               *> The walk proves the middle; the anchor proves the
               *> end - lines cut off the tail leave a shorter chain
               *> that is still internally sound.
               IF NOT WS-LC-BROKEN
                   IF WS-LC-ANCHORED
                       IF WS-LC-CHAINED NOT = WS-LC-ANCHOR-COUNT
                               OR WS-LC-PREV NOT = WS-LC-ANCHOR-LINK
                           MOVE 'Y' TO WS-LC-BROKEN-FLAG
                           COMPUTE WS-LC-BREAK-LINE =
                               WS-LC-LINE-NO + 1
                           MOVE WS-LC-ANCHOR-COUNT TO WS-LC-COUNT-ED
                           STRING "end of file does not match the "
                                      DELIMITED BY SIZE
                                  "anchor (expected "
                                      DELIMITED BY SIZE
                                  FUNCTION TRIM(WS-LC-COUNT-ED)
                                      DELIMITED BY SIZE
                                  " records)" DELIMITED BY SIZE
                                  INTO WS-LC-BREAK-WHY
                           END-STRING
                       END-IF
                   ELSE
                       IF WS-LC-CHAINED > 0
                           MOVE 'Y' TO WS-LC-BROKEN-FLAG
                           COMPUTE WS-LC-BREAK-LINE =
                               WS-LC-LINE-NO + 1
                           MOVE "chain anchor sync_chain.txt is missing"
                               TO WS-LC-BREAK-WHY
                       END-IF
                   END-IF
               END-IF
               MOVE WS-LC-CHAINED TO WS-LC-COUNT-ED
               DISPLAY FUNCTION TRIM(WS-LC-FILE-NAME) ": "
                   FUNCTION TRIM(WS-LC-COUNT-ED) " chained record(s)"
               IF WS-LC-LEGACY > 0
                   MOVE WS-LC-LEGACY TO WS-LC-COUNT-ED
                   DISPLAY "  " FUNCTION TRIM(WS-LC-COUNT-ED)
                       " earlier record(s) predate the chain"
                       " and are not covered"
               END-IF
               IF WS-LC-REANCHORED > 0
                   MOVE WS-LC-REANCHOR-LINE TO WS-LC-COUNT-ED
                   DISPLAY FUNCTION TRIM(WS-LC-FILE-NAME)
                       ": WARNING - chain anchor was rebuilt, last at"
                       " line " FUNCTION TRIM(WS-LC-COUNT-ED)
                   DISPLAY "  lines cut from the end before a rebuild"
                       " cannot be detected"
               END-IF
               IF WS-LC-BROKEN
                   MOVE 'Y' TO WS-LC-ANY-BROKEN-FLAG
                   MOVE WS-LC-BREAK-LINE TO WS-LC-COUNT-ED
                   DISPLAY FUNCTION TRIM(WS-LC-FILE-NAME)
                       ": BROKEN at line "
                       FUNCTION TRIM(WS-LC-COUNT-ED) " - "
                       FUNCTION TRIM(WS-LC-BREAK-WHY)
               ELSE
                   DISPLAY FUNCTION TRIM(WS-LC-FILE-NAME)
                       ": chain intact"
               END-IF
           END-IF.

       CONFIG-HISTORY-MODE.
           *> --config-history [--since YYYYMMDD] [--until YYYYMMDD]
           *> [--site x]: the recorded config.json changes, oldest
           *> first, secrets masked as they were recorded. The dated
           *> snapshots themselves sit in config_history/.
           DISPLAY "--- Configuration change history ---"
           MOVE 0 TO WS-CT-CHANGES
           OPEN INPUT CFG-TRAIL-FILE
           IF WS-CT-TRAIL-STATUS NOT = "00"
               DISPLAY "No configuration changes recorded yet"
                   " (sync_config_changes.txt)"
               STOP RUN RETURNING 1
           END-IF
           MOVE 'N' TO WS-EOF-FLAG
           PERFORM READ-CT-TRAIL UNTIL WS-EOF
           CLOSE CFG-TRAIL-FILE
           DISPLAY " "
           DISPLAY "Changes listed: " WS-CT-CHANGES
           DISPLAY "Snapshots: config_history/config_<date>_<time>"
               ".json".

       READ-CT-TRAIL.
           READ CFG-TRAIL-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   PERFORM SHOW-CT-TRAIL-LINE
           END-READ.

       SHOW-CT-TRAIL-LINE.
           IF CFG-TRAIL-LINE (1:8) IS NUMERIC
               MOVE SPACES TO WS-CHG-DATE-X WS-CHG-TIME-X WS-CHG-SITE
               UNSTRING CFG-TRAIL-LINE DELIMITED BY ALL " "
                   INTO WS-CHG-DATE-X WS-CHG-TIME-X WS-CHG-SITE
               END-UNSTRING
               MOVE 1 TO WS-ARG-TALLY
               IF WS-CHG-DATE-X < WS-CHG-SINCE
                       OR WS-CHG-DATE-X > WS-CT-UNTIL
                   MOVE 0 TO WS-ARG-TALLY
               END-IF
               IF WS-SITE-ARG NOT = SPACES
                       AND WS-CHG-SITE NOT = WS-SITE-ARG
                   MOVE 0 TO WS-ARG-TALLY
               END-IF
               IF WS-ARG-TALLY > 0
                   ADD 1 TO WS-CT-CHANGES
                   DISPLAY "  " FUNCTION TRIM(CFG-TRAIL-LINE)
               END-IF
           END-IF.

       RECONCILE-MODE.
           *> --reconcile: what does every branch REALLY hold right
           *> now? Held sites, sites skipped as unchanged and sites
           *> failing night after night all drift without a sound;
           *> this pulls each one's live remote vault and compares it
           *> with the master. Read-only on both ends - nothing is
           *> merged, uploaded or locked. Nonzero exit when any site
           *> drifted or could not be checked.
           DISPLAY "--- Cross-site drift reconciliation ---"
           *> Ad-hoc mode, no end-of-run digest flush - the drift
           *> warnings must go out directly.
           MOVE 'N' TO WS-DIGEST-FLAG
           MOVE 0 TO WS-RECON-DRIFT-SITES WS-RECON-BAD-SITES
           PERFORM RECONCILE-SITE
               VARYING WS-SITE-IX FROM 1 BY 1
               UNTIL WS-SITE-IX > WS-SITE-COUNT

           MOVE SPACES TO WS-CURRENT-SITE
           DISPLAY " "
           DISPLAY "Sites with drift: " WS-RECON-DRIFT-SITES
               "  Sites not checked: " WS-RECON-BAD-SITES
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING "RECONCILE-MODE: drift check done, drifting="
                      DELIMITED BY SIZE
                  WS-RECON-DRIFT-SITES DELIMITED BY SIZE
                  " unchecked=" DELIMITED BY SIZE
                  WS-RECON-BAD-SITES DELIMITED BY SIZE
                  INTO WS-LOG-MESSAGE
           PERFORM WRITE-LOG-ENTRY
           IF WS-RECON-DRIFT-SITES > 0 OR WS-RECON-BAD-SITES > 0
               STOP RUN RETURNING 1
           END-IF
           STOP RUN RETURNING 0.

       RECONCILE-SITE.
           PERFORM SET-ACTIVE-SITE
           MOVE 0 TO WS-RECON-MISSING WS-RECON-EXTRA
                     WS-RECON-CHANGED WS-RECON-SKIPPED
           PERFORM RESOLVE-SITE-CREDENTIAL
           IF WS-SITE-FAILED
               DISPLAY "Not checked - transfer credential unavailable"
               ADD 1 TO WS-RECON-BAD-SITES
           ELSE
               *> The vault has to be opened unattended on both ends -
               *> without unlock material there is nothing to compare.
               IF WS-CONFIG-KEY-FILE = SPACES
                       AND WS-CONFIG-PW-FILE = SPACES
                       AND WS-CONFIG-SRC-KEY-FILE = SPACES
                       AND WS-CONFIG-SRC-PW-FILE = SPACES
                   DISPLAY "Not checked - no key_file/password_file to"
                       " open the vaults with"
                   ADD 1 TO WS-RECON-BAD-SITES
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "RECONCILE-SITE: no unlock material,"
                              DELIMITED BY SIZE
                          " not checked" DELIMITED BY SIZE
                          INTO WS-LOG-MESSAGE
                   END-STRING
                   PERFORM WRITE-LOG-ENTRY
               ELSE
                   MOVE SPACES TO WS-RECON-PATH
                   STRING WS-CONFIG-TEMP DELIMITED BY SPACE
                          ".reconcile" DELIMITED BY SIZE
                          INTO WS-RECON-PATH
                   END-STRING
                   MOVE WS-CONFIG-REMOTE TO WS-XFER-REMOTE
                   MOVE WS-RECON-PATH TO WS-XFER-LOCAL
                   MOVE 'N' TO WS-SUCCESS-FLAG
                   PERFORM DOWNLOAD-BY-PROTOCOL
                   IF WS-FAILED
                       DISPLAY "ERROR: could not pull the remote vault"
                       ADD 1 TO WS-RECON-BAD-SITES
                       MOVE SPACES TO WS-LOG-MESSAGE
                       STRING "RECONCILE-SITE: remote vault download"
                                  DELIMITED BY SIZE
                              " failed" DELIMITED BY SIZE
                              INTO WS-LOG-MESSAGE
                       END-STRING
                       PERFORM WRITE-LOG-ENTRY
                       MOVE "warning" TO WS-NOTIFY-SEVERITY
                       PERFORM SEND-NOTIFICATION
                   ELSE
                       MOVE 'M' TO WS-RECON-SIDE
                       PERFORM RECON-EXPORT-VAULT
                       IF WS-RECON-OK
                           MOVE 'R' TO WS-RECON-SIDE
                           PERFORM RECON-EXPORT-VAULT
                       END-IF
                       IF WS-RECON-OK
                           PERFORM RECON-COMPARE
                           PERFORM WRITE-RECON-REPORT
                       ELSE
                           ADD 1 TO WS-RECON-BAD-SITES
                       END-IF
                   END-IF
                   MOVE SPACES TO WS-COMMAND
                   STRING "rm -f " DELIMITED BY SIZE
                          WS-RECON-PATH DELIMITED BY SPACE
                          INTO WS-COMMAND
                   CALL "SYSTEM" USING WS-COMMAND
               END-IF
           END-IF.

       RECON-EXPORT-VAULT.
           *> Export one side to sync_audit.xml and parse it into its
           *> table: the master with the target unlock material, the
           *> pulled remote copy with the source-side material (the
           *> target's when the remote is keyed the same). Same umask
           *> and delete-straight-after rules as the audit export -
           *> the XML holds every password in clear.
           MOVE 'N' TO WS-RECON-OK-FLAG
           MOVE "rm -f sync_audit.xml" TO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
           MOVE SPACES TO WS-COMMAND
           IF WS-RECON-MASTER
               PERFORM BUILD-UNLOCK-OPTIONS
               MOVE SPACES TO WS-CRED-LINE-1
               IF WS-DB-PW NOT = SPACES
                   MOVE WS-DB-PW TO WS-CRED-LINE-1
               END-IF
               PERFORM WRITE-CRED-FILE
               MOVE SPACES TO WS-DB-PW
               STRING "umask 077; keepassxc-cli export -f xml "
                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-UNLOCK-OPTS) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-CONFIG-LOCAL DELIMITED BY SPACE
                      " < " DELIMITED BY SIZE
                      WS-CRED-FILE-NAME DELIMITED BY SPACE
                      " > sync_audit.xml 2>/dev/null" DELIMITED BY SIZE
                      INTO WS-COMMAND
           ELSE
               PERFORM BUILD-VAL-UNLOCK
               STRING "umask 077; keepassxc-cli export -f xml "
                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-VAL-OPTS) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-RECON-PATH DELIMITED BY SPACE
                      " < " DELIMITED BY SIZE
                      WS-CRED-FILE-NAME DELIMITED BY SPACE
                      " > sync_audit.xml 2>/dev/null" DELIMITED BY SIZE
                      INTO WS-COMMAND
           END-IF
           CALL "SYSTEM" USING WS-COMMAND RETURNING WS-RETURN-CODE
           PERFORM CLEANUP-CRED-FILE

           IF WS-RETURN-CODE NOT = 0
               IF WS-RECON-MASTER
                   DISPLAY "ERROR: could not export the master"
                   MOVE "RECONCILE-SITE: master export failed"
                       TO WS-LOG-MESSAGE
               ELSE
                   DISPLAY "ERROR: could not open the remote vault"
                   MOVE "RECONCILE-SITE: remote vault export failed"
                       TO WS-LOG-MESSAGE
               END-IF
               PERFORM WRITE-LOG-ENTRY
           ELSE
               PERFORM RECON-PARSE-EXPORT
           END-IF
           MOVE "rm -f sync_audit.xml" TO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND.

       RECON-PARSE-EXPORT.
           IF WS-RECON-MASTER
               MOVE 0 TO WS-RM-COUNT
           ELSE
               MOVE 0 TO WS-RR-COUNT
           END-IF
           MOVE 0 TO WS-RC-DEPTH
           MOVE SPACES TO WS-RC-GROUPS
           MOVE 'N' TO WS-IN-HISTORY-FLAG WS-IN-ENTRY-FLAG
           MOVE 'N' TO WS-RC-WANT-NAME-FLAG WS-RC-WANT-UUID-FLAG
           MOVE 0 TO WS-RC-SCOPE-LEN
           IF WS-CONFIG-EXPORT-GROUP NOT = SPACES
               MOVE FUNCTION LENGTH(
                   FUNCTION TRIM(WS-CONFIG-EXPORT-GROUP))
                   TO WS-RC-SCOPE-LEN
           END-IF
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = "00"
               MOVE 'N' TO WS-AUDIT-EOF-FLAG
               PERFORM READ-RECON-RECORD UNTIL WS-AUDIT-EOF
               CLOSE AUDIT-FILE
               MOVE 'Y' TO WS-RECON-OK-FLAG
           ELSE
               DISPLAY "ERROR: vault export unreadable"
           END-IF.

       READ-RECON-RECORD.
           READ AUDIT-FILE
               AT END
                   MOVE 'Y' TO WS-AUDIT-EOF-FLAG
               NOT AT END
                   PERFORM PROCESS-RECON-LINE
           END-READ.

       PROCESS-RECON-LINE.
           *> Same one-element-per-line walk as the audit, plus the
           *> group nesting so every entry gets its full path, and the
           *> entry's own UUID as the comparison key.
           MOVE 'N' TO WS-LINE-HANDLED-FLAG
           PERFORM AUDIT-CHK-HISTORY
           IF NOT WS-LINE-HANDLED AND NOT WS-IN-HISTORY
                   AND NOT WS-IN-ENTRY
               PERFORM RECON-CHK-GROUP
           END-IF
           IF NOT WS-LINE-HANDLED AND NOT WS-IN-HISTORY
               PERFORM RECON-CHK-ENTRY
           END-IF
           IF NOT WS-LINE-HANDLED AND NOT WS-IN-HISTORY
                   AND WS-IN-ENTRY
               PERFORM RECON-CHK-FIELDS
           END-IF.

       RECON-CHK-GROUP.
           MOVE 0 TO WS-XML-TALLY
           INSPECT AUDIT-LINE TALLYING WS-XML-TALLY
               FOR ALL "</Group>"
           IF WS-XML-TALLY > 0
               IF WS-RC-DEPTH > 0
                   SUBTRACT 1 FROM WS-RC-DEPTH
               END-IF
               MOVE 'Y' TO WS-LINE-HANDLED-FLAG
           ELSE
               MOVE 0 TO WS-XML-TALLY
               INSPECT AUDIT-LINE TALLYING WS-XML-TALLY
                   FOR ALL "<Group>"
               IF WS-XML-TALLY > 0
                   ADD 1 TO WS-RC-DEPTH
                   IF WS-RC-DEPTH <= 12
                       MOVE SPACES TO WS-RC-GROUP (WS-RC-DEPTH)
                   END-IF
                   MOVE 'Y' TO WS-RC-WANT-NAME-FLAG
                   MOVE 'Y' TO WS-LINE-HANDLED-FLAG
               ELSE
                   IF WS-RC-WANT-NAME
                       MOVE 0 TO WS-XML-TALLY
                       INSPECT AUDIT-LINE TALLYING WS-XML-TALLY
                           FOR ALL "<Name>"
                       IF WS-XML-TALLY > 0
                           PERFORM EXTRACT-XML-VALUE
                           IF WS-RC-DEPTH <= 12
                               MOVE WS-XML-VALUE
                                   TO WS-RC-GROUP (WS-RC-DEPTH)
                           END-IF
                           MOVE 'N' TO WS-RC-WANT-NAME-FLAG
                           MOVE 'Y' TO WS-LINE-HANDLED-FLAG
                       END-IF
                   END-IF
               END-IF
           END-IF.

       RECON-CHK-ENTRY.
           MOVE 0 TO WS-XML-TALLY
           INSPECT AUDIT-LINE TALLYING WS-XML-TALLY
               FOR ALL "</Entry>"
           IF WS-XML-TALLY > 0
               PERFORM RECON-STORE-ENTRY
               MOVE 'N' TO WS-IN-ENTRY-FLAG
               MOVE 'Y' TO WS-LINE-HANDLED-FLAG
           ELSE
               MOVE 0 TO WS-XML-TALLY
               INSPECT AUDIT-LINE TALLYING WS-XML-TALLY
                   FOR ALL "<Entry>"
               IF WS-XML-TALLY > 0
                   MOVE 'Y' TO WS-IN-ENTRY-FLAG
                   MOVE 'Y' TO WS-LINE-HANDLED-FLAG
                   MOVE 'Y' TO WS-RC-WANT-UUID-FLAG
                   MOVE SPACES TO WS-RC-UUID WS-RC-TITLE WS-RC-MOD
                   MOVE SPACE TO WS-PENDING-VALUE
               END-IF
           END-IF.

       RECON-CHK-FIELDS.
           *> Only the title, the entry UUID (the first <UUID> inside
           *> <Entry>) and the last-modified stamp are kept - the
           *> password values are passed over unread.
           MOVE 0 TO WS-XML-TALLY
           INSPECT AUDIT-LINE TALLYING WS-XML-TALLY
               FOR ALL "<UUID>"
           IF WS-XML-TALLY > 0 AND WS-RC-WANT-UUID
               PERFORM EXTRACT-XML-VALUE
               MOVE WS-XML-VALUE (1:40) TO WS-RC-UUID
               MOVE 'N' TO WS-RC-WANT-UUID-FLAG
               MOVE 'Y' TO WS-LINE-HANDLED-FLAG
           END-IF

           MOVE 0 TO WS-XML-TALLY
           INSPECT AUDIT-LINE TALLYING WS-XML-TALLY
               FOR ALL "<Key>Title</Key>"
           IF WS-XML-TALLY > 0 AND NOT WS-LINE-HANDLED
               MOVE 'T' TO WS-PENDING-VALUE
               MOVE 'Y' TO WS-LINE-HANDLED-FLAG
           END-IF

           MOVE 0 TO WS-XML-TALLY
           INSPECT AUDIT-LINE TALLYING WS-XML-TALLY
               FOR ALL "<Key>"
           IF WS-XML-TALLY > 0 AND NOT WS-LINE-HANDLED
               MOVE 'X' TO WS-PENDING-VALUE
               MOVE 'Y' TO WS-LINE-HANDLED-FLAG
           END-IF

           MOVE 0 TO WS-XML-TALLY
           INSPECT AUDIT-LINE TALLYING WS-XML-TALLY
               FOR ALL "<Value"
           IF WS-XML-TALLY > 0 AND NOT WS-LINE-HANDLED
               IF WS-PENDING-VALUE = 'T'
                   PERFORM EXTRACT-XML-VALUE
                   MOVE WS-XML-VALUE TO WS-RC-TITLE
               END-IF
               MOVE SPACE TO WS-PENDING-VALUE
               MOVE 'Y' TO WS-LINE-HANDLED-FLAG
           END-IF

           MOVE 0 TO WS-XML-TALLY
           INSPECT AUDIT-LINE TALLYING WS-XML-TALLY
               FOR ALL "<LastModificationTime>"
           IF WS-XML-TALLY > 0 AND NOT WS-LINE-HANDLED
               PERFORM EXTRACT-XML-VALUE
               MOVE WS-XML-VALUE (1:20) TO WS-RC-MOD
               MOVE 'Y' TO WS-LINE-HANDLED-FLAG
           END-IF.

       RECON-STORE-ENTRY.
           *> Group path below the root group, then the title. The
           *> recycle bin is skipped on both sides; on the master
           *> side only the site's export_group subtree counts (the
           *> remote side is taken whole - anything outside the scope
           *> there is drift in its own right).
           MOVE SPACES TO WS-RC-GRP-PATH
           MOVE 1 TO WS-RC-GRP-PTR
           PERFORM RECON-ADD-GROUP-LEVEL
               VARYING WS-RC-LVL FROM 2 BY 1
               UNTIL WS-RC-LVL > WS-RC-DEPTH OR WS-RC-LVL > 12
           MOVE 'Y' TO WS-RECON-FOUND-FLAG
           IF WS-RC-DEPTH >= 2 AND WS-RC-GROUP (2) = "Recycle Bin"
               MOVE 'N' TO WS-RECON-FOUND-FLAG
           END-IF
           IF WS-RECON-MASTER AND WS-RC-SCOPE-LEN > 0
               IF WS-RC-GRP-PATH (1:WS-RC-SCOPE-LEN) NOT =
                       WS-CONFIG-EXPORT-GROUP (1:WS-RC-SCOPE-LEN)
                   MOVE 'N' TO WS-RECON-FOUND-FLAG
               ELSE
                   IF WS-RC-SCOPE-LEN < 160
                       IF WS-RC-GRP-PATH (WS-RC-SCOPE-LEN + 1:1)
                               NOT = "/"
                           AND WS-RC-GRP-PATH (WS-RC-SCOPE-LEN + 1:1)
                               NOT = SPACE
                           MOVE 'N' TO WS-RECON-FOUND-FLAG
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF WS-RECON-FOUND
               IF WS-RC-TITLE = SPACES
                   MOVE "(untitled)" TO WS-RC-TITLE
               END-IF
               MOVE SPACES TO WS-RC-NAME
               IF WS-RC-GRP-PATH = SPACES
                   MOVE WS-RC-TITLE TO WS-RC-NAME
               ELSE
                   STRING FUNCTION TRIM(WS-RC-GRP-PATH)
                              DELIMITED BY SIZE
                          "/" DELIMITED BY SIZE
                          FUNCTION TRIM(WS-RC-TITLE) DELIMITED BY SIZE
                          INTO WS-RC-NAME
                   END-STRING
               END-IF
               IF WS-RECON-MASTER
                   IF WS-RM-COUNT < WS-RM-MAX
                       ADD 1 TO WS-RM-COUNT
                       MOVE WS-RC-UUID TO WS-RM-UUID (WS-RM-COUNT)
                       MOVE WS-RC-NAME TO WS-RM-NAME (WS-RM-COUNT)
                       MOVE WS-RC-MOD TO WS-RM-MOD (WS-RM-COUNT)
                       MOVE 'N' TO WS-RM-SEEN (WS-RM-COUNT)
                   ELSE
                       ADD 1 TO WS-RECON-SKIPPED
                   END-IF
               ELSE
                   IF WS-RR-COUNT < WS-RM-MAX
                       ADD 1 TO WS-RR-COUNT
                       MOVE WS-RC-UUID TO WS-RR-UUID (WS-RR-COUNT)
                       MOVE WS-RC-NAME TO WS-RR-NAME (WS-RR-COUNT)
                       MOVE WS-RC-MOD TO WS-RR-MOD (WS-RR-COUNT)
                       MOVE 0 TO WS-RR-MATCH (WS-RR-COUNT)
                   ELSE
                       ADD 1 TO WS-RECON-SKIPPED
                   END-IF
               END-IF
           END-IF.

       RECON-ADD-GROUP-LEVEL.
           IF WS-RC-GRP-PTR > 1
               STRING "/" DELIMITED BY SIZE
                      INTO WS-RC-GRP-PATH
                      WITH POINTER WS-RC-GRP-PTR
               END-STRING
           END-IF
           STRING FUNCTION TRIM(WS-RC-GROUP (WS-RC-LVL))
                      DELIMITED BY SIZE
                  INTO WS-RC-GRP-PATH
                  WITH POINTER WS-RC-GRP-PTR
           END-STRING.

       RECON-COMPARE.
           *> Pair every site entry with its master entry by UUID;
           *> master entries nobody claimed are the missing ones.
           PERFORM RECON-MATCH-ENTRY
               VARYING WS-RR-IX FROM 1 BY 1
               UNTIL WS-RR-IX > WS-RR-COUNT.

       RECON-MATCH-ENTRY.
           MOVE 0 TO WS-RECON-HIT
           MOVE 'N' TO WS-RECON-FOUND-FLAG
           PERFORM RECON-SCAN-MASTER
               VARYING WS-RM-IX FROM 1 BY 1
               UNTIL WS-RM-IX > WS-RM-COUNT OR WS-RECON-FOUND
           IF WS-RECON-FOUND
               MOVE WS-RECON-HIT TO WS-RR-MATCH (WS-RR-IX)
               MOVE 'Y' TO WS-RM-SEEN (WS-RECON-HIT)
               IF WS-RR-MOD (WS-RR-IX) NOT = WS-RM-MOD (WS-RECON-HIT)
                   ADD 1 TO WS-RECON-CHANGED
               END-IF
           ELSE
               ADD 1 TO WS-RECON-EXTRA
           END-IF.

       RECON-SCAN-MASTER.
           IF WS-RM-UUID (WS-RM-IX) = WS-RR-UUID (WS-RR-IX)
               MOVE WS-RM-IX TO WS-RECON-HIT
               MOVE 'Y' TO WS-RECON-FOUND-FLAG
           END-IF.

       WRITE-RECON-REPORT.
           MOVE SPACES TO WS-AUDIT-REPORT-PATH
           STRING WS-CONFIG-BACKUP-DIR DELIMITED BY SPACE
                  "/reconcile_report_" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CURRENT-SITE) DELIMITED BY SIZE
                  "_" DELIMITED BY SIZE
                  WS-DATE DELIMITED BY SIZE
                  INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND

           MOVE 0 TO WS-RECON-MISSING
           PERFORM RECON-COUNT-MISSING
               VARYING WS-RM-IX FROM 1 BY 1
               UNTIL WS-RM-IX > WS-RM-COUNT

           OPEN OUTPUT AREPORT-FILE
           IF WS-AREPORT-STATUS NOT = "00"
               DISPLAY "ERROR: cannot write reconcile report"
           ELSE
               MOVE SPACES TO AREPORT-LINE
               STRING "Drift reconciliation - site " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CURRENT-SITE) DELIMITED BY SIZE
                      " - " DELIMITED BY SIZE
                      WS-DATE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-TIME DELIMITED BY SIZE
                      INTO AREPORT-LINE
               END-STRING
               WRITE AREPORT-LINE
               MOVE SPACES TO AREPORT-LINE
               STRING "Master: " DELIMITED BY SIZE
                      WS-CONFIG-LOCAL DELIMITED BY SPACE
                      "  Remote: " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CONFIG-HOST) DELIMITED BY SIZE
                      ":" DELIMITED BY SIZE
                      WS-CONFIG-REMOTE DELIMITED BY SPACE
                      INTO AREPORT-LINE
               END-STRING
               WRITE AREPORT-LINE
               MOVE SPACES TO AREPORT-LINE
               IF WS-CONFIG-EXPORT-GROUP = SPACES
                   MOVE "Scope: whole vault" TO AREPORT-LINE
               ELSE
                   STRING "Scope: export_group " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-CONFIG-EXPORT-GROUP)
                              DELIMITED BY SIZE
                          INTO AREPORT-LINE
                   END-STRING
               END-IF
               WRITE AREPORT-LINE
               MOVE SPACES TO AREPORT-LINE
               STRING "Entries compared: master " DELIMITED BY SIZE
                      WS-RM-COUNT DELIMITED BY SIZE
                      ", site " DELIMITED BY SIZE
                      WS-RR-COUNT DELIMITED BY SIZE
                      INTO AREPORT-LINE
               END-STRING
               WRITE AREPORT-LINE

               MOVE SPACES TO AREPORT-LINE
               WRITE AREPORT-LINE
               MOVE "Entries missing at the site:" TO AREPORT-LINE
               WRITE AREPORT-LINE
               PERFORM RECON-MISSING-LINE
                   VARYING WS-RM-IX FROM 1 BY 1
                   UNTIL WS-RM-IX > WS-RM-COUNT
               IF WS-RECON-MISSING = 0
                   MOVE "  (none)" TO AREPORT-LINE
                   WRITE AREPORT-LINE
               END-IF

               MOVE SPACES TO AREPORT-LINE
               WRITE AREPORT-LINE
               MOVE "Entries only at the site:" TO AREPORT-LINE
               WRITE AREPORT-LINE
               PERFORM RECON-EXTRA-LINE
                   VARYING WS-RR-IX FROM 1 BY 1
                   UNTIL WS-RR-IX > WS-RR-COUNT
               IF WS-RECON-EXTRA = 0
                   MOVE "  (none)" TO AREPORT-LINE
                   WRITE AREPORT-LINE
               END-IF

               MOVE SPACES TO AREPORT-LINE
               WRITE AREPORT-LINE
               MOVE "Entries modified differently from the master:"
                   TO AREPORT-LINE
               WRITE AREPORT-LINE
               PERFORM RECON-CHANGED-LINE
                   VARYING WS-RR-IX FROM 1 BY 1
                   UNTIL WS-RR-IX > WS-RR-COUNT
               IF WS-RECON-CHANGED = 0
                   MOVE "  (none)" TO AREPORT-LINE
                   WRITE AREPORT-LINE
               END-IF

               MOVE SPACES TO AREPORT-LINE
               WRITE AREPORT-LINE
               MOVE SPACES TO AREPORT-LINE
               STRING "Totals: missing=" DELIMITED BY SIZE
                      WS-RECON-MISSING DELIMITED BY SIZE
                      " only-at-site=" DELIMITED BY SIZE
                      WS-RECON-EXTRA DELIMITED BY SIZE
                      " modified=" DELIMITED BY SIZE
                      WS-RECON-CHANGED DELIMITED BY SIZE
                      INTO AREPORT-LINE
               END-STRING
               WRITE AREPORT-LINE
               IF WS-RECON-SKIPPED > 0
                   MOVE SPACES TO AREPORT-LINE
                   STRING "WARNING: " DELIMITED BY SIZE
                          WS-RECON-SKIPPED DELIMITED BY SIZE
                          " entries beyond the table limit were not"
                              DELIMITED BY SIZE
                          " compared" DELIMITED BY SIZE
                          INTO AREPORT-LINE
                   END-STRING
                   WRITE AREPORT-LINE
               END-IF
               CLOSE AREPORT-FILE
           END-IF

           DISPLAY "Missing at site: " WS-RECON-MISSING
               "  Only at site: " WS-RECON-EXTRA
               "  Modified: " WS-RECON-CHANGED
           DISPLAY "Reconcile report: "
               FUNCTION TRIM(WS-AUDIT-REPORT-PATH)
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING "RECONCILE-SITE: missing=" DELIMITED BY SIZE
                  WS-RECON-MISSING DELIMITED BY SIZE
                  " only-at-site=" DELIMITED BY SIZE
                  WS-RECON-EXTRA DELIMITED BY SIZE
                  " modified=" DELIMITED BY SIZE
                  WS-RECON-CHANGED DELIMITED BY SIZE
                  INTO WS-LOG-MESSAGE
           PERFORM WRITE-LOG-ENTRY
           IF WS-RECON-MISSING > 0 OR WS-RECON-EXTRA > 0
                   OR WS-RECON-CHANGED > 0
               ADD 1 TO WS-RECON-DRIFT-SITES
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "RECONCILE-SITE: remote vault has drifted from"
                          DELIMITED BY SIZE
                      " the master, report=" DELIMITED BY SIZE
                      WS-AUDIT-REPORT-PATH DELIMITED BY SPACE
                      INTO WS-LOG-MESSAGE
               MOVE "warning" TO WS-NOTIFY-SEVERITY
               PERFORM SEND-NOTIFICATION
           END-IF.

       RECON-COUNT-MISSING.
           IF WS-RM-SEEN (WS-RM-IX) = 'N'
               ADD 1 TO WS-RECON-MISSING
           END-IF.

       RECON-MISSING-LINE.
           IF WS-RM-SEEN (WS-RM-IX) = 'N'
               MOVE SPACES TO AREPORT-LINE
               STRING "  " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RM-NAME (WS-RM-IX))
                          DELIMITED BY SIZE
                      "  (master modified " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RM-MOD (WS-RM-IX))
                          DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                      INTO AREPORT-LINE
               END-STRING
               WRITE AREPORT-LINE
           END-IF.

       RECON-EXTRA-LINE.
           IF WS-RR-MATCH (WS-RR-IX) = 0
               MOVE SPACES TO AREPORT-LINE
               STRING "  " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RR-NAME (WS-RR-IX))
                          DELIMITED BY SIZE
                      "  (site modified " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-RR-MOD (WS-RR-IX))
                          DELIMITED BY SIZE
                      ")" DELIMITED BY SIZE
                      INTO AREPORT-LINE
               END-STRING
               WRITE AREPORT-LINE
           END-IF.

       RECON-CHANGED-LINE.
           IF WS-RR-MATCH (WS-RR-IX) > 0
               MOVE WS-RR-MATCH (WS-RR-IX) TO WS-RM-IX
               IF WS-RR-MOD (WS-RR-IX) NOT = WS-RM-MOD (WS-RM-IX)
                   MOVE SPACES TO AREPORT-LINE
                   STRING "  " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-RM-NAME (WS-RM-IX))
                              DELIMITED BY SIZE
                          "  master " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-RM-MOD (WS-RM-IX))
                              DELIMITED BY SIZE
                          " / site " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-RR-MOD (WS-RR-IX))
                              DELIMITED BY SIZE
                          INTO AREPORT-LINE
                   END-STRING
                   WRITE AREPORT-LINE
               END-IF
           END-IF.

       AUDIT-MODE.
           MOVE "rm -f sync_audit.xml" TO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND

           PERFORM SCREEN-BREACHED-PASSWORDS
           PERFORM LOAD-PREV-STALE
           PERFORM WRITE-AUDIT-REPORT
           PERFORM WRITE-AUDIT-HISTORY
               "  Expired: " WS-AUD-EXPIRED-COUNT
               "  Expiring: " WS-AUD-EXPIRING-COUNT
               "  Shared passwords (pairs): " WS-AUD-DUP-COUNT
           EVALUATE TRUE
               WHEN WS-BREACH-SCREENED
                   DISPLAY "Compromised (in breach list): "
                       WS-AUD-PWNED-COUNT
               WHEN WS-BREACH-UNREADABLE
                   DISPLAY "WARNING: breach hash list unreadable - "
                       "passwords not screened"
               WHEN OTHER
                   DISPLAY "Breach screening: not configured"
           END-EVALUATE
           DISPLAY "Audit report: "
               FUNCTION TRIM(WS-AUDIT-REPORT-PATH)
           IF WS-CSV
                  DELIMITED BY SIZE
                  WS-AUDIT-REPORT-PATH DELIMITED BY SPACE
                  INTO WS-LOG-MESSAGE
           PERFORM WRITE-LOG-ENTRY

           *> A credential that is already in a public breach corpus
           *> is an incident, not a hygiene finding - page it. The
           *> message carries the count and the report path only.
           IF WS-AUD-PWNED-COUNT > 0
               MOVE 'N' TO WS-DIGEST-FLAG
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "AUDIT-MODE: compromised credentials found="
                          DELIMITED BY SIZE
                      WS-AUD-PWNED-COUNT DELIMITED BY SIZE
                      ", report=" DELIMITED BY SIZE
                      WS-AUDIT-REPORT-PATH DELIMITED BY SPACE
                      INTO WS-LOG-MESSAGE
               PERFORM WRITE-LOG-ENTRY
               MOVE "critical" TO WS-NOTIFY-SEVERITY
               PERFORM SEND-NOTIFICATION
           END-IF.

       PARSE-AUDIT-XML.
           MOVE 0 TO WS-AUD-COUNT
                   MOVE 'Y' TO WS-LINE-HANDLED-FLAG
                   MOVE SPACES TO WS-AUD-TITLE WS-AUD-PASSWORD
                                  WS-AUD-MOD-X WS-AUD-EXP-X
                                  WS-AUD-SHA1
                   MOVE SPACE TO WS-PENDING-VALUE
                   MOVE 'N' TO WS-AUD-EXPIRES-FLAG
               END-IF
                       MOVE WS-XML-VALUE TO WS-AUD-TITLE
                   WHEN 'P'
                       MOVE WS-XML-VALUE TO WS-AUD-PASSWORD
                       IF WS-BREACH-PATH NOT = SPACES
                               AND WS-XML-VALUE NOT = SPACES
                           PERFORM HASH-AUDIT-PASSWORD
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
                   TO WS-AUD-ENT-PASSWORD (WS-AUD-COUNT)
               MOVE WS-AUD-EXPIRES-FLAG
                   TO WS-AUD-ENT-EXPIRES (WS-AUD-COUNT)
               MOVE WS-AUD-SHA1 TO WS-AUD-ENT-SHA1 (WS-AUD-COUNT)
               MOVE 'N' TO WS-AUD-ENT-PWNED (WS-AUD-COUNT)
               MOVE SPACES TO WS-AUD-ENT-SEEN (WS-AUD-COUNT)

               MOVE WS-AUD-MOD-X TO WS-ISO-IN
               PERFORM PARSE-ISO-DATE
               WRITE AREPORT-LINE
           END-IF

           MOVE SPACES TO AREPORT-LINE
           WRITE AREPORT-LINE
           MOVE "Compromised credentials (found in breach hash list):"
               TO AREPORT-LINE
           WRITE AREPORT-LINE
           EVALUATE TRUE
               WHEN WS-BREACH-SCREENED
                   PERFORM AUDIT-BREACH-LINE
                       VARYING WS-AUD-IX FROM 1 BY 1
                       UNTIL WS-AUD-IX > WS-AUD-COUNT
                   IF WS-AUD-PWNED-COUNT = 0
                       MOVE "  (none)" TO AREPORT-LINE
                       WRITE AREPORT-LINE
                   END-IF
               WHEN WS-BREACH-UNREADABLE
                   MOVE SPACES TO AREPORT-LINE
                   STRING "  (not screened - cannot read "
                              DELIMITED BY SIZE
                          FUNCTION TRIM(WS-BREACH-PATH)
                              DELIMITED BY SIZE
                          ")" DELIMITED BY SIZE
                          INTO AREPORT-LINE
                   END-STRING
                   WRITE AREPORT-LINE
               WHEN OTHER
                   MOVE "  (not screened - no breach_hash_file set)"
                       TO AREPORT-LINE
                   WRITE AREPORT-LINE
           END-EVALUATE

           PERFORM WRITE-AUDIT-DELTA

           MOVE SPACES TO AREPORT-LINE
                      WS-AUD-EXPIRING-COUNT DELIMITED BY SIZE
                      " duplicates=" DELIMITED BY SIZE
                      WS-AUD-DUP-COUNT DELIMITED BY SIZE
                      " compromised=" DELIMITED BY SIZE
                      WS-AUD-PWNED-COUNT DELIMITED BY SIZE
                      """," DELIMITED BY SIZE
                      WS-DATE DELIMITED BY SIZE
                      INTO CSV-LINE
           CALL "SYSTEM" USING WS-COMMAND RETURNING WS-RETURN-CODE
           IF WS-RETURN-CODE = 0
               MOVE 'Y' TO WS-PREV-LOADED-FLAG
               PERFORM REMOVE-WORK-FILE
               MOVE SPACES TO WS-COMMAND
               STRING "cat " DELIMITED BY SIZE
                      WS-AUD-STALE-FILE DELIMITED BY SPACE
                      " > " DELIMITED BY SIZE
                      WS-WORK-FILE-NAME DELIMITED BY SPACE
                      " 2>/dev/null" DELIMITED BY SIZE
                      INTO WS-COMMAND
               CALL "SYSTEM" USING WS-COMMAND
               OPEN INPUT WORK-FILE
                   PERFORM READ-PREV-STALE UNTIL WS-EOF
                   CLOSE WORK-FILE
               END-IF
               PERFORM REMOVE-WORK-FILE
           END-IF.

       READ-PREV-STALE.
                   UNTIL WS-PREV-IX > WS-CUR-STALE-COUNT
               CLOSE WORK-FILE
               MOVE SPACES TO WS-COMMAND
               STRING "mv -f " DELIMITED BY SIZE
                      WS-WORK-FILE-NAME DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      WS-AUD-STALE-FILE DELIMITED BY SPACE
                      INTO WS-COMMAND
               CALL "SYSTEM" USING WS-COMMAND
       WRITE-AUDIT-HISTORY.
           *> One structured metrics line per --audit run:
           *>   date time site audited stale expired expiring dup
           *>   compromised
           MOVE SPACES TO WS-COMMAND
           STRING "printf '%s %s %s %s %s %s %s %s %s\n' "
                      DELIMITED BY SIZE
                  WS-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-AUD-EXPIRING-COUNT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-AUD-DUP-COUNT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-AUD-PWNED-COUNT DELIMITED BY SIZE
                  " >> " DELIMITED BY SIZE
                  WS-AUD-HIST-FILE DELIMITED BY SPACE
                  INTO WS-COMMAND
                   WRITE CSV-LINE
               END-IF
           END-IF
           ADD 1 TO WS-AUD-JX.

       AUDIT-BREACH-LINE.
           IF WS-AUD-ENT-PWNED (WS-AUD-IX) = 'Y'
               MOVE SPACES TO AREPORT-LINE
               STRING "  " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-AUD-ENT-TITLE (WS-AUD-IX))
                          DELIMITED BY SIZE
                      " - password seen " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-AUD-ENT-SEEN (WS-AUD-IX))
                          DELIMITED BY SIZE
                      " time(s) in known breaches" DELIMITED BY SIZE
                      INTO AREPORT-LINE
               END-STRING
               WRITE AREPORT-LINE
               IF WS-CSV
                   MOVE SPACES TO CSV-LINE
                   STRING "compromised,""" DELIMITED BY SIZE
                          FUNCTION TRIM(
                              WS-AUD-ENT-TITLE (WS-AUD-IX))
                              DELIMITED BY SIZE
                          """," DELIMITED BY SIZE
                          WS-DATE DELIMITED BY SIZE
                          INTO CSV-LINE
                   END-STRING
                   WRITE CSV-LINE
               END-IF
           END-IF.

       SCREEN-BREACHED-PASSWORDS.
           *> Look every entry's password hash up in the breach list.
           *> The list is far too big to load (hundreds of millions of
           *> lines), so the entry hashes are sorted in memory and
           *> the list - sorted the same way - is read once, front to
           *> back, stopping as soon as the last entry hash is passed.
           MOVE 0 TO WS-AUD-PWNED-COUNT
           MOVE 'N' TO WS-BREACH-STATE
           IF WS-BREACH-PATH NOT = SPACES
               MOVE 0 TO WS-BR-COUNT
               PERFORM BREACH-ADD-HASH
                   VARYING WS-AUD-IX FROM 1 BY 1
                   UNTIL WS-AUD-IX > WS-AUD-COUNT
               OPEN INPUT BREACH-FILE
               IF WS-BREACH-STATUS NOT = "00"
                   MOVE 'U' TO WS-BREACH-STATE
                   DISPLAY "WARNING: cannot read breach hash list "
                       FUNCTION TRIM(WS-BREACH-PATH)
                   MOVE "AUDIT-MODE: breach hash list unreadable"
                       TO WS-LOG-MESSAGE
                   PERFORM WRITE-LOG-ENTRY
               ELSE
                   DISPLAY "Screening " WS-BR-COUNT
                       " password(s) against the breach hash list..."
                   MOVE 1 TO WS-BR-PTR
                   MOVE 'N' TO WS-BREACH-EOF-FLAG
                   PERFORM READ-BREACH-RECORD
                       UNTIL WS-BREACH-EOF OR WS-BR-PTR > WS-BR-COUNT
                   CLOSE BREACH-FILE
                   MOVE 'S' TO WS-BREACH-STATE
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "AUDIT-MODE: breach screening done, screened="
                              DELIMITED BY SIZE
                          WS-BR-COUNT DELIMITED BY SIZE
                          " compromised=" DELIMITED BY SIZE
                          WS-AUD-PWNED-COUNT DELIMITED BY SIZE
                          INTO WS-LOG-MESSAGE
                   PERFORM WRITE-LOG-ENTRY
               END-IF
               *> The hashes are no use to anyone after the walk.
               MOVE SPACES TO WS-BR-TABLE WS-BR-LINE-HASH
           END-IF.

       BREACH-ADD-HASH.
           *> Insertion into the sorted hash table - 2000 entries at
           *> most, once per audit.
           IF WS-AUD-ENT-SHA1 (WS-AUD-IX) NOT = SPACES
               ADD 1 TO WS-BR-COUNT
               MOVE WS-BR-COUNT TO WS-BR-JX
               MOVE 'N' TO WS-BR-STOP-FLAG
               PERFORM BREACH-SHIFT-UP UNTIL WS-BR-STOP
               MOVE WS-AUD-ENT-SHA1 (WS-AUD-IX) TO WS-BR-HASH (WS-BR-JX)
               MOVE WS-AUD-IX TO WS-BR-ENT (WS-BR-JX)
           END-IF.

       BREACH-SHIFT-UP.
           IF WS-BR-JX = 1
               MOVE 'Y' TO WS-BR-STOP-FLAG
           ELSE
               IF WS-BR-HASH (WS-BR-JX - 1)
                       > WS-AUD-ENT-SHA1 (WS-AUD-IX)
                   MOVE WS-BR-ENTRY (WS-BR-JX - 1)
                       TO WS-BR-ENTRY (WS-BR-JX)
                   SUBTRACT 1 FROM WS-BR-JX
               ELSE
                   MOVE 'Y' TO WS-BR-STOP-FLAG
               END-IF
           END-IF.

       READ-BREACH-RECORD.
           READ BREACH-FILE
               AT END
                   MOVE 'Y' TO WS-BREACH-EOF-FLAG
               NOT AT END
                   PERFORM MATCH-BREACH-LINE
           END-READ.

       MATCH-BREACH-LINE.
           *> "HASH:COUNT" - the published lists are upper-case hex,
           *> lower-case copies are folded so they still match.
           MOVE BREACH-LINE (1:40) TO WS-BR-LINE-HASH
           INSPECT WS-BR-LINE-HASH
               CONVERTING "abcdef" TO "ABCDEF"
           MOVE 'N' TO WS-BR-STOP-FLAG
           PERFORM BREACH-SKIP-LOWER UNTIL WS-BR-STOP
           IF WS-BR-PTR <= WS-BR-COUNT
               IF WS-BR-HASH (WS-BR-PTR) = WS-BR-LINE-HASH
                   MOVE SPACES TO WS-BR-JUNK WS-BR-LINE-SEEN
                   UNSTRING BREACH-LINE DELIMITED BY ":"
                       INTO WS-BR-JUNK WS-BR-LINE-SEEN
                   END-UNSTRING
                   INSPECT WS-BR-LINE-SEEN REPLACING ALL X"0D" BY " "
                   MOVE 'N' TO WS-BR-STOP-FLAG
                   PERFORM BREACH-MARK-HIT UNTIL WS-BR-STOP
               END-IF
           END-IF.

       BREACH-SKIP-LOWER.
           IF WS-BR-PTR > WS-BR-COUNT
               MOVE 'Y' TO WS-BR-STOP-FLAG
           ELSE
               IF WS-BR-HASH (WS-BR-PTR) < WS-BR-LINE-HASH
                   ADD 1 TO WS-BR-PTR
               ELSE
                   MOVE 'Y' TO WS-BR-STOP-FLAG
               END-IF
           END-IF.

       BREACH-MARK-HIT.
           *> Several entries can share one password - mark them all.
           IF WS-BR-PTR > WS-BR-COUNT
               MOVE 'Y' TO WS-BR-STOP-FLAG
           ELSE
               IF WS-BR-HASH (WS-BR-PTR) = WS-BR-LINE-HASH
                   MOVE 'Y' TO WS-AUD-ENT-PWNED (WS-BR-ENT (WS-BR-PTR))
                   MOVE WS-BR-LINE-SEEN
                       TO WS-AUD-ENT-SEEN (WS-BR-ENT (WS-BR-PTR))
                   ADD 1 TO WS-AUD-PWNED-COUNT
                   ADD 1 TO WS-BR-PTR
               ELSE
                   MOVE 'Y' TO WS-BR-STOP-FLAG
               END-IF
           END-IF.

       HASH-AUDIT-PASSWORD.
           *> The export escapes &, <, >, " and ' - undo that first so
           *> the hash is taken over the password's real bytes.
           MOVE SPACES TO WS-SHA-INPUT
           MOVE 0 TO WS-SHA-LEN
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-XML-VALUE TRAILING))
               TO WS-SHA-ENT-LEN
           MOVE 1 TO WS-SHA-SRC-IX
           PERFORM DECODE-XML-CHAR
               UNTIL WS-SHA-SRC-IX > WS-SHA-ENT-LEN
           PERFORM SHA1-DIGEST
           MOVE WS-SHA-HEX-OUT TO WS-AUD-SHA1.

       DECODE-XML-CHAR.
           ADD 1 TO WS-SHA-LEN
           IF WS-XML-VALUE (WS-SHA-SRC-IX:1) = "&"
               EVALUATE TRUE
                   WHEN WS-XML-VALUE (WS-SHA-SRC-IX:5) = "&amp;"
                       MOVE "&" TO WS-SHA-INPUT (WS-SHA-LEN:1)
                       ADD 4 TO WS-SHA-SRC-IX
                   WHEN WS-XML-VALUE (WS-SHA-SRC-IX:4) = "&lt;"
                       MOVE "<" TO WS-SHA-INPUT (WS-SHA-LEN:1)
                       ADD 3 TO WS-SHA-SRC-IX
                   WHEN WS-XML-VALUE (WS-SHA-SRC-IX:4) = "&gt;"
                       MOVE ">" TO WS-SHA-INPUT (WS-SHA-LEN:1)
                       ADD 3 TO WS-SHA-SRC-IX
                   WHEN WS-XML-VALUE (WS-SHA-SRC-IX:6) = "&quot;"
                       MOVE """" TO WS-SHA-INPUT (WS-SHA-LEN:1)
                       ADD 5 TO WS-SHA-SRC-IX
                   WHEN WS-XML-VALUE (WS-SHA-SRC-IX:6) = "&apos;"
                       MOVE "'" TO WS-SHA-INPUT (WS-SHA-LEN:1)
                       ADD 5 TO WS-SHA-SRC-IX
                   WHEN OTHER
                       MOVE "&" TO WS-SHA-INPUT (WS-SHA-LEN:1)
               END-EVALUATE
           ELSE
               MOVE WS-XML-VALUE (WS-SHA-SRC-IX:1)
                   TO WS-SHA-INPUT (WS-SHA-LEN:1)
           END-IF
           ADD 1 TO WS-SHA-SRC-IX.

       SHA1-DIGEST.
           *> WS-SHA-INPUT (1:WS-SHA-LEN) -> WS-SHA-HEX-OUT, 40 upper-
           *> case hex digits. Pad: an 80 byte, zeros, then the bit
           *> length big-endian in the last 8 bytes of the last block
           *> (260 bytes at most, so two length bytes are plenty).
           MOVE LOW-VALUES TO WS-SHA-MSG
           IF WS-SHA-LEN > 0
               MOVE WS-SHA-INPUT (1:WS-SHA-LEN)
                   TO WS-SHA-MSG (1:WS-SHA-LEN)
           END-IF
           MOVE X"80" TO WS-SHA-MSG (WS-SHA-LEN + 1:1)
           COMPUTE WS-SHA-BLOCKS = (WS-SHA-LEN + 72) / 64
           COMPUTE WS-SHA-POS = WS-SHA-BLOCKS * 64
           COMPUTE WS-SHA-BITS = WS-SHA-LEN * 8
           MOVE FUNCTION CHAR(WS-SHA-BITS / 256 + 1)
               TO WS-SHA-MSG (WS-SHA-POS - 1:1)
           MOVE FUNCTION CHAR(FUNCTION MOD(WS-SHA-BITS, 256) + 1)
               TO WS-SHA-MSG (WS-SHA-POS:1)

           PERFORM SHA1-INIT-WORD
               VARYING WS-SHA-WX FROM 1 BY 1 UNTIL WS-SHA-WX > 5
           PERFORM SHA1-BLOCK
               VARYING WS-SHA-BLK FROM 1 BY 1
               UNTIL WS-SHA-BLK > WS-SHA-BLOCKS

           MOVE SPACES TO WS-SHA-HEX-OUT
           PERFORM SHA1-HEX-WORD
               VARYING WS-SHA-WX FROM 1 BY 1 UNTIL WS-SHA-WX > 5
           MOVE LOW-VALUES TO WS-SHA-MSG WS-SHA-W-TABLE
                              WS-SHA-V-TABLE
           MOVE SPACES TO WS-SHA-INPUT.

       SHA1-INIT-WORD.
           MOVE WS-SHA-CONST (WS-SHA-WX) TO WS-SHA-H (WS-SHA-WX).

       SHA1-BLOCK.
           PERFORM SHA1-LOAD-WORD
               VARYING WS-SHA-T FROM 1 BY 1 UNTIL WS-SHA-T > 16
           PERFORM SHA1-EXPAND-WORD
               VARYING WS-SHA-T FROM 17 BY 1 UNTIL WS-SHA-T > 80
           PERFORM SHA1-COPY-WORD
               VARYING WS-SHA-WX FROM 1 BY 1 UNTIL WS-SHA-WX > 5
           PERFORM SHA1-ROUND
               VARYING WS-SHA-T FROM 1 BY 1 UNTIL WS-SHA-T > 80
           PERFORM SHA1-ADD-WORD
               VARYING WS-SHA-WX FROM 1 BY 1 UNTIL WS-SHA-WX > 5.

       SHA1-LOAD-WORD.
           COMPUTE WS-SHA-POS = (WS-SHA-BLK - 1) * 64
                              + (WS-SHA-T - 1) * 4 + 1
           COMPUTE WS-SHA-W (WS-SHA-T) =
               (FUNCTION ORD(WS-SHA-MSG (WS-SHA-POS:1)) - 1)
                   * 16777216
             + (FUNCTION ORD(WS-SHA-MSG (WS-SHA-POS + 1:1)) - 1)
                   * 65536
             + (FUNCTION ORD(WS-SHA-MSG (WS-SHA-POS + 2:1)) - 1)
                   * 256
             + (FUNCTION ORD(WS-SHA-MSG (WS-SHA-POS + 3:1)) - 1).

       SHA1-EXPAND-WORD.
           *> W(t) = ROTL1(W(t-3) xor W(t-8) xor W(t-14) xor W(t-16))
           MOVE WS-SHA-W (WS-SHA-T - 3) TO WS-SHA-X
           CALL "CBL_XOR" USING WS-SHA-W (WS-SHA-T - 8) WS-SHA-X
               BY VALUE 8
           CALL "CBL_XOR" USING WS-SHA-W (WS-SHA-T - 14) WS-SHA-X
               BY VALUE 8
           CALL "CBL_XOR" USING WS-SHA-W (WS-SHA-T - 16) WS-SHA-X
               BY VALUE 8
           MOVE 2 TO WS-SHA-POW
           PERFORM SHA1-ROTATE
           MOVE WS-SHA-Y TO WS-SHA-W (WS-SHA-T).

       SHA1-COPY-WORD.
           MOVE WS-SHA-H (WS-SHA-WX) TO WS-SHA-V (WS-SHA-WX).

       SHA1-ROTATE.
           *> WS-SHA-Y = WS-SHA-X rotated left; WS-SHA-POW = 2**n
           COMPUTE WS-SHA-BIG = WS-SHA-X * WS-SHA-POW
           DIVIDE WS-SHA-BIG BY 4294967296 GIVING WS-SHA-HI
               REMAINDER WS-SHA-LO
           COMPUTE WS-SHA-Y = WS-SHA-LO + WS-SHA-HI.

       SHA1-ROUND.
           *> f is "choose" for rounds 1-20, "majority" for 41-60,
           *> parity otherwise. TEMP = ROTL5(a) + f + e + K + W(t);
           *> then e = d, d = c, c = ROTL30(b), b = a, a = TEMP.
           EVALUATE TRUE
               WHEN WS-SHA-T <= 20
                   *> d xor (b and (c xor d))
                   MOVE WS-SHA-V (3) TO WS-SHA-Y
                   CALL "CBL_XOR" USING WS-SHA-V (4) WS-SHA-Y
                       BY VALUE 8
                   CALL "CBL_AND" USING WS-SHA-V (2) WS-SHA-Y
                       BY VALUE 8
                   MOVE WS-SHA-V (4) TO WS-SHA-F
                   CALL "CBL_XOR" USING WS-SHA-Y WS-SHA-F
                       BY VALUE 8
                   MOVE WS-SHA-CONST (6) TO WS-SHA-K
               WHEN WS-SHA-T > 40 AND WS-SHA-T <= 60
                   *> (b and c) or (d and (b or c))
                   MOVE WS-SHA-V (2) TO WS-SHA-Y
                   CALL "CBL_OR" USING WS-SHA-V (3) WS-SHA-Y
                       BY VALUE 8
                   CALL "CBL_AND" USING WS-SHA-V (4) WS-SHA-Y
                       BY VALUE 8
                   MOVE WS-SHA-V (2) TO WS-SHA-F
                   CALL "CBL_AND" USING WS-SHA-V (3) WS-SHA-F
                       BY VALUE 8
                   CALL "CBL_OR" USING WS-SHA-Y WS-SHA-F
                       BY VALUE 8
                   MOVE WS-SHA-CONST (8) TO WS-SHA-K
               WHEN OTHER
                   MOVE WS-SHA-V (2) TO WS-SHA-F
                   CALL "CBL_XOR" USING WS-SHA-V (3) WS-SHA-F
                       BY VALUE 8
                   CALL "CBL_XOR" USING WS-SHA-V (4) WS-SHA-F
                       BY VALUE 8
                   IF WS-SHA-T <= 40
                       MOVE WS-SHA-CONST (7) TO WS-SHA-K
                   ELSE
                       MOVE WS-SHA-CONST (9) TO WS-SHA-K
                   END-IF
           END-EVALUATE
           MOVE WS-SHA-V (1) TO WS-SHA-X
           MOVE 32 TO WS-SHA-POW
           PERFORM SHA1-ROTATE
           COMPUTE WS-SHA-BIG = WS-SHA-Y + WS-SHA-F + WS-SHA-V (5)
                              + WS-SHA-K + WS-SHA-W (WS-SHA-T)
           DIVIDE WS-SHA-BIG BY 4294967296 GIVING WS-SHA-HI
               REMAINDER WS-SHA-K
           MOVE WS-SHA-V (4) TO WS-SHA-V (5)
           MOVE WS-SHA-V (3) TO WS-SHA-V (4)
           MOVE WS-SHA-V (2) TO WS-SHA-X
           MOVE 1073741824 TO WS-SHA-POW
           PERFORM SHA1-ROTATE
           MOVE WS-SHA-Y TO WS-SHA-V (3)
           MOVE WS-SHA-V (1) TO WS-SHA-V (2)
           MOVE WS-SHA-K TO WS-SHA-V (1).

       SHA1-ADD-WORD.
           COMPUTE WS-SHA-BIG = WS-SHA-H (WS-SHA-WX)
                              + WS-SHA-V (WS-SHA-WX)
           DIVIDE WS-SHA-BIG BY 4294967296 GIVING WS-SHA-HI
               REMAINDER WS-SHA-LO
           MOVE WS-SHA-LO TO WS-SHA-H (WS-SHA-WX).

       SHA1-HEX-WORD.
           MOVE WS-SHA-H (WS-SHA-WX) TO WS-SHA-X
           PERFORM SHA1-HEX-DIGIT
               VARYING WS-SHA-NIB-IX FROM 8 BY -1
               UNTIL WS-SHA-NIB-IX < 1.

       SHA1-HEX-DIGIT.
           DIVIDE WS-SHA-X BY 16 GIVING WS-SHA-X
               REMAINDER WS-SHA-NIB-VAL
           MOVE WS-SHA-HEX-DIGITS (WS-SHA-NIB-VAL + 1:1)
               TO WS-SHA-HEX-OUT ((WS-SHA-WX - 1) * 8
                                  + WS-SHA-NIB-IX:1).

       SYNC-SITE-CYCLE.
           PERFORM SET-ACTIVE-SITE
           *> A site whose transfer credential cannot be read out of
           *> the vault fails here, before anything else runs - there
           *> is no falling back to a password in config.json.
           PERFORM RESOLVE-SITE-CREDENTIAL
           IF WS-SITE-FAILED
               PERFORM RECORD-SITE-OUTCOME
               IF NOT WS-DRY-RUN
                   PERFORM WRITE-HISTORY-RECORD
               END-IF
           ELSE
               IF WS-DRY-RUN
                   PERFORM DRY-RUN-SITE
                   PERFORM RECORD-SITE-OUTCOME
               ELSE
                   *> A held site is its own island: without approval it
                   *> is skipped (merge result stays parked in its local
                   *> database), with --approve-upload just its reviewed
                   *> upload is finished - either way the other sites'
                   *> cycles run normally.
                   PERFORM CHECK-SITE-HOLD
                   IF WS-SITE-HELD
                       IF WS-APPROVE-UPLOAD
                           PERFORM APPROVE-HELD-SITE
                           PERFORM RECORD-SITE-OUTCOME
                           PERFORM WRITE-HISTORY-RECORD
                       ELSE
                           DISPLAY "Site "
                               FUNCTION TRIM(WS-CURRENT-SITE)
                               " held for conflict review - skipping"
                           DISPLAY "(rerun with --approve-upload to"
                               " finish its upload)"
                           MOVE "SYNC-SITE-CYCLE: site held, skipped"
                               TO WS-LOG-MESSAGE
                           PERFORM WRITE-LOG-ENTRY
                           MOVE 'Y' TO WS-ANY-HELD-FLAG
                           *> "held-skip", not "held": nothing ran this
                           *> cycle, so the all-zero timings must stay
                           *> out of the report's averages - only the
                           *> night the hold was imposed carries real
                           *> step durations.
                           MOVE "held-skip"
                               TO WS-SITE-STATUS (WS-SITE-IX)
                           PERFORM WRITE-HISTORY-RECORD
                       END-IF
                   ELSE
                       IF WS-SITE-IX < WS-RESUME-SITE-IX
                           DISPLAY "Skipping site "
                               FUNCTION TRIM(WS-CURRENT-SITE)
                               " - already completed this cycle"
                           MOVE "skipped" TO WS-SITE-STATUS (WS-SITE-IX)
                           PERFORM WRITE-HISTORY-RECORD
                       ELSE
                           IF WS-SITE-IX = WS-RESUME-SITE-IX
                               MOVE WS-RESUME-STEP TO WS-SITE-RESUME
                           ELSE
                               MOVE 0 TO WS-SITE-RESUME
                           END-IF
                           *> A cycle being resumed mid-way has work in
                           *> flight - never skip it as unchanged.
                           IF WS-SITE-RESUME = 0 AND NOT WS-FORCE-RUN
                               PERFORM CHECK-UNCHANGED-SITE
                           END-IF
                           IF WS-SITE-UNCHANGED
                               DISPLAY "No changes since last sync -"
                                   " skipping site"
                               MOVE SPACES TO WS-LOG-MESSAGE
                               STRING "SYNC-SITE-CYCLE: no changes,"
                                          DELIMITED BY SIZE
                                      " skipped" DELIMITED BY SIZE
                                      INTO WS-LOG-MESSAGE
                               END-STRING
                               PERFORM WRITE-LOG-ENTRY
                               MOVE "unchanged"
                                   TO WS-SITE-STATUS (WS-SITE-IX)
                               PERFORM WRITE-HISTORY-RECORD
                               PERFORM CLEAR-FAIL-COUNTER
                           ELSE
                               PERFORM RUN-SITE-STEPS
                               PERFORM RECORD-SITE-OUTCOME
                               PERFORM WRITE-HISTORY-RECORD
                           END-IF
                       END-IF
                   END-IF
               END-IF
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SITE-STATUS (WS-SITE-IX))
                      DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HIST-STEP) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-HIST-BACKUP-SECS DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-HIST-DL-SECS DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-HIST-MERGE-SECS DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-HIST-UL-SECS DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-HIST-RETRIES DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-HIST-BYTES DELIMITED BY SIZE
                  INTO HISTORY-LINE
           END-STRING
           PERFORM ACQUIRE-CHAIN-LOCK
           MOVE 'H' TO WS-LC-KIND
           MOVE HISTORY-LINE TO WS-LC-NEW-LINE
           PERFORM LC-SEAL-LINE
           MOVE WS-LC-NEW-LINE TO HISTORY-LINE
           OPEN EXTEND HISTORY-FILE
           IF WS-HISTORY-STATUS = "35"
               OPEN OUTPUT HISTORY-FILE
           END-IF
           IF WS-HISTORY-STATUS = "00"
               WRITE HISTORY-LINE
               CLOSE HISTORY-FILE
               PERFORM LC-SAVE-ANCHOR
           END-IF
           PERFORM RELEASE-CHAIN-LOCK
           PERFORM LC-ALERT-REBUILT.

       RUN-SITES-PARALLEL.
           *> max_parallel_sites > 1: each site's cycle runs in a
           *> worker copy of this program, up to WS-MAX-PARALLEL at a
           *> time, started in config.json order as slots free up.
           *> Sites a resumed cycle already finished are settled here
           *> first, exactly as the serial loop would; the site the
           *> checkpoint names takes that checkpoint over as its own.
           MOVE 0 TO WS-PAR-RUNNING
           MOVE 0 TO WS-PAR-DONE
           PERFORM PAR-CLEAR-SCRATCH
           PERFORM PAR-INIT-SITE
               VARYING WS-PAR-IX FROM 1 BY 1
               UNTIL WS-PAR-IX > WS-SITE-COUNT
           IF WS-RESUME-SITE-IX > 0
               MOVE SPACES TO WS-COMMAND
               STRING "mv -f " DELIMITED BY SIZE
                      WS-CHECKPOINT-FILE-NAME DELIMITED BY SPACE
                      " sync_checkpoint_" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SITE-NAME (WS-RESUME-SITE-IX))
                          DELIMITED BY SIZE
                      ".txt 2>/dev/null" DELIMITED BY SIZE
                      INTO WS-COMMAND
               CALL "SYSTEM" USING WS-COMMAND
           END-IF
           MOVE SPACES TO WS-CURRENT-SITE
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING "RUN-SITES-PARALLEL: up to " DELIMITED BY SIZE
                  WS-MAX-PARALLEL DELIMITED BY SIZE
                  " sites at a time" DELIMITED BY SIZE
                  INTO WS-LOG-MESSAGE
           PERFORM WRITE-LOG-ENTRY
           MOVE 'Y' TO WS-PAR-ACTIVE-FLAG
           PERFORM PAR-SCHEDULE-PASS
               UNTIL WS-PAR-DONE >= WS-SITE-COUNT
           MOVE 'N' TO WS-PAR-ACTIVE-FLAG
           MOVE SPACES TO WS-CURRENT-SITE
           PERFORM PAR-CLEAR-SCRATCH.

       PAR-CHECK-PROGRAM.
           *> Without the program beside config.json no worker can
           *> start, and every site would fail as "ended without
           *> result" - run them one after another instead.
           MOVE SPACES TO WS-COMMAND
           STRING "test -x " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SYNC-PROGRAM) DELIMITED BY SIZE
                  INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND RETURNING WS-RETURN-CODE
           IF WS-RETURN-CODE = 0
               MOVE 'Y' TO WS-PAR-PROGRAM-FLAG
           ELSE
               MOVE 'N' TO WS-PAR-PROGRAM-FLAG
               DISPLAY "WARNING: " FUNCTION TRIM(WS-SYNC-PROGRAM)
                   " not found - sites run one at a time"
               MOVE SPACES TO WS-CURRENT-SITE
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "RUN-SITES-PARALLEL: " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SYNC-PROGRAM)
                          DELIMITED BY SIZE
                      " not found, running sites serially"
                          DELIMITED BY SIZE
                      INTO WS-LOG-MESSAGE
               END-STRING
               PERFORM WRITE-LOG-ENTRY
               MOVE "warning" TO WS-NOTIFY-SEVERITY
               PERFORM SEND-NOTIFICATION
           END-IF.

       PAR-INIT-SITE.
           IF WS-PAR-IX < WS-RESUME-SITE-IX
               MOVE WS-PAR-IX TO WS-SITE-IX
               PERFORM SYNC-SITE-CYCLE
               MOVE 'D' TO WS-PAR-STATE (WS-PAR-IX)
               ADD 1 TO WS-PAR-DONE
           ELSE
               MOVE 'W' TO WS-PAR-STATE (WS-PAR-IX)
           END-IF.

       PAR-CLEAR-SCRATCH.
           *> Leftovers of a run that was killed: its master lock
           *> would stall every worker, and its done markers would
           *> be taken for this run's. The chain and hold locks are
           *> shared with other keepass-sync processes and are left
           *> to the stale check in LL-TRY-LOCK.
           MOVE SPACES TO WS-COMMAND
           STRING "rm -rf sync_master.lock; "
                      DELIMITED BY SIZE
                  "rm -f sync_done_*.tmp "
                      DELIMITED BY SIZE
                  "sync_result_*.tmp" DELIMITED BY SIZE
                  INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND.

       PAR-SCHEDULE-PASS.
           PERFORM PAR-CHECK-SITE
               VARYING WS-PAR-IX FROM 1 BY 1
               UNTIL WS-PAR-IX > WS-SITE-COUNT
           IF WS-PAR-DONE < WS-SITE-COUNT
               MOVE "sleep 2" TO WS-COMMAND
               CALL "SYSTEM" USING WS-COMMAND
           END-IF.

       PAR-CHECK-SITE.
           EVALUATE WS-PAR-STATE (WS-PAR-IX)
               WHEN 'W'
                   IF WS-PAR-RUNNING < WS-MAX-PARALLEL
                       PERFORM PAR-START-WORKER
                   END-IF
               WHEN 'R'
                   PERFORM PAR-POLL-WORKER
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       PAR-START-WORKER.
           *> The worker runs in the background; when it exits, for
           *> whatever reason, the subshell drops a done marker.
           MOVE WS-SITE-NAME (WS-PAR-IX) TO WS-CURRENT-SITE
           MOVE SPACES TO WS-COMMAND
           MOVE 1 TO WS-PAR-POS
           STRING "(" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SYNC-PROGRAM) DELIMITED BY SIZE
                  " --worker --cycle " DELIMITED BY SIZE
                  WS-TIMESTAMP DELIMITED BY SIZE
                  " --site " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CURRENT-SITE) DELIMITED BY SIZE
                  INTO WS-COMMAND
                  WITH POINTER WS-PAR-POS
           END-STRING
           IF WS-APPROVE-UPLOAD
               STRING " --approve-upload" DELIMITED BY SIZE
                      INTO WS-COMMAND
                      WITH POINTER WS-PAR-POS
               END-STRING
           END-IF
           IF WS-FORCE-RUN
               STRING " --force" DELIMITED BY SIZE
                      INTO WS-COMMAND
                      WITH POINTER WS-PAR-POS
               END-STRING
           END-IF
           STRING " > sync_worker_" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CURRENT-SITE) DELIMITED BY SIZE
                  ".out 2>&1; echo done > sync_done_" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CURRENT-SITE) DELIMITED BY SIZE
                  ".tmp) &" DELIMITED BY SIZE
                  INTO WS-COMMAND
                  WITH POINTER WS-PAR-POS
           END-STRING
           CALL "SYSTEM" USING WS-COMMAND
           MOVE 'R' TO WS-PAR-STATE (WS-PAR-IX)
           ADD 1 TO WS-PAR-RUNNING
           DISPLAY "Site " FUNCTION TRIM(WS-CURRENT-SITE)
               " started"
           MOVE "RUN-SITES-PARALLEL: site worker started"
               TO WS-LOG-MESSAGE
           PERFORM WRITE-LOG-ENTRY
           MOVE SPACES TO WS-CURRENT-SITE.

       PAR-POLL-WORKER.
           MOVE SPACES TO WS-PAR-FILE-NAME
           STRING "sync_done_" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SITE-NAME (WS-PAR-IX))
                      DELIMITED BY SIZE
                  ".tmp" DELIMITED BY SIZE
                  INTO WS-PAR-FILE-NAME
           END-STRING
           OPEN INPUT PAR-FILE
           IF WS-PAR-STATUS = "00"
               CLOSE PAR-FILE
               PERFORM PAR-COLLECT-RESULT
           END-IF.

       PAR-COLLECT-RESULT.
           *> A worker finished: show its console output as one
           *> block, then fold its result into this run's outcome
           *> table and digest. Its checkpoint goes once the result
           *> is in, as the serial loop's does at the end of the
           *> list; a worker that died without a result keeps its
           *> checkpoint for the next run to resume from.
           MOVE 'D' TO WS-PAR-STATE (WS-PAR-IX)
           SUBTRACT 1 FROM WS-PAR-RUNNING
           ADD 1 TO WS-PAR-DONE
           MOVE WS-PAR-IX TO WS-SITE-IX
           MOVE SPACES TO WS-COMMAND
           STRING "tail -n +3 sync_worker_" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SITE-NAME (WS-SITE-IX))
                      DELIMITED BY SIZE
                  ".out; rm -f sync_worker_" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SITE-NAME (WS-SITE-IX))
                      DELIMITED BY SIZE
                  ".out sync_done_" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SITE-NAME (WS-SITE-IX))
                      DELIMITED BY SIZE
                  ".tmp" DELIMITED BY SIZE
                  INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND

           PERFORM BUILD-RESULT-NAME
           MOVE SPACES TO WS-PAR-R-STATUS WS-PAR-R-FAILED-AT
           MOVE 0 TO WS-PAR-R-EVENTS WS-PAR-R-LEN
           OPEN INPUT PAR-FILE
           IF WS-PAR-STATUS = "00"
               READ PAR-FILE
                   NOT AT END
                       UNSTRING PAR-LINE DELIMITED BY ALL " "
                           INTO WS-PAR-R-STATUS WS-PAR-R-FAILED-AT
                                WS-PAR-R-EVENTS WS-PAR-R-LEN
                       END-UNSTRING
               END-READ
               MOVE SPACES TO WS-PAR-BUF
               MOVE 1 TO WS-PAR-POS
               MOVE 'N' TO WS-PAR-EOF-FLAG
               PERFORM READ-PAR-CHUNK UNTIL WS-PAR-EOF
               CLOSE PAR-FILE
               MOVE SPACES TO WS-COMMAND
               STRING "rm -f " DELIMITED BY SIZE
                      WS-PAR-FILE-NAME DELIMITED BY SPACE
                      " sync_checkpoint_" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SITE-NAME (WS-SITE-IX))
                          DELIMITED BY SIZE
                      ".txt" DELIMITED BY SIZE
                      INTO WS-COMMAND
               CALL "SYSTEM" USING WS-COMMAND
           END-IF

           IF WS-PAR-R-STATUS = SPACES
               PERFORM PAR-LOST-WORKER
           ELSE
               MOVE WS-PAR-R-STATUS TO WS-SITE-STATUS (WS-SITE-IX)
               IF WS-PAR-R-FAILED-AT NOT = "-"
                   MOVE WS-PAR-R-FAILED-AT
                       TO WS-SITE-FAILED-AT (WS-SITE-IX)
               END-IF
               EVALUATE WS-PAR-R-STATUS
                   WHEN "failed"
                       MOVE 'Y' TO WS-ANY-FAILED-FLAG
                   WHEN "held"
                   WHEN "held-skip"
                       MOVE 'Y' TO WS-ANY-HELD-FLAG
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
               ADD WS-PAR-R-EVENTS TO WS-DIGEST-EVENTS
               IF WS-PAR-R-LEN > 0 AND WS-DIGEST-PTR < 1300
                   STRING WS-PAR-BUF (1:WS-PAR-R-LEN)
                              DELIMITED BY SIZE
                          INTO WS-DIGEST-BUF
                          WITH POINTER WS-DIGEST-PTR
                   END-STRING
               END-IF
           END-IF.

       READ-PAR-CHUNK.
           READ PAR-FILE
               AT END
                   MOVE 'Y' TO WS-PAR-EOF-FLAG
               NOT AT END
                   IF WS-PAR-POS < 1500
                       MOVE PAR-LINE TO WS-PAR-BUF (WS-PAR-POS:250)
                       ADD 250 TO WS-PAR-POS
                   END-IF
           END-READ.

       PAR-LOST-WORKER.
           *> No result: the worker crashed, was killed, or never
           *> started. The site counts as failed like any other step
           *> failure - outcome, fail counter and history line.
           PERFORM SET-ACTIVE-SITE
           DISPLAY "ERROR: site worker ended without a result"
           MOVE "RUN-SITES-PARALLEL: site worker ended without result"
               TO WS-LOG-MESSAGE
           PERFORM WRITE-LOG-ENTRY
           MOVE "critical" TO WS-NOTIFY-SEVERITY
           PERFORM SEND-NOTIFICATION
           MOVE 'Y' TO WS-SITE-FAILED-FLAG
           MOVE 'Y' TO WS-ANY-FAILED-FLAG
           MOVE "worker" TO WS-FAIL-STEP
           PERFORM RECORD-SITE-OUTCOME
           PERFORM WRITE-HISTORY-RECORD
           MOVE SPACES TO WS-CURRENT-SITE.

       BUILD-RESULT-NAME.
           MOVE SPACES TO WS-PAR-FILE-NAME
           STRING "sync_result_" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SITE-NAME (WS-SITE-IX))
                      DELIMITED BY SIZE
                  ".tmp" DELIMITED BY SIZE
                  INTO WS-PAR-FILE-NAME
           END-STRING.

       WORKER-MODE.
           *> --worker --site x: one site's cycle for a parallel run.
           *> Scratch, cred and checkpoint files get the site's name
           *> so workers never share one, and a temp_path another
           *> site also uses gets the site name appended. The result
           *> file is the worker's answer to RUN-SITES-PARALLEL.
           PERFORM SELECT-REQUESTED-SITE
           MOVE WS-SITE-NAME (WS-SITE-IX) TO WS-CURRENT-SITE
           MOVE SPACES TO WS-WORK-FILE-NAME WS-CRED-FILE-NAME
                          WS-CHECKPOINT-FILE-NAME
           STRING "sync_work_" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CURRENT-SITE) DELIMITED BY SIZE
                  ".tmp" DELIMITED BY SIZE
                  INTO WS-WORK-FILE-NAME
           END-STRING
           STRING "sync_cred_" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CURRENT-SITE) DELIMITED BY SIZE
                  ".tmp" DELIMITED BY SIZE
                  INTO WS-CRED-FILE-NAME
           END-STRING
           STRING "sync_checkpoint_" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CURRENT-SITE) DELIMITED BY SIZE
                  ".txt" DELIMITED BY SIZE
                  INTO WS-CHECKPOINT-FILE-NAME
           END-STRING
           MOVE 'N' TO WS-PAR-SHARED-FLAG
           PERFORM WORKER-CHECK-TEMP
               VARYING WS-SITE-SCAN FROM 1 BY 1
               UNTIL WS-SITE-SCAN > WS-SITE-COUNT
           IF WS-PAR-SHARED-TEMP
               MOVE SPACES TO WS-CONFIG-TEMP
               STRING WS-SITE-TEMP (WS-SITE-IX) DELIMITED BY SPACE
                      "." DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CURRENT-SITE) DELIMITED BY SIZE
                      INTO WS-CONFIG-TEMP
               END-STRING
               MOVE WS-CONFIG-TEMP TO WS-SITE-TEMP (WS-SITE-IX)
           END-IF
           PERFORM READ-CHECKPOINT
           PERFORM SYNC-SITE-CYCLE
           PERFORM WRITE-WORKER-RESULT.

       WORKER-CHECK-TEMP.
           IF WS-SITE-SCAN NOT = WS-SITE-IX
                   AND WS-SITE-TEMP (WS-SITE-SCAN)
                       = WS-SITE-TEMP (WS-SITE-IX)
               MOVE 'Y' TO WS-PAR-SHARED-FLAG
           END-IF.

       WRITE-WORKER-RESULT.
           *> "status failed-at events length", then the buffered
           *> digest text (digest mode only) in 250-byte pieces.
           PERFORM BUILD-RESULT-NAME
           MOVE WS-SITE-STATUS (WS-SITE-IX) TO WS-PAR-R-STATUS
           IF WS-PAR-R-STATUS = SPACES
               MOVE "not-run" TO WS-PAR-R-STATUS
           END-IF
           MOVE WS-SITE-FAILED-AT (WS-SITE-IX) TO WS-PAR-R-FAILED-AT
           IF WS-PAR-R-FAILED-AT = SPACES
               MOVE "-" TO WS-PAR-R-FAILED-AT
           END-IF
           MOVE WS-DIGEST-EVENTS TO WS-PAR-R-EVENTS
           COMPUTE WS-PAR-R-LEN = WS-DIGEST-PTR - 1
           OPEN OUTPUT PAR-FILE
           IF WS-PAR-STATUS = "00"
               MOVE SPACES TO PAR-LINE
               STRING FUNCTION TRIM(WS-PAR-R-STATUS) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-PAR-R-FAILED-AT)
                          DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-PAR-R-EVENTS DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-PAR-R-LEN DELIMITED BY SIZE
                      INTO PAR-LINE
               END-STRING
               WRITE PAR-LINE
               PERFORM WRITE-WORKER-CHUNK
                   VARYING WS-PAR-POS FROM 1 BY 250
                   UNTIL WS-PAR-POS > WS-PAR-R-LEN
               CLOSE PAR-FILE
           END-IF.

       WRITE-WORKER-CHUNK.
           MOVE WS-DIGEST-BUF (WS-PAR-POS:250) TO PAR-LINE
           WRITE PAR-LINE.

       TAKE-MASTER-SNAPSHOT.
           *> Copy the master, under the master lock, to a file of
           *> this site's own and make that the upload source.
           MOVE SPACES TO WS-SNAP-PATH
           PERFORM ACQUIRE-MASTER-LOCK
           IF WS-SITE-NOT-FAILED
               STRING WS-CONFIG-LOCAL DELIMITED BY SPACE
                      "." DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CURRENT-SITE) DELIMITED BY SIZE
                      ".snap" DELIMITED BY SIZE
                      INTO WS-SNAP-PATH
               END-STRING
               MOVE SPACES TO WS-COMMAND
               STRING "cp -f " DELIMITED BY SIZE
                      WS-CONFIG-LOCAL DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      WS-SNAP-PATH DELIMITED BY SPACE
                      INTO WS-COMMAND
               CALL "SYSTEM" USING WS-COMMAND RETURNING WS-RETURN-CODE
               PERFORM RELEASE-MASTER-LOCK
               IF WS-RETURN-CODE = 0
                   MOVE WS-SNAP-PATH TO WS-UPLOAD-SOURCE
               ELSE
                   MOVE "TAKE-MASTER-SNAPSHOT: snapshot copy failed"
                       TO WS-LOG-MESSAGE
                   PERFORM WRITE-LOG-ENTRY
                   MOVE "critical" TO WS-NOTIFY-SEVERITY
                   PERFORM SEND-NOTIFICATION
                   MOVE "snapshot" TO WS-FAIL-STEP
                   PERFORM MARK-SITE-FAILED
               END-IF
           END-IF.

       ACQUIRE-MASTER-LOCK.
           *> Only parallel workers contend for the master. A worker
           *> that cannot get it in WS-MASTER-LOCK-MAX seconds fails
           *> its site rather than merging alongside another one.
           IF WS-WORKER AND NOT WS-MASTER-LOCKED
               MOVE "sync_master.lock" TO WS-LL-NAME
               MOVE WS-MASTER-LOCK-MAX TO WS-LL-LIMIT
               MOVE 0 TO WS-LL-STALE-AFTER
               PERFORM LL-WAIT-LOCK
               IF WS-LL-GOT
                   MOVE 'Y' TO WS-MASTER-LOCKED-FLAG
               ELSE
                   DISPLAY "ERROR: master vault busy - gave up waiting"
                   MOVE "ACQUIRE-MASTER-LOCK: timed out waiting"
                       TO WS-LOG-MESSAGE
                   PERFORM WRITE-LOG-ENTRY
                   MOVE "critical" TO WS-NOTIFY-SEVERITY
                   PERFORM SEND-NOTIFICATION
                   MOVE "master-lock" TO WS-FAIL-STEP
                   PERFORM MARK-SITE-FAILED
               END-IF
           END-IF.

       RELEASE-MASTER-LOCK.
           IF WS-MASTER-LOCKED
               MOVE "sync_master.lock" TO WS-LL-NAME
               CALL "CBL_DELETE_DIR" USING WS-LL-NAME
                   RETURNING WS-LL-RC
               MOVE 'N' TO WS-MASTER-LOCKED-FLAG
           END-IF.

       ACQUIRE-CHAIN-LOCK.
           *> A stuck chain lock must not cost the log its line - on
           *> timeout the append goes ahead unlocked.
           IF NOT WS-CHAIN-LOCKED
               MOVE "sync_chain.lock" TO WS-LL-NAME
               MOVE WS-CHAIN-LOCK-MAX TO WS-LL-LIMIT
               MOVE WS-LL-SHORT-STALE TO WS-LL-STALE-AFTER
               PERFORM LL-WAIT-LOCK
               IF WS-LL-GOT
                   MOVE 'Y' TO WS-CHAIN-LOCKED-FLAG
               ELSE
                   DISPLAY "WARNING: log lock busy - appending anyway"
               END-IF
           END-IF.

       RELEASE-CHAIN-LOCK.
           IF WS-CHAIN-LOCKED
               MOVE "sync_chain.lock" TO WS-LL-NAME
               CALL "CBL_DELETE_DIR" USING WS-LL-NAME
                   RETURNING WS-LL-RC
               MOVE 'N' TO WS-CHAIN-LOCKED-FLAG
           END-IF.

       ACQUIRE-HOLD-LOCK.
           IF NOT WS-HOLD-LOCKED
               MOVE "sync_hold.lock" TO WS-LL-NAME
               MOVE WS-CHAIN-LOCK-MAX TO WS-LL-LIMIT
               MOVE WS-LL-SHORT-STALE TO WS-LL-STALE-AFTER
               PERFORM LL-WAIT-LOCK
               IF WS-LL-GOT
                   MOVE 'Y' TO WS-HOLD-LOCKED-FLAG
               ELSE
                   DISPLAY "WARNING: hold lock busy - updating anyway"
               END-IF
           END-IF.

       RELEASE-HOLD-LOCK.
           IF WS-HOLD-LOCKED
               MOVE "sync_hold.lock" TO WS-LL-NAME
               CALL "CBL_DELETE_DIR" USING WS-LL-NAME
                   RETURNING WS-LL-RC
               MOVE 'N' TO WS-HOLD-LOCKED-FLAG
           END-IF.

       LL-WAIT-LOCK.
           *> Take local lock WS-LL-NAME, trying once a second for up
           *> to WS-LL-LIMIT seconds.
           MOVE 'N' TO WS-LL-GOT-FLAG
           MOVE 0 TO WS-LL-WAITED
           PERFORM LL-TRY-LOCK
               UNTIL WS-LL-GOT OR WS-LL-WAITED > WS-LL-LIMIT.

       LL-TRY-LOCK.
           CALL "CBL_CREATE_DIR" USING WS-LL-NAME
               RETURNING WS-LL-RC
           IF WS-LL-RC = 0
               MOVE 'Y' TO WS-LL-GOT-FLAG
           ELSE
               *> Age is looked at on the first miss and every 15
               *> seconds after; a stale lock is removed and the
               *> next try comes straight away.
               MOVE 1 TO WS-LL-STALE-RC
               IF WS-LL-STALE-AFTER > 0
                       AND FUNCTION MOD(WS-LL-WAITED, 15) = 0
                   PERFORM LL-BREAK-STALE
               END-IF
               IF WS-LL-STALE-RC NOT = 0
                   ADD 1 TO WS-LL-WAITED
                   IF WS-LL-WAITED NOT > WS-LL-LIMIT
                       CALL "SYSTEM" USING WS-LL-SLEEP
                   END-IF
               END-IF
           END-IF.

       LL-BREAK-STALE.
           *> rmdir only succeeds on the lock as found - age test and
           *> removal are one shell line to keep the window small.
           MOVE SPACES TO WS-LL-COMMAND
           MOVE WS-LL-STALE-AFTER TO WS-LC-COUNT-ED
           STRING "L=" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LL-NAME) DELIMITED BY SIZE
                  "; A=$(stat -c %Y $L 2>/dev/null) && "
                      DELIMITED BY SIZE
                  "[ $(( $(date +%s) - A )) -gt "
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LC-COUNT-ED) DELIMITED BY SIZE
                  " ] && rmdir $L 2>/dev/null" DELIMITED BY SIZE
                  INTO WS-LL-COMMAND
           END-STRING
           CALL "SYSTEM" USING WS-LL-COMMAND
               RETURNING WS-LL-STALE-RC
           IF WS-LL-STALE-RC = 0
               DISPLAY "WARNING: removed stale "
                   FUNCTION TRIM(WS-LL-NAME)
                   " left by an earlier run"
           END-IF.

       BUILD-STATE-NAME.
           *> State file holds one
           *> "<sha256> <remote-size> <remote-modtime>" line.
           MOVE SPACES TO WS-REC-SUM WS-REC-RSIZE WS-REC-MTIME
           PERFORM REMOVE-WORK-FILE
           MOVE SPACES TO WS-COMMAND
           STRING "cat " DELIMITED BY SIZE
                  WS-STATE-FILE DELIMITED BY SPACE
                  " > " DELIMITED BY SIZE
                  WS-WORK-FILE-NAME DELIMITED BY SPACE
                  " 2>/dev/null" DELIMITED BY SIZE
                  INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
           OPEN INPUT WORK-FILE
               END-READ
               CLOSE WORK-FILE
           END-IF
           PERFORM REMOVE-WORK-FILE.

       COMPUTE-LOCAL-SUM.
           MOVE SPACES TO WS-LOCAL-SUM
           PERFORM REMOVE-WORK-FILE
           MOVE SPACES TO WS-COMMAND
           STRING "sha256sum " DELIMITED BY SIZE
                  WS-CONFIG-LOCAL DELIMITED BY SPACE
                  " 2>/dev/null | cut -d' ' -f1 > " DELIMITED BY SIZE
                  WS-WORK-FILE-NAME DELIMITED BY SPACE
                  INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
           OPEN INPUT WORK-FILE
               END-READ
               CLOSE WORK-FILE
           END-IF
           PERFORM REMOVE-WORK-FILE.

       REMOTE-STAT-SIZE.
           *> Size and modtime of the live remote vault, through the
           *> LIST-REMOTE-GENERATIONS uses. ftp/sftp produce an ls -l
           *> style line (size in field 5, date in 6-8), scp asks
           *> stat directly, smbclient prints name/attr/size/date.
           PERFORM REMOVE-WORK-FILE
           EVALUATE WS-CONFIG-PROTOCOL
               WHEN "ftp"
                   STRING "open -u " DELIMITED BY SIZE
                          INTO WS-CRED-LINE-1
                   STRING "cls -l " DELIMITED BY SIZE
                          WS-CONFIG-REMOTE DELIMITED BY SPACE
                          " > " DELIMITED BY SIZE
                          WS-WORK-FILE-NAME DELIMITED BY SPACE
                          INTO WS-CRED-LINE-2
                   MOVE "quit" TO WS-CRED-LINE-3
                   PERFORM WRITE-CRED-FILE
                          INTO WS-CRED-LINE-2
                   STRING "cls -l " DELIMITED BY SIZE
                          WS-CONFIG-REMOTE DELIMITED BY SPACE
                          " > " DELIMITED BY SIZE
                          WS-WORK-FILE-NAME DELIMITED BY SPACE
                          INTO WS-CRED-LINE-3
                   MOVE "quit" TO WS-CRED-LINE-4
                   PERFORM WRITE-CRED-FILE
                          WS-CRED-FILE-NAME DELIMITED BY SPACE
                          " -c 'ls " DELIMITED BY SIZE
                          WS-CONFIG-REMOTE DELIMITED BY SPACE
                          "' > " DELIMITED BY SIZE
                          WS-WORK-FILE-NAME DELIMITED BY SPACE
                          " 2>/dev/null" DELIMITED BY SIZE
                          INTO WS-COMMAND
                   CALL "SYSTEM" USING WS-COMMAND
                   PERFORM CLEANUP-CRED-FILE
                          WS-CONFIG-HOST DELIMITED BY SPACE
                          " 'stat -c ""%s %Y"" " DELIMITED BY SIZE
                          WS-CONFIG-REMOTE DELIMITED BY SPACE
                          " 2>/dev/null' > " DELIMITED BY SIZE
                          WS-WORK-FILE-NAME DELIMITED BY SPACE
                          INTO WS-COMMAND
                   CALL "SYSTEM" USING WS-COMMAND
                   PERFORM CLEANUP-CRED-FILE
               PERFORM READ-SIZE-RECORD UNTIL WS-EOF
               CLOSE WORK-FILE
           END-IF
           PERFORM REMOVE-WORK-FILE.

       READ-SIZE-RECORD.
           READ WORK-FILE
           IF WS-REMOTE-MTIME = SPACES
               MOVE "-" TO WS-REMOTE-MTIME
           END-IF
           *> A parallel worker checksums the snapshot it uploaded -
           *> the master may already hold another site's merge.
           IF WS-SNAP-PATH NOT = SPACES
               MOVE WS-SNAP-PATH TO WS-SUM-SOURCE
           ELSE
               MOVE WS-CONFIG-LOCAL TO WS-SUM-SOURCE
           END-IF
           MOVE SPACES TO WS-COMMAND
           STRING "printf '%s %s %s\n' ""$(sha256sum "
                      DELIMITED BY SIZE
                  WS-SUM-SOURCE DELIMITED BY SPACE
                  " | cut -d' ' -f1)"" " DELIMITED BY SIZE
                  WS-REMOTE-SIZE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
           *> recycle bin holds deleted secrets of its own).
           MOVE 'N' TO WS-SCOPE-OK-FLAG
           MOVE 'N' TO WS-GRP-OVER-FLAG
           *> The copy is named per site, and is taken from the
           *> upload source - the master itself, or a parallel
           *> worker's snapshot of it.
           MOVE SPACES TO WS-SCOPED-PATH
           STRING WS-CONFIG-LOCAL DELIMITED BY SPACE
                  "." DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CURRENT-SITE) DELIMITED BY SIZE
                  ".scoped" DELIMITED BY SIZE
                  INTO WS-SCOPED-PATH
           END-STRING
           ELSE
               MOVE SPACES TO WS-COMMAND
               STRING "cp -f " DELIMITED BY SIZE
                      WS-UPLOAD-SOURCE DELIMITED BY SPACE
                      " " DELIMITED BY SIZE
                      WS-SCOPED-PATH DELIMITED BY SPACE
                      INTO WS-COMMAND
                      INTO WS-LOG-MESSAGE
               PERFORM WRITE-LOG-ENTRY
           END-IF
           PERFORM REMOVE-WORK-FILE
           PERFORM CLEANUP-CRED-FILE.

       VERIFY-SCOPED-CLEAN.
           *> "Recycle Bin/" survived the purge. A database with the
           *> recycle bin disabled simply never shows one and passes.
           MOVE 'N' TO WS-BIN-LEFT-FLAG
           PERFORM REMOVE-WORK-FILE
           MOVE SPACES TO WS-COMMAND
           STRING "keepassxc-cli ls " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-UNLOCK-OPTS) DELIMITED BY SIZE
                  WS-SCOPED-PATH DELIMITED BY SPACE
                  " < " DELIMITED BY SIZE
                  WS-CRED-FILE-NAME DELIMITED BY SPACE
                  " > " DELIMITED BY SIZE
                  WS-WORK-FILE-NAME DELIMITED BY SPACE
                  " 2>/dev/null" DELIMITED BY SIZE
                  INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND RETURNING WS-RETURN-CODE
           IF WS-RETURN-CODE NOT = 0
                      INTO WS-GRP-KEEP
               END-STRING

               PERFORM REMOVE-WORK-FILE
               MOVE SPACES TO WS-COMMAND
               IF WS-LEVEL-PREFIX = SPACES
                   STRING "keepassxc-cli ls " DELIMITED BY SIZE
                          WS-SCOPED-PATH DELIMITED BY SPACE
                          " < " DELIMITED BY SIZE
                          WS-CRED-FILE-NAME DELIMITED BY SPACE
                          " > " DELIMITED BY SIZE
                          WS-WORK-FILE-NAME DELIMITED BY SPACE
                          " 2>/dev/null" DELIMITED BY SIZE
                          INTO WS-COMMAND
               ELSE
                   STRING "keepassxc-cli ls " DELIMITED BY SIZE
                              DELIMITED BY SIZE
                          """ < " DELIMITED BY SIZE
                          WS-CRED-FILE-NAME DELIMITED BY SPACE
                          " > " DELIMITED BY SIZE
                          WS-WORK-FILE-NAME DELIMITED BY SPACE
                          " 2>/dev/null" DELIMITED BY SIZE
                          INTO WS-COMMAND
               END-IF
               CALL "SYSTEM" USING WS-COMMAND
               CALL "SYSTEM" USING WS-COMMAND
               MOVE SPACES TO WS-SCOPED-PATH
               MOVE WS-CONFIG-LOCAL TO WS-UPLOAD-SOURCE
           END-IF
           IF WS-SNAP-PATH NOT = SPACES
               MOVE SPACES TO WS-COMMAND
               STRING "rm -f " DELIMITED BY SIZE
                      WS-SNAP-PATH DELIMITED BY SPACE
                      INTO WS-COMMAND
               CALL "SYSTEM" USING WS-COMMAND
               MOVE SPACES TO WS-SNAP-PATH
               MOVE WS-CONFIG-LOCAL TO WS-UPLOAD-SOURCE
           END-IF.

       DAEMON-MODE.

       MARK-SITE-HELD.
           MOVE 'Y' TO WS-ANY-HELD-FLAG
           PERFORM ACQUIRE-HOLD-LOCK
           MOVE SPACES TO WS-COMMAND
           STRING "printf '%s %s\n' " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CURRENT-SITE) DELIMITED BY SIZE
                  WS-DATE DELIMITED BY SIZE
                  " >> sync_hold.txt" DELIMITED BY SIZE
                  INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
           PERFORM RELEASE-HOLD-LOCK.

       CLEAR-SITE-HOLD.
           PERFORM ACQUIRE-HOLD-LOCK
           MOVE SPACES TO WS-COMMAND
           STRING "grep -v ""^" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CURRENT-SITE) DELIMITED BY SIZE
                  "mv -f sync_hold.tmp sync_hold.txt"
                      DELIMITED BY SIZE
                  INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
           PERFORM RELEASE-HOLD-LOCK.

       APPROVE-HELD-SITE.
           DISPLAY "Held upload approved - finishing"
               TO WS-LOG-MESSAGE
           PERFORM WRITE-LOG-ENTRY
           PERFORM ACQUIRE-REMOTE-LOCK
           IF WS-WORKER AND WS-SITE-NOT-FAILED
               PERFORM TAKE-MASTER-SNAPSHOT
           END-IF
           IF WS-SITE-NOT-FAILED
                   AND WS-CONFIG-EXPORT-GROUP NOT = SPACES
               PERFORM BUILD-SCOPED-VAULT
               TO WS-ACTIVE-NOTIFY-URL
           MOVE WS-SITE-EXPORT-GROUP (WS-SITE-IX)
               TO WS-CONFIG-EXPORT-GROUP
           MOVE WS-SITE-CRED-ENTRY (WS-SITE-IX)
               TO WS-CONFIG-CRED-ENTRY
           *> Unscoped sites upload the master itself; a scoped site
           *> swaps in its pruned copy just before the upload.
           MOVE WS-CONFIG-LOCAL TO WS-UPLOAD-SOURCE
           MOVE SPACES TO WS-SCOPED-PATH
           MOVE SPACES TO WS-SNAP-PATH
           *> Each site starts its retry backoff from the base delay,
           *> and a previous site's conflict hold must not bleed into
           *> this one's upload decision.
           *> succeeded, so a failed backup (disk full, permissions,
           *> etc.) is retried on the next run instead of being
           *> permanently marked done for the rest of today's cycle.
           *> In a parallel run the master is only ever copied or
           *> merged under the master lock (ACQUIRE-MASTER-LOCK is a
           *> no-op otherwise).
           IF WS-SITE-RESUME < 1
               PERFORM MARK-STEP-START
               PERFORM ACQUIRE-MASTER-LOCK
               IF WS-SITE-NOT-FAILED
                   PERFORM CREATE-BACKUP
                   PERFORM RELEASE-MASTER-LOCK
               END-IF
               PERFORM TAKE-STEP-SECONDS
               MOVE WS-STEP-SECS TO WS-HIST-BACKUP-SECS
               IF WS-BACKUP-OK AND WS-SITE-NOT-FAILED
                   MOVE "backup" TO WS-HIST-STEP
                   MOVE 1 TO WS-CHECKPOINT-STEP-NUM
                   PERFORM WRITE-CHECKPOINT
           *> cycles from interleaving with ours between download and
           *> upload. A refused or failed lock marks the site failed
           *> and the guards below fall through to the next site.
           IF WS-SITE-RESUME < 4 AND WS-SITE-NOT-FAILED
               PERFORM ACQUIRE-REMOTE-LOCK
           END-IF

           *> waits - the loop moves on to the next one.
           IF WS-SITE-RESUME < 3 AND WS-SITE-NOT-FAILED
               PERFORM MARK-STEP-START
               PERFORM ACQUIRE-MASTER-LOCK
               IF WS-SITE-NOT-FAILED
                   PERFORM MERGE-DATABASES
                   PERFORM RELEASE-MASTER-LOCK
               END-IF
               PERFORM TAKE-STEP-SECONDS
               MOVE WS-STEP-SECS TO WS-HIST-MERGE-SECS
               IF WS-SITE-NOT-FAILED
           *> If the copy cannot be built the site fails - quietly
           *> uploading the full master to a scoped site is the one
           *> mistake this feature exists to prevent.
           *> A parallel worker first snapshots the master, and
           *> uploads (or scopes) that instead.
           IF WS-WORKER AND WS-SITE-RESUME < 4 AND WS-NO-CONFLICTS
                   AND WS-SITE-NOT-FAILED
               PERFORM TAKE-MASTER-SNAPSHOT
           END-IF

           IF WS-SITE-RESUME < 4 AND WS-NO-CONFLICTS
                   AND WS-SITE-NOT-FAILED
                   AND WS-CONFIG-EXPORT-GROUP NOT = SPACES
                   MOVE SPACES TO WS-COMMAND
                   STRING "curl -s -m 10 -X POST --data-urlencode "
                              DELIMITED BY SIZE
                          """message@" DELIMITED BY SIZE
                          WS-WORK-FILE-NAME DELIMITED BY SPACE
                          """ " DELIMITED BY SIZE
                          WS-NOTIFY-URL DELIMITED BY SPACE
                          " >/dev/null 2>&1" DELIMITED BY SIZE
                          INTO WS-COMMAND
                   CALL "SYSTEM" USING WS-COMMAND
                   PERFORM REMOVE-WORK-FILE
               END-IF
               MOVE SPACES TO WS-DIGEST-BUF
               MOVE 1 TO WS-DIGEST-PTR

       READ-FAIL-COUNTER.
           MOVE 0 TO WS-SITE-FAIL-COUNT
           PERFORM REMOVE-WORK-FILE
           MOVE SPACES TO WS-COMMAND
           STRING "cat " DELIMITED BY SIZE
                  WS-FAIL-COUNT-FILE DELIMITED BY SPACE
                  " > " DELIMITED BY SIZE
                  WS-WORK-FILE-NAME DELIMITED BY SPACE
                  " 2>/dev/null" DELIMITED BY SIZE
                  INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
           OPEN INPUT WORK-FILE
               END-READ
               CLOSE WORK-FILE
           END-IF
           PERFORM REMOVE-WORK-FILE.

       SEND-ESCALATION.
           *> Straight to the escalation URL, bypassing digest
               MOVE 'Y' TO WS-FORCE-FLAG
           END-IF

           *> --changes looks an entry up in the change journal
           *> (--entry, --since and --site narrow the listing).
           MOVE 0 TO WS-ARG-TALLY
           INSPECT WS-CMD-LINE TALLYING WS-ARG-TALLY
               FOR ALL "--changes"
           IF WS-ARG-TALLY > 0
               MOVE 'Y' TO WS-CHANGES-FLAG
           END-IF

           *> --config-history lists the recorded config.json
           *> changes (--since, --until and --site narrow it).
           MOVE 0 TO WS-ARG-TALLY
           INSPECT WS-CMD-LINE TALLYING WS-ARG-TALLY
               FOR ALL "--config-history"
           IF WS-ARG-TALLY > 0
               MOVE 'Y' TO WS-CT-HIST-FLAG
           END-IF

           *> --verify-log walks the hash chain of sync_log.txt and
           *> sync_history.txt and reports the first broken link.
           MOVE 0 TO WS-ARG-TALLY
           INSPECT WS-CMD-LINE TALLYING WS-ARG-TALLY
               FOR ALL "--verify-log"
           IF WS-ARG-TALLY > 0
               MOVE 'Y' TO WS-LC-VERIFY-FLAG
           END-IF

           *> --reconcile compares every site's live remote vault
           *> with the master and reports the drift.
           MOVE 0 TO WS-ARG-TALLY
           INSPECT WS-CMD-LINE TALLYING WS-ARG-TALLY
               FOR ALL "--reconcile"
           IF WS-ARG-TALLY > 0
               MOVE 'Y' TO WS-RECON-FLAG
           END-IF

           *> --onboard / --retire bring the --site one into service
           *> or take it out for good.
           MOVE 0 TO WS-ARG-TALLY
           INSPECT WS-CMD-LINE TALLYING WS-ARG-TALLY
               FOR ALL "--onboard"
           IF WS-ARG-TALLY > 0
               MOVE 'Y' TO WS-ONBOARD-FLAG
           END-IF

           MOVE 0 TO WS-ARG-TALLY
           INSPECT WS-CMD-LINE TALLYING WS-ARG-TALLY
               FOR ALL "--retire"
           IF WS-ARG-TALLY > 0
               MOVE 'Y' TO WS-RETIRE-FLAG
           END-IF

           *> --worker runs one site's cycle on behalf of a parallel
           *> run (see RUN-SITES-PARALLEL); not meant for operators.
           *> Its very first log line already shares the file with
           *> the other workers.
           MOVE 0 TO WS-ARG-TALLY
           INSPECT WS-CMD-LINE TALLYING WS-ARG-TALLY
               FOR ALL "--worker"
           IF WS-ARG-TALLY > 0
               MOVE 'Y' TO WS-WORKER-FLAG
               MOVE 'Y' TO WS-PAR-ACTIVE-FLAG
           END-IF

           *> --site takes a value, so this one needs real
           *> tokenization rather than the INSPECT treatment.
           MOVE SPACES TO WS-ARG-TOKENS
                       WS-ARG-TOKEN (WS-ARG-IX + 1))
                   MOVE 'Y' TO WS-PURGE-ARG-FLAG
               END-IF
           END-IF
           IF WS-ARG-TOKEN (WS-ARG-IX) = "--entry"
               MOVE WS-ARG-TOKEN (WS-ARG-IX + 1) TO WS-CHG-ENTRY-ARG
           END-IF
           IF WS-ARG-TOKEN (WS-ARG-IX) = "--since"
               IF WS-ARG-TOKEN (WS-ARG-IX + 1) (1:8) IS NUMERIC
                   MOVE WS-ARG-TOKEN (WS-ARG-IX + 1) (1:8)
                       TO WS-CHG-SINCE
               END-IF
           END-IF
           IF WS-ARG-TOKEN (WS-ARG-IX) = "--until"
               IF WS-ARG-TOKEN (WS-ARG-IX + 1) (1:8) IS NUMERIC
                   MOVE WS-ARG-TOKEN (WS-ARG-IX + 1) (1:8)
                       TO WS-CT-UNTIL
               END-IF
           END-IF
           *> A worker keeps its parent's cycle stamp, so its
           *> checkpoint, backup and history line belong to the same
           *> cycle even when the run crosses midnight.
           IF WS-ARG-TOKEN (WS-ARG-IX) = "--cycle"
               IF WS-ARG-TOKEN (WS-ARG-IX + 1) (1:14) IS NUMERIC
                   MOVE WS-ARG-TOKEN (WS-ARG-IX + 1) (1:14)
                       TO WS-TIMESTAMP
               END-IF
           END-IF.

       LC-NOTE-REBUILT.
           *> Seal and append the notice for WS-LC-NOTICE-FILE to
           *> sync_log.txt off the log's rebuilt anchor, and save the
           *> anchor, ahead of the line being written. Both walks in
           *> LC-SEAL-LINE are done by the time the history notice is
           *> written, so it chains on from the log's own notice.
           MOVE WS-LC-NEW-LINE TO WS-LC-HOLD-LINE
           MOVE WS-LC-NOTICE-COUNT TO WS-LC-COUNT-ED
           MOVE SPACES TO WS-LC-NOTICE-TEXT
           STRING WS-LC-NOTICE-TAG DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LC-NOTICE-FILE) DELIMITED BY SIZE
                  ", rebuilt from " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LC-COUNT-ED) DELIMITED BY SIZE
                  " records" DELIMITED BY SIZE
                  INTO WS-LC-NOTICE-TEXT
           END-STRING
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-LOG-DATE
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-LOG-TIME
           MOVE SPACES TO WS-LC-REC
           STRING WS-LOG-TIMESTAMP DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LC-NOTICE-TEXT) DELIMITED BY SIZE
                  INTO WS-LC-REC
           END-STRING
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-LC-REC TRAILING))
               TO WS-LC-BODY-LEN
           MOVE WS-LC-LOG-LINK TO WS-LC-PREV
           PERFORM LC-COMPUTE-LINK
           MOVE SPACES TO LOG-LINE
           STRING WS-LC-REC (1:WS-LC-BODY-LEN) DELIMITED BY SIZE
                  " #" DELIMITED BY SIZE
                  WS-LC-LINK DELIMITED BY SIZE
                  INTO LOG-LINE
           END-STRING
           OPEN EXTEND LOG-FILE
           IF WS-LOG-STATUS = "35"
               OPEN OUTPUT LOG-FILE
           END-IF
           IF WS-LOG-STATUS = "00"
               WRITE LOG-LINE
               CLOSE LOG-FILE
               ADD 1 TO WS-LC-LOG-COUNT
               MOVE WS-LC-LINK TO WS-LC-LOG-LINK
               PERFORM LC-SAVE-ANCHOR
           END-IF
           DISPLAY "WARNING: " FUNCTION TRIM(WS-LC-NOTICE-TEXT)
           *> Both files rebuilt in one go make one alert.
           IF WS-LC-REBUILT
               MOVE SPACES TO WS-LC-ALERT-TEXT
               STRING WS-LC-NOTICE-TAG DELIMITED BY SIZE
                      "sync_log.txt and sync_history.txt, rebuilt"
                          DELIMITED BY SIZE
                      " - see sync_log.txt" DELIMITED BY SIZE
                      INTO WS-LC-ALERT-TEXT
               END-STRING
           ELSE
               MOVE WS-LC-NOTICE-TEXT TO WS-LC-ALERT-TEXT
           END-IF
           MOVE 'Y' TO WS-LC-REBUILT-FLAG
           MOVE WS-LC-HOLD-LINE TO WS-LC-NEW-LINE.

       LC-ALERT-REBUILT.
           *> Raised once the chain lock is let go: the webhook call
           *> can take seconds and other writers are waiting. Like a
           *> breached credential it is an incident, so it goes out
           *> directly rather than into the run digest.
           IF WS-LC-REBUILT
               MOVE 'N' TO WS-LC-REBUILT-FLAG
               MOVE WS-LOG-MESSAGE TO WS-LC-SAVE-MESSAGE
               MOVE WS-NOTIFY-SEVERITY TO WS-LC-SAVE-SEVERITY
               MOVE WS-COMMAND TO WS-LC-SAVE-COMMAND
               MOVE WS-DIGEST-FLAG TO WS-LC-SAVE-DIGEST
               MOVE 'N' TO WS-DIGEST-FLAG
               MOVE WS-LC-ALERT-TEXT TO WS-LOG-MESSAGE
               MOVE "critical" TO WS-NOTIFY-SEVERITY
               PERFORM SEND-NOTIFICATION
               MOVE WS-LC-SAVE-MESSAGE TO WS-LOG-MESSAGE
               MOVE WS-LC-SAVE-SEVERITY TO WS-NOTIFY-SEVERITY
               MOVE WS-LC-SAVE-COMMAND TO WS-COMMAND
               MOVE WS-LC-SAVE-DIGEST TO WS-DIGEST-FLAG
           END-IF.

       WRITE-LOG-ENTRY.
                      INTO LOG-LINE
               END-STRING
           END-IF
           *> Chain the line to the one before it (see LC-SEAL-LINE).
           *> Seal, append and anchor are one step for the parallel
           *> workers sharing the file.
           PERFORM ACQUIRE-CHAIN-LOCK
           MOVE 'L' TO WS-LC-KIND
           MOVE LOG-LINE TO WS-LC-NEW-LINE
           PERFORM LC-SEAL-LINE
           MOVE WS-LC-NEW-LINE TO LOG-LINE
           OPEN EXTEND LOG-FILE
           IF WS-LOG-STATUS = "35"
               *> sync_log.txt doesn't exist yet - OPEN EXTEND won't
           IF WS-LOG-STATUS = "00"
               WRITE LOG-LINE
               CLOSE LOG-FILE
               PERFORM LC-SAVE-ANCHOR
           END-IF
           PERFORM RELEASE-CHAIN-LOCK
           PERFORM LC-ALERT-REBUILT.

       LC-SEAL-LINE.
           *> Append " #<link>" to WS-LC-NEW-LINE, the link being the
           *> first 16 hex digits of SHA-1(previous link + line). The
           *> previous link comes from sync_chain.txt, re-read on
           *> every write so another keepass-sync process appending
           *> in between is picked up. A missing anchor is rebuilt
           *> from the files' own trailers - silently while a file
           *> has no chained records yet, otherwise behind a sealed
           *> notice line (LC-NOTE-REBUILT) and a critical alert.
           PERFORM LC-LOAD-ANCHOR
           MOVE 'N' TO WS-LC-CHECKING-FLAG
           MOVE WS-LC-KIND TO WS-LC-SAVE-KIND
           IF NOT WS-LC-LOG-KNOWN
               MOVE 'L' TO WS-LC-KIND
               PERFORM LC-WALK-FILE
               MOVE WS-LC-CHAINED TO WS-LC-LOG-COUNT
               MOVE WS-LC-PREV TO WS-LC-LOG-LINK
               MOVE 'Y' TO WS-LC-LOG-KNOWN-FLAG
               IF WS-LC-CHAINED > 0
                   MOVE "sync_log.txt" TO WS-LC-NOTICE-FILE
                   MOVE WS-LC-CHAINED TO WS-LC-NOTICE-COUNT
                   PERFORM LC-NOTE-REBUILT
               END-IF
           END-IF
           IF NOT WS-LC-HIST-KNOWN
               MOVE 'H' TO WS-LC-KIND
               PERFORM LC-WALK-FILE
               MOVE WS-LC-CHAINED TO WS-LC-HIST-COUNT
               MOVE WS-LC-PREV TO WS-LC-HIST-LINK
               MOVE 'Y' TO WS-LC-HIST-KNOWN-FLAG
               IF WS-LC-CHAINED > 0
                   MOVE "sync_history.txt" TO WS-LC-NOTICE-FILE
                   MOVE WS-LC-CHAINED TO WS-LC-NOTICE-COUNT
                   PERFORM LC-NOTE-REBUILT
               END-IF
           END-IF
           MOVE WS-LC-SAVE-KIND TO WS-LC-KIND
           IF WS-LC-ON-LOG
               MOVE WS-LC-LOG-LINK TO WS-LC-PREV
           ELSE
               MOVE WS-LC-HIST-LINK TO WS-LC-PREV
           END-IF
           MOVE WS-LC-NEW-LINE TO WS-LC-REC
           IF WS-LC-REC = SPACES
               MOVE 0 TO WS-LC-BODY-LEN
           ELSE
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-LC-REC TRAILING))
                   TO WS-LC-BODY-LEN
           END-IF
           PERFORM LC-COMPUTE-LINK
           MOVE SPACES TO WS-LC-NEW-LINE
           IF WS-LC-BODY-LEN > 0
               STRING WS-LC-REC (1:WS-LC-BODY-LEN) DELIMITED BY SIZE
                      " #" DELIMITED BY SIZE
                      WS-LC-LINK DELIMITED BY SIZE
                      INTO WS-LC-NEW-LINE
               END-STRING
           ELSE
               STRING " #" DELIMITED BY SIZE
                      WS-LC-LINK DELIMITED BY SIZE
                      INTO WS-LC-NEW-LINE
               END-STRING
           END-IF
           IF WS-LC-ON-LOG
               ADD 1 TO WS-LC-LOG-COUNT
               MOVE WS-LC-LINK TO WS-LC-LOG-LINK
           ELSE
               ADD 1 TO WS-LC-HIST-COUNT
               MOVE WS-LC-LINK TO WS-LC-HIST-LINK
           END-IF.

       LC-COMPUTE-LINK.
           *> WS-LC-PREV + WS-LC-REC (1:WS-LC-BODY-LEN) -> WS-LC-LINK
           MOVE SPACES TO WS-SHA-INPUT
           MOVE WS-LC-PREV TO WS-SHA-INPUT (1:16)
           IF WS-LC-BODY-LEN > 0
               MOVE WS-LC-REC (1:WS-LC-BODY-LEN)
                   TO WS-SHA-INPUT (17:WS-LC-BODY-LEN)
           END-IF
           COMPUTE WS-SHA-LEN = 16 + WS-LC-BODY-LEN
           PERFORM SHA1-DIGEST
           MOVE WS-SHA-HEX-OUT (1:16) TO WS-LC-LINK.

       LC-LOAD-ANCHOR.
           MOVE 'N' TO WS-LC-LOG-KNOWN-FLAG WS-LC-HIST-KNOWN-FLAG
           OPEN INPUT CHAIN-FILE
           IF WS-LC-STATUS = "00"
               MOVE 'N' TO WS-LC-EOF-FLAG
               PERFORM READ-LC-ANCHOR UNTIL WS-LC-EOF
               CLOSE CHAIN-FILE
           END-IF.

       READ-LC-ANCHOR.
           READ CHAIN-FILE
               AT END
                   MOVE 'Y' TO WS-LC-EOF-FLAG
               NOT AT END
                   MOVE SPACES TO WS-LC-A-KIND WS-LC-A-COUNT-X
                                  WS-LC-A-LINK
                   UNSTRING CHAIN-LINE DELIMITED BY ALL " "
                       INTO WS-LC-A-KIND WS-LC-A-COUNT-X WS-LC-A-LINK
                   END-UNSTRING
                   IF WS-LC-A-COUNT-X (1:9) IS NUMERIC
                       EVALUATE WS-LC-A-KIND
                           WHEN "log"
                               MOVE WS-LC-A-COUNT-X (1:9)
                                   TO WS-LC-LOG-COUNT
                               MOVE WS-LC-A-LINK TO WS-LC-LOG-LINK
                               MOVE 'Y' TO WS-LC-LOG-KNOWN-FLAG
                           WHEN "history"
                               MOVE WS-LC-A-COUNT-X (1:9)
                                   TO WS-LC-HIST-COUNT
                               MOVE WS-LC-A-LINK TO WS-LC-HIST-LINK
                               MOVE 'Y' TO WS-LC-HIST-KNOWN-FLAG
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
           END-READ.

       LC-SAVE-ANCHOR.
           *> Only called once the sealed line is on disk, so the
           *> anchor never runs ahead of the file it describes.
           OPEN OUTPUT CHAIN-FILE
           IF WS-LC-STATUS = "00"
               MOVE SPACES TO CHAIN-LINE
               STRING "log " DELIMITED BY SIZE
                      WS-LC-LOG-COUNT DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-LC-LOG-LINK DELIMITED BY SIZE
                      INTO CHAIN-LINE
               END-STRING
               WRITE CHAIN-LINE
               MOVE SPACES TO CHAIN-LINE
               STRING "history " DELIMITED BY SIZE
                      WS-LC-HIST-COUNT DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-LC-HIST-LINK DELIMITED BY SIZE
                      INTO CHAIN-LINE
               END-STRING
               WRITE CHAIN-LINE
               CLOSE CHAIN-FILE
           END-IF.

       LC-WALK-FILE.
           *> One pass over the WS-LC-KIND file. Leaves the record
           *> counts in WS-LC-CHAINED/WS-LC-LEGACY and the last link
           *> in WS-LC-PREV; with WS-LC-CHECKING set it also re-hashes
           *> every record and stops checking at the first one whose
           *> link does not follow from the record before it.
           MOVE 0 TO WS-LC-LINE-NO WS-LC-CHAINED WS-LC-LEGACY
                     WS-LC-BREAK-LINE WS-LC-REANCHORED
                     WS-LC-REANCHOR-LINE
           MOVE WS-LC-GENESIS TO WS-LC-PREV
           MOVE 'N' TO WS-LC-BROKEN-FLAG WS-LC-MISSING-FLAG
           MOVE SPACES TO WS-LC-BREAK-WHY
           MOVE 'N' TO WS-LC-EOF-FLAG
           IF WS-LC-ON-LOG
               OPEN INPUT LOG-FILE
               IF WS-LOG-STATUS = "00"
                   PERFORM READ-LC-LOG-RECORD UNTIL WS-LC-EOF
                   CLOSE LOG-FILE
               ELSE
                   MOVE 'Y' TO WS-LC-MISSING-FLAG
               END-IF
           ELSE
               OPEN INPUT HISTORY-FILE
               IF WS-HISTORY-STATUS = "00"
                   PERFORM READ-LC-HIST-RECORD UNTIL WS-LC-EOF
                   CLOSE HISTORY-FILE
               ELSE
                   MOVE 'Y' TO WS-LC-MISSING-FLAG
               END-IF
           END-IF.

       READ-LC-LOG-RECORD.
           READ LOG-FILE
               AT END
                   MOVE 'Y' TO WS-LC-EOF-FLAG
               NOT AT END
                   MOVE LOG-LINE TO WS-LC-REC
                   PERFORM LC-CHECK-RECORD
           END-READ.

       READ-LC-HIST-RECORD.
           READ HISTORY-FILE
               AT END
                   MOVE 'Y' TO WS-LC-EOF-FLAG
               NOT AT END
                   MOVE HISTORY-LINE TO WS-LC-REC
                   PERFORM LC-CHECK-RECORD
           END-READ.

       LC-CHECK-RECORD.
           *> Lines ahead of the first chained one predate the chain
           *> and are only counted; after it, every line must carry
           *> a link, and the link must be the hash of the previous
           *> link and this line's text.
           ADD 1 TO WS-LC-LINE-NO
           MOVE 'N' TO WS-LC-HAS-LINK-FLAG
           MOVE 0 TO WS-LC-LEN
           IF WS-LC-REC NOT = SPACES
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-LC-REC TRAILING))
                   TO WS-LC-LEN
           END-IF
           IF WS-LC-LEN >= 18
               IF WS-LC-REC (WS-LC-LEN - 17:2) = " #"
                   MOVE 'Y' TO WS-LC-HAS-LINK-FLAG
                   MOVE WS-LC-REC (WS-LC-LEN - 15:16) TO WS-LC-FOUND
                   COMPUTE WS-LC-BODY-LEN = WS-LC-LEN - 18
               END-IF
           END-IF
           IF NOT WS-LC-HAS-LINK
               IF WS-LC-CHAINED = 0
                   ADD 1 TO WS-LC-LEGACY
               ELSE
                   IF WS-LC-CHECKING AND NOT WS-LC-BROKEN
                       MOVE 'Y' TO WS-LC-BROKEN-FLAG
                       MOVE WS-LC-LINE-NO TO WS-LC-BREAK-LINE
                       MOVE "record carries no chain link"
                           TO WS-LC-BREAK-WHY
                   END-IF
               END-IF
           ELSE
               IF WS-LC-CHECKING AND NOT WS-LC-BROKEN
                   PERFORM LC-COMPUTE-LINK
                   IF WS-LC-LINK NOT = WS-LC-FOUND
                       MOVE 'Y' TO WS-LC-BROKEN-FLAG
                       MOVE WS-LC-LINE-NO TO WS-LC-BREAK-LINE
                       MOVE "link does not match the record before it"
                           TO WS-LC-BREAK-WHY
                   END-IF
               END-IF
               ADD 1 TO WS-LC-CHAINED
               MOVE WS-LC-FOUND TO WS-LC-PREV
               MOVE 0 TO WS-LC-TALLY
               INSPECT WS-LC-REC TALLYING WS-LC-TALLY
                   FOR ALL WS-LC-NOTICE-TAG
               IF WS-LC-TALLY > 0
                   ADD 1 TO WS-LC-REANCHORED
                   MOVE WS-LC-LINE-NO TO WS-LC-REANCHOR-LINE
               END-IF
           END-IF.

       WRITE-CRED-FILE.
                  INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND.

       REMOVE-WORK-FILE.
           MOVE SPACES TO WS-COMMAND
           STRING "rm -f " DELIMITED BY SIZE
                  WS-WORK-FILE-NAME DELIMITED BY SPACE
                  INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND.

       LOAD-CONFIG.
           *> Simplified config loading - key/value pairs, one per
           *> line. A "sites" list is recognized only through its
           MOVE SPACES TO WS-NOTIFY-URL
           MOVE SPACES TO WS-CONFIG-KEY-FILE WS-CONFIG-PW-FILE
           MOVE SPACES TO WS-CONFIG-SRC-KEY-FILE WS-CONFIG-SRC-PW-FILE
           MOVE SPACES TO WS-CONFIG-CRED-ENTRY

           OPEN INPUT CONFIG-FILE
           IF WS-CONFIG-STATUS = "00"
               MOVE WS-NOTIFY-URL TO WS-SITE-NOTIFY-URL (1)
               MOVE WS-CONFIG-EXPORT-GROUP
                   TO WS-SITE-EXPORT-GROUP (1)
               MOVE WS-CONFIG-CRED-ENTRY TO WS-SITE-CRED-ENTRY (1)
           END-IF
           DISPLAY "Sites configured: " WS-SITE-COUNT.

                       MOVE WS-JSON-VALUE (1:100)
                           TO WS-CONFIG-EXPORT-GROUP
                   END-IF
               WHEN "credential_entry"
                   *> KeePass entry (e.g. "Transfer/branch1 sftp")
                   *> holding this site's transfer user and password;
                   *> user/password in config.json are then ignored.
                   IF WS-SITE-COUNT > 0
                       MOVE WS-JSON-VALUE (1:100)
                           TO WS-SITE-CRED-ENTRY (WS-SITE-COUNT)
                   ELSE
                       MOVE WS-JSON-VALUE (1:100)
                           TO WS-CONFIG-CRED-ENTRY
                   END-IF
               WHEN "escalate_url"
                   *> Second webhook that gets paged once a site has
                   *> failed escalate_after cycles in a row.
                       MOVE FUNCTION NUMVAL(FUNCTION TRIM(
                           WS-JSON-NUM-VALUE)) TO WS-ESCALATE-AFTER
                   END-IF
               WHEN "breach_hash_file"
                   *> Offline breached-password list screened by
                   *> --audit - one file for the whole box.
                   MOVE WS-JSON-VALUE TO WS-BREACH-PATH
               WHEN "notify_digest"
                   *> true batches this run's events into a single
                   *> end-of-run digest webhook call. A JSON boolean
                   IF WS-ARG-TALLY > 0 OR WS-JSON-VALUE = "true"
                       MOVE 'Y' TO WS-DIGEST-FLAG
                   END-IF
               WHEN "max_parallel_sites"
                   *> How many site cycles a normal run may have in
                   *> flight at once (see RUN-SITES-PARALLEL). 1 or
                   *> absent keeps the one-after-another cycle.
                   PERFORM PARSE-NUM-VALUE
                   IF FUNCTION TRIM(WS-JSON-NUM-VALUE) IS NOT EQUAL
                           TO SPACES
                       MOVE FUNCTION NUMVAL(FUNCTION TRIM(
                           WS-JSON-NUM-VALUE)) TO WS-MAX-PARALLEL
                   END-IF
               WHEN "max_staleness_hours"
               WHEN "max_cycle_gap_hours"
                   *> Read by keepass-sync-watchdog, which runs from a
                   *> separate scheduler; nothing to do here beyond
                   *> knowing the keys are legitimate.
                   CONTINUE
               WHEN OTHER
                   *> "sites" is the list wrapper itself; anything
                   *> else quoted in key position is either a typo or
                   *> a key from a newer config format - remember it
                   *> so --check-config can call it out instead of
                   *> the site silently losing that setting.
                   IF WS-JSON-KEY NOT = SPACES
                           AND WS-JSON-KEY NOT = "sites"
                       PERFORM RECORD-UNKNOWN-KEY
                   END-IF
           END-EVALUATE.

       RECORD-UNKNOWN-KEY.
           IF WS-UNK-USED < WS-UNK-MAX
               ADD 1 TO WS-UNK-USED
               MOVE WS-JSON-KEY TO WS-UNK-KEY (WS-UNK-USED)
               IF WS-SITE-COUNT > 0
                   MOVE WS-SITE-NAME (WS-SITE-COUNT)
                       TO WS-UNK-SITE (WS-UNK-USED)
               ELSE
                   MOVE "(global)" TO WS-UNK-SITE (WS-UNK-USED)
               END-IF
           END-IF.

       TRACK-CONFIG-CHANGES.
           *> Flatten today's config.json, compare with the rows the
           *> last run saw, and record whatever moved. The very first
           *> run only lays down the baseline snapshot.
           MOVE 0 TO WS-CT-CUR-COUNT WS-CT-PREV-COUNT WS-CT-CHANGES
           MOVE 'N' TO WS-CT-HAVE-PREV-FLAG
           OPEN INPUT CONFIG-FILE
           IF WS-CONFIG-STATUS = "00"
               MOVE "(global)" TO WS-CT-SITE
               MOVE 'N' TO WS-EOF-FLAG
               PERFORM READ-CT-CONFIG UNTIL WS-EOF
               CLOSE CONFIG-FILE

               OPEN INPUT CFG-STATE-FILE
               IF WS-CT-STATE-STATUS = "00"
                   MOVE 'Y' TO WS-CT-HAVE-PREV-FLAG
                   MOVE 'N' TO WS-EOF-FLAG
                   PERFORM READ-CT-STATE UNTIL WS-EOF
                   CLOSE CFG-STATE-FILE
               END-IF

               IF WS-CT-HAVE-PREV
                   OPEN EXTEND CFG-TRAIL-FILE
                   IF WS-CT-TRAIL-STATUS = "35"
                       OPEN OUTPUT CFG-TRAIL-FILE
                   END-IF
                   PERFORM CT-MATCH-CURRENT
                       VARYING WS-CT-IX FROM 1 BY 1
                       UNTIL WS-CT-IX > WS-CT-CUR-COUNT
                   PERFORM CT-CHECK-REMOVED
                       VARYING WS-CT-IX FROM 1 BY 1
                       UNTIL WS-CT-IX > WS-CT-PREV-COUNT
                   IF WS-CT-TRAIL-STATUS = "00"
                       CLOSE CFG-TRAIL-FILE
                   END-IF
               END-IF

               IF NOT WS-CT-HAVE-PREV OR WS-CT-CHANGES > 0
                   PERFORM WRITE-CONFIG-SNAPSHOT
                   PERFORM SAVE-CONFIG-STATE
                   MOVE SPACES TO WS-LOG-MESSAGE
                   IF WS-CT-HAVE-PREV
                       DISPLAY "Configuration changed since last run: "
                           WS-CT-CHANGES " setting(s)"
                       STRING "TRACK-CONFIG-CHANGES: changes="
                                  DELIMITED BY SIZE
                              WS-CT-CHANGES DELIMITED BY SIZE
                              " snapshot=" DELIMITED BY SIZE
                              WS-CT-SNAP-PATH DELIMITED BY SPACE
                              INTO WS-LOG-MESSAGE
                   ELSE
                       STRING "TRACK-CONFIG-CHANGES: first config "
                                  DELIMITED BY SIZE
                              "snapshot taken, snapshot="
                                  DELIMITED BY SIZE
                              WS-CT-SNAP-PATH DELIMITED BY SPACE
                              INTO WS-LOG-MESSAGE
                   END-IF
                   PERFORM WRITE-LOG-ENTRY
               END-IF
           END-IF.

       READ-CT-CONFIG.
           READ CONFIG-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   PERFORM CT-FLATTEN-LINE
           END-READ.

       CT-FLATTEN-LINE.
           *> Same quote split as PARSE-CONFIG-LINE. A "name" key opens
           *> the next site; keys above the first one are (global).
           *> Unquoted values (numbers, booleans) come from after the
           *> colon instead.
           MOVE SPACES TO WS-JSON-F1 WS-JSON-KEY WS-JSON-F3
                          WS-JSON-VALUE WS-JSON-F5
           UNSTRING CONFIG-LINE DELIMITED BY '"'
               INTO WS-JSON-F1 WS-JSON-KEY WS-JSON-F3
                    WS-JSON-VALUE WS-JSON-F5
           END-UNSTRING
           IF WS-JSON-KEY NOT = SPACES AND WS-JSON-KEY NOT = "sites"
               IF FUNCTION TRIM(WS-JSON-F3) = ":"
                   MOVE WS-JSON-VALUE TO WS-CT-VAL
               ELSE
                   PERFORM PARSE-NUM-VALUE
                   MOVE FUNCTION TRIM(WS-JSON-NUM-VALUE) TO WS-CT-VAL
               END-IF
               IF WS-JSON-KEY = "name"
                   MOVE FUNCTION TRIM(WS-CT-VAL) TO WS-CT-SITE
               END-IF
               PERFORM CT-CHECK-SECRET
               IF WS-CT-SECRET AND WS-CT-VAL NOT = SPACES
                   MOVE WS-CT-VAL TO WS-SHA-INPUT
                   MOVE FUNCTION LENGTH(
                       FUNCTION TRIM(WS-CT-VAL TRAILING))
                       TO WS-SHA-LEN
                   PERFORM SHA1-DIGEST
                   MOVE SPACES TO WS-CT-VAL
                   STRING "#" DELIMITED BY SIZE
                          WS-SHA-HEX-OUT DELIMITED BY SIZE
                          INTO WS-CT-VAL
                   END-STRING
               END-IF
               IF WS-CT-CUR-COUNT < WS-CT-MAX
                   ADD 1 TO WS-CT-CUR-COUNT
                   MOVE WS-CT-SITE TO WS-CT-CUR-SITE (WS-CT-CUR-COUNT)
                   MOVE WS-JSON-KEY TO WS-CT-CUR-KEY (WS-CT-CUR-COUNT)
                   MOVE WS-CT-SECRET-FLAG
                       TO WS-CT-CUR-SECRET (WS-CT-CUR-COUNT)
                   MOVE WS-CT-VAL TO WS-CT-CUR-VAL (WS-CT-CUR-COUNT)
               END-IF
           END-IF.

       CT-CHECK-SECRET.
           *> Transfer passwords, and the webhook URLs - those carry
           *> their access token in the URL itself.
           EVALUATE WS-JSON-KEY
               WHEN "password"
               WHEN "notify_url"
               WHEN "escalate_url"
                   MOVE 'Y' TO WS-CT-SECRET-FLAG
               WHEN OTHER
                   MOVE 'N' TO WS-CT-SECRET-FLAG
           END-EVALUATE.

       READ-CT-STATE.
           *> "site key S|P value" - S rows carry #sha1, not the value
           READ CFG-STATE-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   IF CFG-STATE-LINE NOT = SPACES
                           AND WS-CT-PREV-COUNT < WS-CT-MAX
                       ADD 1 TO WS-CT-PREV-COUNT
                       MOVE 1 TO WS-CT-PTR
                       UNSTRING CFG-STATE-LINE DELIMITED BY ALL " "
                           INTO WS-CT-PREV-SITE (WS-CT-PREV-COUNT)
                                WS-CT-PREV-KEY (WS-CT-PREV-COUNT)
                                WS-CT-PREV-SECRET (WS-CT-PREV-COUNT)
                           WITH POINTER WS-CT-PTR
                       END-UNSTRING
                       MOVE SPACES TO WS-CT-PREV-VAL (WS-CT-PREV-COUNT)
                       IF WS-CT-PTR <= 270
                           MOVE CFG-STATE-LINE (WS-CT-PTR:)
                               TO WS-CT-PREV-VAL (WS-CT-PREV-COUNT)
                       END-IF
                       MOVE 'N' TO WS-CT-PREV-SEEN (WS-CT-PREV-COUNT)
                   END-IF
           END-READ.

       CT-MATCH-CURRENT.
           MOVE 'N' TO WS-CT-FOUND-FLAG
           PERFORM CT-SCAN-PREV
               VARYING WS-CT-JX FROM 1 BY 1
               UNTIL WS-CT-JX > WS-CT-PREV-COUNT OR WS-CT-FOUND
           MOVE WS-CT-CUR-SITE (WS-CT-IX) TO WS-CT-CHG-SITE
           MOVE WS-CT-CUR-KEY (WS-CT-IX) TO WS-CT-CHG-KEY
           IF WS-CT-CUR-SECRET (WS-CT-IX) = 'Y'
               MOVE "********" TO WS-CT-NEW
           ELSE
               MOVE WS-CT-CUR-VAL (WS-CT-IX) TO WS-CT-NEW
           END-IF
           IF WS-CT-FOUND
               *> CT-SCAN-PREV leaves the index one past the match
               SUBTRACT 1 FROM WS-CT-JX
               IF WS-CT-PREV-VAL (WS-CT-JX)
                       NOT = WS-CT-CUR-VAL (WS-CT-IX)
                   IF WS-CT-PREV-SECRET (WS-CT-JX) = 'Y'
                       MOVE "********" TO WS-CT-OLD
                   ELSE
                       MOVE WS-CT-PREV-VAL (WS-CT-JX) TO WS-CT-OLD
                   END-IF
                   PERFORM CT-RECORD-CHANGE
               END-IF
           ELSE
               MOVE "(unset)" TO WS-CT-OLD
               PERFORM CT-RECORD-CHANGE
           END-IF.

       CT-SCAN-PREV.
           IF WS-CT-PREV-SEEN (WS-CT-JX) = 'N'
                   AND WS-CT-PREV-SITE (WS-CT-JX)
                       = WS-CT-CUR-SITE (WS-CT-IX)
                   AND WS-CT-PREV-KEY (WS-CT-JX)
                       = WS-CT-CUR-KEY (WS-CT-IX)
               MOVE 'Y' TO WS-CT-PREV-SEEN (WS-CT-JX)
               MOVE 'Y' TO WS-CT-FOUND-FLAG
           END-IF.

       CT-CHECK-REMOVED.
           IF WS-CT-PREV-SEEN (WS-CT-IX) = 'N'
               MOVE WS-CT-PREV-SITE (WS-CT-IX) TO WS-CT-CHG-SITE
               MOVE WS-CT-PREV-KEY (WS-CT-IX) TO WS-CT-CHG-KEY
               IF WS-CT-PREV-SECRET (WS-CT-IX) = 'Y'
                   MOVE "********" TO WS-CT-OLD
               ELSE
                   MOVE WS-CT-PREV-VAL (WS-CT-IX) TO WS-CT-OLD
               END-IF
               MOVE "(unset)" TO WS-CT-NEW
               PERFORM CT-RECORD-CHANGE
           END-IF.

       CT-RECORD-CHANGE.
           *> One trail line and one CONFIG-CHANGE log line per
           *> site/key - values already masked by the caller.
           ADD 1 TO WS-CT-CHANGES
           IF WS-CT-OLD = SPACES
               MOVE """""" TO WS-CT-OLD
           END-IF
           IF WS-CT-NEW = SPACES
               MOVE """""" TO WS-CT-NEW
           END-IF
           IF WS-CT-TRAIL-STATUS = "00"
               MOVE SPACES TO CFG-TRAIL-LINE
               STRING WS-DATE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-TIME DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CT-CHG-SITE) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CT-CHG-KEY) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CT-OLD) DELIMITED BY SIZE
                      " -> " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CT-NEW) DELIMITED BY SIZE
                      INTO CFG-TRAIL-LINE
               END-STRING
               WRITE CFG-TRAIL-LINE
           END-IF
           MOVE SPACES TO WS-LOG-MESSAGE
           STRING "CONFIG-CHANGE: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CT-CHG-SITE) DELIMITED BY SIZE
                  "/" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CT-CHG-KEY) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CT-OLD) DELIMITED BY SIZE
                  " -> " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CT-NEW) DELIMITED BY SIZE
                  INTO WS-LOG-MESSAGE
           END-STRING
           PERFORM WRITE-LOG-ENTRY.

       WRITE-CONFIG-SNAPSHOT.
           *> Dated copy of config.json with every secret value
           *> replaced by ******** - safe to attach to a ticket.
           MOVE "mkdir -p config_history" TO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
           MOVE SPACES TO WS-CT-SNAP-PATH
           STRING "config_history/config_" DELIMITED BY SIZE
                  WS-DATE DELIMITED BY SIZE
                  "_" DELIMITED BY SIZE
                  WS-TIME DELIMITED BY SIZE
                  ".json" DELIMITED BY SIZE
                  INTO WS-CT-SNAP-PATH
           END-STRING
           OPEN OUTPUT CFG-SNAP-FILE
           IF WS-CT-SNAP-STATUS NOT = "00"
               DISPLAY "WARNING: cannot write config snapshot "
                   FUNCTION TRIM(WS-CT-SNAP-PATH)
           ELSE
               OPEN INPUT CONFIG-FILE
               IF WS-CONFIG-STATUS = "00"
                   MOVE 'N' TO WS-EOF-FLAG
                   PERFORM READ-CT-SNAP-LINE UNTIL WS-EOF
                   CLOSE CONFIG-FILE
               END-IF
               CLOSE CFG-SNAP-FILE
           END-IF.

       READ-CT-SNAP-LINE.
           READ CONFIG-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   PERFORM CT-MASK-LINE
                   WRITE CFG-SNAP-LINE
           END-READ.

       CT-MASK-LINE.
           MOVE CONFIG-LINE TO CFG-SNAP-LINE
           MOVE SPACES TO WS-JSON-F1 WS-JSON-KEY WS-JSON-F3
                          WS-JSON-VALUE WS-JSON-F5
           UNSTRING CONFIG-LINE DELIMITED BY '"'
               INTO WS-JSON-F1 WS-JSON-KEY WS-JSON-F3
                    WS-JSON-VALUE WS-JSON-F5
           END-UNSTRING
           PERFORM CT-CHECK-SECRET
           IF WS-CT-SECRET AND WS-JSON-VALUE NOT = SPACES
               MOVE 0 TO WS-CT-INDENT
               INSPECT CONFIG-LINE TALLYING WS-CT-INDENT
                   FOR LEADING SPACES
               MOVE SPACES TO CFG-SNAP-LINE
               COMPUTE WS-CT-PTR = WS-CT-INDENT + 1
               STRING """" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-JSON-KEY) DELIMITED BY SIZE
                      """: ""********""" DELIMITED BY SIZE
                      INTO CFG-SNAP-LINE
                      WITH POINTER WS-CT-PTR
               END-STRING
               MOVE 0 TO WS-ARG-TALLY
               INSPECT WS-JSON-F5 TALLYING WS-ARG-TALLY FOR ALL ","
               IF WS-ARG-TALLY > 0
                   STRING "," DELIMITED BY SIZE
                          INTO CFG-SNAP-LINE
                          WITH POINTER WS-CT-PTR
                   END-STRING
               END-IF
           END-IF.

       SAVE-CONFIG-STATE.
           *> Rewritten whole each time; owner-only like the cred
           *> file, since it holds the secret fingerprints.
           OPEN OUTPUT CFG-STATE-FILE
           IF WS-CT-STATE-STATUS = "00"
               PERFORM WRITE-CT-STATE-LINE
                   VARYING WS-CT-IX FROM 1 BY 1
                   UNTIL WS-CT-IX > WS-CT-CUR-COUNT
               CLOSE CFG-STATE-FILE
               MOVE "chmod 600 sync_config_state.txt" TO WS-COMMAND
               CALL "SYSTEM" USING WS-COMMAND
           ELSE
               DISPLAY "WARNING: cannot write sync_config_state.txt"
           END-IF.

       WRITE-CT-STATE-LINE.
           MOVE SPACES TO CFG-STATE-LINE
           STRING FUNCTION TRIM(WS-CT-CUR-SITE (WS-CT-IX))
                      DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CT-CUR-KEY (WS-CT-IX))
                      DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CT-CUR-SECRET (WS-CT-IX) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CT-CUR-VAL (WS-CT-IX) DELIMITED BY SIZE
                  INTO CFG-STATE-LINE
           END-STRING
           WRITE CFG-STATE-LINE.

       PARSE-NUM-VALUE.
           *> Unlike the string keys, a normally-written JSON number
           *> isn't quote-delimited, so the quote-based UNSTRING never
                   TO WS-SITE-NOTIFY-URL (WS-SITE-COUNT)
               MOVE WS-CONFIG-EXPORT-GROUP
                   TO WS-SITE-EXPORT-GROUP (WS-SITE-COUNT)
               MOVE WS-CONFIG-CRED-ENTRY
                   TO WS-SITE-CRED-ENTRY (WS-SITE-COUNT)
           END-IF
           END-IF.

           *> short window means the remote end is serving garbage
           *> every night. Count this site's quarantine files younger
           *> than the alert window and notify past the threshold.
           PERFORM REMOVE-WORK-FILE
           MOVE SPACES TO WS-COMMAND
           STRING "find " DELIMITED BY SIZE
                  WS-CONFIG-BACKUP-DIR DELIMITED BY SPACE
                  FUNCTION TRIM(WS-CURRENT-SITE) DELIMITED BY SIZE
                  "_*.kdbx.bad' -mtime -" DELIMITED BY SIZE
                  WS-QUAR-ALERT-DAYS DELIMITED BY SIZE
                  " 2>/dev/null | wc -l > " DELIMITED BY SIZE
                  WS-WORK-FILE-NAME DELIMITED BY SPACE
                  INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
           MOVE 0 TO WS-QUAR-RECENT
               END-READ
               CLOSE WORK-FILE
           END-IF
           PERFORM REMOVE-WORK-FILE

           IF WS-QUAR-RECENT > WS-QUAR-ALERT-COUNT
               DISPLAY "WARNING: " WS-QUAR-RECENT
                      WS-MERGE-REPORT DELIMITED BY SPACE
                      INTO WS-LOG-MESSAGE
               PERFORM WRITE-LOG-ENTRY
               *> A dry run's merge went into a scratch copy - nothing
               *> actually changed, so nothing goes in the journal.
               IF NOT WS-DRY-RUN
                   PERFORM APPEND-CHANGE-JOURNAL
               END-IF
           ELSE
               DISPLAY "ERROR: Merge failed"
               DISPLAY "Merge report: " WS-MERGE-REPORT
               PERFORM MARK-SITE-FAILED
           END-IF.

       APPEND-CHANGE-JOURNAL.
           *> Fold the merge report's per-entry lines into the
           *> persistent change journal. The report is staged through
           *> the work file; everything that is not an entry change
           *> (unlock prompts, "Database was not modified", group
           *> lines the CLI may add) is passed over.
           MOVE 0 TO WS-CHG-COUNT
           PERFORM REMOVE-WORK-FILE
           MOVE SPACES TO WS-COMMAND
           STRING "cp " DELIMITED BY SIZE
                  WS-MERGE-REPORT DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-WORK-FILE-NAME DELIMITED BY SPACE
                  " 2>/dev/null" DELIMITED BY SIZE
                  INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND

           OPEN INPUT WORK-FILE
           IF WS-WORK-STATUS = "00"
               OPEN EXTEND JOURNAL-FILE
               IF WS-JOURNAL-STATUS = "35"
                   OPEN OUTPUT JOURNAL-FILE
               END-IF
               IF WS-JOURNAL-STATUS = "00"
                   MOVE 'N' TO WS-EOF-FLAG
                   PERFORM READ-MERGE-LINE UNTIL WS-EOF
                   CLOSE JOURNAL-FILE
               ELSE
                   DISPLAY "WARNING: could not open sync_changes.txt"
               END-IF
               CLOSE WORK-FILE
           END-IF
           PERFORM REMOVE-WORK-FILE

           IF WS-CHG-COUNT > 0
               MOVE SPACES TO WS-LOG-MESSAGE
               STRING "APPEND-CHANGE-JOURNAL: entries journaled="
                      DELIMITED BY SIZE
                      WS-CHG-COUNT DELIMITED BY SIZE
                      INTO WS-LOG-MESSAGE
               PERFORM WRITE-LOG-ENTRY
           END-IF.

       READ-MERGE-LINE.
           READ WORK-FILE
               AT END
                   MOVE 'Y' TO WS-EOF-FLAG
               NOT AT END
                   PERFORM JOURNAL-MERGE-LINE
           END-READ.

       JOURNAL-MERGE-LINE.
           *> Same three line shapes the report program counts:
           *> "Creating missing ...", "Overwriting ..." and
           *> "Synchronizing from newer/older source ...".
           MOVE SPACES TO WS-CHG-ACTION WS-CHG-ENTRY
           EVALUATE TRUE
               WHEN WORK-LINE (1:17) = "Creating missing "
                   MOVE "created" TO WS-CHG-ACTION
                   MOVE WORK-LINE (18:200) TO WS-CHG-ENTRY
               WHEN WORK-LINE (1:12) = "Overwriting "
                   MOVE "overwritten" TO WS-CHG-ACTION
                   MOVE WORK-LINE (13:200) TO WS-CHG-ENTRY
               WHEN WORK-LINE (1:32) =
                       "Synchronizing from newer source "
                   MOVE "synced-newer" TO WS-CHG-ACTION
                   MOVE WORK-LINE (33:200) TO WS-CHG-ENTRY
               WHEN WORK-LINE (1:32) =
                       "Synchronizing from older source "
                   MOVE "synced-older" TO WS-CHG-ACTION
                   MOVE WORK-LINE (33:200) TO WS-CHG-ENTRY
               WHEN WORK-LINE (1:14) = "Synchronizing "
                   MOVE "synced" TO WS-CHG-ACTION
                   MOVE WORK-LINE (15:200) TO WS-CHG-ENTRY
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-CHG-ACTION NOT = SPACES
                   AND WS-CHG-ENTRY NOT = SPACES
               MOVE SPACES TO JOURNAL-LINE
               STRING WS-DATE DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-TIME DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CURRENT-SITE) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CHG-ACTION) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-CHG-ENTRY) DELIMITED BY SIZE
                      INTO JOURNAL-LINE
               END-STRING
               WRITE JOURNAL-LINE
               ADD 1 TO WS-CHG-COUNT
           END-IF.

       RESOLVE-SITE-CREDENTIAL.
           *> Site cycle entry point for credential_entry: on success
           *> WS-CONFIG-USER/-PASSWORD hold the vault's values for the
           *> rest of the cycle; on failure the site fails at step
           *> "credential" with both cleared, so no config password
           *> can ever be used in their place.
           IF WS-CONFIG-CRED-ENTRY NOT = SPACES
               PERFORM READ-CREDENTIAL-ENTRY
               IF WS-CRED-READ-OK
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "RESOLVE-SITE-CREDENTIAL: transfer credential"
                              DELIMITED BY SIZE
                          " read from entry " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-CONFIG-CRED-ENTRY)
                              DELIMITED BY SIZE
                          INTO WS-LOG-MESSAGE
                   END-STRING
                   PERFORM WRITE-LOG-ENTRY
               ELSE
                   DISPLAY "ERROR: transfer credential not available - "
                       FUNCTION TRIM(WS-CRED-WHY)
                   MOVE SPACES TO WS-LOG-MESSAGE
                   STRING "RESOLVE-SITE-CREDENTIAL: credential_entry "
                              DELIMITED BY SIZE
                          FUNCTION TRIM(WS-CONFIG-CRED-ENTRY)
                              DELIMITED BY SIZE
                          " unreadable, " DELIMITED BY SIZE
                          FUNCTION TRIM(WS-CRED-WHY) DELIMITED BY SIZE
                          INTO WS-LOG-MESSAGE
                   END-STRING
                   PERFORM WRITE-LOG-ENTRY
                   MOVE "warning" TO WS-NOTIFY-SEVERITY
                   PERFORM SEND-NOTIFICATION
                   MOVE "credential" TO WS-FAIL-STEP
                   PERFORM MARK-SITE-FAILED
               END-IF
           END-IF.

       READ-CREDENTIAL-ENTRY.
           *> WS-CONFIG-CRED-ENTRY -> WS-CONFIG-USER/-PASSWORD, read
           *> from the site's local master with the site's own unlock
           *> material. keepassxc-cli show prints one line per -a
           *> attribute, in the order asked for; the output is staged
           *> through the work file under umask 077 the way
           *> READ-PASSWORD-FILE stages a password file. WS-CRED-WHY
           *> says what went wrong when WS-CRED-READ-OK is not set.
           MOVE 'N' TO WS-CRED-READ-FLAG
           MOVE SPACES TO WS-CRED-WHY
           MOVE SPACES TO WS-CONFIG-USER WS-CONFIG-PASSWORD
           MOVE 0 TO WS-CRED-QUOTES
           INSPECT WS-CONFIG-CRED-ENTRY
               TALLYING WS-CRED-QUOTES FOR ALL "'"
           EVALUATE TRUE
               WHEN WS-CRED-QUOTES > 0
                   MOVE "entry name contains a quote" TO WS-CRED-WHY
               WHEN WS-CONFIG-KEY-FILE = SPACES
                       AND WS-CONFIG-PW-FILE = SPACES
                   MOVE "no key_file/password_file to open the vault"
                       TO WS-CRED-WHY
               WHEN OTHER
                   PERFORM FETCH-CREDENTIAL-ENTRY
           END-EVALUATE.

       FETCH-CREDENTIAL-ENTRY.
           PERFORM BUILD-UNLOCK-OPTIONS
           MOVE SPACES TO WS-CRED-LINE-1
           IF WS-DB-PW NOT = SPACES
               MOVE WS-DB-PW TO WS-CRED-LINE-1
           END-IF
           PERFORM WRITE-CRED-FILE
           MOVE SPACES TO WS-DB-PW
           PERFORM REMOVE-WORK-FILE
           MOVE SPACES TO WS-COMMAND
           STRING "umask 077; keepassxc-cli show -a UserName"
                      DELIMITED BY SIZE
                  " -a Password " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-UNLOCK-OPTS) DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CONFIG-LOCAL DELIMITED BY SPACE
                  " '" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CONFIG-CRED-ENTRY) DELIMITED BY SIZE
                  "' < " DELIMITED BY SIZE
                  WS-CRED-FILE-NAME DELIMITED BY SPACE
                  " > " DELIMITED BY SIZE
                  WS-WORK-FILE-NAME DELIMITED BY SPACE
                  " 2>/dev/null" DELIMITED BY SIZE
                  INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND RETURNING WS-RETURN-CODE
           PERFORM CLEANUP-CRED-FILE
           IF WS-RETURN-CODE NOT = 0
               MOVE "entry not found or vault would not open"
                   TO WS-CRED-WHY
           ELSE
               OPEN INPUT WORK-FILE
               IF WS-WORK-STATUS = "00"
                   READ WORK-FILE
                       NOT AT END
                           PERFORM TAKE-CREDENTIAL-USER
                   END-READ
                   READ WORK-FILE
                       NOT AT END
                           PERFORM TAKE-CREDENTIAL-PASSWORD
                   END-READ
                   CLOSE WORK-FILE
               END-IF
               MOVE SPACES TO WORK-LINE
               EVALUATE TRUE
                   WHEN WS-CRED-WHY NOT = SPACES
                       CONTINUE
                   WHEN WS-CONFIG-USER = SPACES
                           OR WS-CONFIG-PASSWORD = SPACES
                       MOVE "entry has no user name or no password"
                           TO WS-CRED-WHY
                   WHEN OTHER
                       MOVE 'Y' TO WS-CRED-READ-FLAG
               END-EVALUATE
           END-IF
           PERFORM REMOVE-WORK-FILE
           IF NOT WS-CRED-READ-OK
               MOVE SPACES TO WS-CONFIG-USER WS-CONFIG-PASSWORD
           END-IF.

       TAKE-CREDENTIAL-USER.
           *> Same field widths as the config.json values - a longer
           *> value is refused rather than silently cut short.
           IF WORK-LINE (51:) NOT = SPACES
               MOVE "user name longer than 50 characters"
                   TO WS-CRED-WHY
           ELSE
               MOVE WORK-LINE (1:50) TO WS-CONFIG-USER
           END-IF.

       TAKE-CREDENTIAL-PASSWORD.
           IF WORK-LINE (51:) NOT = SPACES
               MOVE "password longer than 50 characters"
                   TO WS-CRED-WHY
           ELSE
               MOVE WORK-LINE (1:50) TO WS-CONFIG-PASSWORD
           END-IF.

       READ-PASSWORD-FILE.
           *> WS-PW-PATH -> WS-PW-VALUE (first line of the file).
           *> Staged through the work file under umask 077 so the
           *> copy is never readable by anyone else either.
           MOVE SPACES TO WS-PW-VALUE
           PERFORM REMOVE-WORK-FILE
           MOVE SPACES TO WS-COMMAND
           STRING "umask 077; cp " DELIMITED BY SIZE
                  WS-PW-PATH DELIMITED BY SPACE
                  " " DELIMITED BY SIZE
                  WS-WORK-FILE-NAME DELIMITED BY SPACE
                  " 2>/dev/null" DELIMITED BY SIZE
                  INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
           OPEN INPUT WORK-FILE
               END-READ
               CLOSE WORK-FILE
           END-IF
           PERFORM REMOVE-WORK-FILE.

       GET-FILE-SIZE.
           *> WS-SIZE-PATH -> WS-FILE-SIZE in bytes (0 when the file
           *> is missing), staged through the work file like
           *> READ-PASSWORD-FILE.
           MOVE 0 TO WS-FILE-SIZE
           PERFORM REMOVE-WORK-FILE
           MOVE SPACES TO WS-COMMAND
           STRING "stat -c %s " DELIMITED BY SIZE
                  WS-SIZE-PATH DELIMITED BY SPACE
                  " > " DELIMITED BY SIZE
                  WS-WORK-FILE-NAME DELIMITED BY SPACE
                  " 2>/dev/null" DELIMITED BY SIZE
                  INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND
           OPEN INPUT WORK-FILE
               END-READ
               CLOSE WORK-FILE
           END-IF
           PERFORM REMOVE-WORK-FILE.

       BUILD-UNLOCK-OPTIONS.
           *> Target-database unlock: option string (key file /
           *> suffix sorts chronologically), and delete down to the
           *> configured count. Best-effort: a failed listing just
           *> means no pruning this cycle.
           PERFORM REMOVE-WORK-FILE
           PERFORM LIST-REMOTE-GENERATIONS
           MOVE SPACES TO WS-COMMAND
           STRING "sort " DELIMITED BY SIZE
                  WS-WORK-FILE-NAME DELIMITED BY SPACE
                  " -o " DELIMITED BY SIZE
                  WS-WORK-FILE-NAME DELIMITED BY SPACE
                  " 2>/dev/null" DELIMITED BY SIZE
                  INTO WS-COMMAND
           CALL "SYSTEM" USING WS-COMMAND

           MOVE 0 TO WS-GEN-COUNT
               PERFORM READ-GENERATION-RECORD UNTIL WS-EOF
               CLOSE WORK-FILE
           END-IF
           PERFORM REMOVE-WORK-FILE

           COMPUTE WS-GEN-DROP = WS-GEN-COUNT - WS-REMOTE-GENS
           IF WS-GEN-DROP > 0
                          INTO WS-CRED-LINE-1
                   STRING "cls -1 " DELIMITED BY SIZE
                          WS-CONFIG-REMOTE DELIMITED BY SPACE
                          ".gen_* > " DELIMITED BY SIZE
                          WS-WORK-FILE-NAME DELIMITED BY SPACE
                          INTO WS-CRED-LINE-2
                   MOVE "quit" TO WS-CRED-LINE-3
                   PERFORM WRITE-CRED-FILE
                          INTO WS-CRED-LINE-2
                   STRING "cls -1 " DELIMITED BY SIZE
                          WS-CONFIG-REMOTE DELIMITED BY SPACE
                          ".gen_* > " DELIMITED BY SIZE
                          WS-WORK-FILE-NAME DELIMITED BY SPACE
                          INTO WS-CRED-LINE-3
                   MOVE "quit" TO WS-CRED-LINE-4
                   PERFORM WRITE-CRED-FILE
                          WS-CRED-FILE-NAME DELIMITED BY SPACE
                          " -c 'ls " DELIMITED BY SIZE
                          WS-CONFIG-REMOTE DELIMITED BY SPACE
                          ".gen_*' > " DELIMITED BY SIZE
                          WS-WORK-FILE-NAME DELIMITED BY SPACE
                          " 2>/dev/null" DELIMITED BY SIZE
                          INTO WS-COMMAND
                   CALL "SYSTEM" USING WS-COMMAND
                   PERFORM CLEANUP-CRED-FILE
                          WS-CONFIG-HOST DELIMITED BY SPACE
                          " 'ls -1 " DELIMITED BY SIZE
                          WS-CONFIG-REMOTE DELIMITED BY SPACE
                          ".gen_* 2>/dev/null' > " DELIMITED BY SIZE
                          WS-WORK-FILE-NAME DELIMITED BY SPACE
                          INTO WS-COMMAND
                   CALL "SYSTEM" USING WS-COMMAND
                   PERFORM CLEANUP-CRED-FILE
           *> file so a crashed run's leftover lock is recognized as
           *> our own and broken immediately.
           IF WS-HOSTNAME = SPACES
               MOVE SPACES TO WS-COMMAND
               STRING "hostname > " DELIMITED BY SIZE
                      WS-WORK-FILE-NAME DELIMITED BY SPACE
                      INTO WS-COMMAND
               CALL "SYSTEM" USING WS-COMMAND
               OPEN INPUT WORK-FILE
               IF WS-WORK-STATUS = "00"
                   END-READ
                   CLOSE WORK-FILE
               END-IF
               PERFORM REMOVE-WORK-FILE
               IF WS-HOSTNAME = SPACES
                   MOVE "unknown-host" TO WS-HOSTNAME
               END-IF
           END-IF.

       INSPECT-REMOTE-LOCK.
           PERFORM REMOVE-WORK-FILE
           MOVE WS-LOCK-REMOTE TO WS-XFER-REMOTE
           MOVE WS-WORK-FILE-NAME TO WS-XFER-LOCAL
           MOVE 'N' TO WS-SUCCESS-FLAG
           PERFORM DOWNLOAD-BY-PROTOCOL

               END-READ
               CLOSE WORK-FILE
           END-IF
           PERFORM REMOVE-WORK-FILE

           IF WS-LOCK-HOST = WS-HOSTNAME
               *> Our own machine left this behind (a crashed run) -
               WRITE WORK-LINE
               CLOSE WORK-FILE
           END-IF
           MOVE WS-WORK-FILE-NAME TO WS-XFER-LOCAL
           MOVE WS-LOCK-REMOTE TO WS-XFER-REMOTE
           MOVE 'N' TO WS-SUCCESS-FLAG
           PERFORM UPLOAD-BY-PROTOCOL
           PERFORM REMOVE-WORK-FILE
           IF WS-FAILED
               DISPLAY "ERROR: could not create remote lock"
               MOVE "CREATE-REMOTE-LOCK: lock upload failed"
