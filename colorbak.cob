       IDENTIFICATION DIVISION.
       PROGRAM-ID. colorbak.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> The files a backup set holds, each read under a name
      *> built from the directory being copied or verified (empty
      *> for the live directory, "colorbak-YYYYMMDD/" for a set).
           SELECT color-log-file ASSIGN TO src-log-name
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS clog-seq
               ALTERNATE RECORD KEY IS clog-user-id
                   WITH DUPLICATES
               FILE STATUS IS clog-status.
           SELECT cooldown-file ASSIGN TO src-cool-name
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS cool-user-id
               FILE STATUS IS cool-status.
           SELECT color-pool-file ASSIGN TO src-pool-name
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS cpool-key
               FILE STATUS IS cpool-status.
           SELECT pool-member-file ASSIGN TO src-pmbr-name
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS pmbr-key
               FILE STATUS IS pmbr-status.
           SELECT guild-settings-file ASSIGN TO src-gcfg-name
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS gcfg-guild-id
               FILE STATUS IS gcfg-status.
           SELECT favorites-file ASSIGN TO src-fav-name
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS fav-key
               FILE STATUS IS fav-status.
           SELECT color-rule-file ASSIGN TO src-crul-name
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS crul-guild-id
               FILE STATUS IS crul-status.
           SELECT color-lock-file ASSIGN TO src-clck-name
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS clck-key
               FILE STATUS IS clck-status.
           SELECT color-sched-file ASSIGN TO src-csch-name
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS csch-key
               FILE STATUS IS csch-status.
           SELECT color-retry-file ASSIGN TO src-cret-name
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS cret-key
               FILE STATUS IS cret-status.
      *> Their copies inside the set, written in key order.
           SELECT bak-log-file ASSIGN TO dst-log-name
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS blog-seq
               ALTERNATE RECORD KEY IS blog-user-id
                   WITH DUPLICATES
               FILE STATUS IS blog-status.
           SELECT bak-cooldown-file ASSIGN TO dst-cool-name
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS bcool-user-id
               FILE STATUS IS bcool-status.
           SELECT bak-pool-file ASSIGN TO dst-pool-name
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS bpool-key
               FILE STATUS IS bpool-status.
           SELECT bak-member-file ASSIGN TO dst-pmbr-name
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS bpmbr-key
               FILE STATUS IS bpmbr-status.
           SELECT bak-settings-file ASSIGN TO dst-gcfg-name
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS bgcfg-guild-id
               FILE STATUS IS bgcfg-status.
           SELECT bak-favorites-file ASSIGN TO dst-fav-name
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS bfav-key
               FILE STATUS IS bfav-status.
           SELECT bak-rule-file ASSIGN TO dst-crul-name
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS bcrul-guild-id
               FILE STATUS IS bcrul-status.
           SELECT bak-lock-file ASSIGN TO dst-clck-name
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS bclck-key
               FILE STATUS IS bclck-status.
           SELECT bak-sched-file ASSIGN TO dst-csch-name
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS bcsch-key
               FILE STATUS IS bcsch-status.
           SELECT bak-retry-file ASSIGN TO dst-cret-name
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS bcret-key
               FILE STATUS IS bcret-status.
           SELECT manifest-file ASSIGN TO manifest-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS mfst-status.
           SELECT batch-lock-file ASSIGN TO "colorarc.lck"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS lck-status.
           SELECT ops-log-file ASSIGN TO "opslog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS opsl-status.
       DATA DIVISION.
       FILE SECTION.
       FD color-log-file.
       COPY "colorlog.cpy".
      *> Same layouts cmds keeps for the cooldown, pooling, settings
      *> and favorites files - a copy must match byte for byte.
       FD cooldown-file.
       01 cool-record.
           05 cool-user-id     USAGE BINARY-DOUBLE UNSIGNED SYNC.
           05 cool-timestamp   USAGE BINARY-DOUBLE UNSIGNED SYNC.
       FD color-pool-file.
       01 cpool-record.
           05 cpool-key.
               10 cpool-guild-id USAGE BINARY-DOUBLE UNSIGNED SYNC.
               10 cpool-bucket   PIC 9(03).
           05 cpool-role-id    USAGE BINARY-DOUBLE UNSIGNED SYNC.
           05 cpool-members    USAGE BINARY-INT SYNC.
           05 cpool-color      USAGE BINARY-INT SYNC.
       FD pool-member-file.
       01 pmbr-record.
           05 pmbr-key.
               10 pmbr-guild-id USAGE BINARY-DOUBLE UNSIGNED SYNC.
               10 pmbr-user-id  USAGE BINARY-DOUBLE UNSIGNED SYNC.
           05 pmbr-bucket      PIC 9(03).
           05 pmbr-role-id     USAGE BINARY-DOUBLE UNSIGNED SYNC.
       FD guild-settings-file.
       01 gcfg-record.
           05 gcfg-guild-id        USAGE BINARY-DOUBLE UNSIGNED SYNC.
           05 gcfg-cool-seconds    USAGE BINARY-DOUBLE UNSIGNED SYNC.
           05 gcfg-announce-channel
                                   USAGE BINARY-DOUBLE UNSIGNED SYNC.
           05 gcfg-ops-channel     USAGE BINARY-DOUBLE UNSIGNED SYNC.
           05 gcfg-last-digest     USAGE BINARY-DOUBLE UNSIGNED SYNC.
           05 gcfg-palette-name    PIC X(08).
           05 gcfg-unique-mode     USAGE BINARY-CHAR UNSIGNED SYNC.
           05 gcfg-unique-distance USAGE BINARY-INT UNSIGNED SYNC.
           05 gcfg-alert-threshold USAGE BINARY-INT UNSIGNED SYNC.
           05 gcfg-alert-window    USAGE BINARY-INT UNSIGNED SYNC.
           05 gcfg-custom-count    USAGE BINARY-INT UNSIGNED SYNC.
           05 gcfg-custom-color    OCCURS 16 TIMES
                                   USAGE BINARY-INT SYNC.
           05 gcfg-season-entry    OCCURS 2 TIMES.
               10 gcfg-season-start    PIC 9(04).
               10 gcfg-season-end      PIC 9(04).
               10 gcfg-season-palette  PIC X(06).
           05 gcfg-headroom-warn   PIC 9(02).
           05 FILLER               PIC X(02).
       FD favorites-file.
       01 fav-record.
           05 fav-key.
               10 fav-user-id  USAGE BINARY-DOUBLE UNSIGNED SYNC.
               10 fav-name     PIC X(16).
           05 fav-color        USAGE BINARY-INT SYNC.
           05 fav-saved-at     USAGE BINARY-DOUBLE UNSIGNED SYNC.
       FD color-rule-file.
       COPY "colorrule.cpy".
       FD color-lock-file.
       COPY "colorlock.cpy".
       FD color-sched-file.
       COPY "colorsched.cpy".
       FD color-retry-file.
       COPY "colorretry.cpy".
       FD bak-log-file.
       COPY "colorlog.cpy"
           REPLACING LEADING ==clog== BY ==blog==.
       FD bak-cooldown-file.
       01 bcool-record.
           05 bcool-user-id    USAGE BINARY-DOUBLE UNSIGNED SYNC.
           05 bcool-timestamp  USAGE BINARY-DOUBLE UNSIGNED SYNC.
       FD bak-pool-file.
       01 bpool-record.
           05 bpool-key.
               10 bpool-guild-id USAGE BINARY-DOUBLE UNSIGNED SYNC.
               10 bpool-bucket   PIC 9(03).
           05 bpool-role-id    USAGE BINARY-DOUBLE UNSIGNED SYNC.
           05 bpool-members    USAGE BINARY-INT SYNC.
           05 bpool-color      USAGE BINARY-INT SYNC.
       FD bak-member-file.
       01 bpmbr-record.
           05 bpmbr-key.
               10 bpmbr-guild-id USAGE BINARY-DOUBLE UNSIGNED SYNC.
               10 bpmbr-user-id  USAGE BINARY-DOUBLE UNSIGNED SYNC.
           05 bpmbr-bucket     PIC 9(03).
           05 bpmbr-role-id    USAGE BINARY-DOUBLE UNSIGNED SYNC.
       FD bak-settings-file.
       01 bgcfg-record.
           05 bgcfg-guild-id        USAGE BINARY-DOUBLE UNSIGNED SYNC.
           05 bgcfg-cool-seconds    USAGE BINARY-DOUBLE UNSIGNED SYNC.
           05 bgcfg-announce-channel
                                   USAGE BINARY-DOUBLE UNSIGNED SYNC.
           05 bgcfg-ops-channel     USAGE BINARY-DOUBLE UNSIGNED SYNC.
           05 bgcfg-last-digest     USAGE BINARY-DOUBLE UNSIGNED SYNC.
           05 bgcfg-palette-name    PIC X(08).
           05 bgcfg-unique-mode     USAGE BINARY-CHAR UNSIGNED SYNC.
           05 bgcfg-unique-distance USAGE BINARY-INT UNSIGNED SYNC.
           05 bgcfg-alert-threshold USAGE BINARY-INT UNSIGNED SYNC.
           05 bgcfg-alert-window    USAGE BINARY-INT UNSIGNED SYNC.
           05 bgcfg-custom-count    USAGE BINARY-INT UNSIGNED SYNC.
           05 bgcfg-custom-color    OCCURS 16 TIMES
                                   USAGE BINARY-INT SYNC.
           05 bgcfg-season-entry    OCCURS 2 TIMES.
               10 bgcfg-season-start    PIC 9(04).
               10 bgcfg-season-end      PIC 9(04).
               10 bgcfg-season-palette  PIC X(06).
           05 bgcfg-headroom-warn   PIC 9(02).
           05 FILLER               PIC X(02).
       FD bak-favorites-file.
       01 bfav-record.
           05 bfav-key.
               10 bfav-user-id USAGE BINARY-DOUBLE UNSIGNED SYNC.
               10 bfav-name    PIC X(16).
           05 bfav-color       USAGE BINARY-INT SYNC.
           05 bfav-saved-at    USAGE BINARY-DOUBLE UNSIGNED SYNC.
       FD bak-rule-file.
       COPY "colorrule.cpy"
           REPLACING LEADING ==crul== BY ==bcrul==.
       FD bak-lock-file.
       COPY "colorlock.cpy"
           REPLACING LEADING ==clck== BY ==bclck==.
       FD bak-sched-file.
       COPY "colorsched.cpy"
           REPLACING LEADING ==csch== BY ==bcsch==.
       FD bak-retry-file.
       COPY "colorretry.cpy"
           REPLACING LEADING ==cret== BY ==bcret==.
      *> One keyword per line, space-separated fields, readable by
      *> eye and parsed back by verify:
      *>   taken YYYY-MM-DD HH:MM <epoch seconds>
      *>   file <name> <record count>
      *>   maxseq <highest clog-seq>
      *>   guild <guild id> pools <count> members <count>
       FD manifest-file.
       01 mfst-line PIC X(100).
       FD batch-lock-file.
       01 lck-line PIC X(20).
       FD ops-log-file.
       COPY "opslog.cpy".
       WORKING-STORAGE SECTION.
       01 clog-status PIC X(02).
       01 cool-status PIC X(02).
       01 cpool-status PIC X(02).
       01 pmbr-status PIC X(02).
       01 gcfg-status PIC X(02).
       01 fav-status PIC X(02).
       01 crul-status PIC X(02).
       01 clck-status PIC X(02).
       01 csch-status PIC X(02).
       01 cret-status PIC X(02).
       01 blog-status PIC X(02).
       01 bcool-status PIC X(02).
       01 bpool-status PIC X(02).
       01 bpmbr-status PIC X(02).
       01 bgcfg-status PIC X(02).
       01 bfav-status PIC X(02).
       01 bcrul-status PIC X(02).
       01 bclck-status PIC X(02).
       01 bcsch-status PIC X(02).
       01 bcret-status PIC X(02).
       01 mfst-status PIC X(02).
       01 lck-status PIC X(02).
       01 opsl-status PIC X(02).
      *> "colorbak" or "colorbak backup" takes a set; "colorbak
      *> verify colorbak-YYYYMMDD" checks that set's files against
      *> its manifest, and "colorbak verify colorbak-YYYYMMDD live"
      *> checks the live directory (after a restore from that set)
      *> against the same manifest.
       01 cmd-line-text PIC X(256).
       01 cmd-mode-arg PIC X(16).
       01 cmd-set-arg PIC X(64).
       01 cmd-where-arg PIC X(16).
       01 run-mode USAGE BINARY-CHAR UNSIGNED VALUE 0.
           88 backup-mode VALUE 1.
           88 verify-mode VALUE 2.
       01 copy-switch USAGE BINARY-CHAR UNSIGNED VALUE 0.
           88 copying-files VALUE 1.
       01 set-name PIC X(64).
       01 set-name-z PIC X(65).
       01 src-prefix PIC X(65).
       01 dst-prefix PIC X(65).
       01 checked-name PIC X(64).
       01 src-log-name PIC X(96).
       01 src-cool-name PIC X(96).
       01 src-pool-name PIC X(96).
       01 src-pmbr-name PIC X(96).
       01 src-gcfg-name PIC X(96).
       01 src-fav-name PIC X(96).
       01 src-crul-name PIC X(96).
       01 src-clck-name PIC X(96).
       01 src-csch-name PIC X(96).
       01 src-cret-name PIC X(96).
       01 dst-log-name PIC X(96).
       01 dst-cool-name PIC X(96).
       01 dst-pool-name PIC X(96).
       01 dst-pmbr-name PIC X(96).
       01 dst-gcfg-name PIC X(96).
       01 dst-fav-name PIC X(96).
       01 dst-crul-name PIC X(96).
       01 dst-clck-name PIC X(96).
       01 dst-csch-name PIC X(96).
       01 dst-cret-name PIC X(96).
       01 manifest-name PIC X(96).
       01 mkdir-status USAGE BINARY-INT.
       01 access-status USAGE BINARY-INT.
       01 unlink-status USAGE BINARY-INT.
      *> The files of a set, in manifest order; the counts line up
      *> with the same index whether taken during the copy or by a
      *> verify pass.
       01 set-file-data.
           05 FILLER PIC X(16) VALUE "colorlog.dat".
           05 FILLER PIC X(16) VALUE "cooldown.dat".
           05 FILLER PIC X(16) VALUE "colorpool.dat".
           05 FILLER PIC X(16) VALUE "poolmbr.dat".
           05 FILLER PIC X(16) VALUE "guildcfg.dat".
           05 FILLER PIC X(16) VALUE "favorites.dat".
           05 FILLER PIC X(16) VALUE "colorrule.dat".
           05 FILLER PIC X(16) VALUE "colorlock.dat".
           05 FILLER PIC X(16) VALUE "colorsched.dat".
           05 FILLER PIC X(16) VALUE "colorretry.dat".
       01 set-file-table REDEFINES set-file-data.
           05 set-file-name OCCURS 10 TIMES PIC X(16).
       01 set-file-count USAGE BINARY-INT UNSIGNED
           OCCURS 10 TIMES.
       01 set-file-total USAGE BINARY-INT UNSIGNED VALUE 10.
       01 set-file-idx USAGE BINARY-INT UNSIGNED.
       01 set-file-found-idx USAGE BINARY-INT UNSIGNED.
       01 total-records USAGE BINARY-INT UNSIGNED VALUE 0.
       01 max-clog-seq USAGE BINARY-DOUBLE UNSIGNED VALUE 0.
      *> Per-guild pool records (colorpool.dat) and pooled members
      *> (poolmbr.dat). The matched flag is ticked as verify meets
      *> each guild in the manifest, so a guild only one side knows
      *> about shows up as a mismatch too.
       01 bak-guild-table.
           05 bak-guild-count USAGE BINARY-INT UNSIGNED VALUE 0.
           05 bak-guild-entry OCCURS 500 TIMES.
               10 bak-guild-id USAGE BINARY-DOUBLE UNSIGNED.
               10 bak-guild-pools USAGE BINARY-INT UNSIGNED.
               10 bak-guild-members USAGE BINARY-INT UNSIGNED.
               10 bak-guild-matched USAGE BINARY-CHAR UNSIGNED.
       01 bak-guild-scan-idx USAGE BINARY-INT UNSIGNED.
       01 bak-guild-found-idx USAGE BINARY-INT UNSIGNED.
       01 tally-guild-id USAGE BINARY-DOUBLE UNSIGNED.
       01 mfst-word-1 PIC X(24).
       01 mfst-word-2 PIC X(24).
       01 mfst-word-3 PIC X(24).
       01 mfst-word-4 PIC X(24).
       01 mfst-word-5 PIC X(24).
       01 mfst-word-6 PIC X(24).
       01 mfst-value USAGE BINARY-DOUBLE UNSIGNED.
       01 mfst-value-2 USAGE BINARY-DOUBLE UNSIGNED.
       01 mfst-taken-text PIC X(40).
       01 mfst-seen-seq USAGE BINARY-CHAR UNSIGNED VALUE 0.
           88 manifest-had-seq VALUE 1.
       01 mismatch-count USAGE BINARY-INT UNSIGNED VALUE 0.
       01 display-id PIC Z(19)9.
       01 display-seq PIC Z(19)9.
       01 display-seq-2 PIC Z(19)9.
       01 display-count PIC Z(09)9.
       01 display-count-2 PIC Z(09)9.
       01 stamp-work USAGE BINARY-DOUBLE UNSIGNED.
       01 stamp-days USAGE BINARY-DOUBLE UNSIGNED.
       01 stamp-rem USAGE BINARY-DOUBLE UNSIGNED.
       01 stamp-date-int USAGE BINARY-DOUBLE UNSIGNED.
       01 stamp-epoch-days USAGE BINARY-DOUBLE UNSIGNED.
       01 stamp-ymd PIC 9(08).
       01 stamp-ymd-text REDEFINES stamp-ymd PIC X(08).
       01 stamp-hh PIC 9(02).
       01 stamp-mi PIC 9(02).
       01 stamp-text PIC X(16).
       01 ops-timestamp PIC X(26).
       01 ops-message PIC X(160).
       01 ops-severity PIC X(05).
      *> colorarc's write-hold: a fresh one means another batch run
      *> is mid-rebuild, so backup refuses to start rather than copy
      *> files that are about to be swapped; otherwise it takes the
      *> hold itself for the length of the copy, which holds the
      *> bot's log, cooldown and pool writes and makes the set one
      *> point in time.
       01 lck-stamp-display PIC 9(14).
       01 lck-stamp USAGE BINARY-DOUBLE UNSIGNED.
       01 hold-stale-seconds USAGE BINARY-DOUBLE UNSIGNED VALUE 600.
       01 hold-active USAGE BINARY-CHAR UNSIGNED VALUE 0.
           88 batch-hold-active VALUE 1.
       01 settle-seconds USAGE BINARY-INT UNSIGNED VALUE 2.
       01 now-stamp PIC X(21).
       01 now-date PIC 9(08).
       01 now-hh PIC 9(02).
       01 now-mm PIC 9(02).
       01 now-ss PIC 9(02).
       01 now-offset-sign PIC X(01).
       01 now-offset-hh PIC 9(02).
       01 now-offset-mm PIC 9(02).
       01 now-offset-seconds USAGE BINARY-DOUBLE UNSIGNED.
       01 now-days-int USAGE BINARY-DOUBLE UNSIGNED.
       01 epoch-days-int USAGE BINARY-DOUBLE UNSIGNED.
       01 now-timestamp USAGE BINARY-DOUBLE UNSIGNED VALUE 0.
      *> Backup: copies colorlog.dat, cooldown.dat, colorpool.dat,
      *> poolmbr.dat, guildcfg.dat, favorites.dat, colorrule.dat,
      *> colorlock.dat, colorsched.dat and colorretry.dat into the
      *> dated directory colorbak-YYYYMMDD under the write-hold,
      *> counting as it copies, and writes manifest.txt there: each
      *> file's record count, the highest clog-seq, each guild's pool
      *> and pooled-member counts, and the time taken. Verify recounts a
      *> set (or the live directory) and fails on any disagreement,
      *> so a restore can be trusted before the bot starts on it -
      *> the max seq is where determine-next-clog-seq will carry on.
       PROCEDURE DIVISION.
       main-line.
           PERFORM parse-command-line.
           IF run-mode = 0
               DISPLAY "usage: colorbak [backup]"
               DISPLAY "       colorbak verify colorbak-YYYYMMDD "
                   "[live]"
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM compute-now.
           IF backup-mode
               PERFORM take-backup THRU take-backup-exit
           ELSE
               PERFORM verify-set THRU verify-set-exit
           END-IF.
           STOP RUN.

       parse-command-line.
           MOVE SPACES TO cmd-line-text.
           ACCEPT cmd-line-text FROM COMMAND-LINE.
           MOVE SPACES TO cmd-mode-arg cmd-set-arg cmd-where-arg.
           UNSTRING cmd-line-text DELIMITED BY ALL SPACE
               INTO cmd-mode-arg cmd-set-arg cmd-where-arg
           END-UNSTRING.
           EVALUATE cmd-mode-arg
               WHEN SPACES
                   MOVE 1 TO run-mode
               WHEN "backup"
                   MOVE 1 TO run-mode
               WHEN "verify"
                   IF cmd-set-arg NOT = SPACES
                       MOVE 2 TO run-mode
                   END-IF
           END-EVALUATE.

      *> The set is named for the day it was taken; a second backup
      *> the same day replaces that day's set.
       take-backup.
           PERFORM check-batch-hold.
           IF batch-hold-active
               DISPLAY "colorarc.lck hold is on - another batch run "
                   "is in progress; retry later"
               MOVE 1 TO RETURN-CODE
               GO TO take-backup-exit
           END-IF.
           MOVE SPACES TO set-name.
           STRING "colorbak-" DELIMITED BY SIZE
               now-date DELIMITED BY SIZE
               INTO set-name.
           MOVE SPACES TO set-name-z.
           STRING FUNCTION TRIM(set-name) DELIMITED BY SIZE
               x"00" DELIMITED BY SIZE
               INTO set-name-z.
           CALL STATIC "mkdir" USING
               set-name-z
               BY VALUE 493
               RETURNING mkdir-status.
           CALL STATIC "access" USING
               set-name-z
               BY VALUE 0
               RETURNING access-status.
           IF access-status NOT = 0
               DISPLAY "cannot create backup directory "
                   FUNCTION TRIM(set-name)
               MOVE 1 TO RETURN-CODE
               GO TO take-backup-exit
           END-IF.
           MOVE SPACES TO src-prefix.
           MOVE SPACES TO dst-prefix.
           STRING FUNCTION TRIM(set-name) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               INTO dst-prefix.
           PERFORM build-file-names.
           MOVE 1 TO copy-switch.
           PERFORM write-batch-lock.
           PERFORM count-all-files.
           PERFORM remove-batch-lock.
           PERFORM write-manifest.
           PERFORM sum-file-counts.
           MOVE total-records TO display-count.
           MOVE max-clog-seq TO display-seq.
           MOVE SPACES TO ops-message.
           STRING "colorbak: backup set " DELIMITED BY SIZE
               FUNCTION TRIM(set-name) DELIMITED BY SIZE
               " written - " DELIMITED BY SIZE
               FUNCTION TRIM(display-count) DELIMITED BY SIZE
               " records, max seq " DELIMITED BY SIZE
               FUNCTION TRIM(display-seq) DELIMITED BY SIZE
               INTO ops-message.
           MOVE "INFO" TO ops-severity.
           PERFORM write-ops-line.
           DISPLAY "backup set " FUNCTION TRIM(set-name) " written".
           PERFORM display-counts.
       take-backup-exit.
           EXIT.

      *> The manifest always comes from the set; the files counted
      *> are the set's own, or the live ones when "live" is given.
       verify-set.
           MOVE cmd-set-arg TO set-name.
           MOVE SPACES TO dst-prefix.
           STRING FUNCTION TRIM(set-name) DELIMITED BY SIZE
               "/" DELIMITED BY SIZE
               INTO dst-prefix.
           IF cmd-where-arg = "live"
               MOVE SPACES TO src-prefix
               MOVE "live directory" TO checked-name
           ELSE
               MOVE dst-prefix TO src-prefix
               MOVE set-name TO checked-name
           END-IF.
           PERFORM build-file-names.
           MOVE 0 TO copy-switch.
           OPEN INPUT manifest-file.
           IF mfst-status NOT = "00"
               DISPLAY FUNCTION TRIM(manifest-name)
                   ": manifest not found"
               MOVE 1 TO RETURN-CODE
               GO TO verify-set-exit
           END-IF.
           PERFORM count-all-files.
           MOVE 0 TO mismatch-count.
           PERFORM read-manifest-line.
           PERFORM check-manifest-line
               UNTIL mfst-status NOT = "00".
           CLOSE manifest-file.
           IF NOT manifest-had-seq
               DISPLAY "manifest has no maxseq line"
               ADD 1 TO mismatch-count
           END-IF.
           PERFORM report-unmatched-guild
               VARYING bak-guild-scan-idx FROM 1 BY 1
               UNTIL bak-guild-scan-idx > bak-guild-count.
           DISPLAY "manifest taken " FUNCTION TRIM(mfst-taken-text).
           PERFORM display-counts.
           MOVE SPACES TO ops-message.
           IF mismatch-count = 0
               DISPLAY "VERIFY OK - " FUNCTION TRIM(checked-name)
                   " matches " FUNCTION TRIM(manifest-name)
               STRING "colorbak: verify of " DELIMITED BY SIZE
                   FUNCTION TRIM(checked-name) DELIMITED BY SIZE
                   " against " DELIMITED BY SIZE
                   FUNCTION TRIM(set-name) DELIMITED BY SIZE
                   " passed" DELIMITED BY SIZE
                   INTO ops-message
               MOVE "INFO" TO ops-severity
           ELSE
               MOVE mismatch-count TO display-count
               DISPLAY "VERIFY FAILED - " FUNCTION TRIM(display-count)
                   " mismatch(es); do not start the bot on "
                   FUNCTION TRIM(checked-name)
               STRING "colorbak: verify of " DELIMITED BY SIZE
                   FUNCTION TRIM(checked-name) DELIMITED BY SIZE
                   " against " DELIMITED BY SIZE
                   FUNCTION TRIM(set-name) DELIMITED BY SIZE
                   " FAILED - " DELIMITED BY SIZE
                   FUNCTION TRIM(display-count) DELIMITED BY SIZE
                   " mismatch(es)" DELIMITED BY SIZE
                   INTO ops-message
               MOVE "ERROR" TO ops-severity
               MOVE 1 TO RETURN-CODE
           END-IF.
           PERFORM write-ops-line.
       verify-set-exit.
           EXIT.

       build-file-names.
           MOVE SPACES TO src-log-name src-cool-name src-pool-name
               src-pmbr-name src-gcfg-name src-fav-name
               src-crul-name src-clck-name src-csch-name
               src-cret-name
               dst-log-name dst-cool-name dst-pool-name
               dst-pmbr-name dst-gcfg-name dst-fav-name
               dst-crul-name dst-clck-name dst-csch-name
               dst-cret-name manifest-name.
           STRING src-prefix DELIMITED BY SPACE
               set-file-name(1) DELIMITED BY SPACE INTO src-log-name.
           STRING src-prefix DELIMITED BY SPACE
               set-file-name(2) DELIMITED BY SPACE INTO src-cool-name.
           STRING src-prefix DELIMITED BY SPACE
               set-file-name(3) DELIMITED BY SPACE INTO src-pool-name.
           STRING src-prefix DELIMITED BY SPACE
               set-file-name(4) DELIMITED BY SPACE INTO src-pmbr-name.
           STRING src-prefix DELIMITED BY SPACE
               set-file-name(5) DELIMITED BY SPACE INTO src-gcfg-name.
           STRING src-prefix DELIMITED BY SPACE
               set-file-name(6) DELIMITED BY SPACE INTO src-fav-name.
           STRING src-prefix DELIMITED BY SPACE
               set-file-name(7) DELIMITED BY SPACE INTO src-crul-name.
           STRING src-prefix DELIMITED BY SPACE
               set-file-name(8) DELIMITED BY SPACE INTO src-clck-name.
           STRING src-prefix DELIMITED BY SPACE
               set-file-name(9) DELIMITED BY SPACE INTO src-csch-name.
           STRING src-prefix DELIMITED BY SPACE
               set-file-name(10) DELIMITED BY SPACE INTO src-cret-name.
           STRING dst-prefix DELIMITED BY SPACE
               set-file-name(1) DELIMITED BY SPACE INTO dst-log-name.
           STRING dst-prefix DELIMITED BY SPACE
               set-file-name(2) DELIMITED BY SPACE INTO dst-cool-name.
           STRING dst-prefix DELIMITED BY SPACE
               set-file-name(3) DELIMITED BY SPACE INTO dst-pool-name.
           STRING dst-prefix DELIMITED BY SPACE
               set-file-name(4) DELIMITED BY SPACE INTO dst-pmbr-name.
           STRING dst-prefix DELIMITED BY SPACE
               set-file-name(5) DELIMITED BY SPACE INTO dst-gcfg-name.
           STRING dst-prefix DELIMITED BY SPACE
               set-file-name(6) DELIMITED BY SPACE INTO dst-fav-name.
           STRING dst-prefix DELIMITED BY SPACE
               set-file-name(7) DELIMITED BY SPACE INTO dst-crul-name.
           STRING dst-prefix DELIMITED BY SPACE
               set-file-name(8) DELIMITED BY SPACE INTO dst-clck-name.
           STRING dst-prefix DELIMITED BY SPACE
               set-file-name(9) DELIMITED BY SPACE INTO dst-csch-name.
           STRING dst-prefix DELIMITED BY SPACE
               set-file-name(10) DELIMITED BY SPACE INTO dst-cret-name.
           STRING dst-prefix DELIMITED BY SPACE
               "manifest.txt" DELIMITED BY SIZE INTO manifest-name.

      *> One pass per file, counting every record - and, for a
      *> backup, writing each one to the set as it goes, so the
      *> manifest describes exactly what was copied.
       count-all-files.
           MOVE 0 TO max-clog-seq.
           MOVE 0 TO bak-guild-count.
           PERFORM clear-file-count
               VARYING set-file-idx FROM 1 BY 1
               UNTIL set-file-idx > set-file-total.
           PERFORM copy-color-log THRU copy-color-log-exit.
           PERFORM copy-cooldown THRU copy-cooldown-exit.
           PERFORM copy-color-pool THRU copy-color-pool-exit.
           PERFORM copy-pool-member THRU copy-pool-member-exit.
           PERFORM copy-guild-settings THRU copy-guild-settings-exit.
           PERFORM copy-favorites THRU copy-favorites-exit.
           PERFORM copy-color-rules THRU copy-color-rules-exit.
           PERFORM copy-color-locks THRU copy-color-locks-exit.
           PERFORM copy-color-scheds THRU copy-color-scheds-exit.
           PERFORM copy-color-retries THRU copy-color-retries-exit.

       clear-file-count.
           MOVE 0 TO set-file-count(set-file-idx).

      *> A log still in the old record layout can't be read here;
      *> backing it up would need clogconv first anyway.
       copy-color-log.
           OPEN INPUT color-log-file.
           IF clog-status = "39"
               PERFORM stop-on-file-error
           END-IF.
           IF clog-status NOT = "00"
               GO TO copy-color-log-exit
           END-IF.
           IF copying-files
               OPEN OUTPUT bak-log-file
           END-IF.
           PERFORM read-color-log.
           PERFORM copy-one-log-record
               UNTIL clog-status NOT = "00".
           CLOSE color-log-file.
           IF copying-files
               CLOSE bak-log-file
           END-IF.
       copy-color-log-exit.
           EXIT.

       read-color-log.
           READ color-log-file NEXT RECORD.

       copy-one-log-record.
           ADD 1 TO set-file-count(1).
           IF clog-seq > max-clog-seq
               MOVE clog-seq TO max-clog-seq
           END-IF.
           IF copying-files
               MOVE clog-record TO blog-record
               WRITE blog-record
               IF blog-status NOT = "00" AND blog-status NOT = "02"
                   MOVE blog-status TO clog-status
                   PERFORM stop-on-file-error
               END-IF
           END-IF.
           PERFORM read-color-log.

       copy-cooldown.
           OPEN INPUT cooldown-file.
           IF cool-status NOT = "00"
               GO TO copy-cooldown-exit
           END-IF.
           IF copying-files
               OPEN OUTPUT bak-cooldown-file
           END-IF.
           PERFORM read-cooldown.
           PERFORM copy-one-cooldown
               UNTIL cool-status NOT = "00".
           CLOSE cooldown-file.
           IF copying-files
               CLOSE bak-cooldown-file
           END-IF.
       copy-cooldown-exit.
           EXIT.

       read-cooldown.
           READ cooldown-file NEXT RECORD.

       copy-one-cooldown.
           ADD 1 TO set-file-count(2).
           IF copying-files
               MOVE cool-record TO bcool-record
               WRITE bcool-record
               IF bcool-status NOT = "00"
                   MOVE bcool-status TO clog-status
                   PERFORM stop-on-file-error
               END-IF
           END-IF.
           PERFORM read-cooldown.

       copy-color-pool.
           OPEN INPUT color-pool-file.
           IF cpool-status NOT = "00"
               GO TO copy-color-pool-exit
           END-IF.
           IF copying-files
               OPEN OUTPUT bak-pool-file
           END-IF.
           PERFORM read-color-pool.
           PERFORM copy-one-pool
               UNTIL cpool-status NOT = "00".
           CLOSE color-pool-file.
           IF copying-files
               CLOSE bak-pool-file
           END-IF.
       copy-color-pool-exit.
           EXIT.

       read-color-pool.
           READ color-pool-file NEXT RECORD.

       copy-one-pool.
           ADD 1 TO set-file-count(3).
           MOVE cpool-guild-id TO tally-guild-id.
           PERFORM find-bak-guild.
           IF bak-guild-found-idx > 0
               ADD 1 TO bak-guild-pools(bak-guild-found-idx)
           END-IF.
           IF copying-files
               MOVE cpool-record TO bpool-record
               WRITE bpool-record
               IF bpool-status NOT = "00"
                   MOVE bpool-status TO clog-status
                   PERFORM stop-on-file-error
               END-IF
           END-IF.
           PERFORM read-color-pool.

       copy-pool-member.
           OPEN INPUT pool-member-file.
           IF pmbr-status NOT = "00"
               GO TO copy-pool-member-exit
           END-IF.
           IF copying-files
               OPEN OUTPUT bak-member-file
           END-IF.
           PERFORM read-pool-member.
           PERFORM copy-one-member
               UNTIL pmbr-status NOT = "00".
           CLOSE pool-member-file.
           IF copying-files
               CLOSE bak-member-file
           END-IF.
       copy-pool-member-exit.
           EXIT.

       read-pool-member.
           READ pool-member-file NEXT RECORD.

       copy-one-member.
           ADD 1 TO set-file-count(4).
           MOVE pmbr-guild-id TO tally-guild-id.
           PERFORM find-bak-guild.
           IF bak-guild-found-idx > 0
               ADD 1 TO bak-guild-members(bak-guild-found-idx)
           END-IF.
           IF copying-files
               MOVE pmbr-record TO bpmbr-record
               WRITE bpmbr-record
               IF bpmbr-status NOT = "00"
                   MOVE bpmbr-status TO clog-status
                   PERFORM stop-on-file-error
               END-IF
           END-IF.
           PERFORM read-pool-member.

       copy-guild-settings.
           OPEN INPUT guild-settings-file.
           IF gcfg-status NOT = "00"
               GO TO copy-guild-settings-exit
           END-IF.
           IF copying-files
               OPEN OUTPUT bak-settings-file
           END-IF.
           PERFORM read-guild-settings.
           PERFORM copy-one-setting
               UNTIL gcfg-status NOT = "00".
           CLOSE guild-settings-file.
           IF copying-files
               CLOSE bak-settings-file
           END-IF.
       copy-guild-settings-exit.
           EXIT.

       read-guild-settings.
           READ guild-settings-file NEXT RECORD.

       copy-one-setting.
           ADD 1 TO set-file-count(5).
           IF copying-files
               MOVE gcfg-record TO bgcfg-record
               WRITE bgcfg-record
               IF bgcfg-status NOT = "00"
                   MOVE bgcfg-status TO clog-status
                   PERFORM stop-on-file-error
               END-IF
           END-IF.
           PERFORM read-guild-settings.

       copy-favorites.
           OPEN INPUT favorites-file.
           IF fav-status NOT = "00"
               GO TO copy-favorites-exit
           END-IF.
           IF copying-files
               OPEN OUTPUT bak-favorites-file
           END-IF.
           PERFORM read-favorite.
           PERFORM copy-one-favorite
               UNTIL fav-status NOT = "00".
           CLOSE favorites-file.
           IF copying-files
               CLOSE bak-favorites-file
           END-IF.
       copy-favorites-exit.
           EXIT.

       read-favorite.
           READ favorites-file NEXT RECORD.

       copy-one-favorite.
           ADD 1 TO set-file-count(6).
           IF copying-files
               MOVE fav-record TO bfav-record
               WRITE bfav-record
               IF bfav-status NOT = "00"
                   MOVE bfav-status TO clog-status
                   PERFORM stop-on-file-error
               END-IF
           END-IF.
           PERFORM read-favorite.

       copy-color-rules.
           OPEN INPUT color-rule-file.
           IF crul-status NOT = "00"
               GO TO copy-color-rules-exit
           END-IF.
           IF copying-files
               OPEN OUTPUT bak-rule-file
           END-IF.
           PERFORM read-color-rule.
           PERFORM copy-one-color-rule
               UNTIL crul-status NOT = "00".
           CLOSE color-rule-file.
           IF copying-files
               CLOSE bak-rule-file
           END-IF.
       copy-color-rules-exit.
           EXIT.

       read-color-rule.
           READ color-rule-file NEXT RECORD.

       copy-one-color-rule.
           ADD 1 TO set-file-count(7).
           IF copying-files
               MOVE crul-record TO bcrul-record
               WRITE bcrul-record
               IF bcrul-status NOT = "00"
                   MOVE bcrul-status TO clog-status
                   PERFORM stop-on-file-error
               END-IF
           END-IF.
           PERFORM read-color-rule.

       copy-color-locks.
           OPEN INPUT color-lock-file.
           IF clck-status NOT = "00"
               GO TO copy-color-locks-exit
           END-IF.
           IF copying-files
               OPEN OUTPUT bak-lock-file
           END-IF.
           PERFORM read-color-lock.
           PERFORM copy-one-color-lock
               UNTIL clck-status NOT = "00".
           CLOSE color-lock-file.
           IF copying-files
               CLOSE bak-lock-file
           END-IF.
       copy-color-locks-exit.
           EXIT.

       read-color-lock.
           READ color-lock-file NEXT RECORD.

       copy-one-color-lock.
           ADD 1 TO set-file-count(8).
           IF copying-files
               MOVE clck-record TO bclck-record
               WRITE bclck-record
               IF bclck-status NOT = "00"
                   MOVE bclck-status TO clog-status
                   PERFORM stop-on-file-error
               END-IF
           END-IF.
           PERFORM read-color-lock.

       copy-color-scheds.
           OPEN INPUT color-sched-file.
           IF csch-status NOT = "00"
               GO TO copy-color-scheds-exit
           END-IF.
           IF copying-files
               OPEN OUTPUT bak-sched-file
           END-IF.
           PERFORM read-color-sched.
           PERFORM copy-one-color-sched
               UNTIL csch-status NOT = "00".
           CLOSE color-sched-file.
           IF copying-files
               CLOSE bak-sched-file
           END-IF.
       copy-color-scheds-exit.
           EXIT.

       read-color-sched.
           READ color-sched-file NEXT RECORD.

       copy-one-color-sched.
           ADD 1 TO set-file-count(9).
           IF copying-files
               MOVE csch-record TO bcsch-record
               WRITE bcsch-record
               IF bcsch-status NOT = "00"
                   MOVE bcsch-status TO clog-status
                   PERFORM stop-on-file-error
               END-IF
           END-IF.
           PERFORM read-color-sched.

       copy-color-retries.
           OPEN INPUT color-retry-file.
           IF cret-status NOT = "00"
               GO TO copy-color-retries-exit
           END-IF.
           IF copying-files
               OPEN OUTPUT bak-retry-file
           END-IF.
           PERFORM read-color-retry.
           PERFORM copy-one-color-retry
               UNTIL cret-status NOT = "00".
           CLOSE color-retry-file.
           IF copying-files
               CLOSE bak-retry-file
           END-IF.
       copy-color-retries-exit.
           EXIT.

       read-color-retry.
           READ color-retry-file NEXT RECORD.

       copy-one-color-retry.
           ADD 1 TO set-file-count(10).
           IF copying-files
               MOVE cret-record TO bcret-record
               WRITE bcret-record
               IF bcret-status NOT = "00"
                   MOVE bcret-status TO clog-status
                   PERFORM stop-on-file-error
               END-IF
           END-IF.
           PERFORM read-color-retry.

      *> A set missing records is worse than no set: stop, drop the
      *> hold, and leave no manifest behind to vouch for it.
       stop-on-file-error.
           IF copying-files
               PERFORM remove-batch-lock
           END-IF.
           IF clog-status = "39"
               DISPLAY FUNCTION TRIM(src-log-name)
                   " is in the old record layout - run clogconv first"
           ELSE
               DISPLAY "backup copy failed, status " clog-status
                   " - set " FUNCTION TRIM(set-name) " is incomplete"
           END-IF.
           MOVE 1 TO RETURN-CODE.
           STOP RUN.

       find-bak-guild.
           MOVE 0 TO bak-guild-found-idx.
           PERFORM scan-bak-guild
               VARYING bak-guild-scan-idx FROM 1 BY 1
               UNTIL bak-guild-scan-idx > bak-guild-count
                   OR bak-guild-found-idx > 0.
           IF bak-guild-found-idx = 0 AND bak-guild-count < 500
               ADD 1 TO bak-guild-count
               MOVE tally-guild-id TO bak-guild-id(bak-guild-count)
               MOVE 0 TO bak-guild-pools(bak-guild-count)
               MOVE 0 TO bak-guild-members(bak-guild-count)
               MOVE 0 TO bak-guild-matched(bak-guild-count)
               MOVE bak-guild-count TO bak-guild-found-idx
           END-IF.

       scan-bak-guild.
           IF bak-guild-id(bak-guild-scan-idx) = tally-guild-id
               MOVE bak-guild-scan-idx TO bak-guild-found-idx
           END-IF.

       sum-file-counts.
           MOVE 0 TO total-records.
           PERFORM add-file-count
               VARYING set-file-idx FROM 1 BY 1
               UNTIL set-file-idx > set-file-total.

       add-file-count.
           ADD set-file-count(set-file-idx) TO total-records.

       write-manifest.
           OPEN OUTPUT manifest-file.
           MOVE now-timestamp TO stamp-work.
           PERFORM format-entry-timestamp.
           MOVE now-timestamp TO display-seq.
           MOVE SPACES TO mfst-line.
           STRING "taken " DELIMITED BY SIZE
               stamp-text DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(display-seq) DELIMITED BY SIZE
               INTO mfst-line.
           WRITE mfst-line.
           PERFORM write-manifest-file-line
               VARYING set-file-idx FROM 1 BY 1
               UNTIL set-file-idx > set-file-total.
           MOVE max-clog-seq TO display-seq.
           MOVE SPACES TO mfst-line.
           STRING "maxseq " DELIMITED BY SIZE
               FUNCTION TRIM(display-seq) DELIMITED BY SIZE
               INTO mfst-line.
           WRITE mfst-line.
           PERFORM write-manifest-guild-line
               VARYING bak-guild-scan-idx FROM 1 BY 1
               UNTIL bak-guild-scan-idx > bak-guild-count.
           CLOSE manifest-file.

       write-manifest-file-line.
           MOVE set-file-count(set-file-idx) TO display-count.
           MOVE SPACES TO mfst-line.
           STRING "file " DELIMITED BY SIZE
               set-file-name(set-file-idx) DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(display-count) DELIMITED BY SIZE
               INTO mfst-line.
           WRITE mfst-line.

       write-manifest-guild-line.
           MOVE bak-guild-id(bak-guild-scan-idx) TO display-id.
           MOVE bak-guild-pools(bak-guild-scan-idx) TO display-count.
           MOVE bak-guild-members(bak-guild-scan-idx)
               TO display-count-2.
           MOVE SPACES TO mfst-line.
           STRING "guild " DELIMITED BY SIZE
               FUNCTION TRIM(display-id) DELIMITED BY SIZE
               " pools " DELIMITED BY SIZE
               FUNCTION TRIM(display-count) DELIMITED BY SIZE
               " members " DELIMITED BY SIZE
               FUNCTION TRIM(display-count-2) DELIMITED BY SIZE
               INTO mfst-line.
           WRITE mfst-line.

       read-manifest-line.
           READ manifest-file.

      *> Each manifest line against the fresh counts; every
      *> disagreement is listed, not just the first.
       check-manifest-line.
           MOVE SPACES TO mfst-word-1 mfst-word-2 mfst-word-3
               mfst-word-4 mfst-word-5 mfst-word-6.
           UNSTRING mfst-line DELIMITED BY ALL SPACE
               INTO mfst-word-1 mfst-word-2 mfst-word-3
                   mfst-word-4 mfst-word-5 mfst-word-6
           END-UNSTRING.
           EVALUATE mfst-word-1
               WHEN "taken"
                   MOVE mfst-line(7:) TO mfst-taken-text
               WHEN "file"
                   PERFORM check-manifest-file
               WHEN "maxseq"
                   MOVE 1 TO mfst-seen-seq
                   COMPUTE mfst-value = FUNCTION NUMVAL(mfst-word-2)
                   IF mfst-value NOT = max-clog-seq
                       MOVE mfst-value TO display-seq
                       MOVE max-clog-seq TO display-seq-2
                       DISPLAY "max clog-seq: manifest "
                           FUNCTION TRIM(display-seq) ", found "
                           FUNCTION TRIM(display-seq-2)
                       ADD 1 TO mismatch-count
                   END-IF
               WHEN "guild"
                   PERFORM check-manifest-guild
           END-EVALUATE.
           PERFORM read-manifest-line.

       check-manifest-file.
           MOVE 0 TO set-file-found-idx.
           PERFORM scan-set-file
               VARYING set-file-idx FROM 1 BY 1
               UNTIL set-file-idx > set-file-total
                   OR set-file-found-idx > 0.
           IF set-file-found-idx = 0
               DISPLAY "manifest names unknown file "
                   FUNCTION TRIM(mfst-word-2)
               ADD 1 TO mismatch-count
           ELSE
               COMPUTE mfst-value = FUNCTION NUMVAL(mfst-word-3)
               IF mfst-value NOT = set-file-count(set-file-found-idx)
                   MOVE mfst-value TO display-count
                   MOVE set-file-count(set-file-found-idx)
                       TO display-count-2
                   DISPLAY FUNCTION TRIM(mfst-word-2)
                       ": manifest " FUNCTION TRIM(display-count)
                       " records, found "
                       FUNCTION TRIM(display-count-2)
                   ADD 1 TO mismatch-count
               END-IF
           END-IF.

       scan-set-file.
           IF set-file-name(set-file-idx) = mfst-word-2
               MOVE set-file-idx TO set-file-found-idx
           END-IF.

       check-manifest-guild.
           COMPUTE tally-guild-id = FUNCTION NUMVAL(mfst-word-2).
           COMPUTE mfst-value = FUNCTION NUMVAL(mfst-word-4).
           COMPUTE mfst-value-2 = FUNCTION NUMVAL(mfst-word-6).
           MOVE 0 TO bak-guild-found-idx.
           PERFORM scan-bak-guild
               VARYING bak-guild-scan-idx FROM 1 BY 1
               UNTIL bak-guild-scan-idx > bak-guild-count
                   OR bak-guild-found-idx > 0.
           IF bak-guild-found-idx = 0
               DISPLAY "guild " FUNCTION TRIM(mfst-word-2)
                   ": in manifest, no pools found"
               ADD 1 TO mismatch-count
           ELSE
               MOVE 1 TO bak-guild-matched(bak-guild-found-idx)
               IF mfst-value NOT = bak-guild-pools(bak-guild-found-idx)
                       OR mfst-value-2 NOT =
                           bak-guild-members(bak-guild-found-idx)
                   MOVE bak-guild-pools(bak-guild-found-idx)
                       TO display-count
                   MOVE bak-guild-members(bak-guild-found-idx)
                       TO display-count-2
                   DISPLAY "guild " FUNCTION TRIM(mfst-word-2)
                       ": manifest " FUNCTION TRIM(mfst-word-4)
                       " pools/" FUNCTION TRIM(mfst-word-6)
                       " members, found " FUNCTION TRIM(display-count)
                       "/" FUNCTION TRIM(display-count-2)
                   ADD 1 TO mismatch-count
               END-IF
           END-IF.

       report-unmatched-guild.
           IF bak-guild-matched(bak-guild-scan-idx) = 0
               MOVE bak-guild-id(bak-guild-scan-idx) TO display-id
               DISPLAY "guild " FUNCTION TRIM(display-id)
                   ": has pools, not in manifest"
               ADD 1 TO mismatch-count
           END-IF.

       display-counts.
           PERFORM display-file-count
               VARYING set-file-idx FROM 1 BY 1
               UNTIL set-file-idx > set-file-total.
           MOVE max-clog-seq TO display-seq.
           DISPLAY "max clog-seq:      " display-seq.
           MOVE bak-guild-count TO display-count.
           DISPLAY "guilds with pools: " display-count.

       display-file-count.
           MOVE set-file-count(set-file-idx) TO display-count.
           DISPLAY set-file-name(set-file-idx) "   " display-count.

       write-ops-line.
           MOVE FUNCTION CURRENT-DATE TO ops-timestamp.
           MOVE SPACES TO opsl-record.
           MOVE ops-severity TO opsl-severity.
           MOVE "batch" TO opsl-category.
           STRING ops-timestamp DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(ops-message) DELIMITED BY SIZE
               INTO opsl-line.
           OPEN EXTEND ops-log-file.
           IF opsl-status = "35"
               OPEN OUTPUT ops-log-file
               CLOSE ops-log-file
               OPEN EXTEND ops-log-file
           END-IF.
           WRITE opsl-record.
           CLOSE ops-log-file.

      *> Epoch seconds in stamp-work to "YYYY-MM-DD HH:MM", as cmds'
      *> format-entry-timestamp does it.
       format-entry-timestamp.
           COMPUTE stamp-days = stamp-work / 86400.
           COMPUTE stamp-rem = FUNCTION MOD(stamp-work, 86400).
           COMPUTE stamp-epoch-days =
               FUNCTION INTEGER-OF-DATE(19700101).
           COMPUTE stamp-date-int = stamp-days + stamp-epoch-days.
           COMPUTE stamp-ymd =
               FUNCTION DATE-OF-INTEGER(stamp-date-int).
           COMPUTE stamp-hh = stamp-rem / 3600.
           COMPUTE stamp-mi = FUNCTION MOD(stamp-rem, 3600) / 60.
           MOVE SPACES TO stamp-text.
           STRING stamp-ymd-text(1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               stamp-ymd-text(5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               stamp-ymd-text(7:2) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               stamp-hh DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               stamp-mi DELIMITED BY SIZE
               INTO stamp-text.

       compute-now.
           MOVE FUNCTION CURRENT-DATE TO now-stamp.
           MOVE now-stamp(1:8) TO now-date.
           MOVE now-stamp(9:2) TO now-hh.
           MOVE now-stamp(11:2) TO now-mm.
           MOVE now-stamp(13:2) TO now-ss.
           MOVE now-stamp(17:1) TO now-offset-sign.
           MOVE now-stamp(18:2) TO now-offset-hh.
           MOVE now-stamp(20:2) TO now-offset-mm.
           COMPUTE now-offset-seconds =
               now-offset-hh * 3600 + now-offset-mm * 60.
           COMPUTE now-days-int =
               FUNCTION INTEGER-OF-DATE(now-date).
           COMPUTE epoch-days-int =
               FUNCTION INTEGER-OF-DATE(19700101).
           COMPUTE now-timestamp =
               (now-days-int - epoch-days-int) * 86400
               + now-hh * 3600 + now-mm * 60 + now-ss.
           IF now-offset-sign = "-"
               ADD now-offset-seconds TO now-timestamp
           ELSE
               SUBTRACT now-offset-seconds FROM now-timestamp
           END-IF.

      *> Same freshness rule cmds' check-batch-hold applies.
       check-batch-hold.
           MOVE 0 TO hold-active.
           OPEN INPUT batch-lock-file.
           IF lck-status = "00"
               READ batch-lock-file
               IF lck-status = "00"
                   COMPUTE lck-stamp = FUNCTION NUMVAL(lck-line)
                   IF now-timestamp <= lck-stamp + hold-stale-seconds
                       MOVE 1 TO hold-active
                   END-IF
               END-IF
               CLOSE batch-lock-file
           END-IF.

       write-batch-lock.
           MOVE now-timestamp TO lck-stamp-display.
           MOVE SPACES TO lck-line.
           MOVE lck-stamp-display TO lck-line.
           OPEN OUTPUT batch-lock-file.
           WRITE lck-line.
           CLOSE batch-lock-file.
           CALL "C$SLEEP" USING settle-seconds.

       remove-batch-lock.
           CALL STATIC "unlink" USING
               "colorarc.lck"&x"00"
               RETURNING unlink-status.
