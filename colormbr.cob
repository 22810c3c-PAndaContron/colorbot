       IDENTIFICATION DIVISION.
       PROGRAM-ID. colormbr.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> colorlog.dat and each colorarc archive in turn - one layout,
      *> so one FD with the file name swapped between passes.
           SELECT member-log-file ASSIGN TO log-file-name
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS mlog-seq
               ALTERNATE RECORD KEY IS mlog-user-id
                   WITH DUPLICATES
               FILE STATUS IS mlog-status.
           SELECT favorites-file ASSIGN TO "favorites.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS fav-key
               FILE STATUS IS fav-status.
           SELECT cooldown-file ASSIGN TO "cooldown.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cool-user-id
               FILE STATUS IS cool-status.
           SELECT pool-member-file ASSIGN TO "poolmbr.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS pmbr-key
               FILE STATUS IS pmbr-status.
           SELECT color-pool-file ASSIGN TO "colorpool.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cpool-key
               FILE STATUS IS cpool-status.
           SELECT color-lock-file ASSIGN TO "colorlock.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS clck-key
               FILE STATUS IS clck-status.
           SELECT color-sched-file ASSIGN TO "colorsched.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS csch-key
               FILE STATUS IS csch-status.
           SELECT color-retry-file ASSIGN TO "colorretry.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS cret-key
               FILE STATUS IS cret-status.
           SELECT ops-log-file ASSIGN TO ops-file-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS opsl-status.
           SELECT new-ops-log-file ASSIGN TO "opslog.tmp"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS nopl-status.
           SELECT statement-file ASSIGN TO statement-file-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS stmt-status.
           SELECT batch-lock-file ASSIGN TO "colorarc.lck"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS lck-status.
       DATA DIVISION.
       FILE SECTION.
       FD member-log-file.
       COPY "colorlog.cpy"
           REPLACING LEADING ==clog== BY ==mlog==.
      *> Same layouts cmds keeps for the favorites, cooldown and
      *> pooling files.
       FD favorites-file.
       01 fav-record.
           05 fav-key.
               10 fav-user-id  USAGE BINARY-DOUBLE UNSIGNED SYNC.
               10 fav-name     PIC X(16).
           05 fav-color        USAGE BINARY-INT SYNC.
           05 fav-saved-at     USAGE BINARY-DOUBLE UNSIGNED SYNC.
       FD cooldown-file.
       01 cool-record.
           05 cool-user-id     USAGE BINARY-DOUBLE UNSIGNED SYNC.
           05 cool-timestamp   USAGE BINARY-DOUBLE UNSIGNED SYNC.
       FD pool-member-file.
       01 pmbr-record.
           05 pmbr-key.
               10 pmbr-guild-id USAGE BINARY-DOUBLE UNSIGNED SYNC.
               10 pmbr-user-id  USAGE BINARY-DOUBLE UNSIGNED SYNC.
           05 pmbr-bucket      PIC 9(03).
           05 pmbr-role-id     USAGE BINARY-DOUBLE UNSIGNED SYNC.
       FD color-pool-file.
       01 cpool-record.
           05 cpool-key.
               10 cpool-guild-id USAGE BINARY-DOUBLE UNSIGNED SYNC.
               10 cpool-bucket   PIC 9(03).
           05 cpool-role-id    USAGE BINARY-DOUBLE UNSIGNED SYNC.
           05 cpool-members    USAGE BINARY-INT SYNC.
           05 cpool-color      USAGE BINARY-INT SYNC.
       FD color-lock-file.
       COPY "colorlock.cpy".
       FD color-sched-file.
       COPY "colorsched.cpy".
       FD color-retry-file.
       COPY "colorretry.cpy".
       FD ops-log-file.
       COPY "opslog.cpy".
       FD new-ops-log-file.
       COPY "opslog.cpy"
           REPLACING LEADING ==opsl== BY ==nopl==.
       FD statement-file.
       01 stmt-line PIC X(240).
       FD batch-lock-file.
       01 lck-line PIC X(20).
       WORKING-STORAGE SECTION.
       01 mlog-status PIC X(02).
       01 fav-status PIC X(02).
       01 cool-status PIC X(02).
       01 pmbr-status PIC X(02).
       01 cpool-status PIC X(02).
       01 clck-status PIC X(02).
       01 csch-status PIC X(02).
       01 cret-status PIC X(02).
       01 opsl-status PIC X(02).
       01 nopl-status PIC X(02).
       01 stmt-status PIC X(02).
       01 lck-status PIC X(02).
       01 client USAGE POINTER.
       01 client-ready USAGE BINARY-CHAR UNSIGNED VALUE 0.
           88 client-is-ready VALUE 1.
      *> Command line: the member's user id, the mode, then any
      *> colorarc log archives and colorops opsarc archives to cover
      *> as well, e.g.
      *> "colormbr 123456789012345678 export colorarc-* opsarc-*".
       01 cmd-line-text PIC X(1024).
       01 cmd-line-pos USAGE BINARY-INT UNSIGNED.
       01 cmd-user-arg PIC X(24).
       01 cmd-mode-arg PIC X(16).
       01 cmd-arg-word PIC X(64).
       01 run-mode USAGE BINARY-CHAR UNSIGNED VALUE 0.
           88 export-mode VALUE 1.
           88 erase-mode VALUE 2.
       01 mbr-user-id USAGE BINARY-DOUBLE UNSIGNED VALUE 0.
       01 mbr-user-id-ptr REDEFINES mbr-user-id USAGE POINTER.
      *> The user id as plain digits, for finding it inside opslog.txt
      *> lines (where it appears both zero-padded and trimmed).
       01 mbr-user-display PIC Z(19)9.
       01 mbr-id-text PIC X(20).
       01 mbr-id-len USAGE BINARY-INT UNSIGNED.
       01 zero-fill-text PIC X(20) VALUE ALL "0".
       01 log-file-name PIC X(64).
       01 ops-file-name PIC X(64) VALUE "opslog.txt".
       01 ops-file-name-z PIC X(65).
       01 statement-file-name PIC X(48).
       01 stmt-pos USAGE BINARY-INT UNSIGNED.
      *> Log records to change, collected during a read pass and then
      *> applied by key - deleting under a running READ NEXT is not
      *> something to lean on. "D" deletes the member's own entry,
      *> "A" clears them as the actor on somebody else's. A full
      *> table just means another pass.
       01 match-table.
           05 match-count USAGE BINARY-INT UNSIGNED VALUE 0.
           05 match-entry OCCURS 2000 TIMES.
               10 match-seq USAGE BINARY-DOUBLE UNSIGNED.
               10 match-action PIC X(01).
       01 match-idx USAGE BINARY-INT UNSIGNED.
      *> The highest clog-seq in the live colorlog.dat, found before
      *> an erase. cmds derives the next sequence from the live
      *> file's last record (colorarc keeps it live for the same
      *> reason), so when it is the member's own entry it is made
      *> anonymous in place - user and actor zeroed - instead of
      *> deleted: "Z" in match-action. Zero for the archives.
       01 log-max-seq USAGE BINARY-DOUBLE UNSIGNED VALUE 0.
       01 match-table-full USAGE BINARY-CHAR UNSIGNED VALUE 0.
           88 match-table-was-full VALUE 1.
       01 fav-name-table.
           05 fav-name-count USAGE BINARY-INT UNSIGNED VALUE 0.
           05 fav-name-entry OCCURS 50 TIMES PIC X(16).
       01 fav-idx USAGE BINARY-INT UNSIGNED.
       01 pool-table.
           05 pool-count USAGE BINARY-INT UNSIGNED VALUE 0.
           05 pool-entry OCCURS 500 TIMES.
               10 pool-guild-id USAGE BINARY-DOUBLE UNSIGNED.
               10 pool-bucket PIC 9(03).
               10 pool-role-id USAGE BINARY-DOUBLE UNSIGNED.
       01 pool-idx USAGE BINARY-INT UNSIGNED.
      *> colorlock.dat keys to change, collected during the pass and
      *> applied by key like the log matches: "D" deletes a lock on
      *> the member, "A" clears them as the owner who placed a lock
      *> on somebody else.
       01 lock-match-table.
           05 lock-match-count USAGE BINARY-INT UNSIGNED VALUE 0.
           05 lock-match-entry OCCURS 500 TIMES.
               10 lock-match-guild USAGE BINARY-DOUBLE UNSIGNED.
               10 lock-match-user USAGE BINARY-DOUBLE UNSIGNED.
               10 lock-match-action PIC X(01).
       01 lock-match-next-action PIC X(01).
       01 lock-idx USAGE BINARY-INT UNSIGNED.
      *> colorsched.dat keys to change, the same way: "D" deletes a
      *> pending reversion of the member's color, "A" clears them as
      *> the owner who granted somebody else a temporary color.
       01 sched-match-table.
           05 sched-match-count USAGE BINARY-INT UNSIGNED VALUE 0.
           05 sched-match-entry OCCURS 500 TIMES.
               10 sched-match-guild USAGE BINARY-DOUBLE UNSIGNED.
               10 sched-match-user USAGE BINARY-DOUBLE UNSIGNED.
               10 sched-match-action PIC X(01).
       01 sched-match-next-action PIC X(01).
       01 sched-idx USAGE BINARY-INT UNSIGNED.
      *> colorretry.dat keys to delete: color roles still owed to
      *> the member. Nobody else is named in those records.
       01 retry-match-table.
           05 retry-match-count USAGE BINARY-INT UNSIGNED VALUE 0.
           05 retry-match-entry OCCURS 500 TIMES.
               10 retry-match-guild USAGE BINARY-DOUBLE UNSIGNED.
               10 retry-match-user USAGE BINARY-DOUBLE UNSIGNED.
       01 retry-idx USAGE BINARY-INT UNSIGNED.
      *> Ids go to the C side BY VALUE as pointers, the same REDEFINES
      *> trick cmds and colorsync use.
       01 work-guild-id USAGE BINARY-DOUBLE UNSIGNED.
       01 work-guild-id-ptr REDEFINES work-guild-id USAGE POINTER.
       01 work-role-id USAGE BINARY-DOUBLE UNSIGNED.
       01 work-role-id-ptr REDEFINES work-role-id USAGE POINTER.
       01 role-member-status USAGE BINARY-INT.
       01 role-modify-status USAGE BINARY-INT.
      *> Per-file tallies: records found (export) or removed /
      *> anonymized (erase). Only these counts go into the receipt.
       01 log-own-count USAGE BINARY-INT UNSIGNED VALUE 0.
       01 log-actor-count USAGE BINARY-INT UNSIGNED VALUE 0.
       01 arc-own-count USAGE BINARY-INT UNSIGNED VALUE 0.
       01 arc-actor-count USAGE BINARY-INT UNSIGNED VALUE 0.
       01 arc-file-count USAGE BINARY-INT UNSIGNED VALUE 0.
       01 arc-skipped-count USAGE BINARY-INT UNSIGNED VALUE 0.
      *> Set when erase had to leave some of the member's data
      *> behind - a log file it could not open in the current
      *> layout or for update, an operations log whose scrubbed copy
      *> could not be renamed into place. The receipt then goes out
      *> as WARN "partial erase" and the run exits 1, so a re-run
      *> after the cause is fixed is not forgotten.
       01 receipt-lead PIC X(28).
       01 erase-incomplete USAGE BINARY-CHAR UNSIGNED VALUE 0.
           88 erase-was-incomplete VALUE 1.
       01 file-own-count USAGE BINARY-INT UNSIGNED VALUE 0.
       01 file-actor-count USAGE BINARY-INT UNSIGNED VALUE 0.
       01 fav-count USAGE BINARY-INT UNSIGNED VALUE 0.
       01 cool-count USAGE BINARY-INT UNSIGNED VALUE 0.
       01 lock-own-count USAGE BINARY-INT UNSIGNED VALUE 0.
       01 lock-actor-count USAGE BINARY-INT UNSIGNED VALUE 0.
       01 sched-own-count USAGE BINARY-INT UNSIGNED VALUE 0.
       01 sched-actor-count USAGE BINARY-INT UNSIGNED VALUE 0.
       01 retry-own-count USAGE BINARY-INT UNSIGNED VALUE 0.
       01 pool-released-count USAGE BINARY-INT UNSIGNED VALUE 0.
       01 pool-retired-count USAGE BINARY-INT UNSIGNED VALUE 0.
       01 ops-line-count USAGE BINARY-INT UNSIGNED VALUE 0.
       01 ops-file-lines USAGE BINARY-INT UNSIGNED VALUE 0.
      *> Scan of one opslog line for the member's id, first as the
      *> zero-padded user= field cmds writes, then as plain digits. A
      *> hit must have a non-digit (or the line edge) on both sides,
      *> so another id that merely contains these digits is left
      *> alone.
       01 mbr-id-padded PIC 9(20).
       01 scan-pattern PIC X(20).
       01 scan-pattern-len USAGE BINARY-INT UNSIGNED.
       01 scan-text PIC X(219).
       01 scan-pos USAGE BINARY-INT UNSIGNED.
       01 scan-last-pos USAGE BINARY-INT UNSIGNED.
       01 scan-hit USAGE BINARY-CHAR UNSIGNED VALUE 0.
           88 scan-found-id VALUE 1.
       01 scan-boundary-ok USAGE BINARY-CHAR UNSIGNED.
       01 display-id PIC Z(19)9.
       01 display-id-2 PIC Z(19)9.
       01 display-count PIC Z(09)9.
       01 display-count-2 PIC Z(09)9.
       01 display-count-3 PIC Z(09)9.
       01 display-count-4 PIC Z(09)9.
       01 display-count-5 PIC Z(09)9.
       01 display-count-6 PIC Z(09)9.
       01 display-count-7 PIC Z(09)9.
       01 display-count-8 PIC Z(09)9.
       01 display-count-9 PIC Z(09)9.
       01 hexfmt-digits PIC X(16) VALUE "0123456789abcdef".
       01 hexfmt-work USAGE BINARY-INT UNSIGNED.
       01 hexfmt-nibble USAGE BINARY-INT UNSIGNED.
       01 hexfmt-idx USAGE BINARY-INT UNSIGNED.
       01 hexfmt-text PIC X(06).
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
      *> colorarc's write-hold, honored and then taken: a fresh hold
      *> means another batch run is mid-rebuild, so erase refuses to
      *> start; otherwise it stamps its own so the bot's log and
      *> cooldown writes wait while records are being removed.
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
       01 rename-status USAGE BINARY-INT.
       01 unlink-status USAGE BINARY-INT.
       01 access-status USAGE BINARY-INT.
      *> Answers a member's "what do you hold on me" or "delete it"
      *> across every file that carries a user id: colorlog.dat and
      *> the colorarc archives named on the command line (by
      *> clog-user-id, plus entries where they acted on someone
      *> else), favorites.dat, cooldown.dat, poolmbr.dat,
      *> colorlock.dat (locks on them, and locks they placed),
      *> colorsched.dat (pending reversions of their color, and
      *> temporary colors they granted), colorretry.dat (color roles
      *> still owed to them), opslog.txt (and an opslog.rot colorops
      *> has yet to archive) and the opsarc archives named. Export
      *> writes a readable statement to colormbr-<user-id>.txt.
      *> Erase deletes their own records, clears them as actor on
      *> other members' log entries, color locks and temporary
      *> colors, takes them out of their color pools (reference
      *> counts down, an emptied pool's role retired, as member-left
      *> does), zeroes their id in operations log lines, and leaves
      *> a receipt in opslog.txt carrying only the counts.
       PROCEDURE DIVISION.
       main-line.
           PERFORM parse-command-line.
           IF mbr-user-id = 0 OR run-mode = 0
               DISPLAY "usage: colormbr <user-id> export|erase "
                   "[colorarc-YYYYMMDD.dat ...] "
                   "[opsarc-YYYYMMDD.txt ...]"
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM compute-now.
           MOVE mbr-user-id TO mbr-user-display.
           MOVE FUNCTION TRIM(mbr-user-display) TO mbr-id-text.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(mbr-user-display))
               TO mbr-id-len.
           MOVE mbr-user-id TO mbr-id-padded.
           IF erase-mode
               PERFORM check-batch-hold
               IF batch-hold-active
                   DISPLAY "colorarc.lck hold is on - another batch "
                       "run is in progress; retry later"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM write-batch-lock
           ELSE
               PERFORM open-statement
           END-IF.
           MOVE "colorlog.dat" TO log-file-name.
           PERFORM process-log-file THRU process-log-file-exit.
           ADD file-own-count TO log-own-count.
           ADD file-actor-count TO log-actor-count.
           MOVE 1 TO cmd-line-pos.
           UNSTRING cmd-line-text DELIMITED BY ALL SPACE
               INTO cmd-user-arg cmd-mode-arg
               WITH POINTER cmd-line-pos
           END-UNSTRING.
           PERFORM next-archive-argument.
           PERFORM process-named-archive
               UNTIL cmd-arg-word = SPACES.
           PERFORM process-favorites THRU process-favorites-exit.
           PERFORM process-cooldown THRU process-cooldown-exit.
           PERFORM process-pool-members
               THRU process-pool-members-exit.
           PERFORM process-color-locks
               THRU process-color-locks-exit.
           PERFORM process-color-scheds
               THRU process-color-scheds-exit.
           PERFORM process-color-retries
               THRU process-color-retries-exit.
           MOVE "opslog.txt" TO ops-file-name.
           PERFORM process-ops-log THRU process-ops-log-exit.
      *> opslog.rot is a colorops rotation that has not reached its
      *> archive yet - the member's lines in it count too.
           CALL STATIC "access" USING
               "opslog.rot"&x"00"
               BY VALUE 0
               RETURNING access-status.
           IF access-status = 0
               MOVE "opslog.rot" TO ops-file-name
               PERFORM process-ops-log THRU process-ops-log-exit
           END-IF.
           IF erase-mode
               PERFORM remove-batch-lock
               PERFORM write-erase-receipt
               IF client-is-ready
                   CALL STATIC "discord_cleanup" USING BY VALUE client
                   CALL STATIC "ccord_global_cleanup"
               END-IF
           ELSE
               PERFORM close-statement
           END-IF.
           PERFORM display-summary.
           IF erase-was-incomplete
               DISPLAY "erase incomplete - see the messages above, "
                   "then re-run"
               MOVE 1 TO RETURN-CODE
           END-IF.
           STOP RUN.

       parse-command-line.
           MOVE SPACES TO cmd-line-text.
           ACCEPT cmd-line-text FROM COMMAND-LINE.
           MOVE SPACES TO cmd-user-arg cmd-mode-arg.
           UNSTRING cmd-line-text DELIMITED BY ALL SPACE
               INTO cmd-user-arg cmd-mode-arg
           END-UNSTRING.
           IF cmd-user-arg NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(cmd-user-arg) = 0
               COMPUTE mbr-user-id = FUNCTION NUMVAL(cmd-user-arg)
           END-IF.
           EVALUATE cmd-mode-arg
               WHEN "export"
                   MOVE 1 TO run-mode
               WHEN "erase"
                   MOVE 2 TO run-mode
           END-EVALUATE.

       next-archive-argument.
           MOVE SPACES TO cmd-arg-word.
           IF cmd-line-pos <= LENGTH OF cmd-line-text
               UNSTRING cmd-line-text DELIMITED BY ALL SPACE
                   INTO cmd-arg-word
                   WITH POINTER cmd-line-pos
               END-UNSTRING
           END-IF.

      *> Archives are told apart by name: colorarc ones carry the
      *> log layout, opsarc ones are rotated opslog.txt lines.
      *> Anything else named is reported and skipped rather than
      *> opened with the wrong record shape.
       process-named-archive.
           EVALUATE TRUE
               WHEN cmd-arg-word(1:9) = "colorarc-"
                   MOVE cmd-arg-word TO log-file-name
                   PERFORM process-log-file THRU process-log-file-exit
                   ADD file-own-count TO arc-own-count
                   ADD file-actor-count TO arc-actor-count
                   ADD 1 TO arc-file-count
               WHEN cmd-arg-word(1:7) = "opsarc-"
                   MOVE cmd-arg-word TO ops-file-name
                   PERFORM process-ops-log THRU process-ops-log-exit
                   ADD 1 TO arc-file-count
               WHEN OTHER
                   DISPLAY FUNCTION TRIM(cmd-arg-word)
                       ": not a colorarc or opsarc archive - skipped"
                   ADD 1 TO arc-skipped-count
           END-EVALUATE.
           PERFORM next-archive-argument.

      *> One log file, either mode. A missing or unconverted file is
      *> noted and skipped; erase carries on with the other files
      *> and says so in its summary.
       process-log-file.
           MOVE 0 TO file-own-count file-actor-count.
           OPEN INPUT member-log-file.
           IF mlog-status = "35"
               IF export-mode
                   MOVE SPACES TO stmt-line
                   STRING FUNCTION TRIM(log-file-name)
                           DELIMITED BY SIZE
                       ": (file not found)" DELIMITED BY SIZE
                       INTO stmt-line
                   WRITE stmt-line
               END-IF
               GO TO process-log-file-exit
           END-IF.
           IF mlog-status = "39"
               DISPLAY FUNCTION TRIM(log-file-name)
                   " is in the old record layout - run clogconv;"
                   " skipped"
               ADD 1 TO arc-skipped-count
               IF erase-mode
                   MOVE 1 TO erase-incomplete
               END-IF
               GO TO process-log-file-exit
           END-IF.
           IF erase-mode
               MOVE 0 TO log-max-seq
               IF log-file-name = "colorlog.dat"
                   PERFORM read-log-record
                   PERFORM note-log-max-seq
                       UNTIL mlog-status NOT = "00"
               END-IF
               CLOSE member-log-file
               MOVE 1 TO match-table-full
               PERFORM erase-log-pass THRU erase-log-pass-exit
                   UNTIL NOT match-table-was-full
               GO TO process-log-file-exit
           END-IF.
           MOVE SPACES TO stmt-line.
           WRITE stmt-line.
           MOVE SPACES TO stmt-line.
           STRING FUNCTION TRIM(log-file-name) DELIMITED BY SIZE
               " - color log entries:" DELIMITED BY SIZE
               INTO stmt-line.
           WRITE stmt-line.
           PERFORM read-log-record.
           PERFORM export-log-record
               UNTIL mlog-status NOT = "00".
           CLOSE member-log-file.
           IF file-own-count = 0 AND file-actor-count = 0
               MOVE "  (none)" TO stmt-line
               WRITE stmt-line
           END-IF.
       process-log-file-exit.
           EXIT.

       note-log-max-seq.
           MOVE mlog-seq TO log-max-seq.
           PERFORM read-log-record.

       read-log-record.
           READ member-log-file NEXT RECORD.

      *> The member's own entries in full; entries where they changed
      *> somebody else's color say so without naming that member.
       export-log-record.
           IF mlog-user-id = mbr-user-id
               ADD 1 TO file-own-count
               MOVE mlog-timestamp TO stamp-work
               PERFORM format-entry-timestamp
               MOVE mlog-color TO hexfmt-work
               PERFORM format-color-hex
               MOVE mlog-guild-id TO display-id
               MOVE mlog-channel-id TO display-id-2
               MOVE SPACES TO stmt-line
               MOVE 1 TO stmt-pos
               STRING "  " DELIMITED BY SIZE
                   stamp-text DELIMITED BY SIZE
                   "  guild " DELIMITED BY SIZE
                   FUNCTION TRIM(display-id) DELIMITED BY SIZE
                   "  channel " DELIMITED BY SIZE
                   FUNCTION TRIM(display-id-2) DELIMITED BY SIZE
                   "  #" DELIMITED BY SIZE
                   hexfmt-text DELIMITED BY SIZE
                   "  via " DELIMITED BY SIZE
                   FUNCTION TRIM(mlog-source) DELIMITED BY SIZE
                   INTO stmt-line WITH POINTER stmt-pos
               IF mlog-actor-id NOT = 0
                       AND mlog-actor-id NOT = mbr-user-id
                   STRING " (set by another member)" DELIMITED BY SIZE
                       INTO stmt-line WITH POINTER stmt-pos
               END-IF
               WRITE stmt-line
           ELSE
               IF mlog-actor-id = mbr-user-id
                   ADD 1 TO file-actor-count
                   MOVE mlog-timestamp TO stamp-work
                   PERFORM format-entry-timestamp
                   MOVE mlog-guild-id TO display-id
                   MOVE SPACES TO stmt-line
                   STRING "  " DELIMITED BY SIZE
                       stamp-text DELIMITED BY SIZE
                       "  guild " DELIMITED BY SIZE
                       FUNCTION TRIM(display-id) DELIMITED BY SIZE
                       "  you changed another member's color via "
                           DELIMITED BY SIZE
                       FUNCTION TRIM(mlog-source) DELIMITED BY SIZE
                       INTO stmt-line
                   WRITE stmt-line
               END-IF
           END-IF.
           PERFORM read-log-record.

      *> One erase pass over a log file: collect, then apply by key.
      *> Deleted entries and cleared actors no longer match, so each
      *> further pass only sees what the table had no room for.
       erase-log-pass.
           MOVE 0 TO match-count.
           MOVE 0 TO match-table-full.
           OPEN I-O member-log-file.
           IF mlog-status NOT = "00"
               DISPLAY FUNCTION TRIM(log-file-name)
                   ": open for update failed, status " mlog-status
               MOVE 1 TO erase-incomplete
               GO TO erase-log-pass-exit
           END-IF.
           PERFORM read-log-record.
           PERFORM collect-log-match
               UNTIL mlog-status NOT = "00"
                   OR match-count >= 2000.
           IF match-count >= 2000
               MOVE 1 TO match-table-full
           END-IF.
           PERFORM apply-log-match THRU apply-log-match-exit
               VARYING match-idx FROM 1 BY 1
               UNTIL match-idx > match-count.
           CLOSE member-log-file.
       erase-log-pass-exit.
           EXIT.

       collect-log-match.
           IF mlog-user-id = mbr-user-id
               ADD 1 TO match-count
               MOVE mlog-seq TO match-seq(match-count)
               IF mlog-seq = log-max-seq
                   MOVE "Z" TO match-action(match-count)
               ELSE
                   MOVE "D" TO match-action(match-count)
               END-IF
           ELSE
               IF mlog-actor-id = mbr-user-id
                   ADD 1 TO match-count
                   MOVE mlog-seq TO match-seq(match-count)
                   MOVE "A" TO match-action(match-count)
               END-IF
           END-IF.
           PERFORM read-log-record.

       apply-log-match.
           MOVE match-seq(match-idx) TO mlog-seq.
           READ member-log-file KEY IS mlog-seq
               INVALID KEY CONTINUE
           END-READ.
           IF mlog-status NOT = "00"
               GO TO apply-log-match-exit
           END-IF.
           EVALUATE match-action(match-idx)
               WHEN "D"
                   DELETE member-log-file RECORD
                       INVALID KEY CONTINUE
                   END-DELETE
                   IF mlog-status = "00"
                       ADD 1 TO file-own-count
                   END-IF
               WHEN "Z"
                   MOVE 0 TO mlog-user-id mlog-actor-id
                   REWRITE mlog-record
                       INVALID KEY CONTINUE
                   END-REWRITE
                   IF mlog-status = "00"
                       ADD 1 TO file-own-count
                   END-IF
               WHEN OTHER
                   MOVE 0 TO mlog-actor-id
                   REWRITE mlog-record
                       INVALID KEY CONTINUE
                   END-REWRITE
                   IF mlog-status = "00"
                       ADD 1 TO file-actor-count
                   END-IF
           END-EVALUATE.
       apply-log-match-exit.
           EXIT.

      *> favorites.dat is keyed (user, name), so the member's saved
      *> colors sit together: START at their id with the lowest name
      *> and read forward until the id changes.
       process-favorites.
           MOVE 0 TO fav-name-count.
           IF erase-mode
               OPEN I-O favorites-file
           ELSE
               OPEN INPUT favorites-file
               MOVE SPACES TO stmt-line
               WRITE stmt-line
               MOVE "favorites.dat - saved colors:" TO stmt-line
               WRITE stmt-line
           END-IF.
           IF fav-status NOT = "00"
               IF export-mode
                   MOVE "  (none)" TO stmt-line
                   WRITE stmt-line
               END-IF
               GO TO process-favorites-exit
           END-IF.
           MOVE mbr-user-id TO fav-user-id.
           MOVE LOW-VALUES TO fav-name.
           START favorites-file KEY >= fav-key
               INVALID KEY CONTINUE
           END-START.
           IF fav-status = "00"
               PERFORM read-favorite-record
               PERFORM note-favorite-record
                   UNTIL fav-status NOT = "00"
                       OR fav-user-id NOT = mbr-user-id
           END-IF.
           IF erase-mode
               PERFORM delete-favorite-record
                   VARYING fav-idx FROM 1 BY 1
                   UNTIL fav-idx > fav-name-count
           ELSE
               IF fav-count = 0
                   MOVE "  (none)" TO stmt-line
                   WRITE stmt-line
               END-IF
           END-IF.
           CLOSE favorites-file.
       process-favorites-exit.
           EXIT.

       read-favorite-record.
           READ favorites-file NEXT RECORD.

       note-favorite-record.
           IF erase-mode
               IF fav-name-count < 50
                   ADD 1 TO fav-name-count
                   MOVE fav-name TO fav-name-entry(fav-name-count)
               END-IF
           ELSE
               ADD 1 TO fav-count
               MOVE fav-color TO hexfmt-work
               PERFORM format-color-hex
               MOVE fav-saved-at TO stamp-work
               PERFORM format-entry-timestamp
               MOVE SPACES TO stmt-line
               STRING "  '" DELIMITED BY SIZE
                   FUNCTION TRIM(fav-name) DELIMITED BY SIZE
                   "'  #" DELIMITED BY SIZE
                   hexfmt-text DELIMITED BY SIZE
                   "  saved " DELIMITED BY SIZE
                   stamp-text DELIMITED BY SIZE
                   INTO stmt-line
               WRITE stmt-line
           END-IF.
           PERFORM read-favorite-record.

       delete-favorite-record.
           MOVE mbr-user-id TO fav-user-id.
           MOVE fav-name-entry(fav-idx) TO fav-name.
           DELETE favorites-file RECORD
               INVALID KEY CONTINUE
           END-DELETE.
           IF fav-status = "00"
               ADD 1 TO fav-count
           END-IF.

      *> cooldown.dat holds at most one record per member: the time
      *> of their last roll.
       process-cooldown.
           IF erase-mode
               OPEN I-O cooldown-file
           ELSE
               OPEN INPUT cooldown-file
               MOVE SPACES TO stmt-line
               WRITE stmt-line
               MOVE "cooldown.dat - last roll time:" TO stmt-line
               WRITE stmt-line
           END-IF.
           IF cool-status NOT = "00"
               IF export-mode
                   MOVE "  (none)" TO stmt-line
                   WRITE stmt-line
               END-IF
               GO TO process-cooldown-exit
           END-IF.
           MOVE mbr-user-id TO cool-user-id.
           READ cooldown-file
               INVALID KEY CONTINUE
           END-READ.
           IF cool-status = "00"
               ADD 1 TO cool-count
               IF erase-mode
                   DELETE cooldown-file RECORD
                       INVALID KEY CONTINUE
                   END-DELETE
               ELSE
                   MOVE cool-timestamp TO stamp-work
                   PERFORM format-entry-timestamp
                   MOVE SPACES TO stmt-line
                   STRING "  " DELIMITED BY SIZE
                       stamp-text DELIMITED BY SIZE
                       INTO stmt-line
                   WRITE stmt-line
               END-IF
           ELSE
               IF export-mode
                   MOVE "  (none)" TO stmt-line
                   WRITE stmt-line
               END-IF
           END-IF.
           CLOSE cooldown-file.
       process-cooldown-exit.
           EXIT.

      *> poolmbr.dat is keyed (guild, user), so a member in several
      *> guilds is found by a full pass. Erase then releases each
      *> membership the way leave-color-pool does: the pooled role
      *> comes off the member (if they are still there to lose it),
      *> the pool's count goes down, and a pool left empty has its
      *> role deleted and its record dropped.
       process-pool-members.
           MOVE 0 TO pool-count.
           OPEN INPUT pool-member-file.
           IF export-mode
               MOVE SPACES TO stmt-line
               WRITE stmt-line
               MOVE "poolmbr.dat - color pool memberships:"
                   TO stmt-line
               WRITE stmt-line
           END-IF.
           IF pmbr-status NOT = "00"
               IF export-mode
                   MOVE "  (none)" TO stmt-line
                   WRITE stmt-line
               END-IF
               GO TO process-pool-members-exit
           END-IF.
           PERFORM read-pool-member.
           PERFORM note-pool-member
               UNTIL pmbr-status NOT = "00".
           CLOSE pool-member-file.
           IF export-mode
               IF pool-count = 0
                   MOVE "  (none)" TO stmt-line
                   WRITE stmt-line
               END-IF
               GO TO process-pool-members-exit
           END-IF.
           IF pool-count = 0
               GO TO process-pool-members-exit
           END-IF.
           CALL STATIC "discord_config_init"
               USING "config.json"&x"00"
               RETURNING client.
           MOVE 1 TO client-ready.
           OPEN I-O pool-member-file.
           OPEN I-O color-pool-file.
           PERFORM release-one-pool
               VARYING pool-idx FROM 1 BY 1
               UNTIL pool-idx > pool-count.
           CLOSE color-pool-file.
           CLOSE pool-member-file.
       process-pool-members-exit.
           EXIT.

       read-pool-member.
           READ pool-member-file NEXT RECORD.

       note-pool-member.
           IF pmbr-user-id = mbr-user-id
               IF pool-count < 500
                   ADD 1 TO pool-count
                   MOVE pmbr-guild-id TO pool-guild-id(pool-count)
                   MOVE pmbr-bucket TO pool-bucket(pool-count)
                   MOVE pmbr-role-id TO pool-role-id(pool-count)
               END-IF
               IF export-mode
                   MOVE pmbr-guild-id TO display-id
                   MOVE pmbr-role-id TO display-id-2
                   MOVE SPACES TO stmt-line
                   STRING "  guild " DELIMITED BY SIZE
                       FUNCTION TRIM(display-id) DELIMITED BY SIZE
                       "  pool bucket " DELIMITED BY SIZE
                       pmbr-bucket DELIMITED BY SIZE
                       "  role " DELIMITED BY SIZE
                       FUNCTION TRIM(display-id-2) DELIMITED BY SIZE
                       INTO stmt-line
                   WRITE stmt-line
               END-IF
           END-IF.
           PERFORM read-pool-member.

       release-one-pool.
           MOVE pool-guild-id(pool-idx) TO work-guild-id.
           MOVE pool-role-id(pool-idx) TO work-role-id.
           IF work-role-id NOT = 0
               CALL STATIC "discord_remove_guild_member_role" USING
                   BY VALUE client
                   BY VALUE work-guild-id-ptr
                   BY VALUE mbr-user-id-ptr
                   BY VALUE work-role-id-ptr
                   RETURNING role-member-status
           END-IF.
           MOVE work-guild-id TO cpool-guild-id.
           MOVE pool-bucket(pool-idx) TO cpool-bucket.
           READ color-pool-file
               INVALID KEY CONTINUE
           END-READ.
           IF cpool-status = "00"
               SUBTRACT 1 FROM cpool-members
               IF cpool-members < 1
                   MOVE cpool-role-id TO work-role-id
                   CALL STATIC "discord_delete_guild_role" USING
                       BY VALUE client
                       BY VALUE work-guild-id-ptr
                       BY VALUE work-role-id-ptr
                       RETURNING role-modify-status
                   IF role-modify-status NOT = 0
                       MOVE work-guild-id TO display-id
                       DISPLAY "guild " FUNCTION TRIM(display-id)
                           " bucket " cpool-bucket
                           ": pool role delete failed - colorsync"
                           " will report it"
                   END-IF
                   DELETE color-pool-file RECORD
                       INVALID KEY CONTINUE
                   END-DELETE
                   ADD 1 TO pool-retired-count
               ELSE
                   REWRITE cpool-record
                       INVALID KEY CONTINUE
                   END-REWRITE
               END-IF
           END-IF.
           MOVE work-guild-id TO pmbr-guild-id.
           MOVE mbr-user-id TO pmbr-user-id.
           DELETE pool-member-file RECORD
               INVALID KEY CONTINUE
           END-DELETE.
           IF pmbr-status = "00"
               ADD 1 TO pool-released-count
           END-IF.

      *> colorlock.dat is keyed (guild, user), so like poolmbr.dat
      *> the member's locks take a full pass: locks on them in full,
      *> locks they placed without naming the member locked. Erase
      *> collects the keys and applies them after the pass.
       process-color-locks.
           MOVE 0 TO lock-match-count.
           IF erase-mode
               OPEN I-O color-lock-file
           ELSE
               OPEN INPUT color-lock-file
               MOVE SPACES TO stmt-line
               WRITE stmt-line
               MOVE "colorlock.dat - color locks:" TO stmt-line
               WRITE stmt-line
           END-IF.
           IF clck-status NOT = "00"
               IF export-mode
                   MOVE "  (none)" TO stmt-line
                   WRITE stmt-line
               END-IF
               GO TO process-color-locks-exit
           END-IF.
           PERFORM read-color-lock.
           PERFORM note-color-lock
               UNTIL clck-status NOT = "00".
           IF erase-mode
               PERFORM apply-lock-match
                   VARYING lock-idx FROM 1 BY 1
                   UNTIL lock-idx > lock-match-count
           ELSE
               IF lock-own-count = 0 AND lock-actor-count = 0
                   MOVE "  (none)" TO stmt-line
                   WRITE stmt-line
               END-IF
           END-IF.
           CLOSE color-lock-file.
       process-color-locks-exit.
           EXIT.

       read-color-lock.
           READ color-lock-file NEXT RECORD.

       note-color-lock.
           EVALUATE TRUE
               WHEN clck-user-id = mbr-user-id
                   IF erase-mode
                       MOVE "D" TO lock-match-next-action
                       PERFORM collect-lock-match
                   ELSE
                       PERFORM export-own-lock
                   END-IF
               WHEN clck-locked-by = mbr-user-id
                   IF erase-mode
                       MOVE "A" TO lock-match-next-action
                       PERFORM collect-lock-match
                   ELSE
                       ADD 1 TO lock-actor-count
                       MOVE clck-locked-at TO stamp-work
                       PERFORM format-entry-timestamp
                       MOVE clck-guild-id TO display-id
                       MOVE SPACES TO stmt-line
                       STRING "  " DELIMITED BY SIZE
                           stamp-text DELIMITED BY SIZE
                           "  guild " DELIMITED BY SIZE
                           FUNCTION TRIM(display-id) DELIMITED BY SIZE
                           "  you locked another member's color"
                               DELIMITED BY SIZE
                           INTO stmt-line
                       WRITE stmt-line
                   END-IF
           END-EVALUATE.
           PERFORM read-color-lock.

      *> A full table (500 locks on or by one member) just leaves
      *> the rest for another erase run, as with the log matches.
       collect-lock-match.
           IF lock-match-count < 500
               ADD 1 TO lock-match-count
               MOVE clck-guild-id TO lock-match-guild(lock-match-count)
               MOVE clck-user-id TO lock-match-user(lock-match-count)
               MOVE lock-match-next-action
                   TO lock-match-action(lock-match-count)
           END-IF.

       export-own-lock.
           ADD 1 TO lock-own-count.
           MOVE clck-locked-at TO stamp-work.
           PERFORM format-entry-timestamp.
           MOVE clck-guild-id TO display-id.
           MOVE SPACES TO stmt-line.
           MOVE 1 TO stmt-pos.
           STRING "  " DELIMITED BY SIZE
               stamp-text DELIMITED BY SIZE
               "  guild " DELIMITED BY SIZE
               FUNCTION TRIM(display-id) DELIMITED BY SIZE
               "  color locked" DELIMITED BY SIZE
               INTO stmt-line WITH POINTER stmt-pos.
           IF clck-color >= 0
               MOVE clck-color TO hexfmt-work
               PERFORM format-color-hex
               STRING " at #" DELIMITED BY SIZE
                   hexfmt-text DELIMITED BY SIZE
                   INTO stmt-line WITH POINTER stmt-pos
           END-IF.
           IF clck-expires-at = 0
               STRING " until lifted" DELIMITED BY SIZE
                   INTO stmt-line WITH POINTER stmt-pos
           ELSE
               MOVE clck-expires-at TO stamp-work
               PERFORM format-entry-timestamp
               STRING " until " DELIMITED BY SIZE
                   stamp-text DELIMITED BY SIZE
                   INTO stmt-line WITH POINTER stmt-pos
           END-IF.
           STRING " - reason: " DELIMITED BY SIZE
               FUNCTION TRIM(clck-reason) DELIMITED BY SIZE
               INTO stmt-line WITH POINTER stmt-pos.
           WRITE stmt-line.

       apply-lock-match.
           MOVE lock-match-guild(lock-idx) TO clck-guild-id.
           MOVE lock-match-user(lock-idx) TO clck-user-id.
           READ color-lock-file
               INVALID KEY CONTINUE
           END-READ.
           IF clck-status = "00"
               IF lock-match-action(lock-idx) = "D"
                   DELETE color-lock-file RECORD
                       INVALID KEY CONTINUE
                   END-DELETE
                   IF clck-status = "00"
                       ADD 1 TO lock-own-count
                   END-IF
               ELSE
                   MOVE 0 TO clck-locked-by
                   REWRITE clck-record
                       INVALID KEY CONTINUE
                   END-REWRITE
                   IF clck-status = "00"
                       ADD 1 TO lock-actor-count
                   END-IF
               END-IF
           END-IF.

      *> colorsched.dat is keyed (guild, user) too: pending
      *> reversions of the member's color in full, temporary colors
      *> they granted without naming the member. Erase collects the
      *> keys and applies them after the pass.
       process-color-scheds.
           MOVE 0 TO sched-match-count.
           IF erase-mode
               OPEN I-O color-sched-file
           ELSE
               OPEN INPUT color-sched-file
               MOVE SPACES TO stmt-line
               WRITE stmt-line
               MOVE "colorsched.dat - temporary colors:" TO stmt-line
               WRITE stmt-line
           END-IF.
           IF csch-status NOT = "00"
               IF export-mode
                   MOVE "  (none)" TO stmt-line
                   WRITE stmt-line
               END-IF
               GO TO process-color-scheds-exit
           END-IF.
           PERFORM read-color-sched.
           PERFORM note-color-sched
               UNTIL csch-status NOT = "00".
           IF erase-mode
               PERFORM apply-sched-match
                   VARYING sched-idx FROM 1 BY 1
                   UNTIL sched-idx > sched-match-count
           ELSE
               IF sched-own-count = 0 AND sched-actor-count = 0
                   MOVE "  (none)" TO stmt-line
                   WRITE stmt-line
               END-IF
           END-IF.
           CLOSE color-sched-file.
       process-color-scheds-exit.
           EXIT.

       read-color-sched.
           READ color-sched-file NEXT RECORD.

       note-color-sched.
           EVALUATE TRUE
               WHEN csch-user-id = mbr-user-id
                   IF erase-mode
                       MOVE "D" TO sched-match-next-action
                       PERFORM collect-sched-match
                   ELSE
                       PERFORM export-own-sched
                   END-IF
               WHEN csch-granted-by = mbr-user-id
                   IF erase-mode
                       MOVE "A" TO sched-match-next-action
                       PERFORM collect-sched-match
                   ELSE
                       ADD 1 TO sched-actor-count
                       MOVE csch-granted-at TO stamp-work
                       PERFORM format-entry-timestamp
                       MOVE csch-guild-id TO display-id
                       MOVE SPACES TO stmt-line
                       STRING "  " DELIMITED BY SIZE
                           stamp-text DELIMITED BY SIZE
                           "  guild " DELIMITED BY SIZE
                           FUNCTION TRIM(display-id) DELIMITED BY SIZE
                           "  you gave another member a temporary "
                               DELIMITED BY SIZE
                           "color" DELIMITED BY SIZE
                           INTO stmt-line
                       WRITE stmt-line
                   END-IF
           END-EVALUATE.
           PERFORM read-color-sched.

       collect-sched-match.
           IF sched-match-count < 500
               ADD 1 TO sched-match-count
               MOVE csch-guild-id
                   TO sched-match-guild(sched-match-count)
               MOVE csch-user-id
                   TO sched-match-user(sched-match-count)
               MOVE sched-match-next-action
                   TO sched-match-action(sched-match-count)
           END-IF.

       export-own-sched.
           ADD 1 TO sched-own-count.
           MOVE csch-granted-at TO stamp-work.
           PERFORM format-entry-timestamp.
           MOVE csch-guild-id TO display-id.
           MOVE SPACES TO stmt-line.
           MOVE 1 TO stmt-pos.
           MOVE csch-temp-color TO hexfmt-work.
           PERFORM format-color-hex.
           STRING "  " DELIMITED BY SIZE
               stamp-text DELIMITED BY SIZE
               "  guild " DELIMITED BY SIZE
               FUNCTION TRIM(display-id) DELIMITED BY SIZE
               "  temporary color #" DELIMITED BY SIZE
               hexfmt-text DELIMITED BY SIZE
               INTO stmt-line WITH POINTER stmt-pos.
           MOVE csch-due-at TO stamp-work.
           PERFORM format-entry-timestamp.
           STRING " until " DELIMITED BY SIZE
               stamp-text DELIMITED BY SIZE
               INTO stmt-line WITH POINTER stmt-pos.
           IF csch-restore-color >= 0
               MOVE csch-restore-color TO hexfmt-work
               PERFORM format-color-hex
               STRING ", then back to #" DELIMITED BY SIZE
                   hexfmt-text DELIMITED BY SIZE
                   INTO stmt-line WITH POINTER stmt-pos
           END-IF.
           WRITE stmt-line.

       apply-sched-match.
           MOVE sched-match-guild(sched-idx) TO csch-guild-id.
           MOVE sched-match-user(sched-idx) TO csch-user-id.
           READ color-sched-file
               INVALID KEY CONTINUE
           END-READ.
           IF csch-status = "00"
               IF sched-match-action(sched-idx) = "D"
                   DELETE color-sched-file RECORD
                       INVALID KEY CONTINUE
                   END-DELETE
                   IF csch-status = "00"
                       ADD 1 TO sched-own-count
                   END-IF
               ELSE
                   MOVE 0 TO csch-granted-by
                   REWRITE csch-record
                       INVALID KEY CONTINUE
                   END-REWRITE
                   IF csch-status = "00"
                       ADD 1 TO sched-actor-count
                   END-IF
               END-IF
           END-IF.

      *> colorretry.dat is keyed (guild, user): color roles the bot
      *> still owes the member, listed in full or deleted after the
      *> pass.
       process-color-retries.
           MOVE 0 TO retry-match-count.
           IF erase-mode
               OPEN I-O color-retry-file
           ELSE
               OPEN INPUT color-retry-file
               MOVE SPACES TO stmt-line
               WRITE stmt-line
               MOVE "colorretry.dat - color roles still owed:"
                   TO stmt-line
               WRITE stmt-line
           END-IF.
           IF cret-status NOT = "00"
               IF export-mode
                   MOVE "  (none)" TO stmt-line
                   WRITE stmt-line
               END-IF
               GO TO process-color-retries-exit
           END-IF.
           PERFORM read-color-retry.
           PERFORM note-color-retry
               UNTIL cret-status NOT = "00".
           IF erase-mode
               PERFORM apply-retry-match
                   VARYING retry-idx FROM 1 BY 1
                   UNTIL retry-idx > retry-match-count
           ELSE
               IF retry-own-count = 0
                   MOVE "  (none)" TO stmt-line
                   WRITE stmt-line
               END-IF
           END-IF.
           CLOSE color-retry-file.
       process-color-retries-exit.
           EXIT.

       read-color-retry.
           READ color-retry-file NEXT RECORD.

       note-color-retry.
           IF cret-user-id = mbr-user-id
               IF erase-mode
                   IF retry-match-count < 500
                       ADD 1 TO retry-match-count
                       MOVE cret-guild-id
                           TO retry-match-guild(retry-match-count)
                       MOVE cret-user-id
                           TO retry-match-user(retry-match-count)
                   END-IF
               ELSE
                   PERFORM export-own-retry
               END-IF
           END-IF.
           PERFORM read-color-retry.

       export-own-retry.
           ADD 1 TO retry-own-count.
           MOVE cret-first-failed TO stamp-work.
           PERFORM format-entry-timestamp.
           MOVE cret-guild-id TO display-id.
           MOVE cret-color TO hexfmt-work.
           PERFORM format-color-hex.
           MOVE cret-attempts TO display-count.
           MOVE SPACES TO stmt-line.
           MOVE 1 TO stmt-pos.
           STRING "  " DELIMITED BY SIZE
               stamp-text DELIMITED BY SIZE
               "  guild " DELIMITED BY SIZE
               FUNCTION TRIM(display-id) DELIMITED BY SIZE
               "  role for #" DELIMITED BY SIZE
               hexfmt-text DELIMITED BY SIZE
               ", " DELIMITED BY SIZE
               FUNCTION TRIM(display-count) DELIMITED BY SIZE
               " failed attempt(s), " DELIMITED BY SIZE
               INTO stmt-line WITH POINTER stmt-pos.
           IF cret-state-gaveup
               STRING "given up" DELIMITED BY SIZE
                   INTO stmt-line WITH POINTER stmt-pos
           ELSE
               STRING "still being retried" DELIMITED BY SIZE
                   INTO stmt-line WITH POINTER stmt-pos
           END-IF.
           WRITE stmt-line.

       apply-retry-match.
           MOVE retry-match-guild(retry-idx) TO cret-guild-id.
           MOVE retry-match-user(retry-idx) TO cret-user-id.
           READ color-retry-file
               INVALID KEY CONTINUE
           END-READ.
           IF cret-status = "00"
               DELETE color-retry-file RECORD
                   INVALID KEY CONTINUE
               END-DELETE
               IF cret-status = "00"
                   ADD 1 TO retry-own-count
               END-IF
           END-IF.

      *> Operations log lines (opslog.txt or an opsarc archive)
      *> carrying the member's id. Export quotes them; erase copies
      *> the file through opslog.tmp with the id zeroed wherever it
      *> appears (the padded user= field then reads like a line
      *> logged with no user) and renames the copy over the original
      *> - only when something in that file actually changed.
       process-ops-log.
           MOVE 0 TO ops-file-lines.
           OPEN INPUT ops-log-file.
           IF export-mode
               MOVE SPACES TO stmt-line
               WRITE stmt-line
               MOVE SPACES TO stmt-line
               STRING FUNCTION TRIM(ops-file-name) DELIMITED BY SIZE
                   " - operations log lines naming you:"
                       DELIMITED BY SIZE
                   INTO stmt-line
               WRITE stmt-line
           END-IF.
           IF opsl-status NOT = "00"
               IF export-mode
                   MOVE "  (none)" TO stmt-line
                   WRITE stmt-line
               END-IF
               GO TO process-ops-log-exit
           END-IF.
           IF erase-mode
               OPEN OUTPUT new-ops-log-file
           END-IF.
           PERFORM read-ops-line.
           PERFORM check-ops-line
               UNTIL opsl-status NOT = "00".
           CLOSE ops-log-file.
           ADD ops-file-lines TO ops-line-count.
           IF export-mode
               IF ops-file-lines = 0
                   MOVE "  (none)" TO stmt-line
                   WRITE stmt-line
               END-IF
               GO TO process-ops-log-exit
           END-IF.
           CLOSE new-ops-log-file.
           IF ops-file-lines = 0
               CALL STATIC "unlink" USING
                   "opslog.tmp"&x"00"
                   RETURNING unlink-status
           ELSE
               MOVE SPACES TO ops-file-name-z
               STRING FUNCTION TRIM(ops-file-name) DELIMITED BY SIZE
                   x"00" DELIMITED BY SIZE
                   INTO ops-file-name-z
               CALL STATIC "rename" USING
                   "opslog.tmp"&x"00"
                   ops-file-name-z
                   RETURNING rename-status
               IF rename-status NOT = 0
                   DISPLAY "rename of opslog.tmp failed - "
                       FUNCTION TRIM(ops-file-name)
                       " still names the member; re-run erase"
                   MOVE 1 TO erase-incomplete
               END-IF
           END-IF.
       process-ops-log-exit.
           EXIT.

       read-ops-line.
           READ ops-log-file.

       check-ops-line.
           MOVE opsl-record TO scan-text.
           MOVE 0 TO scan-hit.
           MOVE mbr-id-padded TO scan-pattern.
           MOVE 20 TO scan-pattern-len.
           PERFORM scan-ops-text.
           MOVE mbr-id-text TO scan-pattern.
           MOVE mbr-id-len TO scan-pattern-len.
           PERFORM scan-ops-text.
           IF scan-found-id
               ADD 1 TO ops-file-lines
           END-IF.
           IF export-mode
               IF scan-found-id
                   MOVE SPACES TO stmt-line
                   STRING "  " DELIMITED BY SIZE
                       FUNCTION TRIM(opsl-record TRAILING)
                           DELIMITED BY SIZE
                       INTO stmt-line
                   WRITE stmt-line
               END-IF
           ELSE
               MOVE scan-text TO nopl-record
               WRITE nopl-record
           END-IF.
           PERFORM read-ops-line.

       scan-ops-text.
           COMPUTE scan-last-pos =
               LENGTH OF scan-text - scan-pattern-len + 1.
           PERFORM scan-ops-position
               VARYING scan-pos FROM 1 BY 1
               UNTIL scan-pos > scan-last-pos.

      *> Erase zeroes a hit in place in scan-text, so the plain-digit
      *> pass no longer finds what the padded pass already cleared.
       scan-ops-position.
           IF scan-text(scan-pos:scan-pattern-len)
                   = scan-pattern(1:scan-pattern-len)
               MOVE 1 TO scan-boundary-ok
               IF scan-pos + scan-pattern-len <= LENGTH OF scan-text
                   IF scan-text(scan-pos + scan-pattern-len:1)
                           IS NUMERIC
                       MOVE 0 TO scan-boundary-ok
                   END-IF
               END-IF
               IF scan-pos > 1
                   IF scan-text(scan-pos - 1:1) IS NUMERIC
                       MOVE 0 TO scan-boundary-ok
                   END-IF
               END-IF
               IF scan-boundary-ok = 1
                   MOVE 1 TO scan-hit
                   IF erase-mode
                       MOVE zero-fill-text(1:scan-pattern-len)
                           TO scan-text(scan-pos:scan-pattern-len)
                   END-IF
               END-IF
           END-IF.

       open-statement.
           MOVE SPACES TO statement-file-name.
           STRING "colormbr-" DELIMITED BY SIZE
               mbr-id-text(1:mbr-id-len) DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO statement-file-name.
           OPEN OUTPUT statement-file.
           MOVE "Color-Bot member data statement" TO stmt-line.
           WRITE stmt-line.
           MOVE SPACES TO stmt-line.
           STRING "Member: " DELIMITED BY SIZE
               mbr-id-text(1:mbr-id-len) DELIMITED BY SIZE
               INTO stmt-line.
           WRITE stmt-line.
           MOVE now-timestamp TO stamp-work.
           PERFORM format-entry-timestamp.
           MOVE SPACES TO stmt-line.
           STRING "Prepared: " DELIMITED BY SIZE
               stamp-text DELIMITED BY SIZE
               " UTC" DELIMITED BY SIZE
               INTO stmt-line.
           WRITE stmt-line.

       close-statement.
           MOVE SPACES TO stmt-line.
           WRITE stmt-line.
           MOVE log-own-count TO display-count.
           MOVE arc-own-count TO display-count-2.
           MOVE SPACES TO stmt-line.
           STRING "Color log entries: " DELIMITED BY SIZE
               FUNCTION TRIM(display-count) DELIMITED BY SIZE
               " live, " DELIMITED BY SIZE
               FUNCTION TRIM(display-count-2) DELIMITED BY SIZE
               " archived" DELIMITED BY SIZE
               INTO stmt-line.
           WRITE stmt-line.
           CLOSE statement-file.

      *> The receipt proves an erasure ran and what it touched,
      *> without the id or any of the erased data.
       write-erase-receipt.
           MOVE FUNCTION CURRENT-DATE TO ops-timestamp.
           MOVE SPACES TO opsl-record.
           MOVE "INFO" TO opsl-severity.
           MOVE " colormbr: data erased" TO receipt-lead.
           IF erase-was-incomplete
               MOVE "WARN" TO opsl-severity
               MOVE " colormbr: partial erase" TO receipt-lead
           END-IF.
           MOVE "batch" TO opsl-category.
           COMPUTE file-own-count = log-own-count + arc-own-count.
           COMPUTE file-actor-count =
               log-actor-count + arc-actor-count + lock-actor-count
               + sched-actor-count.
           MOVE file-own-count TO display-count.
           MOVE file-actor-count TO display-count-2.
           MOVE fav-count TO display-count-3.
           MOVE cool-count TO display-count-4.
           MOVE pool-released-count TO display-count-5.
           MOVE ops-line-count TO display-count-6.
           MOVE lock-own-count TO display-count-7.
           MOVE sched-own-count TO display-count-8.
           MOVE retry-own-count TO display-count-9.
      *> Kept terse - with every file listed the line runs close
      *> to the width of opsl-line.
           STRING ops-timestamp DELIMITED BY SIZE
               receipt-lead DELIMITED BY "  "
               " - " DELIMITED BY SIZE
               FUNCTION TRIM(display-count) DELIMITED BY SIZE
               " log entr(ies), " DELIMITED BY SIZE
               FUNCTION TRIM(display-count-2) DELIMITED BY SIZE
               " actor ref(s), " DELIMITED BY SIZE
               FUNCTION TRIM(display-count-3) DELIMITED BY SIZE
               " favorite(s), " DELIMITED BY SIZE
               FUNCTION TRIM(display-count-4) DELIMITED BY SIZE
               " cooldown, " DELIMITED BY SIZE
               FUNCTION TRIM(display-count-7) DELIMITED BY SIZE
               " lock(s), " DELIMITED BY SIZE
               FUNCTION TRIM(display-count-8) DELIMITED BY SIZE
               " revert(s), " DELIMITED BY SIZE
               FUNCTION TRIM(display-count-9) DELIMITED BY SIZE
               " owed role(s), " DELIMITED BY SIZE
               FUNCTION TRIM(display-count-5) DELIMITED BY SIZE
               " pool membership(s), " DELIMITED BY SIZE
               FUNCTION TRIM(display-count-6) DELIMITED BY SIZE
               " opslog line(s)" DELIMITED BY SIZE
               INTO opsl-line.
           MOVE "opslog.txt" TO ops-file-name.
           OPEN EXTEND ops-log-file.
           IF opsl-status = "35"
               OPEN OUTPUT ops-log-file
               CLOSE ops-log-file
               OPEN EXTEND ops-log-file
           END-IF.
           WRITE opsl-record.
           CLOSE ops-log-file.

       display-summary.
           IF export-mode
               DISPLAY "statement written to "
                   FUNCTION TRIM(statement-file-name)
           END-IF.
           MOVE log-own-count TO display-count.
           DISPLAY "log entries:       " display-count.
           MOVE log-actor-count TO display-count.
           DISPLAY "as actor:          " display-count.
           MOVE arc-own-count TO display-count.
           DISPLAY "archived entries:  " display-count.
           MOVE arc-actor-count TO display-count.
           DISPLAY "archived as actor: " display-count.
           MOVE arc-file-count TO display-count.
           DISPLAY "archives covered:  " display-count.
           MOVE arc-skipped-count TO display-count.
           DISPLAY "files skipped:     " display-count.
           MOVE fav-count TO display-count.
           DISPLAY "favorites:         " display-count.
           MOVE cool-count TO display-count.
           DISPLAY "cooldown records:  " display-count.
           MOVE pool-count TO display-count.
           DISPLAY "pool memberships:  " display-count.
           MOVE lock-own-count TO display-count.
           DISPLAY "color locks:       " display-count.
           MOVE lock-actor-count TO display-count.
           DISPLAY "locks placed:      " display-count.
           MOVE sched-own-count TO display-count.
           DISPLAY "pending reverts:   " display-count.
           MOVE sched-actor-count TO display-count.
           DISPLAY "temp colors given: " display-count.
           MOVE retry-own-count TO display-count.
           DISPLAY "owed color roles:  " display-count.
           IF erase-mode
               MOVE pool-retired-count TO display-count
               DISPLAY "pools retired:     " display-count
           END-IF.
           MOVE ops-line-count TO display-count.
           DISPLAY "opslog lines:      " display-count.

       format-color-hex.
           PERFORM format-color-hex-digit
               VARYING hexfmt-idx FROM 6 BY -1
               UNTIL hexfmt-idx < 1.
           CONTINUE.

       format-color-hex-digit.
           COMPUTE hexfmt-nibble = FUNCTION MOD(hexfmt-work, 16).
           MOVE hexfmt-digits(hexfmt-nibble + 1:1)
               TO hexfmt-text(hexfmt-idx:1).
           COMPUTE hexfmt-work = hexfmt-work / 16.

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
