       IDENTIFICATION DIVISION.
       PROGRAM-ID. colorops.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> The lines being reported: opslog.rot (the live file set
      *> aside for rotation), or opslog.txt / an ops archive when
      *> asked for a report without rotating.
           SELECT ops-log-file ASSIGN TO ops-input-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS opsl-status.
           SELECT ops-archive-file ASSIGN TO ops-archive-name
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS oarc-status.
           SELECT live-ops-file ASSIGN TO "opslog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS lops-status.
           SELECT batch-lock-file ASSIGN TO "colorarc.lck"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS lck-status.
           SELECT report-file ASSIGN TO "colorops.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS rpt-status.
       DATA DIVISION.
       FILE SECTION.
       FD ops-log-file.
       COPY "opslog.cpy".
       FD ops-archive-file.
       COPY "opslog.cpy"
           REPLACING LEADING ==opsl== BY ==oarc==.
       FD live-ops-file.
       COPY "opslog.cpy"
           REPLACING LEADING ==opsl== BY ==lops==.
       FD batch-lock-file.
       01 lck-line PIC X(20).
       FD report-file.
       01 rpt-line PIC X(132).
       WORKING-STORAGE SECTION.
       01 opsl-status PIC X(02).
       01 oarc-status PIC X(02).
       01 lops-status PIC X(02).
       01 rpt-status PIC X(02).
       01 lck-status PIC X(02).
      *> colorarc's write-hold: a fresh one can be a colormbr erase
      *> rewriting opslog.txt through opslog.tmp, so rotation waits
      *> for the next run rather than set the file aside under it.
      *> Same 600-second freshness rule cmds applies.
       01 lck-stamp USAGE BINARY-DOUBLE UNSIGNED.
       01 now-epoch USAGE BINARY-DOUBLE UNSIGNED.
       01 hold-stale-seconds USAGE BINARY-DOUBLE UNSIGNED VALUE 600.
       01 hold-active USAGE BINARY-CHAR UNSIGNED VALUE 0.
           88 batch-hold-active VALUE 1.
      *> "colorops" reports and rotates; "colorops norotate" reports
      *> opslog.txt in place; "colorops opsarc-YYYYMMDD.txt" reports
      *> an earlier period from its archive.
       01 cmd-line-text PIC X(256).
       01 cmd-arg-word PIC X(64).
       01 rotate-switch USAGE BINARY-CHAR UNSIGNED VALUE 1.
           88 rotating-log VALUE 1.
       01 ops-input-name PIC X(64).
       01 ops-archive-name PIC X(64).
       01 ops-archive-name-z PIC X(65).
       01 rename-status USAGE BINARY-INT.
       01 access-status USAGE BINARY-INT.
       01 unlink-status USAGE BINARY-INT.
      *> Pause after setting opslog.txt aside, so a line a writer
      *> had already opened the file for lands before it is read.
       01 settle-seconds USAGE BINARY-INT UNSIGNED VALUE 2.
       01 line-count USAGE BINARY-INT UNSIGNED VALUE 0.
       01 archived-count USAGE BINARY-INT UNSIGNED VALUE 0.
       01 first-stamp-text PIC X(19) VALUE SPACES.
       01 last-stamp-text PIC X(19) VALUE SPACES.
      *> One opslog line taken apart: the CURRENT-DATE stamp every
      *> writer leads with, the message after it, and the
      *> guild=/channel=/user= suffix write-ops-log-entry adds.
       01 line-stamp PIC X(21).
       01 line-stamp-ok USAGE BINARY-CHAR UNSIGNED.
           88 line-has-stamp VALUE 1.
       01 line-stamp-text PIC X(19).
       01 line-message PIC X(200).
       01 line-fail-text PIC X(80).
       01 line-suffix-lead PIC X(200).
       01 line-suffix-text PIC X(200).
       01 line-guild-text PIC X(24).
       01 line-channel-text PIC X(24).
       01 line-user-text PIC X(24).
       01 line-epoch USAGE BINARY-DOUBLE UNSIGNED.
       01 line-date PIC 9(08).
       01 line-hh PIC 9(02).
       01 line-mm PIC 9(02).
       01 line-ss PIC 9(02).
       01 line-offset-sign PIC X(01).
       01 line-offset-hh PIC 9(02).
       01 line-offset-mm PIC 9(02).
       01 line-offset-seconds USAGE BINARY-DOUBLE UNSIGNED.
       01 line-days-int USAGE BINARY-DOUBLE UNSIGNED.
       01 epoch-days-int USAGE BINARY-DOUBLE UNSIGNED.
      *> Fixed severity and category words from opslog.cpy's
      *> columns; anything else lands in the last "other" slot.
       01 severity-name-data.
           05 FILLER PIC X(05) VALUE "INFO".
           05 FILLER PIC X(05) VALUE "WARN".
           05 FILLER PIC X(05) VALUE "ERROR".
           05 FILLER PIC X(05) VALUE "other".
       01 severity-name-table REDEFINES severity-name-data.
           05 severity-name OCCURS 4 TIMES PIC X(05).
       01 category-name-data.
           05 FILLER PIC X(08) VALUE "api".
           05 FILLER PIC X(08) VALUE "gateway".
           05 FILLER PIC X(08) VALUE "system".
           05 FILLER PIC X(08) VALUE "batch".
           05 FILLER PIC X(08) VALUE "alert".
           05 FILLER PIC X(08) VALUE "other".
       01 category-name-table REDEFINES category-name-data.
           05 category-name OCCURS 6 TIMES PIC X(08).
       01 name-scan-idx USAGE BINARY-INT UNSIGNED.
       01 severity-idx USAGE BINARY-INT UNSIGNED.
       01 category-idx USAGE BINARY-INT UNSIGNED.
      *> Per-hour tallies keyed "YYYYMMDDHH" off the line stamp (the
      *> writing host's local clock). Lines arrive in time order, so
      *> the newest hour is checked before any scan.
       01 hour-table.
           05 hour-count USAGE BINARY-INT UNSIGNED VALUE 0.
           05 hour-entry OCCURS 2000 TIMES.
               10 hour-key PIC X(10).
               10 hour-severity-count OCCURS 4 TIMES
                   USAGE BINARY-INT UNSIGNED.
               10 hour-category-count OCCURS 6 TIMES
                   USAGE BINARY-INT UNSIGNED.
       01 hour-scan-idx USAGE BINARY-INT UNSIGNED.
       01 hour-found-idx USAGE BINARY-INT UNSIGNED.
       01 hour-clear-idx USAGE BINARY-INT UNSIGNED.
       01 total-severity-count OCCURS 4 TIMES
           USAGE BINARY-INT UNSIGNED VALUE 0.
       01 unstamped-count USAGE BINARY-INT UNSIGNED VALUE 0.
      *> Distinct WARN/ERROR message texts (suffix stripped, so the
      *> same failure in different guilds counts as one).
       01 fail-table.
           05 fail-count USAGE BINARY-INT UNSIGNED VALUE 0.
           05 fail-entry OCCURS 500 TIMES.
               10 fail-text PIC X(80).
               10 fail-severity PIC X(05).
               10 fail-hits USAGE BINARY-INT UNSIGNED.
       01 fail-scan-idx USAGE BINARY-INT UNSIGNED.
       01 fail-found-idx USAGE BINARY-INT UNSIGNED.
       01 fail-overflow USAGE BINARY-INT UNSIGNED VALUE 0.
       01 swap-fail-text PIC X(80).
       01 swap-fail-severity PIC X(05).
      *> Guilds and users named in ERROR lines.
       01 guild-table.
           05 guild-count USAGE BINARY-INT UNSIGNED VALUE 0.
           05 guild-entry OCCURS 1000 TIMES.
               10 guild-entry-id USAGE BINARY-DOUBLE UNSIGNED.
               10 guild-entry-hits USAGE BINARY-INT UNSIGNED.
       01 user-table.
           05 user-count USAGE BINARY-INT UNSIGNED VALUE 0.
           05 user-entry OCCURS 2000 TIMES.
               10 user-entry-id USAGE BINARY-DOUBLE UNSIGNED.
               10 user-entry-hits USAGE BINARY-INT UNSIGNED.
       01 id-scan-idx USAGE BINARY-INT UNSIGNED.
       01 id-found-idx USAGE BINARY-INT UNSIGNED.
       01 tally-id USAGE BINARY-DOUBLE UNSIGNED.
       01 sort-i USAGE BINARY-INT UNSIGNED.
       01 sort-j USAGE BINARY-INT UNSIGNED.
       01 sort-max-idx USAGE BINARY-INT UNSIGNED.
       01 sort-limit USAGE BINARY-INT UNSIGNED.
       01 swap-id USAGE BINARY-DOUBLE UNSIGNED.
       01 swap-hits USAGE BINARY-INT UNSIGNED.
       01 print-idx USAGE BINARY-INT UNSIGNED.
       01 print-limit USAGE BINARY-INT UNSIGNED.
      *> main's log-disconnect-and-retry lines: each is one dropped
      *> session and one reconnect attempt. Gaps are measured
      *> between consecutive drops.
       01 drop-count USAGE BINARY-INT UNSIGNED VALUE 0.
       01 drop-last-epoch USAGE BINARY-DOUBLE UNSIGNED VALUE 0.
       01 drop-gap USAGE BINARY-DOUBLE UNSIGNED.
       01 drop-gap-count USAGE BINARY-INT UNSIGNED VALUE 0.
       01 drop-gap-total USAGE BINARY-DOUBLE UNSIGNED VALUE 0.
       01 drop-gap-min USAGE BINARY-DOUBLE UNSIGNED VALUE 0.
       01 drop-gap-max USAGE BINARY-DOUBLE UNSIGNED VALUE 0.
       01 drop-first-text PIC X(19) VALUE SPACES.
       01 drop-last-text PIC X(19) VALUE SPACES.
       01 alert-line-count USAGE BINARY-INT UNSIGNED VALUE 0.
       01 duration-work USAGE BINARY-DOUBLE UNSIGNED.
       01 duration-hours PIC Z(05)9.
       01 duration-mm PIC 9(02).
       01 duration-ss PIC 9(02).
       01 duration-text PIC X(16).
       01 display-id PIC Z(19)9.
       01 display-count PIC Z(09)9.
       01 display-small PIC Z(05)9.
       01 display-column PIC Z(06)9.
       01 hour-line-pos USAGE BINARY-INT UNSIGNED.
       01 rpt-pos USAGE BINARY-INT UNSIGNED.
       01 now-stamp PIC X(21).
       01 now-date PIC 9(08).
       01 ops-timestamp PIC X(26).
      *> Nightly read of opslog.txt. Sets the live file aside as
      *> opslog.rot (the bot starts a fresh opslog.txt on its next
      *> line), reports on those lines into colorops.txt - counts
      *> per hour by severity and category, the most frequent
      *> failure messages, the guilds and users most named in ERROR
      *> lines, gateway drops and the time between them, and every
      *> alert line - then moves them into the dated archive
      *> opsarc-YYYYMMDD.txt. A run that dies part way leaves
      *> opslog.rot behind and the next run finishes it first.
       PROCEDURE DIVISION.
       main-line.
           MOVE FUNCTION CURRENT-DATE TO now-stamp.
           MOVE now-stamp(1:8) TO now-date.
           COMPUTE epoch-days-int =
               FUNCTION INTEGER-OF-DATE(19700101).
           PERFORM parse-command-line.
           IF rotating-log
               PERFORM set-aside-live-log THRU set-aside-live-log-exit
           END-IF.
           OPEN INPUT ops-log-file.
           IF opsl-status NOT = "00"
               DISPLAY FUNCTION TRIM(ops-input-name)
                   " not found - nothing to report"
               STOP RUN
           END-IF.
           PERFORM read-ops-line.
           PERFORM tally-ops-line
               UNTIL opsl-status NOT = "00".
           CLOSE ops-log-file.
           PERFORM sort-fail-by-hits.
           PERFORM sort-guilds-by-hits.
           PERFORM sort-users-by-hits.
           PERFORM write-report.
           IF rotating-log
               PERFORM archive-rotated-log
                   THRU archive-rotated-log-exit
           END-IF.
           PERFORM write-summary-line.
           PERFORM display-summary.
           STOP RUN.

       parse-command-line.
           MOVE SPACES TO cmd-line-text.
           ACCEPT cmd-line-text FROM COMMAND-LINE.
           MOVE SPACES TO cmd-arg-word.
           UNSTRING cmd-line-text DELIMITED BY ALL SPACE
               INTO cmd-arg-word
           END-UNSTRING.
           MOVE SPACES TO ops-archive-name.
           STRING "opsarc-" DELIMITED BY SIZE
               now-date DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO ops-archive-name.
           EVALUATE TRUE
               WHEN cmd-arg-word = SPACES
                   MOVE 1 TO rotate-switch
                   MOVE "opslog.rot" TO ops-input-name
               WHEN cmd-arg-word = "norotate"
                   MOVE 0 TO rotate-switch
                   MOVE "opslog.txt" TO ops-input-name
               WHEN OTHER
                   MOVE 0 TO rotate-switch
                   MOVE cmd-arg-word TO ops-input-name
           END-EVALUATE.

      *> rename() is atomic, and every writer opens opslog.txt per
      *> line with create-on-35, so the bot simply starts a new file.
      *> An opslog.rot already there is an earlier run's unfinished
      *> period: it is reported and archived first, and the lines
      *> since wait for the next run. Neither happens while another
      *> batch run holds colorarc.lck - the run exits 1 instead.
       set-aside-live-log.
           PERFORM check-batch-hold.
           IF batch-hold-active
               DISPLAY "colorarc.lck hold is on - another batch run "
                   "is in progress; retry later"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           CALL STATIC "access" USING
               "opslog.rot"&x"00"
               BY VALUE 0
               RETURNING access-status.
           IF access-status = 0
               DISPLAY "opslog.rot left by an earlier run - "
                   "finishing that period first"
               GO TO set-aside-live-log-exit
           END-IF.
           CALL STATIC "rename" USING
               "opslog.txt"&x"00"
               "opslog.rot"&x"00"
               RETURNING rename-status.
           IF rename-status NOT = 0
               DISPLAY "opslog.txt not found - nothing to report"
               STOP RUN
           END-IF.
           CALL "C$SLEEP" USING settle-seconds.
       set-aside-live-log-exit.
           EXIT.

      *> Now as epoch seconds goes through compute-line-epoch, the
      *> current-date stamp having the same shape as a line's.
       check-batch-hold.
           MOVE 0 TO hold-active.
           MOVE now-stamp TO line-stamp.
           PERFORM compute-line-epoch.
           MOVE line-epoch TO now-epoch.
           OPEN INPUT batch-lock-file.
           IF lck-status = "00"
               READ batch-lock-file
               IF lck-status = "00"
                   COMPUTE lck-stamp = FUNCTION NUMVAL(lck-line)
                   IF now-epoch <= lck-stamp + hold-stale-seconds
                       MOVE 1 TO hold-active
                   END-IF
               END-IF
               CLOSE batch-lock-file
           END-IF.

       read-ops-line.
           READ ops-log-file.

       tally-ops-line.
           ADD 1 TO line-count.
           PERFORM split-ops-line.
           MOVE 4 TO severity-idx.
           PERFORM scan-severity-name
               VARYING name-scan-idx FROM 1 BY 1
               UNTIL name-scan-idx > 3.
           MOVE 6 TO category-idx.
           PERFORM scan-category-name
               VARYING name-scan-idx FROM 1 BY 1
               UNTIL name-scan-idx > 5.
           ADD 1 TO total-severity-count(severity-idx).
           IF line-has-stamp
               IF first-stamp-text = SPACES
                   MOVE line-stamp-text TO first-stamp-text
               END-IF
               MOVE line-stamp-text TO last-stamp-text
               PERFORM tally-hour
           ELSE
               ADD 1 TO unstamped-count
           END-IF.
           IF severity-idx = 2 OR severity-idx = 3
               PERFORM tally-failure-text
           END-IF.
           IF severity-idx = 3
               PERFORM tally-error-suffix
                   THRU tally-error-suffix-done
           END-IF.
           IF category-idx = 2
                   AND line-message(1:20) = "gateway disconnected"
               PERFORM tally-gateway-drop
                   THRU tally-gateway-drop-done
           END-IF.
           IF category-idx = 5
               ADD 1 TO alert-line-count
           END-IF.
           PERFORM read-ops-line.

      *> Every writer leads with FUNCTION CURRENT-DATE, padded to 26
      *> columns; a line without one (hand edits, a torn write) is
      *> still counted, just not placed in an hour.
       split-ops-line.
           MOVE 0 TO line-stamp-ok.
           MOVE opsl-line(1:21) TO line-stamp.
           MOVE SPACES TO line-message.
           IF line-stamp(1:14) IS NUMERIC
               MOVE 1 TO line-stamp-ok
               MOVE FUNCTION TRIM(opsl-line(22:) LEADING)
                   TO line-message
               MOVE SPACES TO line-stamp-text
               STRING line-stamp(1:4) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   line-stamp(5:2) DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   line-stamp(7:2) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   line-stamp(9:2) DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   line-stamp(11:2) DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   line-stamp(13:2) DELIMITED BY SIZE
                   INTO line-stamp-text
           ELSE
               MOVE opsl-line TO line-message
           END-IF.

       scan-severity-name.
           IF opsl-severity = severity-name(name-scan-idx)
               MOVE name-scan-idx TO severity-idx
           END-IF.

       scan-category-name.
           IF opsl-category = category-name(name-scan-idx)
               MOVE name-scan-idx TO category-idx
           END-IF.

       tally-hour.
           MOVE 0 TO hour-found-idx.
           IF hour-count > 0
               IF hour-key(hour-count) = line-stamp(1:10)
                   MOVE hour-count TO hour-found-idx
               END-IF
           END-IF.
           IF hour-found-idx = 0
               PERFORM scan-hour
                   VARYING hour-scan-idx FROM 1 BY 1
                   UNTIL hour-scan-idx > hour-count
                       OR hour-found-idx > 0
           END-IF.
           IF hour-found-idx = 0 AND hour-count < 2000
               ADD 1 TO hour-count
               MOVE line-stamp(1:10) TO hour-key(hour-count)
               PERFORM clear-hour-severity
                   VARYING hour-clear-idx FROM 1 BY 1
                   UNTIL hour-clear-idx > 4
               PERFORM clear-hour-category
                   VARYING hour-clear-idx FROM 1 BY 1
                   UNTIL hour-clear-idx > 6
               MOVE hour-count TO hour-found-idx
           END-IF.
           IF hour-found-idx > 0
               ADD 1 TO hour-severity-count(hour-found-idx,
                   severity-idx)
               ADD 1 TO hour-category-count(hour-found-idx,
                   category-idx)
           END-IF.

       scan-hour.
           IF hour-key(hour-scan-idx) = line-stamp(1:10)
               MOVE hour-scan-idx TO hour-found-idx
           END-IF.

       clear-hour-severity.
           MOVE 0 TO hour-severity-count(hour-count, hour-clear-idx).

       clear-hour-category.
           MOVE 0 TO hour-category-count(hour-count, hour-clear-idx).

      *> The message up to write-ops-log-entry's "(guild=" suffix is
      *> the failure's identity.
       tally-failure-text.
           MOVE SPACES TO line-fail-text.
           UNSTRING line-message DELIMITED BY " (guild="
               INTO line-fail-text
           END-UNSTRING.
           MOVE 0 TO fail-found-idx.
           PERFORM scan-fail-text
               VARYING fail-scan-idx FROM 1 BY 1
               UNTIL fail-scan-idx > fail-count
                   OR fail-found-idx > 0.
           IF fail-found-idx = 0
               IF fail-count < 500
                   ADD 1 TO fail-count
                   MOVE line-fail-text TO fail-text(fail-count)
                   MOVE opsl-severity TO fail-severity(fail-count)
                   MOVE 0 TO fail-hits(fail-count)
                   MOVE fail-count TO fail-found-idx
               ELSE
                   ADD 1 TO fail-overflow
               END-IF
           END-IF.
           IF fail-found-idx > 0
               ADD 1 TO fail-hits(fail-found-idx)
           END-IF.

       scan-fail-text.
           IF fail-text(fail-scan-idx) = line-fail-text
               MOVE fail-scan-idx TO fail-found-idx
           END-IF.

      *> "(guild=<20 digits> channel=<20 digits> user=<20 digits>)";
      *> a zero id means the event had none (gateway, batch).
       tally-error-suffix.
           MOVE SPACES TO line-suffix-lead line-suffix-text.
           UNSTRING line-message DELIMITED BY "(guild="
               INTO line-suffix-lead line-suffix-text
           END-UNSTRING.
           IF line-suffix-text = SPACES
               GO TO tally-error-suffix-done
           END-IF.
           MOVE SPACES TO line-guild-text line-channel-text
               line-user-text.
           UNSTRING line-suffix-text
               DELIMITED BY " channel=" OR " user=" OR ")"
               INTO line-guild-text line-channel-text line-user-text
           END-UNSTRING.
           IF line-guild-text NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(line-guild-text) = 0
               COMPUTE tally-id = FUNCTION NUMVAL(line-guild-text)
               IF tally-id NOT = 0
                   PERFORM tally-error-guild
               END-IF
           END-IF.
           IF line-user-text NOT = SPACES
                   AND FUNCTION TEST-NUMVAL(line-user-text) = 0
               COMPUTE tally-id = FUNCTION NUMVAL(line-user-text)
               IF tally-id NOT = 0
                   PERFORM tally-error-user
               END-IF
           END-IF.
       tally-error-suffix-done.
           EXIT.

       tally-error-guild.
           MOVE 0 TO id-found-idx.
           PERFORM scan-error-guild
               VARYING id-scan-idx FROM 1 BY 1
               UNTIL id-scan-idx > guild-count
                   OR id-found-idx > 0.
           IF id-found-idx = 0 AND guild-count < 1000
               ADD 1 TO guild-count
               MOVE tally-id TO guild-entry-id(guild-count)
               MOVE 0 TO guild-entry-hits(guild-count)
               MOVE guild-count TO id-found-idx
           END-IF.
           IF id-found-idx > 0
               ADD 1 TO guild-entry-hits(id-found-idx)
           END-IF.

       scan-error-guild.
           IF guild-entry-id(id-scan-idx) = tally-id
               MOVE id-scan-idx TO id-found-idx
           END-IF.

       tally-error-user.
           MOVE 0 TO id-found-idx.
           PERFORM scan-error-user
               VARYING id-scan-idx FROM 1 BY 1
               UNTIL id-scan-idx > user-count
                   OR id-found-idx > 0.
           IF id-found-idx = 0 AND user-count < 2000
               ADD 1 TO user-count
               MOVE tally-id TO user-entry-id(user-count)
               MOVE 0 TO user-entry-hits(user-count)
               MOVE user-count TO id-found-idx
           END-IF.
           IF id-found-idx > 0
               ADD 1 TO user-entry-hits(id-found-idx)
           END-IF.

       scan-error-user.
           IF user-entry-id(id-scan-idx) = tally-id
               MOVE id-scan-idx TO id-found-idx
           END-IF.

       tally-gateway-drop.
           ADD 1 TO drop-count.
           IF NOT line-has-stamp
               GO TO tally-gateway-drop-done
           END-IF.
           PERFORM compute-line-epoch.
           IF drop-first-text = SPACES
               MOVE line-stamp-text TO drop-first-text
           END-IF.
           MOVE line-stamp-text TO drop-last-text.
           IF drop-last-epoch > 0 AND line-epoch >= drop-last-epoch
               COMPUTE drop-gap = line-epoch - drop-last-epoch
               ADD 1 TO drop-gap-count
               ADD drop-gap TO drop-gap-total
               IF drop-gap-count = 1 OR drop-gap < drop-gap-min
                   MOVE drop-gap TO drop-gap-min
               END-IF
               IF drop-gap > drop-gap-max
                   MOVE drop-gap TO drop-gap-max
               END-IF
           END-IF.
           MOVE line-epoch TO drop-last-epoch.
       tally-gateway-drop-done.
           EXIT.

      *> The line stamp to a Unix-epoch second count, its own UTC
      *> offset backed out the way compute-now does it elsewhere.
       compute-line-epoch.
           MOVE line-stamp(1:8) TO line-date.
           MOVE line-stamp(9:2) TO line-hh.
           MOVE line-stamp(11:2) TO line-mm.
           MOVE line-stamp(13:2) TO line-ss.
           MOVE line-stamp(17:1) TO line-offset-sign.
           MOVE 0 TO line-offset-seconds.
           IF line-stamp(18:4) IS NUMERIC
               MOVE line-stamp(18:2) TO line-offset-hh
               MOVE line-stamp(20:2) TO line-offset-mm
               COMPUTE line-offset-seconds =
                   line-offset-hh * 3600 + line-offset-mm * 60
           END-IF.
           COMPUTE line-days-int =
               FUNCTION INTEGER-OF-DATE(line-date).
           COMPUTE line-epoch =
               (line-days-int - epoch-days-int) * 86400
               + line-hh * 3600 + line-mm * 60 + line-ss.
           IF line-offset-sign = "-"
               ADD line-offset-seconds TO line-epoch
           ELSE
               SUBTRACT line-offset-seconds FROM line-epoch
           END-IF.

      *> Descending selection sorts, stopped once the top rows the
      *> report prints are in place.
       sort-fail-by-hits.
           MOVE 15 TO sort-limit.
           PERFORM sort-fail-outer
               VARYING sort-i FROM 1 BY 1
               UNTIL sort-i >= fail-count OR sort-i > sort-limit.

       sort-fail-outer.
           MOVE sort-i TO sort-max-idx.
           PERFORM sort-fail-inner
               VARYING sort-j FROM sort-i BY 1
               UNTIL sort-j > fail-count.
           IF sort-max-idx NOT = sort-i
               MOVE fail-text(sort-i) TO swap-fail-text
               MOVE fail-severity(sort-i) TO swap-fail-severity
               MOVE fail-hits(sort-i) TO swap-hits
               MOVE fail-text(sort-max-idx) TO fail-text(sort-i)
               MOVE fail-severity(sort-max-idx)
                   TO fail-severity(sort-i)
               MOVE fail-hits(sort-max-idx) TO fail-hits(sort-i)
               MOVE swap-fail-text TO fail-text(sort-max-idx)
               MOVE swap-fail-severity TO fail-severity(sort-max-idx)
               MOVE swap-hits TO fail-hits(sort-max-idx)
           END-IF.

       sort-fail-inner.
           IF fail-hits(sort-j) > fail-hits(sort-max-idx)
               MOVE sort-j TO sort-max-idx
           END-IF.

       sort-guilds-by-hits.
           MOVE 10 TO sort-limit.
           PERFORM sort-guilds-outer
               VARYING sort-i FROM 1 BY 1
               UNTIL sort-i >= guild-count OR sort-i > sort-limit.

       sort-guilds-outer.
           MOVE sort-i TO sort-max-idx.
           PERFORM sort-guilds-inner
               VARYING sort-j FROM sort-i BY 1
               UNTIL sort-j > guild-count.
           IF sort-max-idx NOT = sort-i
               MOVE guild-entry-id(sort-i) TO swap-id
               MOVE guild-entry-hits(sort-i) TO swap-hits
               MOVE guild-entry-id(sort-max-idx)
                   TO guild-entry-id(sort-i)
               MOVE guild-entry-hits(sort-max-idx)
                   TO guild-entry-hits(sort-i)
               MOVE swap-id TO guild-entry-id(sort-max-idx)
               MOVE swap-hits TO guild-entry-hits(sort-max-idx)
           END-IF.

       sort-guilds-inner.
           IF guild-entry-hits(sort-j) > guild-entry-hits(sort-max-idx)
               MOVE sort-j TO sort-max-idx
           END-IF.

       sort-users-by-hits.
           MOVE 10 TO sort-limit.
           PERFORM sort-users-outer
               VARYING sort-i FROM 1 BY 1
               UNTIL sort-i >= user-count OR sort-i > sort-limit.

       sort-users-outer.
           MOVE sort-i TO sort-max-idx.
           PERFORM sort-users-inner
               VARYING sort-j FROM sort-i BY 1
               UNTIL sort-j > user-count.
           IF sort-max-idx NOT = sort-i
               MOVE user-entry-id(sort-i) TO swap-id
               MOVE user-entry-hits(sort-i) TO swap-hits
               MOVE user-entry-id(sort-max-idx)
                   TO user-entry-id(sort-i)
               MOVE user-entry-hits(sort-max-idx)
                   TO user-entry-hits(sort-i)
               MOVE swap-id TO user-entry-id(sort-max-idx)
               MOVE swap-hits TO user-entry-hits(sort-max-idx)
           END-IF.

       sort-users-inner.
           IF user-entry-hits(sort-j) > user-entry-hits(sort-max-idx)
               MOVE sort-j TO sort-max-idx
           END-IF.

       write-report.
           OPEN OUTPUT report-file.
           MOVE "Color-Bot operations log report" TO rpt-line.
           WRITE rpt-line.
           MOVE SPACES TO rpt-line.
           STRING "Source: " DELIMITED BY SIZE
               FUNCTION TRIM(ops-input-name) DELIMITED BY SIZE
               INTO rpt-line.
           WRITE rpt-line.
           MOVE SPACES TO rpt-line.
           STRING "Period: " DELIMITED BY SIZE
               first-stamp-text DELIMITED BY SIZE
               " to " DELIMITED BY SIZE
               last-stamp-text DELIMITED BY SIZE
               " (host local time)" DELIMITED BY SIZE
               INTO rpt-line.
           WRITE rpt-line.
           MOVE line-count TO display-count.
           MOVE SPACES TO rpt-line.
           STRING "Lines: " DELIMITED BY SIZE
               FUNCTION TRIM(display-count) DELIMITED BY SIZE
               INTO rpt-line.
           WRITE rpt-line.
           PERFORM write-severity-totals.
           PERFORM write-hour-section.
           PERFORM write-failure-section.
           PERFORM write-error-id-section.
           PERFORM write-gateway-section
               THRU write-gateway-section-done.
           CLOSE report-file.
           PERFORM write-alert-section THRU write-alert-section-exit.

       write-severity-totals.
           MOVE SPACES TO rpt-line.
           MOVE 1 TO rpt-pos.
           MOVE total-severity-count(1) TO display-small.
           STRING "  INFO " DELIMITED BY SIZE
               display-small DELIMITED BY SIZE
               INTO rpt-line WITH POINTER rpt-pos.
           MOVE total-severity-count(2) TO display-small.
           STRING "   WARN " DELIMITED BY SIZE
               display-small DELIMITED BY SIZE
               INTO rpt-line WITH POINTER rpt-pos.
           MOVE total-severity-count(3) TO display-small.
           STRING "   ERROR " DELIMITED BY SIZE
               display-small DELIMITED BY SIZE
               INTO rpt-line WITH POINTER rpt-pos.
           WRITE rpt-line.
           IF unstamped-count > 0
               MOVE unstamped-count TO display-count
               MOVE SPACES TO rpt-line
               STRING "  (" DELIMITED BY SIZE
                   FUNCTION TRIM(display-count) DELIMITED BY SIZE
                   " line(s) without a timestamp)" DELIMITED BY SIZE
                   INTO rpt-line
               WRITE rpt-line
           END-IF.

       write-hour-section.
           MOVE SPACES TO rpt-line.
           WRITE rpt-line.
           MOVE "Lines per hour by severity and category:"
               TO rpt-line.
           WRITE rpt-line.
           MOVE SPACES TO rpt-line.
           STRING "  hour               " DELIMITED BY SIZE
               "   INFO    WARN   ERROR   other  |" DELIMITED BY SIZE
               "    api gateway  system   batch   alert   other"
                   DELIMITED BY SIZE
               INTO rpt-line.
           WRITE rpt-line.
           PERFORM print-hour-line
               VARYING print-idx FROM 1 BY 1
               UNTIL print-idx > hour-count.

      *> One row per hour; each count right-aligned in a seven
      *> column field under the heading above.
       print-hour-line.
           MOVE SPACES TO rpt-line.
           STRING "  " DELIMITED BY SIZE
               hour-key(print-idx)(1:4) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               hour-key(print-idx)(5:2) DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               hour-key(print-idx)(7:2) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               hour-key(print-idx)(9:2) DELIMITED BY SIZE
               ":00" DELIMITED BY SIZE
               INTO rpt-line.
           MOVE 21 TO hour-line-pos.
           PERFORM print-hour-severity
               VARYING name-scan-idx FROM 1 BY 1
               UNTIL name-scan-idx > 4.
           MOVE " |" TO rpt-line(hour-line-pos + 1:2).
           ADD 2 TO hour-line-pos.
           PERFORM print-hour-category
               VARYING name-scan-idx FROM 1 BY 1
               UNTIL name-scan-idx > 6.
           WRITE rpt-line.

       print-hour-severity.
           MOVE hour-severity-count(print-idx, name-scan-idx)
               TO display-column.
           MOVE display-column TO rpt-line(hour-line-pos + 1:7).
           ADD 8 TO hour-line-pos.

       print-hour-category.
           MOVE hour-category-count(print-idx, name-scan-idx)
               TO display-column.
           MOVE display-column TO rpt-line(hour-line-pos + 1:7).
           ADD 8 TO hour-line-pos.

       write-failure-section.
           MOVE SPACES TO rpt-line.
           WRITE rpt-line.
           MOVE "Most frequent WARN/ERROR messages:" TO rpt-line.
           WRITE rpt-line.
           MOVE fail-count TO print-limit.
           IF print-limit > 15
               MOVE 15 TO print-limit
           END-IF.
           IF print-limit = 0
               MOVE "  (none)" TO rpt-line
               WRITE rpt-line
           END-IF.
           PERFORM print-fail-line
               VARYING print-idx FROM 1 BY 1
               UNTIL print-idx > print-limit.
           IF fail-overflow > 0
               MOVE fail-overflow TO display-count
               MOVE SPACES TO rpt-line
               STRING "  (" DELIMITED BY SIZE
                   FUNCTION TRIM(display-count) DELIMITED BY SIZE
                   " line(s) past the distinct-message limit)"
                       DELIMITED BY SIZE
                   INTO rpt-line
               WRITE rpt-line
           END-IF.

       print-fail-line.
           MOVE fail-hits(print-idx) TO display-count.
           MOVE SPACES TO rpt-line.
           STRING "  " DELIMITED BY SIZE
               display-count DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               fail-severity(print-idx) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(fail-text(print-idx)) DELIMITED BY SIZE
               INTO rpt-line.
           WRITE rpt-line.

       write-error-id-section.
           MOVE SPACES TO rpt-line.
           WRITE rpt-line.
           MOVE "Guilds most named in ERROR lines:" TO rpt-line.
           WRITE rpt-line.
           MOVE guild-count TO print-limit.
           IF print-limit > 10
               MOVE 10 TO print-limit
           END-IF.
           IF print-limit = 0
               MOVE "  (none)" TO rpt-line
               WRITE rpt-line
           END-IF.
           PERFORM print-guild-line
               VARYING print-idx FROM 1 BY 1
               UNTIL print-idx > print-limit.
           MOVE SPACES TO rpt-line.
           WRITE rpt-line.
           MOVE "Users most named in ERROR lines:" TO rpt-line.
           WRITE rpt-line.
           MOVE user-count TO print-limit.
           IF print-limit > 10
               MOVE 10 TO print-limit
           END-IF.
           IF print-limit = 0
               MOVE "  (none)" TO rpt-line
               WRITE rpt-line
           END-IF.
           PERFORM print-user-line
               VARYING print-idx FROM 1 BY 1
               UNTIL print-idx > print-limit.

       print-guild-line.
           MOVE guild-entry-id(print-idx) TO display-id.
           MOVE guild-entry-hits(print-idx) TO display-count.
           MOVE SPACES TO rpt-line.
           STRING "  guild " DELIMITED BY SIZE
               display-id DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               display-count DELIMITED BY SIZE
               " error(s)" DELIMITED BY SIZE
               INTO rpt-line.
           WRITE rpt-line.

       print-user-line.
           MOVE user-entry-id(print-idx) TO display-id.
           MOVE user-entry-hits(print-idx) TO display-count.
           MOVE SPACES TO rpt-line.
           STRING "  user " DELIMITED BY SIZE
               display-id DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               display-count DELIMITED BY SIZE
               " error(s)" DELIMITED BY SIZE
               INTO rpt-line.
           WRITE rpt-line.

       write-gateway-section.
           MOVE SPACES TO rpt-line.
           WRITE rpt-line.
           MOVE "Gateway disconnects:" TO rpt-line.
           WRITE rpt-line.
           MOVE drop-count TO display-count.
           MOVE SPACES TO rpt-line.
           STRING "  disconnects / reconnect attempts: "
                   DELIMITED BY SIZE
               FUNCTION TRIM(display-count) DELIMITED BY SIZE
               INTO rpt-line.
           WRITE rpt-line.
           IF drop-count = 0
               GO TO write-gateway-section-done
           END-IF.
           MOVE SPACES TO rpt-line.
           STRING "  first drop: " DELIMITED BY SIZE
               drop-first-text DELIMITED BY SIZE
               "   last drop: " DELIMITED BY SIZE
               drop-last-text DELIMITED BY SIZE
               INTO rpt-line.
           WRITE rpt-line.
           IF drop-gap-count = 0
               GO TO write-gateway-section-done
           END-IF.
           MOVE drop-gap-min TO duration-work.
           PERFORM format-duration.
           MOVE SPACES TO rpt-line.
           MOVE 1 TO rpt-pos.
           STRING "  time between drops (h:mm:ss) - shortest "
                   DELIMITED BY SIZE
               FUNCTION TRIM(duration-text) DELIMITED BY SIZE
               INTO rpt-line WITH POINTER rpt-pos.
           COMPUTE duration-work = drop-gap-total / drop-gap-count.
           PERFORM format-duration.
           STRING ", average " DELIMITED BY SIZE
               FUNCTION TRIM(duration-text) DELIMITED BY SIZE
               INTO rpt-line WITH POINTER rpt-pos.
           MOVE drop-gap-max TO duration-work.
           PERFORM format-duration.
           STRING ", longest " DELIMITED BY SIZE
               FUNCTION TRIM(duration-text) DELIMITED BY SIZE
               INTO rpt-line WITH POINTER rpt-pos.
           WRITE rpt-line.
       write-gateway-section-done.
           EXIT.

       format-duration.
           COMPUTE duration-hours = duration-work / 3600.
           COMPUTE duration-mm =
               FUNCTION MOD(duration-work, 3600) / 60.
           COMPUTE duration-ss = FUNCTION MOD(duration-work, 60).
           MOVE SPACES TO duration-text.
           STRING FUNCTION TRIM(duration-hours) DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               duration-mm DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               duration-ss DELIMITED BY SIZE
               INTO duration-text.

      *> Every alert-category line, in order: INFO "alert fired"
      *> records from post-ops-alert plus the WARN lines for alerts
      *> that could not be posted. A second pass over the input,
      *> since the tallies above needed the whole file first.
       write-alert-section.
           OPEN EXTEND report-file.
           MOVE SPACES TO rpt-line.
           WRITE rpt-line.
           MOVE "Alerts:" TO rpt-line.
           WRITE rpt-line.
           IF alert-line-count = 0
               MOVE "  (none)" TO rpt-line
               WRITE rpt-line
               CLOSE report-file
               GO TO write-alert-section-exit
           END-IF.
           OPEN INPUT ops-log-file.
           PERFORM read-ops-line.
           PERFORM list-alert-line
               UNTIL opsl-status NOT = "00".
           CLOSE ops-log-file.
           CLOSE report-file.
       write-alert-section-exit.
           EXIT.

       list-alert-line.
           IF opsl-category = "alert"
               PERFORM split-ops-line
               MOVE SPACES TO rpt-line
               STRING "  " DELIMITED BY SIZE
                   line-stamp-text DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   opsl-severity DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(line-message) DELIMITED BY SIZE
                   INTO rpt-line
               WRITE rpt-line
           END-IF.
           PERFORM read-ops-line.

      *> The day's archive is created by renaming opslog.rot into
      *> place; a second run the same day appends to it instead and
      *> then drops opslog.rot.
       archive-rotated-log.
           MOVE SPACES TO ops-archive-name-z.
           STRING FUNCTION TRIM(ops-archive-name) DELIMITED BY SIZE
               x"00" DELIMITED BY SIZE
               INTO ops-archive-name-z.
           CALL STATIC "access" USING
               ops-archive-name-z
               BY VALUE 0
               RETURNING access-status.
           IF access-status NOT = 0
               CALL STATIC "rename" USING
                   "opslog.rot"&x"00"
                   ops-archive-name-z
                   RETURNING rename-status
               IF rename-status NOT = 0
                   DISPLAY "rename of opslog.rot failed - "
                       "re-run to finish the rotation"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE line-count TO archived-count
               GO TO archive-rotated-log-exit
           END-IF.
           OPEN INPUT ops-log-file.
           OPEN EXTEND ops-archive-file.
           PERFORM read-ops-line.
           PERFORM append-archive-line
               UNTIL opsl-status NOT = "00".
           CLOSE ops-log-file.
           CLOSE ops-archive-file.
           CALL STATIC "unlink" USING
               "opslog.rot"&x"00"
               RETURNING unlink-status.
       archive-rotated-log-exit.
           EXIT.

       append-archive-line.
           MOVE opsl-record TO oarc-record.
           WRITE oarc-record.
           IF oarc-status NOT = "00"
               DISPLAY FUNCTION TRIM(ops-archive-name)
                   " write failed, status " oarc-status
                   " - opslog.rot kept, re-run to retry"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO archived-count.
           PERFORM read-ops-line.

       write-summary-line.
           MOVE FUNCTION CURRENT-DATE TO ops-timestamp.
           MOVE SPACES TO lops-record.
           MOVE "INFO" TO lops-severity.
           MOVE "batch" TO lops-category.
           MOVE line-count TO display-count.
           MOVE 1 TO rpt-pos.
           STRING ops-timestamp DELIMITED BY SIZE
               " colorops: reported " DELIMITED BY SIZE
               FUNCTION TRIM(display-count) DELIMITED BY SIZE
               " line(s) from " DELIMITED BY SIZE
               FUNCTION TRIM(ops-input-name) DELIMITED BY SIZE
               INTO lops-line WITH POINTER rpt-pos.
           IF rotating-log
               STRING ", rotated to " DELIMITED BY SIZE
                   FUNCTION TRIM(ops-archive-name) DELIMITED BY SIZE
                   INTO lops-line WITH POINTER rpt-pos
           END-IF.
           OPEN EXTEND live-ops-file.
           IF lops-status = "35"
               OPEN OUTPUT live-ops-file
               CLOSE live-ops-file
               OPEN EXTEND live-ops-file
           END-IF.
           WRITE lops-record.
           CLOSE live-ops-file.

       display-summary.
           MOVE line-count TO display-count.
           DISPLAY "lines reported:  " display-count.
           MOVE hour-count TO display-count.
           DISPLAY "hours covered:   " display-count.
           MOVE drop-count TO display-count.
           DISPLAY "gateway drops:   " display-count.
           MOVE alert-line-count TO display-count.
           DISPLAY "alert lines:     " display-count.
           IF rotating-log
               MOVE archived-count TO display-count
               DISPLAY "archived:        " display-count
                   " to " FUNCTION TRIM(ops-archive-name)
           END-IF.
