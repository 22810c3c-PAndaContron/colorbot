       IDENTIFICATION DIVISION.
       PROGRAM-ID. clogconv.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      *> The same file opened twice over: once with the version 1
      *> layout to read it, once with the current one to find out
      *> whether it needs converting at all.
           SELECT old-log-file ASSIGN TO conv-file-name
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS oldl-seq
               ALTERNATE RECORD KEY IS oldl-user-id
                   WITH DUPLICATES
               FILE STATUS IS oldl-status.
           SELECT color-log-file ASSIGN TO conv-file-name
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS clog-seq
               ALTERNATE RECORD KEY IS clog-user-id
                   WITH DUPLICATES
               FILE STATUS IS clog-status.
           SELECT new-log-file ASSIGN TO conv-new-name
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS cnew-seq
               ALTERNATE RECORD KEY IS cnew-user-id
                   WITH DUPLICATES
               FILE STATUS IS cnew-status.
           SELECT batch-lock-file ASSIGN TO "colorarc.lck"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS lck-status.
           SELECT ops-log-file ASSIGN TO "opslog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS opsl-status.
       DATA DIVISION.
       FILE SECTION.
      *> colorlog.dat as it was before the source/actor fields were
      *> added - kept here only so old files can still be read.
       FD old-log-file.
       01 oldl-record.
           05 oldl-seq         USAGE BINARY-DOUBLE UNSIGNED SYNC.
           05 oldl-user-id     USAGE BINARY-DOUBLE UNSIGNED SYNC.
           05 oldl-guild-id    USAGE BINARY-DOUBLE UNSIGNED SYNC.
           05 oldl-channel-id  USAGE BINARY-DOUBLE UNSIGNED SYNC.
           05 oldl-timestamp   USAGE BINARY-DOUBLE UNSIGNED SYNC.
           05 oldl-color       USAGE BINARY-INT SYNC.
       FD color-log-file.
       COPY "colorlog.cpy".
       FD new-log-file.
       COPY "colorlog.cpy"
           REPLACING LEADING ==clog== BY ==cnew==.
       FD batch-lock-file.
       01 lck-line PIC X(20).
       FD ops-log-file.
       COPY "opslog.cpy".
       WORKING-STORAGE SECTION.
       01 oldl-status PIC X(02).
       01 clog-status PIC X(02).
       01 cnew-status PIC X(02).
       01 lck-status PIC X(02).
       01 opsl-status PIC X(02).
      *> Files to convert: colorlog.dat always, then every archive
      *> named on the command line - "clogconv colorarc-*.dat" lets
      *> the shell name them all.
       01 cmd-line-text PIC X(1024).
       01 cmd-line-pos USAGE BINARY-INT UNSIGNED.
       01 cmd-arg-word PIC X(64).
       01 conv-file-name PIC X(64).
       01 conv-new-name PIC X(72).
       01 conv-old-name PIC X(72).
       01 conv-file-z PIC X(73).
       01 conv-new-z PIC X(73).
       01 conv-old-z PIC X(73).
       01 file-state USAGE BINARY-CHAR UNSIGNED VALUE 0.
           88 file-is-missing VALUE 0.
           88 file-is-old-layout VALUE 1.
           88 file-is-current VALUE 2.
       01 file-record-count USAGE BINARY-INT UNSIGNED VALUE 0.
       01 converted-files USAGE BINARY-INT UNSIGNED VALUE 0.
       01 current-files USAGE BINARY-INT UNSIGNED VALUE 0.
       01 missing-files USAGE BINARY-INT UNSIGNED VALUE 0.
       01 converted-records USAGE BINARY-INT UNSIGNED VALUE 0.
       01 display-count PIC Z(09)9.
       01 display-count-2 PIC Z(09)9.
      *> colorarc's write-hold, honored and then taken: a fresh hold
      *> means colorarc, a colorbak copy or a colormbr erase is
      *> reading or rewriting these very files, so the conversion
      *> refuses to start rather than pull them out from under it.
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
       01 ops-timestamp PIC X(26).
       01 rename-status USAGE BINARY-INT.
       01 access-status USAGE BINARY-INT.
       01 unlink-status USAGE BINARY-INT.
      *> One-time conversion of colorlog.dat and its archives to the
      *> version 2 record (source and actor added). Each file is
      *> rewritten into <name>.new with every old record marked
      *> "legacy" and actor 0 - the old layout never said where a
      *> color came from - then the original is kept as <name>.v1 and
      *> the new file renamed into place. A file that already opens
      *> in the current layout is left alone, so re-running over the
      *> same names (or after a crash) only finishes what is left.
      *> Runs under the colorarc write-hold so the bot's writes wait
      *> for the live log to be swapped. A conversion that stops
      *> short exits with RETURN-CODE 1.
       PROCEDURE DIVISION.
       main-line.
           MOVE SPACES TO cmd-line-text.
           ACCEPT cmd-line-text FROM COMMAND-LINE.
           PERFORM compute-now.
           PERFORM check-batch-hold.
           IF batch-hold-active
               DISPLAY "colorarc.lck hold is on - another batch run "
                   "is in progress; retry later"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM write-batch-lock.
           MOVE "colorlog.dat" TO conv-file-name.
           PERFORM convert-one-file THRU convert-one-file-exit.
           MOVE 1 TO cmd-line-pos.
           PERFORM next-file-argument.
           PERFORM convert-named-file
               UNTIL cmd-arg-word = SPACES.
           PERFORM remove-batch-lock.
           PERFORM display-summary.
           PERFORM log-run-summary.
           STOP RUN.

       next-file-argument.
           MOVE SPACES TO cmd-arg-word.
           IF cmd-line-pos <= LENGTH OF cmd-line-text
               UNSTRING cmd-line-text DELIMITED BY ALL SPACE
                   INTO cmd-arg-word
                   WITH POINTER cmd-line-pos
               END-UNSTRING
           END-IF.

      *> colorlog.dat is always converted first; naming it again on
      *> the command line is harmless (it is current by then).
       convert-named-file.
           MOVE cmd-arg-word TO conv-file-name.
           PERFORM convert-one-file THRU convert-one-file-exit.
           PERFORM next-file-argument.

       convert-one-file.
           MOVE SPACES TO conv-new-name conv-old-name.
           STRING FUNCTION TRIM(conv-file-name) DELIMITED BY SIZE
               ".new" DELIMITED BY SIZE
               INTO conv-new-name.
           STRING FUNCTION TRIM(conv-file-name) DELIMITED BY SIZE
               ".v1" DELIMITED BY SIZE
               INTO conv-old-name.
           MOVE SPACES TO conv-file-z conv-new-z conv-old-z.
           STRING FUNCTION TRIM(conv-file-name) DELIMITED BY SIZE
               x"00" DELIMITED BY SIZE
               INTO conv-file-z.
           STRING FUNCTION TRIM(conv-new-name) DELIMITED BY SIZE
               x"00" DELIMITED BY SIZE
               INTO conv-new-z.
           STRING FUNCTION TRIM(conv-old-name) DELIMITED BY SIZE
               x"00" DELIMITED BY SIZE
               INTO conv-old-z.
           PERFORM classify-file THRU classify-file-exit.
           IF file-is-current
               ADD 1 TO current-files
               DISPLAY FUNCTION TRIM(conv-file-name)
                   ": already converted"
               GO TO convert-one-file-exit
           END-IF.
      *> Missing, but a finished .new beside it: an earlier run got
      *> as far as moving the original to .v1 and died before the
      *> second rename. Finish that rename.
           IF file-is-missing
               CALL STATIC "access" USING
                   conv-new-z
                   BY VALUE 0
                   RETURNING access-status
               IF access-status = 0
                   PERFORM rename-new-into-place
                   ADD 1 TO converted-files
                   DISPLAY FUNCTION TRIM(conv-file-name)
                       ": finished an interrupted swap"
               ELSE
                   ADD 1 TO missing-files
                   DISPLAY FUNCTION TRIM(conv-file-name)
                       ": not found - skipped"
               END-IF
               GO TO convert-one-file-exit
           END-IF.
           PERFORM copy-old-records THRU copy-old-records-exit.
           CALL STATIC "rename" USING
               conv-file-z
               conv-old-z
               RETURNING rename-status.
           IF rename-status NOT = 0
               DISPLAY "rename of " FUNCTION TRIM(conv-file-name)
                   " failed - original untouched, re-run to retry"
               PERFORM remove-batch-lock
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM rename-new-into-place.
           ADD 1 TO converted-files.
           ADD file-record-count TO converted-records.
           MOVE file-record-count TO display-count.
           DISPLAY FUNCTION TRIM(conv-file-name) ": converted "
               FUNCTION TRIM(display-count) " record(s), original "
               "kept as " FUNCTION TRIM(conv-old-name).
       convert-one-file-exit.
           EXIT.

      *> Opening an old file with the current record length is
      *> refused outright ("39"); should the open get through anyway,
      *> the first record still gives it away - a short read ("04")
      *> or a version byte that isn't the current one. An empty file
      *> that opens cleanly is taken as current: there is nothing in
      *> it to convert.
       classify-file.
           MOVE 0 TO file-state.
           OPEN INPUT color-log-file.
           EVALUATE clog-status
               WHEN "35"
                   GO TO classify-file-exit
               WHEN "39"
                   MOVE 1 TO file-state
                   GO TO classify-file-exit
               WHEN "00"
                   CONTINUE
               WHEN OTHER
                   DISPLAY FUNCTION TRIM(conv-file-name)
                       ": open failed, status " clog-status
                   PERFORM remove-batch-lock
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.
           READ color-log-file NEXT RECORD.
           EVALUATE TRUE
               WHEN clog-status = "10"
                   MOVE 2 TO file-state
               WHEN clog-status = "00" AND clog-is-current-version
                   MOVE 2 TO file-state
               WHEN OTHER
                   MOVE 1 TO file-state
           END-EVALUATE.
           CLOSE color-log-file.
       classify-file-exit.
           EXIT.

      *> Builds <name>.new from scratch every attempt, the way
      *> colorarc rebuilds colorlog.new, so a crash part way through
      *> just means the next run copies again.
       copy-old-records.
           MOVE 0 TO file-record-count.
           OPEN INPUT old-log-file.
           IF oldl-status NOT = "00"
               DISPLAY FUNCTION TRIM(conv-file-name)
                   ": old-layout open failed, status " oldl-status
               PERFORM remove-batch-lock
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           OPEN OUTPUT new-log-file.
           PERFORM read-old-record.
           PERFORM convert-one-record
               UNTIL oldl-status NOT = "00".
           CLOSE old-log-file.
           CLOSE new-log-file.
       copy-old-records-exit.
           EXIT.

       read-old-record.
           READ old-log-file NEXT RECORD.

      *> A record the new file can't take must stop the run before
      *> any rename - swapping in a short file would lose history.
       convert-one-record.
           MOVE SPACES TO cnew-record.
           MOVE oldl-seq TO cnew-seq.
           MOVE oldl-user-id TO cnew-user-id.
           MOVE oldl-guild-id TO cnew-guild-id.
           MOVE oldl-channel-id TO cnew-channel-id.
           MOVE oldl-timestamp TO cnew-timestamp.
           MOVE oldl-color TO cnew-color.
           MOVE 2 TO cnew-version.
           MOVE "legacy" TO cnew-source.
           MOVE 0 TO cnew-actor-id.
           WRITE cnew-record.
           IF cnew-status NOT = "00" AND cnew-status NOT = "02"
               DISPLAY FUNCTION TRIM(conv-new-name)
                   " write failed, status " cnew-status
               PERFORM remove-batch-lock
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO file-record-count.
           PERFORM read-old-record.

       rename-new-into-place.
           CALL STATIC "rename" USING
               conv-new-z
               conv-file-z
               RETURNING rename-status.
           IF rename-status NOT = 0
               DISPLAY "rename of " FUNCTION TRIM(conv-new-name)
                   " failed - original is in "
                   FUNCTION TRIM(conv-old-name) ", re-run to retry"
               PERFORM remove-batch-lock
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.

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

      *> The colorarc write-hold, taken and dropped the same way
      *> colorarc does it.
       write-batch-lock.
           PERFORM compute-now.
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

       display-summary.
           MOVE converted-files TO display-count.
           DISPLAY "files converted: " display-count.
           MOVE current-files TO display-count.
           DISPLAY "already current: " display-count.
           MOVE missing-files TO display-count.
           DISPLAY "not found:       " display-count.
           MOVE converted-records TO display-count.
           DISPLAY "records:         " display-count.

       log-run-summary.
           MOVE FUNCTION CURRENT-DATE TO ops-timestamp.
           MOVE SPACES TO opsl-record.
           MOVE "INFO" TO opsl-severity.
           MOVE "batch" TO opsl-category.
           MOVE converted-files TO display-count.
           MOVE converted-records TO display-count-2.
           STRING ops-timestamp DELIMITED BY SIZE
               " clogconv: run complete, " DELIMITED BY SIZE
               FUNCTION TRIM(display-count) DELIMITED BY SIZE
               " file(s) converted, " DELIMITED BY SIZE
               FUNCTION TRIM(display-count-2) DELIMITED BY SIZE
               " record(s)" DELIMITED BY SIZE
               INTO opsl-line.
           OPEN EXTEND ops-log-file.
           IF opsl-status = "35"
               OPEN OUTPUT ops-log-file
               CLOSE ops-log-file
               OPEN EXTEND ops-log-file
           END-IF.
           WRITE opsl-record.
           CLOSE ops-log-file.
