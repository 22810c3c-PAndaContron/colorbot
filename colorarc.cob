       01 chk-status PIC X(02).
       01 lck-status PIC X(02).
       01 lck-stamp-display PIC 9(14).
      *> A fresh hold on entry is another batch run (colorbak,
      *> colormbr erase, clogconv) working on these files, so the run
      *> refuses rather than overwrite its stamp and later unlink it.
      *> Same 600-second freshness rule cmds applies; a hold this
      *> program left behind in a crash goes stale the same way.
       01 lck-stamp USAGE BINARY-DOUBLE UNSIGNED.
       01 hold-stale-seconds USAGE BINARY-DOUBLE UNSIGNED VALUE 600.
       01 hold-active USAGE BINARY-CHAR UNSIGNED VALUE 0.
           88 batch-hold-active VALUE 1.
      *> Pause after taking the hold, long enough for a write the
      *> live side started before it saw the hold to finish.
       01 settle-seconds USAGE BINARY-INT UNSIGNED VALUE 2.
      *> asked), rewrites the live file with just the recent records,
      *> and purges stale cooldown.dat entries. Checkpoints between
      *> phases so a mid-run crash can be re-run without losing or
      *> double-archiving anything. A run that stops short exits
      *> with RETURN-CODE 1, checkpoint left in place for the re-run.
       PROCEDURE DIVISION.
       main-line.
           PERFORM refuse-if-held.
           PERFORM read-checkpoint THRU read-checkpoint-done.
           IF NOT checkpoint-found
               PERFORM determine-cutoff
      *> concurrent write would land in a file about to be replaced,
      *> so the write-hold covers exactly those two phases.
           IF phase-compacting OR phase-swapping
               PERFORM refuse-if-held
               PERFORM write-batch-lock
           END-IF.
           IF phase-compacting
                   WHEN OTHER
                       DISPLAY "archive write failed, status "
                           carc-status
                       MOVE 1 TO RETURN-CODE
                       STOP RUN
               END-EVALUATE
           END-IF.
           IF clog-status = "35"
               GO TO find-live-max-seq-exit
           END-IF.
      *> A log still in the old record layout won't open here, and
      *> carrying on would compact it down to an empty file.
           IF clog-status = "39"
               PERFORM remove-checkpoint
               IF phase-compacting OR phase-swapping
                   PERFORM remove-batch-lock
               END-IF
               DISPLAY "colorlog.dat is in the old record layout - "
                   "run clogconv first"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM read-live-record.
           PERFORM note-live-seq
               UNTIL clog-status NOT = "00".
               IF cnew-status NOT = "00" AND cnew-status NOT = "02"
                   DISPLAY "colorlog.new write failed, status "
                       cnew-status
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO kept-count
               IF ncool-status NOT = "00" AND ncool-status NOT = "02"
                   DISPLAY "cooldown.new write failed, status "
                       ncool-status
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO cool-kept-count
               IF rename-status NOT = 0
                   DISPLAY "rename of colorlog.new failed - "
                       "checkpoint kept, re-run to retry"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
               IF rename-status NOT = 0
                   DISPLAY "rename of cooldown.new failed - "
                       "checkpoint kept, re-run to retry"
                   MOVE 1 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.
               "colorarc.chk"&x"00"
               RETURNING unlink-status.

      *> Stops the run, checkpoint left for the re-run, while another
      *> batch program's hold is fresh.
       refuse-if-held.
           PERFORM compute-now.
           PERFORM check-batch-hold.
           IF batch-hold-active
               DISPLAY "colorarc.lck hold is on - another batch run "
                   "is in progress; retry later"
               MOVE 1 TO RETURN-CODE
               STOP RUN
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

      *> Takes the write-hold: one line holding the current epoch
      *> second, so the live side can tell a hold from a crashed
      *> run's leftovers (cmds ignores a stamp older than its
