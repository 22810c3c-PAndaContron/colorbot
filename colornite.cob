       IDENTIFICATION DIVISION.
       PROGRAM-ID. colornite.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT history-file ASSIGN TO "colornite.hst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS hist-status.
           SELECT ops-log-file ASSIGN TO "opslog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS opsl-status.
       DATA DIVISION.
       FILE SECTION.
      *> Run history, appended to and never rewritten. One keyword
      *> per line, space-separated fields, readable by eye and parsed
      *> back to find where the last night got to:
      *>   run <run id> <night YYYYMMDD> fresh|resume <first step>
      *>   step <run id> <step no> <name> <outcome> <exit> <start>
      *>       <end>
      *>   end <run id> <night outcome>
      *> The run id is the run's start, YYYYMMDDHHMMSS. A resumed
      *> run keeps its night's date and only re-runs from its first
      *> step on - the steps before it stand as the earlier run left
      *> them.
       FD history-file.
       01 hist-line PIC X(120).
       FD ops-log-file.
       COPY "opslog.cpy".
       WORKING-STORAGE SECTION.
       01 hist-status PIC X(02).
       01 opsl-status PIC X(02).
      *> "colornite" runs tonight's suite, or resumes today's night
      *> if it stopped short; "colornite fresh" starts from the top
      *> regardless; "colornite resume" picks up the last night that
      *> stopped short even when that was an earlier day.
       01 cmd-line-text PIC X(32).
       01 cmd-mode-arg PIC X(16).
       01 run-mode USAGE BINARY-CHAR UNSIGNED VALUE 0.
           88 run-mode-default VALUE 0.
           88 run-mode-fresh VALUE 1.
           88 run-mode-resume VALUE 2.
           88 run-mode-invalid VALUE 9.
      *> The nightly suite in running order: the program and its
      *> arguments, and the step whose clean outcome it depends on
      *> (0 for none). colorsync only repairs roles off files colorchk
      *> just found consistent; colorexp, colorrpt and colorrul only
      *> read a log colorarc finished compacting. colorchk runs in
      *> report mode - pool counts are left for an operator to
      *> repair, since a wrong count is a symptom worth a look.
       01 step-data.
           05 FILLER PIC X(10) VALUE "colorarc".
           05 FILLER PIC X(24) VALUE "./colorarc".
           05 FILLER PIC 9(02) VALUE 0.
           05 FILLER PIC X(10) VALUE "colorchk".
           05 FILLER PIC X(24) VALUE "./colorchk".
           05 FILLER PIC 9(02) VALUE 0.
           05 FILLER PIC X(10) VALUE "colorsync".
           05 FILLER PIC X(24) VALUE "./colorsync repair".
           05 FILLER PIC 9(02) VALUE 2.
           05 FILLER PIC X(10) VALUE "colorcap".
           05 FILLER PIC X(24) VALUE "./colorcap".
           05 FILLER PIC 9(02) VALUE 0.
           05 FILLER PIC X(10) VALUE "colorexp".
           05 FILLER PIC X(24) VALUE "./colorexp".
           05 FILLER PIC 9(02) VALUE 1.
           05 FILLER PIC X(10) VALUE "colorrpt".
           05 FILLER PIC X(24) VALUE "./colorrpt".
           05 FILLER PIC 9(02) VALUE 1.
           05 FILLER PIC X(10) VALUE "colorrul".
           05 FILLER PIC X(24) VALUE "./colorrul".
           05 FILLER PIC 9(02) VALUE 1.
       01 step-table REDEFINES step-data.
           05 step-entry OCCURS 7 TIMES.
               10 step-name PIC X(10).
               10 step-command PIC X(24).
               10 step-needs PIC 9(02).
       01 step-total USAGE BINARY-INT UNSIGNED VALUE 7.
      *> Each step's outcome for the night: OK, FAILED (non-zero
      *> exit, or colorarc leaving its checkpoint behind), FINDINGS
      *> (colorchk's exit 4 - it ran, but the files disagree),
      *> SKIPPED (the step it depends on wasn't OK), or spaces for a
      *> step that hasn't run.
       01 step-state-table.
           05 step-state OCCURS 7 TIMES PIC X(08).
       01 step-idx USAGE BINARY-INT UNSIGNED.
       01 step-scan-idx USAGE BINARY-INT UNSIGNED.
       01 start-step USAGE BINARY-INT UNSIGNED VALUE 1.
       01 resume-step USAGE BINARY-INT UNSIGNED VALUE 0.
       01 step-command-z PIC X(32).
       01 system-status USAGE BINARY-INT.
       01 step-exit USAGE BINARY-INT.
       01 step-exit-display PIC -(04)9.
       01 step-start-stamp PIC X(14).
       01 step-end-stamp PIC X(14).
       01 access-status USAGE BINARY-INT.
      *> What the history says about the most recent run.
       01 hist-word-1 PIC X(16).
       01 hist-word-2 PIC X(16).
       01 hist-word-3 PIC X(16).
       01 hist-word-4 PIC X(16).
       01 hist-word-5 PIC X(16).
       01 hist-step-no USAGE BINARY-INT UNSIGNED.
       01 last-run-id PIC X(14) VALUE SPACES.
       01 last-night-date PIC X(08) VALUE SPACES.
       01 last-run-seen USAGE BINARY-CHAR UNSIGNED VALUE 0.
           88 a-run-was-seen VALUE 1.
       01 run-id PIC X(14).
       01 night-date PIC X(08).
       01 run-kind PIC X(06).
       01 now-stamp PIC X(21).
       01 ok-count USAGE BINARY-INT UNSIGNED VALUE 0.
       01 failed-count USAGE BINARY-INT UNSIGNED VALUE 0.
       01 findings-count USAGE BINARY-INT UNSIGNED VALUE 0.
       01 skipped-count USAGE BINARY-INT UNSIGNED VALUE 0.
       01 night-outcome PIC X(10).
       01 display-count PIC Z(09)9.
       01 display-count-2 PIC Z(09)9.
       01 display-count-3 PIC Z(09)9.
       01 display-count-4 PIC Z(09)9.
       01 display-step PIC Z9.
       01 ops-timestamp PIC X(26).
       01 ops-severity PIC X(05).
       01 ops-message PIC X(170).
       01 ops-message-pos USAGE BINARY-INT UNSIGNED.
      *> Nightly run control: runs the batch suite in order from the
      *> bot's data directory (every batch program opens its files
      *> by relative name, so they all run from there), records
      *> every run and step in colornite.hst, skips a step whose
      *> prerequisite didn't come out clean, and ends with one
      *> opslog.txt line for the night - INFO when every step was
      *> OK, WARN when something was held back on findings, ERROR
      *> when a step failed. Exit code 0, 4 or 1 to match. The
      *> night's "end" line in colornite.hst is what raises the
      *> alarm: the bot's scheduled sweep reads the last one and
      *> posts a FAILED or INCOMPLETE night to the ops channel, once
      *> per run id.
       PROCEDURE DIVISION.
       main-line.
           PERFORM parse-run-mode.
           IF run-mode-invalid
               DISPLAY "usage: colornite [fresh|resume]"
               MOVE 2 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO now-stamp.
           MOVE now-stamp(1:14) TO run-id.
           PERFORM clear-step-state
               VARYING step-idx FROM 1 BY 1
               UNTIL step-idx > step-total.
           PERFORM load-run-history THRU load-run-history-exit.
           PERFORM choose-start-step.
           PERFORM write-run-line.
           PERFORM run-one-step THRU run-one-step-exit
               VARYING step-idx FROM start-step BY 1
               UNTIL step-idx > step-total.
           PERFORM finish-night.
           STOP RUN.

       parse-run-mode.
           MOVE SPACES TO cmd-line-text.
           ACCEPT cmd-line-text FROM COMMAND-LINE.
           MOVE SPACES TO cmd-mode-arg.
           UNSTRING cmd-line-text DELIMITED BY ALL SPACE
               INTO cmd-mode-arg
           END-UNSTRING.
           EVALUATE cmd-mode-arg
               WHEN SPACES
                   MOVE 0 TO run-mode
               WHEN "fresh"
                   MOVE 1 TO run-mode
               WHEN "resume"
                   MOVE 2 TO run-mode
               WHEN OTHER
                   MOVE 9 TO run-mode
           END-EVALUATE.

       clear-step-state.
           MOVE SPACES TO step-state(step-idx).

      *> Replays colornite.hst to rebuild the latest run's step
      *> outcomes. A "run ... resume N" line keeps the outcomes of
      *> the steps before N; any other run line starts clean. A step
      *> with no line at all - the driver died under it - stays
      *> blank, which counts as not done.
       load-run-history.
           OPEN INPUT history-file.
           IF hist-status NOT = "00"
               GO TO load-run-history-exit
           END-IF.
           PERFORM read-history-line.
           PERFORM replay-history-line
               UNTIL hist-status NOT = "00".
           CLOSE history-file.
       load-run-history-exit.
           EXIT.

       read-history-line.
           READ history-file.

       replay-history-line.
           MOVE SPACES TO hist-word-1 hist-word-2 hist-word-3
               hist-word-4 hist-word-5.
           UNSTRING hist-line DELIMITED BY ALL SPACE
               INTO hist-word-1 hist-word-2 hist-word-3
                   hist-word-4 hist-word-5
           END-UNSTRING.
           EVALUATE hist-word-1
               WHEN "run"
                   MOVE 1 TO last-run-seen
                   MOVE hist-word-2 TO last-run-id
                   MOVE hist-word-3 TO last-night-date
                   MOVE 1 TO hist-step-no
                   IF hist-word-4 = "resume"
                           AND FUNCTION TEST-NUMVAL(hist-word-5) = 0
                       MOVE FUNCTION NUMVAL(hist-word-5)
                           TO hist-step-no
                   END-IF
                   PERFORM clear-step-state
                       VARYING step-idx FROM hist-step-no BY 1
                       UNTIL step-idx > step-total
               WHEN "step"
                   IF hist-word-2 = last-run-id
                           AND FUNCTION TEST-NUMVAL(hist-word-3) = 0
                       MOVE FUNCTION NUMVAL(hist-word-3)
                           TO hist-step-no
                       IF hist-step-no >= 1
                               AND hist-step-no <= step-total
                           MOVE hist-word-5
                               TO step-state(hist-step-no)
                       END-IF
                   END-IF
           END-EVALUATE.
           PERFORM read-history-line.

      *> The first step of the latest run that didn't come out OK
      *> is where a resume starts. By default that only happens for
      *> today's night - an earlier night that stopped short is
      *> overtaken by tonight's full run, which re-runs its steps
      *> anyway (colorarc carries on from its own checkpoint).
       choose-start-step.
           MOVE 0 TO resume-step.
           IF a-run-was-seen
               PERFORM find-resume-step
                   VARYING step-scan-idx FROM 1 BY 1
                   UNTIL step-scan-idx > step-total
                       OR resume-step > 0
           END-IF.
           EVALUATE TRUE
               WHEN run-mode-fresh
                   MOVE 0 TO resume-step
               WHEN run-mode-resume
                   IF resume-step = 0
                       DISPLAY "colornite: last night finished - "
                           "running a fresh night"
                   END-IF
               WHEN last-night-date NOT = now-stamp(1:8)
                   MOVE 0 TO resume-step
           END-EVALUATE.
           IF resume-step = 0
               MOVE 1 TO start-step
               MOVE now-stamp(1:8) TO night-date
               MOVE "fresh" TO run-kind
               PERFORM clear-step-state
                   VARYING step-idx FROM 1 BY 1
                   UNTIL step-idx > step-total
           ELSE
               MOVE resume-step TO start-step
               MOVE last-night-date TO night-date
               MOVE "resume" TO run-kind
               PERFORM clear-step-state
                   VARYING step-idx FROM resume-step BY 1
                   UNTIL step-idx > step-total
               DISPLAY "colornite: resuming night " night-date
                   " at " FUNCTION TRIM(step-name(resume-step))
           END-IF.

       find-resume-step.
           IF step-state(step-scan-idx) NOT = "OK"
               MOVE step-scan-idx TO resume-step
           END-IF.

       write-run-line.
           MOVE start-step TO display-step.
           MOVE SPACES TO hist-line.
           STRING "run " DELIMITED BY SIZE
               run-id DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               night-date DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               run-kind DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(display-step) DELIMITED BY SIZE
               INTO hist-line.
           PERFORM append-history-line.

      *> One step: skipped when its prerequisite isn't OK, otherwise
      *> run through the shell and judged on its exit status. system
      *> hands back the wait status - exit code times 256, with the
      *> low byte set when the step was killed by a signal.
       run-one-step.
           MOVE FUNCTION CURRENT-DATE TO now-stamp.
           MOVE now-stamp(1:14) TO step-start-stamp.
           MOVE 0 TO step-exit.
           IF step-needs(step-idx) > 0
               IF step-state(step-needs(step-idx)) NOT = "OK"
                   MOVE "SKIPPED" TO step-state(step-idx)
                   MOVE step-start-stamp TO step-end-stamp
                   DISPLAY "colornite: "
                       FUNCTION TRIM(step-name(step-idx))
                       " skipped - "
                       FUNCTION TRIM(step-name(step-needs(step-idx)))
                       " did not come out clean"
                   PERFORM write-step-line
                   GO TO run-one-step-exit
               END-IF
           END-IF.
           MOVE SPACES TO step-command-z.
           STRING FUNCTION TRIM(step-command(step-idx))
                   DELIMITED BY SIZE
               x"00" DELIMITED BY SIZE
               INTO step-command-z.
           DISPLAY "colornite: running "
               FUNCTION TRIM(step-command(step-idx)).
           CALL STATIC "system" USING
               step-command-z
               RETURNING system-status.
           EVALUATE TRUE
               WHEN system-status < 0
                   MOVE -1 TO step-exit
                   MOVE "FAILED" TO step-state(step-idx)
               WHEN FUNCTION MOD(system-status, 256) NOT = 0
                   MOVE -1 TO step-exit
                   MOVE "FAILED" TO step-state(step-idx)
               WHEN OTHER
                   COMPUTE step-exit = system-status / 256
                   EVALUATE TRUE
                       WHEN step-exit = 0
                           MOVE "OK" TO step-state(step-idx)
                       WHEN step-exit = 4
                               AND step-name(step-idx) = "colorchk"
                           MOVE "FINDINGS" TO step-state(step-idx)
                       WHEN OTHER
                           MOVE "FAILED" TO step-state(step-idx)
                   END-EVALUATE
           END-EVALUATE.
      *> colorarc removes its checkpoint only once the swap is done;
      *> one still there means the log is half-compacted whatever
      *> the exit status said.
           IF step-name(step-idx) = "colorarc"
               CALL STATIC "access" USING
                   "colorarc.chk"&x"00"
                   BY VALUE 0
                   RETURNING access-status
               IF access-status = 0
                   MOVE "FAILED" TO step-state(step-idx)
               END-IF
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO now-stamp.
           MOVE now-stamp(1:14) TO step-end-stamp.
           DISPLAY "colornite: "
               FUNCTION TRIM(step-name(step-idx)) " "
               FUNCTION TRIM(step-state(step-idx)).
           PERFORM write-step-line.
       run-one-step-exit.
           EXIT.

       write-step-line.
           MOVE step-idx TO display-step.
           MOVE step-exit TO step-exit-display.
           MOVE SPACES TO hist-line.
           STRING "step " DELIMITED BY SIZE
               run-id DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(display-step) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               step-name(step-idx) DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               step-state(step-idx) DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(step-exit-display) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               step-start-stamp DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               step-end-stamp DELIMITED BY SIZE
               INTO hist-line.
           PERFORM append-history-line.

      *> Tallies the night over every step - those run now and those
      *> a resumed run carried over - and records the outcome in the
      *> history, opslog.txt and the exit code.
       finish-night.
           PERFORM tally-step-state
               VARYING step-idx FROM 1 BY 1
               UNTIL step-idx > step-total.
           MOVE 0 TO resume-step.
           PERFORM find-resume-step
               VARYING step-scan-idx FROM 1 BY 1
               UNTIL step-scan-idx > step-total
                   OR resume-step > 0.
           EVALUATE TRUE
               WHEN failed-count > 0
                   MOVE "FAILED" TO night-outcome
                   MOVE "ERROR" TO ops-severity
                   MOVE 1 TO RETURN-CODE
               WHEN resume-step > 0
                   MOVE "INCOMPLETE" TO night-outcome
                   MOVE "WARN" TO ops-severity
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE "OK" TO night-outcome
                   MOVE "INFO" TO ops-severity
           END-EVALUATE.
           MOVE SPACES TO hist-line.
           STRING "end " DELIMITED BY SIZE
               run-id DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               night-outcome DELIMITED BY SPACE
               INTO hist-line.
           PERFORM append-history-line.
           MOVE ok-count TO display-count.
           MOVE failed-count TO display-count-2.
           MOVE findings-count TO display-count-3.
           MOVE skipped-count TO display-count-4.
           MOVE SPACES TO ops-message.
           MOVE 1 TO ops-message-pos.
           STRING "colornite: night " DELIMITED BY SIZE
               night-date DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               night-outcome DELIMITED BY SPACE
               " (" DELIMITED BY SIZE
               run-kind DELIMITED BY SPACE
               " run) - " DELIMITED BY SIZE
               FUNCTION TRIM(display-count) DELIMITED BY SIZE
               " ok, " DELIMITED BY SIZE
               FUNCTION TRIM(display-count-2) DELIMITED BY SIZE
               " failed, " DELIMITED BY SIZE
               FUNCTION TRIM(display-count-3) DELIMITED BY SIZE
               " findings, " DELIMITED BY SIZE
               FUNCTION TRIM(display-count-4) DELIMITED BY SIZE
               " skipped" DELIMITED BY SIZE
               INTO ops-message
               WITH POINTER ops-message-pos.
           IF resume-step > 0
               STRING "; re-run resumes at " DELIMITED BY SIZE
                   step-name(resume-step) DELIMITED BY SPACE
                   INTO ops-message
                   WITH POINTER ops-message-pos
           END-IF.
           DISPLAY FUNCTION TRIM(ops-message).
           PERFORM write-ops-line.

       tally-step-state.
           EVALUATE step-state(step-idx)
               WHEN "OK"
                   ADD 1 TO ok-count
               WHEN "FAILED"
                   ADD 1 TO failed-count
               WHEN "FINDINGS"
                   ADD 1 TO findings-count
               WHEN OTHER
                   ADD 1 TO skipped-count
           END-EVALUATE.

      *> Opened and closed around every line, so a run that dies
      *> mid-step leaves the history complete up to that step.
       append-history-line.
           OPEN EXTEND history-file.
           IF hist-status = "35"
               OPEN OUTPUT history-file
               CLOSE history-file
               OPEN EXTEND history-file
           END-IF.
           WRITE hist-line.
           CLOSE history-file.

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
