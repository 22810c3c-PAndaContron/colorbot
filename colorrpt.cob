       01 swap-rolls USAGE BINARY-INT UNSIGNED.
       01 print-idx USAGE BINARY-INT UNSIGNED.
       01 print-limit USAGE BINARY-INT UNSIGNED.
      *> Rolls by clog-source, counted against a fixed list of the
      *> source words cmds writes (laid out as one literal per entry
      *> and REDEFINEd as a table, the way cmds keeps its named
      *> colors). Anything unrecognized is counted as legacy; words
      *> added since go after it, in colorexp's column order.
       01 source-name-data.
           05 FILLER PIC X(08) VALUE "roll".
           05 FILLER PIC X(08) VALUE "hex".
           05 FILLER PIC X(08) VALUE "favorite".
           05 FILLER PIC X(08) VALUE "reroll".
           05 FILLER PIC X(08) VALUE "gift".
           05 FILLER PIC X(08) VALUE "preview".
           05 FILLER PIC X(08) VALUE "revert".
           05 FILLER PIC X(08) VALUE "rejoin".
           05 FILLER PIC X(08) VALUE "restamp".
           05 FILLER PIC X(08) VALUE "seed".
           05 FILLER PIC X(08) VALUE "legacy".
           05 FILLER PIC X(08) VALUE "temp".
           05 FILLER PIC X(08) VALUE "expire".
       01 source-name-table REDEFINES source-name-data.
           05 source-name OCCURS 13 TIMES PIC X(08).
       01 source-count USAGE BINARY-INT UNSIGNED VALUE 13.
       01 source-legacy-idx USAGE BINARY-INT UNSIGNED VALUE 11.
       01 source-rolls-table.
           05 source-rolls OCCURS 13 TIMES
               USAGE BINARY-INT UNSIGNED VALUE 0.
       01 source-scan-idx USAGE BINARY-INT UNSIGNED.
       01 source-found-idx USAGE BINARY-INT UNSIGNED.
       01 display-id PIC Z(19)9.
       01 display-count PIC Z(09)9.
       01 display-number PIC Z(09)9.
      *> Summarizes colorlog.dat (written by cmds/mycolor) into a
      *> flat-file digest an owner can be pointed at instead of
      *> eyeballing the channel by hand: rolls per guild, the most
      *> active rollers, where the colors came from, and how often
      *> each hue range comes up.
       PROCEDURE DIVISION.
       produce-report.
           PERFORM determine-report-window.
               DISPLAY "colorlog.dat not found - nothing to report"
               STOP RUN
           END-IF.
           IF clog-status = "39"
               DISPLAY "colorlog.dat is in the old record layout - "
                   "run clogconv first"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM read-clog-record.
           PERFORM tally-clog-record
               UNTIL clog-status NOT = "00".
      *> Window filter + all the per-record tallies, off whatever is
      *> sitting in clog-record - the live-log loop reads straight
      *> into it, the archive loop copies each archive record over
      *> first (same layout, different data names). Every entry
      *> goes into the by-source breakdown; only a member's own
      *> choice counts as a roll.
       tally-current-record.
           IF clog-timestamp >= report-start-timestamp
                   AND clog-timestamp <= report-end-timestamp
               PERFORM tally-source
           END-IF.
           IF clog-timestamp >= report-start-timestamp
                   AND clog-timestamp <= report-end-timestamp
                   AND clog-source-member-choice
               ADD 1 TO total-rolls
               PERFORM find-or-add-guild
               IF guild-found-idx > 0
                   " not found - skipped"
               GO TO tally-archive-file-exit
           END-IF.
           IF carc-status = "39"
               DISPLAY "archive " FUNCTION TRIM(archive-file-name)
                   " is in the old record layout - run clogconv"
                   " on it; skipped"
               GO TO tally-archive-file-exit
           END-IF.
           PERFORM read-carc-record.
           PERFORM tally-carc-record
               UNTIL carc-status NOT = "00".
               MOVE user-scan-idx TO user-found-idx
           END-IF.

       tally-source.
           MOVE 0 TO source-found-idx.
           PERFORM scan-source-name
               VARYING source-scan-idx FROM 1 BY 1
               UNTIL source-scan-idx > source-count
                   OR source-found-idx > 0.
           IF source-found-idx = 0
               MOVE source-legacy-idx TO source-found-idx
           END-IF.
           ADD 1 TO source-rolls(source-found-idx).

       scan-source-name.
           IF source-name(source-scan-idx) = clog-source
               MOVE source-scan-idx TO source-found-idx
           END-IF.

      *> Buckets clog-color into red-ish/green-ish/blue-ish/neutral by
      *> which channel dominates, treating a near-equal RGB spread as
      *> gray/neutral.
               UNTIL print-idx > print-limit.
           MOVE SPACES TO rpt-line.
           WRITE rpt-line.
           MOVE "Log entries by source:" TO rpt-line.
           WRITE rpt-line.
           PERFORM print-source-line
               VARYING print-idx FROM 1 BY 1
               UNTIL print-idx > source-count.
           MOVE SPACES TO rpt-line.
           WRITE rpt-line.
           MOVE "Hue breakdown:" TO rpt-line.
           WRITE rpt-line.
           MOVE hue-red-count TO display-number.
               " roll(s)" DELIMITED BY SIZE
               INTO rpt-line.
           WRITE rpt-line.

      *> Sources nobody used in the window are left out.
       print-source-line.
           IF source-rolls(print-idx) > 0
               MOVE source-rolls(print-idx) TO display-count
               MOVE SPACES TO rpt-line
               STRING "  " DELIMITED BY SIZE
                   source-name(print-idx) DELIMITED BY SIZE
                   ":   " DELIMITED BY SIZE
                   display-count DELIMITED BY SIZE
                   INTO rpt-line
               WRITE rpt-line
           END-IF.
