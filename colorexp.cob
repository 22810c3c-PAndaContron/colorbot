       COPY "colorlog.cpy"
           REPLACING LEADING ==clog== BY ==carc==.
       FD export-file.
       01 exp-line PIC X(240).
       WORKING-STORAGE SECTION.
       01 clog-status PIC X(02).
       01 carc-status PIC X(02).
       01 archive-scan-idx USAGE BINARY-INT UNSIGNED.
      *> One cell per (day, guild) seen inside the window: rolls,
      *> distinct rollers and the same dominant-channel hue buckets
      *> colorrpt's classify-hue computes, then the rolls split by
      *> clog-source in source-name order - the spreadsheet's row.
       01 cell-table.
           05 cell-count USAGE BINARY-INT UNSIGNED VALUE 0.
           05 cell-entry OCCURS 3000 TIMES.
               10 cell-hue-green USAGE BINARY-INT UNSIGNED.
               10 cell-hue-blue USAGE BINARY-INT UNSIGNED.
               10 cell-hue-neutral USAGE BINARY-INT UNSIGNED.
               10 cell-source-rolls OCCURS 13 TIMES
                   USAGE BINARY-INT UNSIGNED.
       01 cell-scan-idx USAGE BINARY-INT UNSIGNED.
       01 cell-found-idx USAGE BINARY-INT UNSIGNED.
      *> Distinct-roller bookkeeping: one entry per (day, guild,
           05 swap-hue-green USAGE BINARY-INT UNSIGNED.
           05 swap-hue-blue USAGE BINARY-INT UNSIGNED.
           05 swap-hue-neutral USAGE BINARY-INT UNSIGNED.
           05 swap-source-rolls OCCURS 13 TIMES
               USAGE BINARY-INT UNSIGNED.
      *> The source words cmds writes, in column order - the same
      *> list colorrpt breaks its source section down by. Anything
      *> unrecognized is counted as legacy; words added since go
      *> after it, so columns already loaded keep their place.
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
       01 source-scan-idx USAGE BINARY-INT UNSIGNED.
       01 source-found-idx USAGE BINARY-INT UNSIGNED.
       01 print-idx USAGE BINARY-INT UNSIGNED.
       01 exp-line-work PIC X(240).
       01 display-id PIC Z(19)9.
       01 display-number PIC Z(09)9.
      *> Day-number back to "YYYY-MM-DD" for the date column.
               DISPLAY "colorlog.dat not found - nothing to export"
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

      *> Window filter plus the per-cell tallies off whatever sits in
      *> clog-record; the archive loop copies each record over first,
      *> same as colorrpt. Every entry goes into the per-source
      *> columns; only a member's own choice counts toward rolls,
      *> rollers and hues.
       tally-current-record.
           IF clog-timestamp >= report-start-timestamp
                   AND clog-timestamp <= report-end-timestamp
               COMPUTE record-day = clog-timestamp / 86400
               PERFORM find-or-add-cell
               IF cell-found-idx > 0
                   PERFORM tally-source
                   IF clog-source-member-choice
                       ADD 1 TO cell-rolls(cell-found-idx)
                       PERFORM count-distinct-roller
                       PERFORM classify-hue
                   END-IF
               END-IF
           END-IF.

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
               MOVE 0 TO cell-hue-green(cell-count)
               MOVE 0 TO cell-hue-blue(cell-count)
               MOVE 0 TO cell-hue-neutral(cell-count)
               PERFORM clear-cell-source
                   VARYING source-scan-idx FROM 1 BY 1
                   UNTIL source-scan-idx > source-count
               MOVE cell-count TO cell-found-idx
           END-IF.

       clear-cell-source.
           MOVE 0 TO cell-source-rolls(cell-count, source-scan-idx).

       scan-cell-entry.
           IF cell-day(cell-scan-idx) = record-day
                   AND cell-guild(cell-scan-idx) = clog-guild-id
                   ADD 1 TO cell-hue-blue(cell-found-idx)
           END-EVALUATE.

       tally-source.
           MOVE 0 TO source-found-idx.
           PERFORM scan-source-name
               VARYING source-scan-idx FROM 1 BY 1
               UNTIL source-scan-idx > source-count
                   OR source-found-idx > 0.
           IF source-found-idx = 0
               MOVE source-legacy-idx TO source-found-idx
           END-IF.
           ADD 1 TO cell-source-rolls(cell-found-idx,
               source-found-idx).

       scan-source-name.
           IF source-name(source-scan-idx) = clog-source
               MOVE source-scan-idx TO source-found-idx
           END-IF.

      *> Ascending selection sort on (day, guild) so the rows come
      *> out in calendar order per guild - the same O(n^2) shape the
      *> other batch sorts use, fine at 3000 cells.
           END-IF.

       write-export.
           MOVE SPACES TO exp-line.
           STRING "date,guild,rolls,rollers,red,green,blue,neutral,"
                   DELIMITED BY SIZE
               "roll,hex,favorite,reroll,gift,preview,revert,"
                   DELIMITED BY SIZE
               "rejoin,restamp,seed,legacy,temp,expire"
                   DELIMITED BY SIZE
               INTO exp-line.
           WRITE exp-line.
           PERFORM write-cell-line
               VARYING print-idx FROM 1 BY 1
           PERFORM append-count-column.
           MOVE cell-hue-neutral(print-idx) TO display-number.
           PERFORM append-count-column.
           PERFORM append-source-column
               VARYING source-scan-idx FROM 1 BY 1
               UNTIL source-scan-idx > source-count.
           WRITE exp-line.

       append-source-column.
           MOVE cell-source-rolls(print-idx, source-scan-idx)
               TO display-number.
           PERFORM append-count-column.

      *> Tacks ",<count>" onto the line being built - STRING INTO
      *> with no pointer restarts at column 1, so the line so far is
      *> re-strung through a scratch copy instead.
