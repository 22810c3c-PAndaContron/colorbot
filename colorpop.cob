       IDENTIFICATION DIVISION.
       PROGRAM-ID. colorpop.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT color-log-file ASSIGN TO "colorlog.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS clog-seq
               ALTERNATE RECORD KEY IS clog-user-id
                   WITH DUPLICATES
               FILE STATUS IS clog-status.
           SELECT archive-log-file ASSIGN TO archive-file-name
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS carc-seq
               ALTERNATE RECORD KEY IS carc-user-id
                   WITH DUPLICATES
               FILE STATUS IS carc-status.
           SELECT pool-member-file ASSIGN TO "poolmbr.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS pmbr-key
               FILE STATUS IS pmbr-status.
           SELECT report-file ASSIGN TO "colorpop.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS rpt-status.
           SELECT export-file ASSIGN TO "colorpop.csv"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS exp-status.
       DATA DIVISION.
       FILE SECTION.
       FD color-log-file.
       COPY "colorlog.cpy".
      *> A colorarc archive carries the identical record layout under
      *> carc- names, folded through the same tallies as the live
      *> log - the same arrangement colorrpt uses.
       FD archive-log-file.
       COPY "colorlog.cpy"
           REPLACING LEADING ==clog== BY ==carc==.
      *> Who is still in a color pool - the same layout cmds writes.
      *> A member who has left the guild is out of poolmbr.dat, so
      *> their last logged color no longer counts as worn.
       FD pool-member-file.
       01 pmbr-record.
           05 pmbr-key.
               10 pmbr-guild-id USAGE BINARY-DOUBLE UNSIGNED SYNC.
               10 pmbr-user-id  USAGE BINARY-DOUBLE UNSIGNED SYNC.
           05 pmbr-bucket      PIC 9(03).
           05 pmbr-role-id     USAGE BINARY-DOUBLE UNSIGNED SYNC.
       FD report-file.
       01 rpt-line PIC X(80).
       FD export-file.
       01 exp-line PIC X(160).
       WORKING-STORAGE SECTION.
       01 clog-status PIC X(02).
       01 carc-status PIC X(02).
       01 pmbr-status PIC X(02).
       01 rpt-status PIC X(02).
       01 exp-status PIC X(02).
      *> Command line in colorrpt's shape: a count first - here the
      *> number of calendar months to report, this one included
      *> (default 3, at most 12) - then up to eight colorarc
      *> archives to fold in for months the compacted live log no
      *> longer holds, e.g. "colorpop 6 colorarc-20260601.dat".
       01 pop-cmd-line PIC X(256).
       01 report-months-arg PIC X(04).
       01 report-months USAGE BINARY-INT UNSIGNED VALUE 3.
       01 archive-file-name PIC X(64).
       01 archive-name-table.
           05 archive-name-entry OCCURS 8 TIMES PIC X(64).
       01 archive-scan-idx USAGE BINARY-INT UNSIGNED.
       COPY "colorname.cpy".
       01 color-scan-idx USAGE BINARY-INT UNSIGNED.
       01 nearest-color-idx USAGE BINARY-INT UNSIGNED.
       01 nearest-color-distance USAGE BINARY-INT UNSIGNED.
       01 this-color-distance USAGE BINARY-INT UNSIGNED.
       01 nearest-work-color USAGE BINARY-INT.
       01 color-r USAGE BINARY-INT UNSIGNED.
       01 color-g USAGE BINARY-INT UNSIGNED.
       01 color-b USAGE BINARY-INT UNSIGNED.
       01 color-diff-r USAGE BINARY-INT.
       01 color-diff-g USAGE BINARY-INT.
       01 color-diff-b USAGE BINARY-INT.
      *> Per guild: how many times each named color was taken in
      *> each month slot, and how many members wear it now. Slot 1
      *> is the month before the first reported one, kept only so
      *> the first reported month has something to be compared to.
       01 guild-table.
           05 guild-count USAGE BINARY-INT UNSIGNED VALUE 0.
           05 guild-entry OCCURS 200 TIMES.
               10 guild-entry-id USAGE BINARY-DOUBLE UNSIGNED.
               10 guild-worn-total USAGE BINARY-INT UNSIGNED.
               10 guild-worn OCCURS 24 TIMES
                   USAGE BINARY-INT UNSIGNED.
               10 guild-month OCCURS 13 TIMES.
                   15 guild-month-total USAGE BINARY-INT UNSIGNED.
                   15 guild-month-taken OCCURS 24 TIMES
                       USAGE BINARY-INT UNSIGNED.
       01 guild-scan-idx USAGE BINARY-INT UNSIGNED.
       01 guild-found-idx USAGE BINARY-INT UNSIGNED.
       01 guild-print-idx USAGE BINARY-INT UNSIGNED.
      *> Each member's newest log entry per guild (highest seq, since
      *> archives and the live log can come in any order): the color
      *> they wear now.
       01 wearer-table.
           05 wearer-count USAGE BINARY-INT UNSIGNED VALUE 0.
           05 wearer-entry OCCURS 5000 TIMES.
               10 wearer-guild USAGE BINARY-DOUBLE UNSIGNED.
               10 wearer-user USAGE BINARY-DOUBLE UNSIGNED.
               10 wearer-seq USAGE BINARY-DOUBLE UNSIGNED.
               10 wearer-color USAGE BINARY-INT.
       01 wearer-scan-idx USAGE BINARY-INT UNSIGNED.
       01 wearer-found-idx USAGE BINARY-INT UNSIGNED.
       01 pool-check USAGE BINARY-CHAR UNSIGNED VALUE 0.
           88 pool-check-is-on VALUE 1.
       01 wearer-skipped-count USAGE BINARY-INT UNSIGNED VALUE 0.
      *> Months as a running count (year * 12 + month - 1) so the
      *> window and the slot are plain subtraction.
       01 record-day USAGE BINARY-DOUBLE UNSIGNED.
       01 record-date-int USAGE BINARY-DOUBLE UNSIGNED.
       01 record-ymd PIC 9(08).
       01 record-ymd-parts REDEFINES record-ymd.
           05 record-year PIC 9(04).
           05 record-month PIC 9(02).
           05 record-mday PIC 9(02).
       01 record-month-number USAGE BINARY-INT UNSIGNED.
       01 current-month-number USAGE BINARY-INT UNSIGNED.
       01 first-month-number USAGE BINARY-INT UNSIGNED.
       01 month-slot-count USAGE BINARY-INT UNSIGNED.
       01 month-idx USAGE BINARY-INT UNSIGNED.
       01 month-label-number USAGE BINARY-INT UNSIGNED.
       01 month-label-year PIC 9(04).
       01 month-label-month PIC 9(02).
       01 month-label PIC X(07).
       01 first-month-label PIC X(07).
      *> Window math identical to colorrpt's: now as a UTC epoch
      *> second count, offset backed out, so months turn over at
      *> midnight UTC the way clog-timestamp is stamped.
       01 report-now-stamp PIC X(21).
       01 report-now-date PIC 9(08).
       01 report-now-hh PIC 9(02).
       01 report-now-mm PIC 9(02).
       01 report-now-ss PIC 9(02).
       01 report-now-offset-sign PIC X(01).
       01 report-now-offset-hh PIC 9(02).
       01 report-now-offset-mm PIC 9(02).
       01 report-now-offset-seconds USAGE BINARY-DOUBLE UNSIGNED.
       01 report-now-days-int USAGE BINARY-DOUBLE UNSIGNED.
       01 report-epoch-days-int USAGE BINARY-DOUBLE UNSIGNED.
       01 report-end-timestamp USAGE BINARY-DOUBLE UNSIGNED.
      *> One guild's 24 named colors in order of a value - taken,
      *> change on the month, or worn - highest first. The same
      *> O(n^2) selection sort the other batch reports use.
       01 rank-table.
           05 rank-entry OCCURS 24 TIMES.
               10 rank-color-idx USAGE BINARY-INT UNSIGNED.
               10 rank-value USAGE BINARY-INT.
       01 rank-idx USAGE BINARY-INT UNSIGNED.
       01 rank-shown USAGE BINARY-INT UNSIGNED.
       01 rank-top-limit USAGE BINARY-INT UNSIGNED VALUE 5.
       01 rank-trend-limit USAGE BINARY-INT UNSIGNED VALUE 3.
       01 sort-i USAGE BINARY-INT UNSIGNED.
       01 sort-j USAGE BINARY-INT UNSIGNED.
       01 sort-max-idx USAGE BINARY-INT UNSIGNED.
       01 swap-color-idx USAGE BINARY-INT UNSIGNED.
       01 swap-value USAGE BINARY-INT.
       01 taken-this USAGE BINARY-INT UNSIGNED.
       01 taken-prev USAGE BINARY-INT UNSIGNED.
       01 taken-change USAGE BINARY-INT.
       01 rpt-pos USAGE BINARY-INT UNSIGNED.
       01 rpt-items USAGE BINARY-INT UNSIGNED.
       01 exp-pos USAGE BINARY-INT UNSIGNED.
       01 display-id PIC Z(19)9.
       01 display-count PIC Z(09)9.
       01 display-count-2 PIC Z(09)9.
       01 display-rank PIC Z9.
       01 display-change PIC -(9)9.
       01 display-signed PIC +(9)9.
       01 color-name-text PIC X(23).
      *> Named-color popularity, per guild: the top named colors
      *> taken each month, which named colors rose or fell against
      *> the month before, how many members wear each one now, and
      *> the named colors nobody wears - to colorpop.txt, with the
      *> same figures one row per guild, month and named color in
      *> colorpop.csv for the spreadsheets colorexp.csv feeds. A
      *> color is named the way the bot names it in the embed: the
      *> nearest entry in the shared named-color table. "Taken"
      *> counts every color that was handed out - rolls, hex picks,
      *> favorites, gifts, previews, reverts, temporary and seeded
      *> colors - but not a re-join re-apply, a gift giver's restamp
      *> or a temporary color running out, which only put back a
      *> color already counted.
       PROCEDURE DIVISION.
       produce-report.
           PERFORM determine-report-months.
           PERFORM tally-archive-file
               THRU tally-archive-file-exit
               VARYING archive-scan-idx FROM 1 BY 1
               UNTIL archive-scan-idx > 8.
           OPEN INPUT color-log-file.
           IF clog-status = "35"
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
           CLOSE color-log-file.
           PERFORM tally-worn-colors.
           OPEN OUTPUT report-file.
           OPEN OUTPUT export-file.
           PERFORM write-report.
           CLOSE report-file.
           CLOSE export-file.
           STOP RUN.

      *> Reads the command line and works out the month slots: the
      *> current UTC month and report-months - 1 before it are
      *> reported, with one more month before those tallied for the
      *> first month's comparison.
       determine-report-months.
           MOVE SPACES TO pop-cmd-line.
           ACCEPT pop-cmd-line FROM COMMAND-LINE.
           MOVE SPACES TO report-months-arg archive-name-table.
           UNSTRING pop-cmd-line DELIMITED BY ALL SPACE
               INTO report-months-arg
                   archive-name-entry(1) archive-name-entry(2)
                   archive-name-entry(3) archive-name-entry(4)
                   archive-name-entry(5) archive-name-entry(6)
                   archive-name-entry(7) archive-name-entry(8)
           END-UNSTRING.
           IF report-months-arg NOT = SPACES
               MOVE FUNCTION NUMVAL(report-months-arg)
                   TO report-months
           END-IF.
           IF report-months < 1
               MOVE 1 TO report-months
           END-IF.
           IF report-months > 12
               MOVE 12 TO report-months
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO report-now-stamp.
           MOVE report-now-stamp(1:8) TO report-now-date.
           MOVE report-now-stamp(9:2) TO report-now-hh.
           MOVE report-now-stamp(11:2) TO report-now-mm.
           MOVE report-now-stamp(13:2) TO report-now-ss.
           MOVE report-now-stamp(17:1) TO report-now-offset-sign.
           MOVE report-now-stamp(18:2) TO report-now-offset-hh.
           MOVE report-now-stamp(20:2) TO report-now-offset-mm.
           COMPUTE report-now-offset-seconds =
               report-now-offset-hh * 3600 + report-now-offset-mm * 60.
           COMPUTE report-now-days-int =
               FUNCTION INTEGER-OF-DATE(report-now-date).
           COMPUTE report-epoch-days-int =
               FUNCTION INTEGER-OF-DATE(19700101).
           COMPUTE report-end-timestamp =
               (report-now-days-int - report-epoch-days-int) * 86400
               + report-now-hh * 3600 + report-now-mm * 60
               + report-now-ss.
           IF report-now-offset-sign = "-"
               ADD report-now-offset-seconds TO report-end-timestamp
           ELSE
               SUBTRACT report-now-offset-seconds
                   FROM report-end-timestamp
           END-IF.
           COMPUTE record-day = report-end-timestamp / 86400.
           PERFORM compute-record-month.
           MOVE record-month-number TO current-month-number.
           COMPUTE first-month-number =
               current-month-number - report-months.
           COMPUTE month-slot-count = report-months + 1.

      *> record-day (days since 1970-01-01) to record-month-number.
       compute-record-month.
           COMPUTE record-date-int =
               record-day + report-epoch-days-int.
           COMPUTE record-ymd =
               FUNCTION DATE-OF-INTEGER(record-date-int).
           COMPUTE record-month-number =
               record-year * 12 + record-month - 1.

       read-clog-record.
           READ color-log-file NEXT RECORD.

       tally-clog-record.
           PERFORM tally-current-record
               THRU tally-current-record-exit.
           PERFORM read-clog-record.

      *> Every entry, whatever its month, moves the member's current
      *> color along; only the ones inside the month slots and not
      *> a mere re-apply count as taken.
       tally-current-record.
           PERFORM find-or-add-guild.
           IF guild-found-idx = 0 OR clog-color < 0
               GO TO tally-current-record-exit
           END-IF.
           PERFORM note-wearer.
           IF clog-source-rejoin OR clog-source-restamp
                   OR clog-source-expire
               GO TO tally-current-record-exit
           END-IF.
           COMPUTE record-day = clog-timestamp / 86400.
           PERFORM compute-record-month.
           IF record-month-number < first-month-number
                   OR record-month-number > current-month-number
               GO TO tally-current-record-exit
           END-IF.
           COMPUTE month-idx =
               record-month-number - first-month-number + 1.
           MOVE clog-color TO nearest-work-color.
           PERFORM find-nearest-named-color.
           ADD 1 TO guild-month-total(guild-found-idx, month-idx).
           ADD 1 TO guild-month-taken(guild-found-idx, month-idx,
               nearest-color-idx).
       tally-current-record-exit.
           EXIT.

      *> Folds one requested colorarc archive (the archive-scan-idx'th
      *> command-line word, blank = nothing there) into the same
      *> tallies before the live log is read; a missing archive is
      *> reported and skipped rather than sinking the whole report.
       tally-archive-file.
           MOVE archive-name-entry(archive-scan-idx)
               TO archive-file-name.
           IF archive-file-name = SPACES
               GO TO tally-archive-file-exit
           END-IF.
           OPEN INPUT archive-log-file.
           IF carc-status = "35"
               DISPLAY "archive " FUNCTION TRIM(archive-file-name)
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
           CLOSE archive-log-file.
       tally-archive-file-exit.
           EXIT.

       read-carc-record.
           READ archive-log-file NEXT RECORD.

       tally-carc-record.
           MOVE carc-record TO clog-record.
           PERFORM tally-current-record
               THRU tally-current-record-exit.
           PERFORM read-carc-record.

       find-or-add-guild.
           PERFORM find-guild.
           IF guild-found-idx = 0 AND guild-count < 200
               ADD 1 TO guild-count
               INITIALIZE guild-entry(guild-count)
               MOVE clog-guild-id TO guild-entry-id(guild-count)
               MOVE guild-count TO guild-found-idx
           END-IF.

       find-guild.
           MOVE 0 TO guild-found-idx.
           PERFORM scan-guild-entry
               VARYING guild-scan-idx FROM 1 BY 1
               UNTIL guild-scan-idx > guild-count
                   OR guild-found-idx > 0.

       scan-guild-entry.
           IF guild-entry-id(guild-scan-idx) = clog-guild-id
               MOVE guild-scan-idx TO guild-found-idx
           END-IF.

      *> Keeps the member's highest-seq entry per guild.
       note-wearer.
           MOVE 0 TO wearer-found-idx.
           PERFORM scan-wearer-entry
               VARYING wearer-scan-idx FROM 1 BY 1
               UNTIL wearer-scan-idx > wearer-count
                   OR wearer-found-idx > 0.
           IF wearer-found-idx = 0
               IF wearer-count < 5000
                   ADD 1 TO wearer-count
                   MOVE clog-guild-id TO wearer-guild(wearer-count)
                   MOVE clog-user-id TO wearer-user(wearer-count)
                   MOVE clog-seq TO wearer-seq(wearer-count)
                   MOVE clog-color TO wearer-color(wearer-count)
               END-IF
           ELSE
               IF clog-seq > wearer-seq(wearer-found-idx)
                   MOVE clog-seq TO wearer-seq(wearer-found-idx)
                   MOVE clog-color TO wearer-color(wearer-found-idx)
               END-IF
           END-IF.

       scan-wearer-entry.
           IF wearer-guild(wearer-scan-idx) = clog-guild-id
                   AND wearer-user(wearer-scan-idx) = clog-user-id
               MOVE wearer-scan-idx TO wearer-found-idx
           END-IF.

      *> Turns each member's current color into a worn count on its
      *> named color. With poolmbr.dat on hand, members no longer in
      *> a color pool (gone from the guild) are left out; without it
      *> everyone in the log counts.
       tally-worn-colors.
           OPEN INPUT pool-member-file.
           IF pmbr-status = "00"
               MOVE 1 TO pool-check
           END-IF.
           PERFORM tally-one-wearer
               THRU tally-one-wearer-exit
               VARYING wearer-scan-idx FROM 1 BY 1
               UNTIL wearer-scan-idx > wearer-count.
           IF pool-check-is-on
               CLOSE pool-member-file
           END-IF.

       tally-one-wearer.
           IF pool-check-is-on
               MOVE wearer-guild(wearer-scan-idx) TO pmbr-guild-id
               MOVE wearer-user(wearer-scan-idx) TO pmbr-user-id
               READ pool-member-file
                   INVALID KEY CONTINUE
               END-READ
               IF pmbr-status NOT = "00"
                   ADD 1 TO wearer-skipped-count
                   GO TO tally-one-wearer-exit
               END-IF
           END-IF.
           MOVE wearer-guild(wearer-scan-idx) TO clog-guild-id.
           PERFORM find-guild.
           IF guild-found-idx = 0
               GO TO tally-one-wearer-exit
           END-IF.
           MOVE wearer-color(wearer-scan-idx) TO nearest-work-color.
           PERFORM find-nearest-named-color.
           ADD 1 TO guild-worn(guild-found-idx, nearest-color-idx).
           ADD 1 TO guild-worn-total(guild-found-idx).
       tally-one-wearer-exit.
           EXIT.

      *> Same nearest-name match as cmds' find-nearest-named-color:
      *> smallest sum-of-squares RGB distance over the shared table.
       find-nearest-named-color.
           COMPUTE color-r = nearest-work-color / 65536.
           COMPUTE color-g =
               FUNCTION MOD(nearest-work-color, 65536) / 256.
           COMPUTE color-b = FUNCTION MOD(nearest-work-color, 256).
           MOVE 1 TO nearest-color-idx.
           MOVE 999999 TO nearest-color-distance.
           PERFORM scan-named-color
               VARYING color-scan-idx FROM 1 BY 1
               UNTIL color-scan-idx > named-color-count.

       scan-named-color.
           COMPUTE color-diff-r =
               color-r - named-color-r(color-scan-idx).
           COMPUTE color-diff-g =
               color-g - named-color-g(color-scan-idx).
           COMPUTE color-diff-b =
               color-b - named-color-b(color-scan-idx).
           COMPUTE this-color-distance =
               color-diff-r * color-diff-r
               + color-diff-g * color-diff-g
               + color-diff-b * color-diff-b.
           IF this-color-distance < nearest-color-distance
               MOVE this-color-distance TO nearest-color-distance
               MOVE color-scan-idx TO nearest-color-idx
           END-IF.

      *> Descending selection sort of rank-table on rank-value; the
      *> caller has filled rank-value for all 24 named colors. Ties
      *> keep table order.
       sort-rank-table.
           PERFORM reset-rank-entry
               VARYING rank-idx FROM 1 BY 1
               UNTIL rank-idx > named-color-count.
           PERFORM sort-rank-outer
               VARYING sort-i FROM 1 BY 1
               UNTIL sort-i >= named-color-count.

       reset-rank-entry.
           MOVE rank-idx TO rank-color-idx(rank-idx).

       sort-rank-outer.
           MOVE sort-i TO sort-max-idx.
           PERFORM sort-rank-inner
               VARYING sort-j FROM sort-i BY 1
               UNTIL sort-j > named-color-count.
           IF sort-max-idx NOT = sort-i
               MOVE rank-color-idx(sort-i) TO swap-color-idx
               MOVE rank-value(sort-i) TO swap-value
               MOVE rank-color-idx(sort-max-idx)
                   TO rank-color-idx(sort-i)
               MOVE rank-value(sort-max-idx) TO rank-value(sort-i)
               MOVE swap-color-idx TO rank-color-idx(sort-max-idx)
               MOVE swap-value TO rank-value(sort-max-idx)
           END-IF.

       sort-rank-inner.
           IF rank-value(sort-j) > rank-value(sort-max-idx)
               MOVE sort-j TO sort-max-idx
           END-IF.

      *> rank-value is filled by color index before sort-rank-table
      *> reorders it, so the fill paragraphs index by rank-idx.
       fill-rank-taken.
           MOVE guild-month-taken(guild-print-idx, month-idx, rank-idx)
               TO rank-value(rank-idx).

       fill-rank-change.
           COMPUTE rank-value(rank-idx) =
               guild-month-taken(guild-print-idx, month-idx, rank-idx)
               - guild-month-taken(guild-print-idx, month-idx - 1,
                   rank-idx).

       fill-rank-worn.
           MOVE guild-worn(guild-print-idx, rank-idx)
               TO rank-value(rank-idx).

      *> month-label-number to "YYYY-MM" in month-label.
       format-month-label.
           COMPUTE month-label-year = month-label-number / 12.
           COMPUTE month-label-month =
               FUNCTION MOD(month-label-number, 12) + 1.
           MOVE SPACES TO month-label.
           STRING month-label-year DELIMITED BY SIZE
               "-" DELIMITED BY SIZE
               month-label-month DELIMITED BY SIZE
               INTO month-label.

       write-report.
           MOVE "Color-Bot named color report" TO rpt-line.
           WRITE rpt-line.
           COMPUTE month-label-number = first-month-number + 1.
           PERFORM format-month-label.
           MOVE month-label TO first-month-label.
           MOVE current-month-number TO month-label-number.
           PERFORM format-month-label.
           MOVE report-months TO display-count.
           MOVE SPACES TO rpt-line.
           STRING "Months: " DELIMITED BY SIZE
               first-month-label DELIMITED BY SIZE
               " to " DELIMITED BY SIZE
               month-label DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(display-count) DELIMITED BY SIZE
               " months, the current one so far)"
                   DELIMITED BY SIZE
               INTO rpt-line.
           WRITE rpt-line.
           IF pool-check-is-on
               MOVE wearer-skipped-count TO display-count
               MOVE SPACES TO rpt-line
               STRING "Worn counts leave out " DELIMITED BY SIZE
                   FUNCTION TRIM(display-count) DELIMITED BY SIZE
                   " member(s) no longer in a color pool"
                       DELIMITED BY SIZE
                   INTO rpt-line
               WRITE rpt-line
           ELSE
               MOVE SPACES TO rpt-line
               STRING "poolmbr.dat not found - worn counts include "
                       DELIMITED BY SIZE
                   "members who have left" DELIMITED BY SIZE
                   INTO rpt-line
               WRITE rpt-line
           END-IF.
           MOVE SPACES TO exp-line.
           STRING "guild,month,color,taken,previous,change,"
                   DELIMITED BY SIZE
               "wearing_now" DELIMITED BY SIZE
               INTO exp-line.
           WRITE exp-line.
           IF guild-count = 0
               MOVE SPACES TO rpt-line
               WRITE rpt-line
               MOVE "No colors on record." TO rpt-line
               WRITE rpt-line
           END-IF.
           PERFORM print-guild-section
               VARYING guild-print-idx FROM 1 BY 1
               UNTIL guild-print-idx > guild-count.

       print-guild-section.
           MOVE SPACES TO rpt-line.
           WRITE rpt-line.
           MOVE guild-entry-id(guild-print-idx) TO display-id.
           STRING "Guild " DELIMITED BY SIZE
               FUNCTION TRIM(display-id) DELIMITED BY SIZE
               INTO rpt-line.
           WRITE rpt-line.
           PERFORM print-month-section
               THRU print-month-section-exit
               VARYING month-idx FROM 2 BY 1
               UNTIL month-idx > month-slot-count.
           PERFORM print-worn-section.
           PERFORM print-unworn-section.
           PERFORM write-guild-rows
               VARYING month-idx FROM 2 BY 1
               UNTIL month-idx > month-slot-count.

      *> One reported month: its top named colors with last month's
      *> figure alongside, then the biggest risers and fallers.
       print-month-section.
           COMPUTE month-label-number =
               first-month-number + month-idx - 1.
           PERFORM format-month-label.
           MOVE guild-month-total(guild-print-idx, month-idx)
               TO display-count.
           MOVE SPACES TO rpt-line.
           STRING "  " DELIMITED BY SIZE
               month-label DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               FUNCTION TRIM(display-count) DELIMITED BY SIZE
               " color(s) taken" DELIMITED BY SIZE
               INTO rpt-line.
           WRITE rpt-line.
           IF guild-month-total(guild-print-idx, month-idx) = 0
                   AND guild-month-total(guild-print-idx,
                       month-idx - 1) = 0
               GO TO print-month-section-exit
           END-IF.
           PERFORM fill-rank-taken
               VARYING rank-idx FROM 1 BY 1
               UNTIL rank-idx > named-color-count.
           PERFORM sort-rank-table.
           MOVE 0 TO rank-shown.
           PERFORM print-top-line
               VARYING rank-idx FROM 1 BY 1
               UNTIL rank-idx > named-color-count
                   OR rank-shown >= rank-top-limit.
           PERFORM fill-rank-change
               VARYING rank-idx FROM 1 BY 1
               UNTIL rank-idx > named-color-count.
           PERFORM sort-rank-table.
           MOVE SPACES TO rpt-line.
           MOVE 1 TO rpt-pos.
           MOVE 0 TO rpt-items.
           STRING "    rising: " DELIMITED BY SIZE
               INTO rpt-line WITH POINTER rpt-pos.
           PERFORM append-rising-item
               VARYING rank-idx FROM 1 BY 1
               UNTIL rank-idx > named-color-count
                   OR rpt-items >= rank-trend-limit.
           IF rpt-items = 0
               STRING "-" DELIMITED BY SIZE
                   INTO rpt-line WITH POINTER rpt-pos
           END-IF.
           WRITE rpt-line.
           MOVE SPACES TO rpt-line.
           MOVE 1 TO rpt-pos.
           MOVE 0 TO rpt-items.
           STRING "    falling: " DELIMITED BY SIZE
               INTO rpt-line WITH POINTER rpt-pos.
           PERFORM append-falling-item
               VARYING rank-idx FROM named-color-count BY -1
               UNTIL rank-idx < 1
                   OR rpt-items >= rank-trend-limit.
           IF rpt-items = 0
               STRING "-" DELIMITED BY SIZE
                   INTO rpt-line WITH POINTER rpt-pos
           END-IF.
           WRITE rpt-line.
       print-month-section-exit.
           EXIT.

       print-top-line.
           IF rank-value(rank-idx) > 0
               ADD 1 TO rank-shown
               MOVE rank-shown TO display-rank
               MOVE rank-value(rank-idx) TO display-count
               MOVE guild-month-taken(guild-print-idx, month-idx - 1,
                   rank-color-idx(rank-idx)) TO display-count-2
               MOVE named-color-name(rank-color-idx(rank-idx))
                   TO color-name-text
               MOVE SPACES TO rpt-line
               STRING "    " DELIMITED BY SIZE
                   display-rank DELIMITED BY SIZE
                   ". " DELIMITED BY SIZE
                   color-name-text DELIMITED BY SIZE
                   display-count DELIMITED BY SIZE
                   "   last month " DELIMITED BY SIZE
                   FUNCTION TRIM(display-count-2) DELIMITED BY SIZE
                   INTO rpt-line
               WRITE rpt-line
           END-IF.

       append-rising-item.
           IF rank-value(rank-idx) > 0
               PERFORM append-trend-item
           END-IF.

       append-falling-item.
           IF rank-value(rank-idx) < 0
               PERFORM append-trend-item
           END-IF.

       append-trend-item.
           IF rpt-items > 0
               STRING ", " DELIMITED BY SIZE
                   INTO rpt-line WITH POINTER rpt-pos
           END-IF.
           ADD 1 TO rpt-items.
           MOVE rank-value(rank-idx) TO display-signed.
           STRING FUNCTION TRIM(named-color-name(rank-color-idx(
                   rank-idx))) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(display-signed) DELIMITED BY SIZE
               INTO rpt-line WITH POINTER rpt-pos.

      *> Every named color somebody wears now, most worn first.
       print-worn-section.
           MOVE guild-worn-total(guild-print-idx) TO display-count.
           MOVE SPACES TO rpt-line.
           STRING "  Worn now by " DELIMITED BY SIZE
               FUNCTION TRIM(display-count) DELIMITED BY SIZE
               " member(s):" DELIMITED BY SIZE
               INTO rpt-line.
           WRITE rpt-line.
           PERFORM fill-rank-worn
               VARYING rank-idx FROM 1 BY 1
               UNTIL rank-idx > named-color-count.
           PERFORM sort-rank-table.
           PERFORM print-worn-line
               VARYING rank-idx FROM 1 BY 1
               UNTIL rank-idx > named-color-count.

       print-worn-line.
           IF rank-value(rank-idx) > 0
               MOVE rank-value(rank-idx) TO display-count
               MOVE named-color-name(rank-color-idx(rank-idx))
                   TO color-name-text
               MOVE SPACES TO rpt-line
               STRING "    " DELIMITED BY SIZE
                   color-name-text DELIMITED BY SIZE
                   display-count DELIMITED BY SIZE
                   INTO rpt-line
               WRITE rpt-line
           END-IF.

      *> The named colors nobody wears, in table order, wrapped to
      *> the report width.
       print-unworn-section.
           MOVE SPACES TO rpt-line.
           MOVE 1 TO rpt-pos.
           MOVE 0 TO rpt-items.
           STRING "  Nobody wears: " DELIMITED BY SIZE
               INTO rpt-line WITH POINTER rpt-pos.
           PERFORM append-unworn-item
               VARYING rank-idx FROM 1 BY 1
               UNTIL rank-idx > named-color-count.
           IF rpt-items = 0
               STRING "- every named color is worn" DELIMITED BY SIZE
                   INTO rpt-line WITH POINTER rpt-pos
           END-IF.
           WRITE rpt-line.

       append-unworn-item.
           IF guild-worn(guild-print-idx, rank-idx) = 0
               IF rpt-items > 0
                   STRING "," DELIMITED BY SIZE
                       INTO rpt-line WITH POINTER rpt-pos
                   IF rpt-pos > 60
                       WRITE rpt-line
                       MOVE SPACES TO rpt-line
                       MOVE 17 TO rpt-pos
                   ELSE
                       STRING " " DELIMITED BY SIZE
                           INTO rpt-line WITH POINTER rpt-pos
                   END-IF
               END-IF
               ADD 1 TO rpt-items
               STRING FUNCTION TRIM(named-color-name(rank-idx))
                       DELIMITED BY SIZE
                   INTO rpt-line WITH POINTER rpt-pos
           END-IF.

      *> colorpop.csv: one row per reported month and named color
      *> for this guild, zeros included so every month has the same
      *> rows to chart; wearing_now repeats the guild's current
      *> figure for the color on each of its rows.
       write-guild-rows.
           COMPUTE month-label-number =
               first-month-number + month-idx - 1.
           PERFORM format-month-label.
           PERFORM write-guild-row
               VARYING rank-idx FROM 1 BY 1
               UNTIL rank-idx > named-color-count.

       write-guild-row.
           MOVE guild-month-taken(guild-print-idx, month-idx, rank-idx)
               TO taken-this.
           MOVE guild-month-taken(guild-print-idx, month-idx - 1,
               rank-idx) TO taken-prev.
           COMPUTE taken-change = taken-this - taken-prev.
           MOVE guild-entry-id(guild-print-idx) TO display-id.
           MOVE SPACES TO exp-line.
           MOVE 1 TO exp-pos.
           STRING FUNCTION TRIM(display-id) DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               month-label DELIMITED BY SIZE
               "," DELIMITED BY SIZE
               FUNCTION TRIM(named-color-name(rank-idx))
                   DELIMITED BY SIZE
               INTO exp-line WITH POINTER exp-pos.
           MOVE taken-this TO display-count.
           PERFORM append-csv-count.
           MOVE taken-prev TO display-count.
           PERFORM append-csv-count.
           MOVE taken-change TO display-change.
           STRING "," DELIMITED BY SIZE
               FUNCTION TRIM(display-change) DELIMITED BY SIZE
               INTO exp-line WITH POINTER exp-pos.
           MOVE guild-worn(guild-print-idx, rank-idx) TO display-count.
           PERFORM append-csv-count.
           WRITE exp-line.

       append-csv-count.
           STRING "," DELIMITED BY SIZE
               FUNCTION TRIM(display-count) DELIMITED BY SIZE
               INTO exp-line WITH POINTER exp-pos.
