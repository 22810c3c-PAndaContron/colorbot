       IDENTIFICATION DIVISION.
       PROGRAM-ID. colorstuck.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT color-retry-file ASSIGN TO "colorretry.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS cret-key
               FILE STATUS IS cret-status.
           SELECT report-file ASSIGN TO "colorstuck.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS rpt-status.
       DATA DIVISION.
       FILE SECTION.
       FD color-retry-file.
       COPY "colorretry.cpy".
       FD report-file.
       01 rpt-line PIC X(100).
       WORKING-STORAGE SECTION.
       01 cret-status PIC X(02).
       01 rpt-status PIC X(02).
       01 last-guild-id USAGE BINARY-DOUBLE UNSIGNED VALUE 0.
       01 owed-count USAGE BINARY-INT UNSIGNED VALUE 0.
       01 pending-count USAGE BINARY-INT UNSIGNED VALUE 0.
       01 overdue-count USAGE BINARY-INT UNSIGNED VALUE 0.
       01 gaveup-count USAGE BINARY-INT UNSIGNED VALUE 0.
       01 guild-count USAGE BINARY-INT UNSIGNED VALUE 0.
       01 display-id PIC Z(19)9.
       01 display-count PIC Z(09)9.
       01 rpt-pos USAGE BINARY-INT UNSIGNED.
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
      *> Now as a UTC epoch second count, the same arithmetic the
      *> other batch jobs use, so a retry whose time has passed can
      *> be told apart from one still waiting.
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
      *> Color roles still stuck: every member the bot told they got
      *> a color (colorlog.dat says so) but could not put in the
      *> pooled role for it, read from colorretry.dat. Per guild,
      *> one entry per member with the color, how many applications
      *> have failed, since when, what failed last, and either when
      *> the bot tries next or that it has given up. A retry already
      *> past its time is marked overdue - the bot retries on its
      *> own sweep, so a pile of overdue entries means it is not
      *> running. Given-up members need a new roll - colorsync
      *> counts a pooled member as having their role, so it will not
      *> flag them.
       PROCEDURE DIVISION.
       main-line.
           PERFORM compute-now.
           OPEN INPUT color-retry-file.
           IF cret-status = "35"
               DISPLAY "colorretry.dat not found - nothing is stuck"
               STOP RUN
           END-IF.
           OPEN OUTPUT report-file.
           MOVE "Color-Bot stuck color roles report" TO rpt-line.
           WRITE rpt-line.
           PERFORM read-retry-record.
           PERFORM report-retry-record
               UNTIL cret-status NOT = "00".
           CLOSE color-retry-file.
           IF owed-count = 0
               MOVE SPACES TO rpt-line
               WRITE rpt-line
               MOVE "No color roles are owed." TO rpt-line
               WRITE rpt-line
           END-IF.
           PERFORM write-summary.
           CLOSE report-file.
           MOVE owed-count TO display-count.
           DISPLAY "color roles owed: " display-count.
           MOVE gaveup-count TO display-count.
           DISPLAY "given up:         " display-count.
           STOP RUN.

       read-retry-record.
           READ color-retry-file NEXT RECORD.

      *> colorretry.dat is keyed guild first, so a guild's members
      *> come together and a heading is due whenever the guild
      *> changes.
       report-retry-record.
           ADD 1 TO owed-count.
           IF cret-guild-id NOT = last-guild-id
               ADD 1 TO guild-count
               MOVE cret-guild-id TO last-guild-id
               MOVE cret-guild-id TO display-id
               MOVE SPACES TO rpt-line
               WRITE rpt-line
               MOVE SPACES TO rpt-line
               STRING "Guild " DELIMITED BY SIZE
                   FUNCTION TRIM(display-id) DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   INTO rpt-line
               WRITE rpt-line
           END-IF.
           MOVE cret-user-id TO display-id.
           MOVE cret-color TO hexfmt-work.
           PERFORM format-color-hex.
           MOVE cret-attempts TO display-count.
           MOVE cret-first-failed TO stamp-work.
           PERFORM format-entry-timestamp.
           MOVE SPACES TO rpt-line.
           STRING "  user " DELIMITED BY SIZE
               FUNCTION TRIM(display-id) DELIMITED BY SIZE
               "  #" DELIMITED BY SIZE
               hexfmt-text DELIMITED BY SIZE
               "  " DELIMITED BY SIZE
               FUNCTION TRIM(display-count) DELIMITED BY SIZE
               " failed attempt(s) since " DELIMITED BY SIZE
               stamp-text DELIMITED BY SIZE
               INTO rpt-line.
           WRITE rpt-line.
           MOVE SPACES TO rpt-line.
           MOVE 1 TO rpt-pos.
           STRING "    " DELIMITED BY SIZE
               INTO rpt-line WITH POINTER rpt-pos.
           EVALUATE TRUE
               WHEN cret-state-gaveup
                   ADD 1 TO gaveup-count
                   STRING "GIVEN UP - needs a new roll"
                           DELIMITED BY SIZE
                       INTO rpt-line WITH POINTER rpt-pos
               WHEN cret-next-try <= now-timestamp
                   ADD 1 TO pending-count
                   ADD 1 TO overdue-count
                   MOVE cret-next-try TO stamp-work
                   PERFORM format-entry-timestamp
                   STRING "OVERDUE - next try was due "
                           DELIMITED BY SIZE
                       stamp-text DELIMITED BY SIZE
                       INTO rpt-line WITH POINTER rpt-pos
               WHEN OTHER
                   ADD 1 TO pending-count
                   MOVE cret-next-try TO stamp-work
                   PERFORM format-entry-timestamp
                   STRING "next try " DELIMITED BY SIZE
                       stamp-text DELIMITED BY SIZE
                       INTO rpt-line WITH POINTER rpt-pos
           END-EVALUATE.
           WRITE rpt-line.
           MOVE SPACES TO rpt-line.
           STRING "    last failure: " DELIMITED BY SIZE
               FUNCTION TRIM(cret-last-error) DELIMITED BY SIZE
               INTO rpt-line.
           WRITE rpt-line.
           PERFORM read-retry-record.

       write-summary.
           MOVE SPACES TO rpt-line.
           WRITE rpt-line.
           MOVE guild-count TO display-count.
           STRING "Guilds affected:  " DELIMITED BY SIZE
               display-count DELIMITED BY SIZE
               INTO rpt-line.
           WRITE rpt-line.
           MOVE owed-count TO display-count.
           STRING "Roles owed:       " DELIMITED BY SIZE
               display-count DELIMITED BY SIZE
               INTO rpt-line.
           WRITE rpt-line.
           MOVE pending-count TO display-count.
           STRING "Still retrying:   " DELIMITED BY SIZE
               display-count DELIMITED BY SIZE
               INTO rpt-line.
           WRITE rpt-line.
           MOVE overdue-count TO display-count.
           STRING "  of them overdue:" DELIMITED BY SIZE
               display-count DELIMITED BY SIZE
               INTO rpt-line.
           WRITE rpt-line.
           MOVE gaveup-count TO display-count.
           STRING "Given up:         " DELIMITED BY SIZE
               display-count DELIMITED BY SIZE
               INTO rpt-line.
           WRITE rpt-line.

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

      *> stamp-work (Unix-epoch seconds) as "YYYY-MM-DD HH:MM" UTC.
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
