       IDENTIFICATION DIVISION.
       PROGRAM-ID. colorrul.
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
           SELECT color-rule-file ASSIGN TO "colorrule.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS crul-guild-id
               FILE STATUS IS crul-status.
           SELECT pool-member-file ASSIGN TO "poolmbr.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS pmbr-key
               FILE STATUS IS pmbr-status.
           SELECT guild-settings-file ASSIGN TO "guildcfg.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS gcfg-guild-id
               FILE STATUS IS gcfg-status.
           SELECT report-file ASSIGN TO "colorrul.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS rpt-status.
           SELECT ops-log-file ASSIGN TO "opslog.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS opsl-status.
       DATA DIVISION.
       FILE SECTION.
       FD color-log-file.
       COPY "colorlog.cpy".
       FD color-rule-file.
       COPY "colorrule.cpy".
      *> Same layout cmds keeps for pool membership - the bucket of
      *> the "color-p-<bucket>" role each member wears.
       FD pool-member-file.
       01 pmbr-record.
           05 pmbr-key.
               10 pmbr-guild-id USAGE BINARY-DOUBLE UNSIGNED SYNC.
               10 pmbr-user-id  USAGE BINARY-DOUBLE UNSIGNED SYNC.
           05 pmbr-bucket      PIC 9(03).
           05 pmbr-role-id     USAGE BINARY-DOUBLE UNSIGNED SYNC.
      *> Same layout cmds keeps for guild settings - only the
      *> palette fields are read here (a custom palette color shows
      *> exactly, not as its bucket center), but the record shape
      *> must match byte for byte.
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
       FD report-file.
       01 rpt-line PIC X(160).
       FD ops-log-file.
       COPY "opslog.cpy".
       WORKING-STORAGE SECTION.
       01 clog-status PIC X(02).
       01 crul-status PIC X(02).
       01 pmbr-status PIC X(02).
       01 gcfg-status PIC X(02).
       01 rpt-status PIC X(02).
       01 opsl-status PIC X(02).
      *> Latest logged color per (guild, user), built the way
      *> colorsync builds its table: clog-seq order is chronological,
      *> so the last record wins. colorarc moves older entries out
      *> to the archives, so a member who has worn the same color
      *> since before the cutoff has no live entry at all - those
      *> are added from poolmbr.dat instead, by the pool they sit in
      *> (rule-member-from-pool set, rule-member-bucket the bucket;
      *> their color is the one the pool role shows).
       01 rule-member-table.
           05 rule-member-count USAGE BINARY-INT UNSIGNED VALUE 0.
           05 rule-member-entry OCCURS 4000 TIMES.
               10 rule-member-guild USAGE BINARY-DOUBLE UNSIGNED.
               10 rule-member-user USAGE BINARY-DOUBLE UNSIGNED.
               10 rule-member-color USAGE BINARY-INT.
               10 rule-member-bucket PIC 9(03).
               10 rule-member-from-pool USAGE BINARY-CHAR UNSIGNED.
                   88 rule-member-is-pooled VALUE 1.
       01 member-scan-idx USAGE BINARY-INT UNSIGNED.
       01 member-found-idx USAGE BINARY-INT UNSIGNED.
       01 member-walk-idx USAGE BINARY-INT UNSIGNED.
       01 swap-member.
           05 swap-member-guild USAGE BINARY-DOUBLE UNSIGNED.
           05 swap-member-user USAGE BINARY-DOUBLE UNSIGNED.
           05 swap-member-color USAGE BINARY-INT.
           05 swap-member-bucket PIC 9(03).
           05 swap-member-from-pool USAGE BINARY-CHAR UNSIGNED.
       01 pooled-count USAGE BINARY-INT UNSIGNED VALUE 0.
       01 custom-slot USAGE BINARY-INT UNSIGNED.
      *> The rules in force for the guild being checked - its
      *> colorrule.dat record, or the same compiled-in defaults cmds
      *> falls back on - plus its custom palette, reloaded only when
      *> the walk moves on to another guild.
       01 rules-guild-id USAGE BINARY-DOUBLE UNSIGNED VALUE 0.
       01 rules-loaded USAGE BINARY-CHAR UNSIGNED VALUE 0.
           88 rules-are-loaded VALUE 1.
       01 contrast-floor-default USAGE BINARY-INT UNSIGNED VALUE 17.
       01 rule-protect-distance USAGE BINARY-INT UNSIGNED.
       01 rule-contrast-floor USAGE BINARY-INT UNSIGNED.
       01 rule-protect-table.
           05 rule-protect-count USAGE BINARY-INT UNSIGNED.
           05 rule-protect-entry OCCURS 16 TIMES.
               10 rule-protect-color USAGE BINARY-INT.
               10 rule-protect-label PIC X(12).
       01 rule-custom-table.
           05 rule-custom-count USAGE BINARY-INT UNSIGNED.
           05 rule-custom-color OCCURS 16 TIMES USAGE BINARY-INT.
       01 protect-scan-idx USAGE BINARY-INT UNSIGNED.
       01 protect-found-idx USAGE BINARY-INT UNSIGNED.
       01 palette-scan-idx USAGE BINARY-INT UNSIGNED.
       01 custom-found-idx USAGE BINARY-INT UNSIGNED.
      *> Rule check mirror of cmds' check-color-rules: the color as
      *> the member's name shows it (bucket center, or the exact
      *> custom palette color), squared RGB distance to each staff
      *> color, WCAG contrast against both theme backgrounds.
       01 rule-verdict USAGE BINARY-CHAR UNSIGNED.
           88 color-rules-ok VALUE 0.
           88 rule-near-staff-color VALUE 1.
           88 rule-unreadable-dark VALUE 2.
           88 rule-unreadable-light VALUE 3.
       01 pool-chan-r USAGE BINARY-INT UNSIGNED.
       01 pool-chan-g USAGE BINARY-INT UNSIGNED.
       01 pool-chan-b USAGE BINARY-INT UNSIGNED.
       01 rule-shown-color USAGE BINARY-INT.
       01 rule-shown-r USAGE BINARY-INT.
       01 rule-shown-g USAGE BINARY-INT.
       01 rule-shown-b USAGE BINARY-INT.
       01 staff-r USAGE BINARY-INT.
       01 staff-g USAGE BINARY-INT.
       01 staff-b USAGE BINARY-INT.
       01 color-diff-r USAGE BINARY-INT.
       01 color-diff-g USAGE BINARY-INT.
       01 color-diff-b USAGE BINARY-INT.
       01 this-color-distance USAGE BINARY-INT UNSIGNED.
       01 theme-dark-background USAGE BINARY-INT VALUE 3224376.
       01 theme-light-background USAGE BINARY-INT VALUE 16777215.
       01 lum-color USAGE BINARY-INT.
       01 lum-channel USAGE BINARY-INT UNSIGNED.
       01 lum-srgb PIC 9V9(08).
       01 lum-linear PIC 9V9(08).
       01 lum-sum PIC 9V9(08).
       01 lum-shown PIC 9V9(08).
       01 lum-theme PIC 9V9(08).
       01 contrast-ratio PIC 9(02)V9(04).
       01 contrast-floor-ratio PIC 9(02)V9(04).
       01 contrast-ratio-display PIC Z9.99.
       01 contrast-floor-display PIC Z9.9.
       01 checked-count USAGE BINARY-INT UNSIGNED VALUE 0.
       01 staff-count USAGE BINARY-INT UNSIGNED VALUE 0.
       01 unreadable-count USAGE BINARY-INT UNSIGNED VALUE 0.
       01 display-id PIC Z(19)9.
       01 display-user PIC Z(19)9.
       01 display-count PIC Z(09)9.
       01 display-count-2 PIC Z(09)9.
       01 hexfmt-digits PIC X(16) VALUE "0123456789abcdef".
       01 hexfmt-work USAGE BINARY-INT UNSIGNED.
       01 hexfmt-nibble USAGE BINARY-INT UNSIGNED.
       01 hexfmt-idx USAGE BINARY-INT UNSIGNED.
       01 hexfmt-text PIC X(06).
       01 hexfmt-text-2 PIC X(06).
       01 reason-text PIC X(60).
       01 reason-pos USAGE BINARY-INT UNSIGNED.
       01 ops-timestamp PIC X(26).
      *> Color-rule scan: the bot only enforces a guild's protected
      *> staff colors and readability floor when a color is applied,
      *> so members who picked their color before the rules were set
      *> (or tightened) keep wearing it. One line per member whose
      *> latest color - logged, or shown by their pool role once the
      *> log entry is archived (marked "[pool role]") - breaks the
      *> rules now, into colorrul.txt, and one INFO summary line to
      *> opslog.txt. Report only - the
      *> member picks a new color on their next roll, or a moderator
      *> asks them to. A member who has since left still shows here
      *> until colormbr erases their history.
       PROCEDURE DIVISION.
       main-line.
           PERFORM load-latest-colors
               THRU load-latest-colors-exit.
           PERFORM load-pool-wearers
               THRU load-pool-wearers-exit.
           IF rule-member-count = 0
               DISPLAY "colorlog.dat and poolmbr.dat empty or missing"
                   " - nothing to do"
               STOP RUN
           END-IF.
           PERFORM sort-members.
           OPEN INPUT color-rule-file.
           OPEN INPUT guild-settings-file.
           OPEN OUTPUT report-file.
           MOVE "Color-Bot color-rule scan" TO rpt-line.
           WRITE rpt-line.
           MOVE SPACES TO rpt-line.
           WRITE rpt-line.
           PERFORM check-one-member THRU check-one-member-exit
               VARYING member-walk-idx FROM 1 BY 1
               UNTIL member-walk-idx > rule-member-count.
           PERFORM write-summary.
           CLOSE report-file.
           IF crul-status NOT = "35"
               CLOSE color-rule-file
           END-IF.
           IF gcfg-status NOT = "35"
               CLOSE guild-settings-file
           END-IF.
           PERFORM log-scan-summary.
           STOP RUN.

       load-latest-colors.
           OPEN INPUT color-log-file.
           IF clog-status = "35"
               GO TO load-latest-colors-exit
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
       load-latest-colors-exit.
           EXIT.

       read-clog-record.
           READ color-log-file NEXT RECORD.

       tally-clog-record.
           MOVE 0 TO member-found-idx.
           PERFORM scan-member-entry
               VARYING member-scan-idx FROM 1 BY 1
               UNTIL member-scan-idx > rule-member-count
                   OR member-found-idx > 0.
           IF member-found-idx > 0
               MOVE clog-color TO rule-member-color(member-found-idx)
           ELSE
               IF rule-member-count < 4000
                   ADD 1 TO rule-member-count
                   MOVE clog-guild-id
                       TO rule-member-guild(rule-member-count)
                   MOVE clog-user-id
                       TO rule-member-user(rule-member-count)
                   MOVE clog-color
                       TO rule-member-color(rule-member-count)
                   MOVE 0 TO rule-member-bucket(rule-member-count)
                   MOVE 0 TO rule-member-from-pool(rule-member-count)
               END-IF
           END-IF.
           PERFORM read-clog-record.

       scan-member-entry.
           IF rule-member-guild(member-scan-idx) = clog-guild-id
                   AND rule-member-user(member-scan-idx) = clog-user-id
               MOVE member-scan-idx TO member-found-idx
           END-IF.

      *> Every pool wearer the live log had nothing for. A missing
      *> poolmbr.dat just means nobody wears a pooled role.
       load-pool-wearers.
           OPEN INPUT pool-member-file.
           IF pmbr-status NOT = "00"
               GO TO load-pool-wearers-exit
           END-IF.
           PERFORM read-pool-member.
           PERFORM note-pool-wearer
               UNTIL pmbr-status NOT = "00".
           CLOSE pool-member-file.
       load-pool-wearers-exit.
           EXIT.

       read-pool-member.
           READ pool-member-file NEXT RECORD.

       note-pool-wearer.
           MOVE 0 TO member-found-idx.
           PERFORM scan-member-for-pool
               VARYING member-scan-idx FROM 1 BY 1
               UNTIL member-scan-idx > rule-member-count
                   OR member-found-idx > 0.
           IF member-found-idx = 0 AND rule-member-count < 4000
               ADD 1 TO rule-member-count
               MOVE pmbr-guild-id
                   TO rule-member-guild(rule-member-count)
               MOVE pmbr-user-id
                   TO rule-member-user(rule-member-count)
               MOVE 0 TO rule-member-color(rule-member-count)
               MOVE pmbr-bucket
                   TO rule-member-bucket(rule-member-count)
               MOVE 1 TO rule-member-from-pool(rule-member-count)
           END-IF.
           PERFORM read-pool-member.

       scan-member-for-pool.
           IF rule-member-guild(member-scan-idx) = pmbr-guild-id
                   AND rule-member-user(member-scan-idx) = pmbr-user-id
               MOVE member-scan-idx TO member-found-idx
           END-IF.

      *> Ascending on guild so each guild's violators print together
      *> and its rules load once - the same selection sort shape the
      *> other batch sorts use.
       sort-members.
           PERFORM sort-members-outer
               VARYING member-walk-idx FROM 1 BY 1
               UNTIL member-walk-idx >= rule-member-count.
           CONTINUE.

       sort-members-outer.
           MOVE member-walk-idx TO member-found-idx.
           PERFORM sort-members-inner
               VARYING member-scan-idx FROM member-walk-idx BY 1
               UNTIL member-scan-idx > rule-member-count.
           IF member-found-idx NOT = member-walk-idx
               MOVE rule-member-entry(member-walk-idx)
                   TO swap-member
               MOVE rule-member-entry(member-found-idx)
                   TO rule-member-entry(member-walk-idx)
               MOVE swap-member
                   TO rule-member-entry(member-found-idx)
           END-IF.

       sort-members-inner.
           IF rule-member-guild(member-scan-idx)
                   < rule-member-guild(member-found-idx)
               MOVE member-scan-idx TO member-found-idx
           END-IF.

      *> A pooled member in a custom-palette slot the guild has
      *> since dropped can't be told a color - skipped.
       check-one-member.
           IF NOT rules-are-loaded
                   OR rule-member-guild(member-walk-idx)
                       NOT = rules-guild-id
               PERFORM load-guild-rules
           END-IF.
           IF rule-member-is-pooled(member-walk-idx)
               PERFORM compute-pooled-color
               IF rule-member-bucket(member-walk-idx) > 600
                       AND custom-slot > rule-custom-count
                   GO TO check-one-member-exit
               END-IF
               ADD 1 TO pooled-count
           END-IF.
           ADD 1 TO checked-count.
           PERFORM check-color-rules THRU check-color-rules-exit.
           IF NOT color-rules-ok
               PERFORM report-violation
           END-IF.
       check-one-member-exit.
           EXIT.

      *> The color a pooled member's role shows: the bucket center
      *> for buckets 0-511, the custom palette slot for 601-616 -
      *> the reverse of cmds' compute-color-pool-bucket. It stands
      *> in as the member's color for the check and the report.
       compute-pooled-color.
           MOVE 0 TO custom-slot.
           IF rule-member-bucket(member-walk-idx) > 600
               COMPUTE custom-slot =
                   rule-member-bucket(member-walk-idx) - 600
               IF custom-slot <= rule-custom-count
                   MOVE rule-custom-color(custom-slot)
                       TO rule-member-color(member-walk-idx)
               END-IF
           ELSE
               COMPUTE pool-chan-r =
                   rule-member-bucket(member-walk-idx) / 64
               COMPUTE pool-chan-g = FUNCTION MOD(
                   rule-member-bucket(member-walk-idx), 64) / 8
               COMPUTE pool-chan-b = FUNCTION MOD(
                   rule-member-bucket(member-walk-idx), 8)
               COMPUTE rule-member-color(member-walk-idx) =
                   (pool-chan-r * 32 + 16) * 65536
                   + (pool-chan-g * 32 + 16) * 256
                   + pool-chan-b * 32 + 16
           END-IF.

      *> colorrule.dat record for the guild, or the defaults cmds
      *> uses without one; guildcfg.dat for the custom palette.
       load-guild-rules.
           MOVE rule-member-guild(member-walk-idx) TO rules-guild-id.
           MOVE 1 TO rules-loaded.
           MOVE 0 TO rule-protect-distance.
           MOVE contrast-floor-default TO rule-contrast-floor.
           MOVE 0 TO rule-protect-count.
           MOVE 0 TO rule-custom-count.
           IF crul-status NOT = "35"
               MOVE rules-guild-id TO crul-guild-id
               READ color-rule-file
               IF crul-status = "00"
                   MOVE crul-protect-distance TO rule-protect-distance
                   MOVE crul-contrast-floor TO rule-contrast-floor
                   MOVE crul-protect-count TO rule-protect-count
                   PERFORM copy-rule-protect-entry
                       VARYING protect-scan-idx FROM 1 BY 1
                       UNTIL protect-scan-idx > rule-protect-count
               END-IF
           END-IF.
           IF gcfg-status NOT = "35"
               MOVE rules-guild-id TO gcfg-guild-id
               READ guild-settings-file
               IF gcfg-status = "00"
                       AND gcfg-palette-name = "custom"
                   MOVE gcfg-custom-count TO rule-custom-count
                   PERFORM copy-rule-custom-color
                       VARYING palette-scan-idx FROM 1 BY 1
                       UNTIL palette-scan-idx > rule-custom-count
               END-IF
           END-IF.

       copy-rule-protect-entry.
           MOVE crul-protect-color(protect-scan-idx)
               TO rule-protect-color(protect-scan-idx).
           MOVE crul-protect-label(protect-scan-idx)
               TO rule-protect-label(protect-scan-idx).

       copy-rule-custom-color.
           MOVE gcfg-custom-color(palette-scan-idx)
               TO rule-custom-color(palette-scan-idx).

       check-color-rules.
           MOVE 0 TO rule-verdict.
           PERFORM compute-shown-color.
           COMPUTE rule-shown-r = rule-shown-color / 65536.
           COMPUTE rule-shown-g =
               FUNCTION MOD(rule-shown-color, 65536) / 256.
           COMPUTE rule-shown-b = FUNCTION MOD(rule-shown-color, 256).
           MOVE 0 TO protect-found-idx.
           PERFORM scan-protected-color
               VARYING protect-scan-idx FROM 1 BY 1
               UNTIL protect-scan-idx > rule-protect-count
                   OR protect-found-idx > 0.
           IF protect-found-idx > 0
               MOVE 1 TO rule-verdict
               GO TO check-color-rules-exit
           END-IF.
           IF rule-contrast-floor = 0
               GO TO check-color-rules-exit
           END-IF.
           COMPUTE contrast-floor-ratio = rule-contrast-floor / 10.
           MOVE rule-shown-color TO lum-color.
           PERFORM compute-relative-luminance.
           MOVE lum-sum TO lum-shown.
           MOVE theme-dark-background TO lum-color.
           PERFORM compute-relative-luminance.
           MOVE lum-sum TO lum-theme.
           PERFORM compute-contrast-ratio.
           IF contrast-ratio < contrast-floor-ratio
               MOVE 2 TO rule-verdict
               GO TO check-color-rules-exit
           END-IF.
           MOVE theme-light-background TO lum-color.
           PERFORM compute-relative-luminance.
           MOVE lum-sum TO lum-theme.
           PERFORM compute-contrast-ratio.
           IF contrast-ratio < contrast-floor-ratio
               MOVE 3 TO rule-verdict
           END-IF.
       check-color-rules-exit.
           EXIT.

      *> Pool bucket center, as cmds' compute-color-pool-bucket
      *> paints it, unless the color is on the guild's custom list.
       compute-shown-color.
           COMPUTE pool-chan-r =
               rule-member-color(member-walk-idx) / 65536.
           COMPUTE pool-chan-r = pool-chan-r / 32.
           COMPUTE pool-chan-g = FUNCTION MOD(
               rule-member-color(member-walk-idx), 65536) / 256.
           COMPUTE pool-chan-g = pool-chan-g / 32.
           COMPUTE pool-chan-b = FUNCTION MOD(
               rule-member-color(member-walk-idx), 256) / 32.
           COMPUTE rule-shown-color =
               (pool-chan-r * 32 + 16) * 65536
               + (pool-chan-g * 32 + 16) * 256
               + pool-chan-b * 32 + 16.
           MOVE 0 TO custom-found-idx.
           PERFORM find-custom-color
               VARYING palette-scan-idx FROM 1 BY 1
               UNTIL palette-scan-idx > rule-custom-count
                   OR custom-found-idx > 0.
           IF custom-found-idx > 0
               MOVE rule-member-color(member-walk-idx)
                   TO rule-shown-color
           END-IF.

       find-custom-color.
           IF rule-custom-color(palette-scan-idx)
                   = rule-member-color(member-walk-idx)
               MOVE palette-scan-idx TO custom-found-idx
           END-IF.

       scan-protected-color.
           COMPUTE staff-r =
               rule-protect-color(protect-scan-idx) / 65536.
           COMPUTE staff-g = FUNCTION MOD(
               rule-protect-color(protect-scan-idx), 65536) / 256.
           COMPUTE staff-b = FUNCTION MOD(
               rule-protect-color(protect-scan-idx), 256).
           COMPUTE color-diff-r = rule-shown-r - staff-r.
           COMPUTE color-diff-g = rule-shown-g - staff-g.
           COMPUTE color-diff-b = rule-shown-b - staff-b.
           COMPUTE this-color-distance =
               color-diff-r * color-diff-r
               + color-diff-g * color-diff-g
               + color-diff-b * color-diff-b.
           IF this-color-distance < rule-protect-distance
               MOVE protect-scan-idx TO protect-found-idx
           END-IF.

      *> WCAG relative luminance of lum-color into lum-sum.
       compute-relative-luminance.
           MOVE 0 TO lum-sum.
           COMPUTE lum-channel = lum-color / 65536.
           PERFORM linearize-lum-channel.
           COMPUTE lum-sum ROUNDED = lum-sum + 0.2126 * lum-linear.
           COMPUTE lum-channel = FUNCTION MOD(lum-color, 65536) / 256.
           PERFORM linearize-lum-channel.
           COMPUTE lum-sum ROUNDED = lum-sum + 0.7152 * lum-linear.
           COMPUTE lum-channel = FUNCTION MOD(lum-color, 256).
           PERFORM linearize-lum-channel.
           COMPUTE lum-sum ROUNDED = lum-sum + 0.0722 * lum-linear.

       linearize-lum-channel.
           COMPUTE lum-srgb ROUNDED = lum-channel / 255.
           IF lum-srgb <= 0.03928
               COMPUTE lum-linear ROUNDED = lum-srgb / 12.92
           ELSE
               COMPUTE lum-linear ROUNDED =
                   ((lum-srgb + 0.055) / 1.055) ** 2.4
           END-IF.

       compute-contrast-ratio.
           IF lum-shown >= lum-theme
               COMPUTE contrast-ratio ROUNDED =
                   (lum-shown + 0.05) / (lum-theme + 0.05)
           ELSE
               COMPUTE contrast-ratio ROUNDED =
                   (lum-theme + 0.05) / (lum-shown + 0.05)
           END-IF.

       report-violation.
           MOVE SPACES TO reason-text.
           EVALUATE TRUE
               WHEN rule-near-staff-color
                   ADD 1 TO staff-count
                   MOVE rule-protect-color(protect-found-idx)
                       TO hexfmt-work
                   PERFORM format-color-hex
                   STRING "near staff #" DELIMITED BY SIZE
                       hexfmt-text DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       FUNCTION TRIM(
                           rule-protect-label(protect-found-idx))
                           DELIMITED BY SIZE
                       INTO reason-text
               WHEN OTHER
                   ADD 1 TO unreadable-count
                   MOVE contrast-ratio TO contrast-ratio-display
                   MOVE contrast-floor-ratio TO contrast-floor-display
                   MOVE 1 TO reason-pos
                   STRING "unreadable on " DELIMITED BY SIZE
                       INTO reason-text
                       WITH POINTER reason-pos
                   IF rule-unreadable-dark
                       STRING "dark" DELIMITED BY SIZE
                           INTO reason-text
                           WITH POINTER reason-pos
                   ELSE
                       STRING "light" DELIMITED BY SIZE
                           INTO reason-text
                           WITH POINTER reason-pos
                   END-IF
                   STRING " theme, " DELIMITED BY SIZE
                       FUNCTION TRIM(contrast-ratio-display)
                           DELIMITED BY SIZE
                       ":1 (floor " DELIMITED BY SIZE
                       FUNCTION TRIM(contrast-floor-display)
                           DELIMITED BY SIZE
                       ":1)" DELIMITED BY SIZE
                       INTO reason-text
                       WITH POINTER reason-pos
           END-EVALUATE.
           MOVE rule-shown-color TO hexfmt-work.
           PERFORM format-color-hex.
           MOVE hexfmt-text TO hexfmt-text-2.
           MOVE rule-member-color(member-walk-idx) TO hexfmt-work.
           PERFORM format-color-hex.
           MOVE rule-member-guild(member-walk-idx) TO display-id.
           MOVE rule-member-user(member-walk-idx) TO display-user.
           MOVE SPACES TO rpt-line.
           MOVE 1 TO reason-pos.
           STRING "guild " DELIMITED BY SIZE
               FUNCTION TRIM(display-id) DELIMITED BY SIZE
               " user " DELIMITED BY SIZE
               FUNCTION TRIM(display-user) DELIMITED BY SIZE
               " #" DELIMITED BY SIZE
               hexfmt-text DELIMITED BY SIZE
               " (shows #" DELIMITED BY SIZE
               hexfmt-text-2 DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO rpt-line
               WITH POINTER reason-pos.
           IF rule-member-is-pooled(member-walk-idx)
               STRING " [pool role]" DELIMITED BY SIZE
                   INTO rpt-line
                   WITH POINTER reason-pos
           END-IF.
           STRING ": " DELIMITED BY SIZE
               FUNCTION TRIM(reason-text) DELIMITED BY SIZE
               INTO rpt-line
               WITH POINTER reason-pos.
           WRITE rpt-line.

       write-summary.
           MOVE SPACES TO rpt-line.
           WRITE rpt-line.
           MOVE checked-count TO display-count.
           STRING "Members checked:   " DELIMITED BY SIZE
               display-count DELIMITED BY SIZE
               INTO rpt-line.
           WRITE rpt-line.
           MOVE pooled-count TO display-count.
           STRING "  from pool roles: " DELIMITED BY SIZE
               display-count DELIMITED BY SIZE
               INTO rpt-line.
           WRITE rpt-line.
           MOVE staff-count TO display-count.
           STRING "Near staff colors: " DELIMITED BY SIZE
               display-count DELIMITED BY SIZE
               INTO rpt-line.
           WRITE rpt-line.
           MOVE unreadable-count TO display-count.
           STRING "Unreadable:        " DELIMITED BY SIZE
               display-count DELIMITED BY SIZE
               INTO rpt-line.
           WRITE rpt-line.

      *> One INFO line per run in the batch convention, so the
      *> nightly result is visible without opening colorrul.txt.
       log-scan-summary.
           MOVE FUNCTION CURRENT-DATE TO ops-timestamp.
           MOVE checked-count TO display-count.
           COMPUTE display-count-2 = staff-count + unreadable-count.
           MOVE SPACES TO opsl-record.
           MOVE "INFO" TO opsl-severity.
           MOVE "batch" TO opsl-category.
           STRING ops-timestamp DELIMITED BY SIZE
               " colorrul: " DELIMITED BY SIZE
               FUNCTION TRIM(display-count) DELIMITED BY SIZE
               " member color(s) checked, " DELIMITED BY SIZE
               FUNCTION TRIM(display-count-2) DELIMITED BY SIZE
               " break the guild color rules" DELIMITED BY SIZE
               INTO opsl-line.
           OPEN EXTEND ops-log-file.
           IF opsl-status = "35"
               OPEN OUTPUT ops-log-file
               CLOSE ops-log-file
               OPEN EXTEND ops-log-file
           END-IF.
           WRITE opsl-record.
           CLOSE ops-log-file.

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
