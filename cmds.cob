               ACCESS MODE IS DYNAMIC
               RECORD KEY IS gcfg-guild-id
               FILE STATUS IS gcfg-status.
           SELECT color-rule-file ASSIGN TO "colorrule.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS crul-guild-id
               FILE STATUS IS crul-status.
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
           SELECT favorites-file ASSIGN TO "favorites.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
           SELECT batch-lock-file ASSIGN TO "colorarc.lck"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS block-status.
           SELECT night-history-file ASSIGN TO "colornite.hst"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS nite-status.
       DATA DIVISION.
       FILE SECTION.
       FD color-log-file.
      *> binary, so the remaining FILLER needs no alignment games.
           05 gcfg-headroom-warn   PIC 9(02).
           05 FILLER               PIC X(02).
       FD color-rule-file.
       COPY "colorrule.cpy".
       FD color-lock-file.
       COPY "colorlock.cpy".
       FD color-sched-file.
       COPY "colorsched.cpy".
       FD color-retry-file.
       COPY "colorretry.cpy".
      *> One saved favorite per record: a member's chosen short name
      *> for a color they want to get back to after rerolling. Keyed
      *> on user + name so one member's handful of slots cluster
      *> without shutting the bot off.
       FD batch-lock-file.
       01 block-line PIC X(20).
      *> colornite's run history, read (never written) by the
      *> scheduled sweep for each night's closing "end <run id>
      *> <outcome>" line.
       FD night-history-file.
       01 nite-line PIC X(120).
       WORKING-STORAGE SECTION.
       01 opsl-status PIC X(02).
       01 block-status PIC X(02).
       01 clog-next-seq USAGE BINARY-DOUBLE UNSIGNED.
       01 clog-seq-known USAGE BINARY-CHAR UNSIGNED VALUE 0.
           88 clog-seq-is-known VALUE 1.
      *> Where the color about to be logged came from and who acted
      *> - every path into write-color-log sets both first, since a
      *> gift or a revert is logged against one member but done by
      *> another (and a re-join re-apply by nobody at all).
       01 log-source PIC X(08).
       01 log-actor-id USAGE BINARY-DOUBLE UNSIGNED.
       01 cool-status PIC X(02).
       01 fav-status PIC X(02).
       01 fav-slot-limit USAGE BINARY-INT UNSIGNED VALUE 5.
       01 unique-attempts USAGE BINARY-INT UNSIGNED.
       01 unique-attempt-limit USAGE BINARY-INT UNSIGNED VALUE 10.
       01 unique-min-distance USAGE BINARY-INT UNSIGNED.
      *> Staff-color protection and the readability floor, per guild
      *> from colorrule.dat (loaded with the rest of the guild's
      *> settings). Both are judged on the color the member's name
      *> would actually show - the pooled role's bucket center, or
      *> the exact color on a custom palette - since that is what
      *> can pass for a moderator or vanish into the background.
       01 crul-status PIC X(02).
       01 crul-record-found USAGE BINARY-CHAR UNSIGNED VALUE 0.
           88 rule-record-found VALUE 1.
       01 protect-distance-default USAGE BINARY-INT UNSIGNED
           VALUE 2500.
       01 contrast-floor-default USAGE BINARY-INT UNSIGNED VALUE 17.
       01 gset-protect-distance USAGE BINARY-INT UNSIGNED.
       01 gset-contrast-floor USAGE BINARY-INT UNSIGNED.
       01 gset-protect-table.
           05 gset-protect-count USAGE BINARY-INT UNSIGNED.
           05 gset-protect-entry OCCURS 16 TIMES.
               10 gset-protect-color USAGE BINARY-INT.
               10 gset-protect-label PIC X(12).
       01 protect-scan-idx USAGE BINARY-INT UNSIGNED.
       01 protect-found-idx USAGE BINARY-INT UNSIGNED.
       01 protect-hex-text PIC X(08).
       01 protect-label-text PIC X(16).
       01 rule-verdict USAGE BINARY-CHAR UNSIGNED VALUE 0.
           88 color-rules-ok VALUE 0.
           88 rule-near-staff-color VALUE 1.
           88 rule-unreadable-dark VALUE 2.
           88 rule-unreadable-light VALUE 3.
           88 rule-near-other-member VALUE 4.
       01 rule-shown-color USAGE BINARY-INT UNSIGNED.
       01 rule-shown-r USAGE BINARY-INT UNSIGNED.
       01 rule-shown-g USAGE BINARY-INT UNSIGNED.
       01 rule-shown-b USAGE BINARY-INT UNSIGNED.
       01 rule-attempts USAGE BINARY-INT UNSIGNED.
       01 rule-attempt-limit USAGE BINARY-INT UNSIGNED VALUE 50.
      *> Readability is the WCAG contrast ratio between the shown
      *> color and each theme's message background (#313338 dark,
      *> #ffffff light): relative luminance from the linearized sRGB
      *> channels, ratio = (lighter + 0.05) / (darker + 0.05).
       01 theme-dark-background USAGE BINARY-INT UNSIGNED
           VALUE 3224376.
       01 theme-light-background USAGE BINARY-INT UNSIGNED
           VALUE 16777215.
       01 lum-color USAGE BINARY-INT UNSIGNED.
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
      *> Moderator color locks (colorlock.dat). check-color-lock
      *> copies target-user-id's lock in active-guild-id out of the
      *> record into the lock-held-* fields and sets color-lock-held
      *> while it is in force; build-lock-refusal turns that into the
      *> reply every refused path sends.
       01 clck-status PIC X(02).
       01 color-lock-state USAGE BINARY-CHAR UNSIGNED VALUE 0.
           88 color-lock-held VALUE 1.
       01 lock-held-expires USAGE BINARY-DOUBLE UNSIGNED.
       01 lock-held-color USAGE BINARY-INT.
       01 lock-held-reason PIC X(80).
       01 lock-until-text PIC X(32).
      *> "colorlock <member> <term> <reason>" scratch: the reason is
      *> everything after the term, picked up from where UNSTRING's
      *> pointer stopped. A term is a count and a unit (30m, 12h,
      *> 7d) or "forever".
       01 lock-cmd-word PIC X(16).
       01 lock-target-text PIC X(32).
       01 lock-term-text PIC X(16).
       01 lock-reason-text PIC X(80).
       01 lock-arg-pos USAGE BINARY-INT UNSIGNED.
       01 lock-term-len USAGE BINARY-INT UNSIGNED.
       01 lock-term-unit PIC X(01).
       01 lock-term-seconds USAGE BINARY-DOUBLE UNSIGNED.
       01 lock-term-valid USAGE BINARY-CHAR UNSIGNED VALUE 0.
           88 lock-term-is-valid VALUE 1.
       01 lock-list-count USAGE BINARY-INT UNSIGNED.
       01 lock-list-more USAGE BINARY-INT UNSIGNED.
       01 lock-list-limit USAGE BINARY-INT UNSIGNED VALUE 500.
       01 lock-list-display PIC Z(09)9.
       01 lock-log-pos USAGE BINARY-INT UNSIGNED.
      *> Temporary colors (colorsched.dat). "colortemp <hex> <term>
      *> <member>..." gives each member the color and leaves one
      *> pending reversion per member; the reply lists who got it,
      *> who keeps it (nothing earlier on record to go back to) and
      *> who was skipped for a color lock.
       01 csch-status PIC X(02).
       01 temp-hex-text PIC X(16).
       01 temp-member-text PIC X(32).
       01 temp-arg-pos USAGE BINARY-INT UNSIGNED.
       01 temp-color USAGE BINARY-INT.
       01 temp-due-at USAGE BINARY-DOUBLE UNSIGNED.
       01 temp-member-count USAGE BINARY-INT UNSIGNED.
       01 temp-member-limit USAGE BINARY-INT UNSIGNED VALUE 15.
       01 temp-given-count USAGE BINARY-INT UNSIGNED.
       01 temp-kept-count USAGE BINARY-INT UNSIGNED.
       01 temp-locked-count USAGE BINARY-INT UNSIGNED.
       01 temp-given-list PIC X(400).
       01 temp-given-pos USAGE BINARY-INT UNSIGNED.
       01 temp-kept-list PIC X(400).
       01 temp-kept-pos USAGE BINARY-INT UNSIGNED.
       01 temp-locked-list PIC X(400).
       01 temp-locked-pos USAGE BINARY-INT UNSIGNED.
       01 temp-log-pos USAGE BINARY-INT UNSIGNED.
      *> Scheduled sweep: due reversions are collected in one pass
      *> over colorsched.dat and then carried out by key, a batch of
      *> sched-due-limit at a time (the rest wait for the next
      *> sweep). Run before every gateway connect from main and
      *> piggybacked on command traffic at most once a
      *> sched-sweep-interval. Gateway-less, so ops lines are
      *> stamped with sched-sweep-user - the member being reverted
      *> or retried - instead of a message author.
       01 sched-due-table.
           05 sched-due-count USAGE BINARY-INT UNSIGNED.
           05 sched-due-entry OCCURS 50 TIMES.
               10 sched-due-guild USAGE BINARY-DOUBLE UNSIGNED.
               10 sched-due-user USAGE BINARY-DOUBLE UNSIGNED.
       01 sched-due-limit USAGE BINARY-INT UNSIGNED VALUE 50.
       01 sched-due-idx USAGE BINARY-INT UNSIGNED.
       01 sched-last-sweep USAGE BINARY-DOUBLE UNSIGNED VALUE 0.
       01 sched-sweep-interval USAGE BINARY-DOUBLE UNSIGNED
           VALUE 60.
       01 sched-sweep-user.
           05 sched-sweep-user-id USAGE BINARY-DOUBLE UNSIGNED SYNC.
           05 FILLER PIC X(120).
       01 sched-grant-seq USAGE BINARY-DOUBLE UNSIGNED.
       01 sched-restore-color USAGE BINARY-INT.
       01 sched-temp-color USAGE BINARY-INT.
      *> Nightly batch outcome: the sweep reads the last "end" line
      *> colornite left in colornite.hst and posts a FAILED or
      *> INCOMPLETE night to the ops channel once per run id;
      *> nite-alerted-run remembers the last one posted.
       01 nite-status PIC X(02).
       01 nite-word-1 PIC X(16).
       01 nite-word-2 PIC X(16).
       01 nite-word-3 PIC X(16).
       01 nite-end-run PIC X(14).
       01 nite-end-outcome PIC X(16).
       01 nite-alerted-run PIC X(14) VALUE SPACES.
      *> What scan-member-log-since finds in the member's log for
      *> this guild: the newest color that was not itself a
      *> temporary one up to sched-after-seq (0 = the whole log),
      *> and whether anything after it was the member's own choice
      *> or the reversion itself.
       01 sched-after-seq USAGE BINARY-DOUBLE UNSIGNED.
       01 sched-before-color USAGE BINARY-INT.
       01 sched-chosen-color USAGE BINARY-INT.
       01 sched-chose-later USAGE BINARY-CHAR UNSIGNED VALUE 0.
           88 sched-member-chose-later VALUE 1.
       01 sched-reverted USAGE BINARY-CHAR UNSIGNED VALUE 0.
           88 sched-already-reverted VALUE 1.
       01 sched-member-exists USAGE BINARY-INT.
       01 temp-outcome-text PIC X(56).
      *> Color roles still owed. apply-color-role says in
      *> role-apply-result whether the member really got their pool
      *> role (and in role-apply-error what went wrong when not), and
      *> note-role-apply-outcome turns that into - or clears - the
      *> member's colorretry.dat record. The scheduled sweep retries
      *> the due ones, retry-due-limit at a time; every failure
      *> doubles the wait from retry-base-seconds up to
      *> retry-max-seconds, and retry-attempt-limit failures give up
      *> with an ERROR to the ops channel. role-retry-run is on while
      *> the sweep is the one applying, so a success gets logged.
       01 cret-status PIC X(02).
       01 role-apply-result USAGE BINARY-CHAR UNSIGNED VALUE 0.
           88 role-apply-failed VALUE 1.
       01 role-apply-error PIC X(48).
       01 role-retry-run USAGE BINARY-CHAR UNSIGNED VALUE 0.
           88 role-retry-running VALUE 1.
       01 role-retry-owed USAGE BINARY-CHAR UNSIGNED VALUE 0.
           88 role-retry-is-owed VALUE 1.
       01 role-retry-cleared USAGE BINARY-CHAR UNSIGNED VALUE 0.
           88 role-retry-was-cleared VALUE 1.
       01 retry-due-table.
           05 retry-due-count USAGE BINARY-INT UNSIGNED.
           05 retry-due-entry OCCURS 50 TIMES.
               10 retry-due-guild USAGE BINARY-DOUBLE UNSIGNED.
               10 retry-due-user USAGE BINARY-DOUBLE UNSIGNED.
       01 retry-due-limit USAGE BINARY-INT UNSIGNED VALUE 50.
       01 retry-due-idx USAGE BINARY-INT UNSIGNED.
       01 retry-base-seconds USAGE BINARY-DOUBLE UNSIGNED VALUE 60.
       01 retry-max-seconds USAGE BINARY-DOUBLE UNSIGNED VALUE 3600.
       01 retry-attempt-limit USAGE BINARY-INT UNSIGNED VALUE 8.
       01 retry-wait-seconds USAGE BINARY-DOUBLE UNSIGNED.
       01 retry-color USAGE BINARY-INT.
       01 retry-attempts USAGE BINARY-INT UNSIGNED.
       01 retry-gave-up USAGE BINARY-CHAR UNSIGNED VALUE 0.
           88 retry-has-given-up VALUE 1.
       01 retry-member-exists USAGE BINARY-INT.
       01 retry-user-display PIC Z(19)9.
       01 retry-count-display PIC Z(09)9.
       01 retry-limit-display PIC Z(09)9.
       01 retry-wait-display PIC Z(09)9.
       01 retry-outcome-text PIC X(48).
       01 retry-log-pos USAGE BINARY-INT UNSIGNED.
      *> Weekly digest staging: the same per-guild tallies colorrpt
      *> computes (total rolls, top rollers, hue spread), but built
      *> in-process and posted as an embed to the guild's configured
       01 alert-count-display PIC Z(09)9.
       01 alert-window-display PIC Z(09)9.
       01 alert-desc-buffer PIC X(256).
      *> Severity write-alert-log-line stamps: WARN for the alert
      *> path's own trouble, INFO for the record of each alert that
      *> fired (which colorops lists back).
       01 alert-log-severity PIC X(05) VALUE "WARN".
       01 alert-outcome-text PIC X(12).
       01 alert-channel-display PIC 9(20).
       01 ops-channel-global USAGE BINARY-DOUBLE UNSIGNED VALUE 0.
       01 config-key-ops-channel PIC X(32) VALUE "ops_channel_id".
       01 ops-scan-done USAGE BINARY-CHAR UNSIGNED.
       01 reroll-id-display PIC 9(20).
      *> Table of common named colors, closest-match against whatever
      *> color gets rolled so the embed can show a name alongside the
      *> raw hex/RGB.
       COPY "colorname.cpy".
       01 color-scan-idx USAGE BINARY-INT UNSIGNED.
       01 nearest-color-idx USAGE BINARY-INT UNSIGNED.
       01 nearest-color-distance USAGE BINARY-INT UNSIGNED.
           IF NOT channel-is-allowed THEN EXIT PROGRAM.
           PERFORM load-guild-settings
               THRU load-guild-settings-exit.
           PERFORM check-color-lock THRU check-color-lock-exit.
           IF color-lock-held
               PERFORM build-lock-refusal
               PERFORM send-simple-reply
               EXIT PROGRAM
           END-IF.
           PERFORM check-cooldown THRU check-cooldown-exit.
           IF user-is-on-cooldown
               PERFORM send-cooldown-message
               EXIT PROGRAM
           END-IF.
           MOVE 0 TO color-source-valid.
           MOVE dusr-id TO log-actor-id.
           MOVE "hex" TO log-source.
           PERFORM parse-requested-hex-color
               THRU parse-requested-hex-color-exit.
           IF NOT color-source-is-valid
               MOVE "favorite" TO log-source
               PERFORM recall-favorite-color
                   THRU recall-favorite-color-exit
           END-IF.
                   PERFORM send-palette-rejection
                   EXIT PROGRAM
               END-IF
               PERFORM check-color-rules THRU check-color-rules-exit
           ELSE
               MOVE "roll" TO log-source
               PERFORM roll-random-color
               IF unique-colors-enabled
                   PERFORM enforce-color-uniqueness
                       THRU enforce-color-uniqueness-exit
               END-IF
               PERFORM enforce-color-rules
           END-IF.
           IF NOT color-rules-ok
               PERFORM build-rule-rejection
               PERFORM send-simple-reply
               EXIT PROGRAM
           END-IF.
           PERFORM find-nearest-named-color.
           CALL STATIC "discord_embed_set_title" USING
               BY REFERENCE discord-embed.
           PERFORM maybe-post-scheduled-digest
               THRU maybe-post-scheduled-digest-exit.
           PERFORM maybe-run-scheduled-sweep
               THRU maybe-run-scheduled-sweep-exit.
           EXIT PROGRAM.

      *> Handles a click on the "Reroll" button added by
           END-IF.
           PERFORM load-guild-settings
               THRU load-guild-settings-exit.
           PERFORM check-color-lock THRU check-color-lock-exit.
           IF color-lock-held
               PERFORM build-lock-refusal
               PERFORM update-component-message
               EXIT PROGRAM
           END-IF.
           PERFORM check-cooldown THRU check-cooldown-exit.
           IF user-is-on-cooldown
               PERFORM defer-reroll-ack
               PERFORM enforce-color-uniqueness
                   THRU enforce-color-uniqueness-exit
           END-IF.
           PERFORM enforce-color-rules.
           IF NOT color-rules-ok
               PERFORM build-rule-rejection
               PERFORM update-component-message
               EXIT PROGRAM
           END-IF.
           PERFORM find-nearest-named-color.
           CALL STATIC "discord_embed_set_title" USING
               BY REFERENCE discord-embed
               PERFORM write-ops-log-entry
           END-IF.
           PERFORM apply-color-role THRU apply-color-role-exit.
           MOVE "reroll" TO log-source.
           MOVE dusr-id TO log-actor-id.
           PERFORM write-color-log THRU write-color-log-exit.
           PERFORM update-cooldown.
           CALL STATIC "discord_embed_cleanup" USING
               BY REFERENCE discord-embed.
           PERFORM maybe-post-scheduled-digest
               THRU maybe-post-scheduled-digest-exit.
           PERFORM maybe-run-scheduled-sweep
               THRU maybe-run-scheduled-sweep-exit.
           EXIT PROGRAM.

      *> Replies to "colorhistory" with an embed listing the caller's
               EXIT PROGRAM
           END-IF.
           MOVE arg-token(1:16) TO fav-name-arg.
           PERFORM wait-for-batch-hold.
           OPEN I-O favorites-file.
           IF fav-status = "35"
               OPEN OUTPUT favorites-file
               PERFORM send-simple-reply
               EXIT PROGRAM
           END-IF.
           IF setting-key-text(1:8) = "protect-"
                   OR setting-key-text = "contrast-floor"
               PERFORM update-color-rules
                   THRU update-color-rules-exit
               MOVE "Settings"&x"00" TO reply-title-buffer
               PERFORM send-simple-reply
               EXIT PROGRAM
           END-IF.
           PERFORM wait-for-batch-hold.
           OPEN I-O guild-settings-file.
           IF gcfg-status = "35"
               OPEN OUTPUT guild-settings-file
               PERFORM update-component-message
               EXIT PROGRAM
           END-IF.
           PERFORM check-color-lock THRU check-color-lock-exit.
           IF color-lock-held
               PERFORM build-lock-refusal
               PERFORM update-component-message
               EXIT PROGRAM
           END-IF.
           MOVE gift-color TO demb-color.
           PERFORM check-color-in-palette
               THRU check-color-in-palette-exit.
               PERFORM update-component-message
               EXIT PROGRAM
           END-IF.
           PERFORM check-color-rules THRU check-color-rules-exit.
           IF NOT color-rules-ok
               PERFORM build-rule-rejection
               PERFORM update-component-message
               EXIT PROGRAM
           END-IF.
           PERFORM find-nearest-named-color.
           MOVE gift-color TO hexfmt-work.
           PERFORM format-color-hex.
               WITH POINTER reply-desc-pos.
           PERFORM update-component-message.
           PERFORM apply-color-role THRU apply-color-role-exit.
           MOVE "gift" TO log-source.
           MOVE gift-giver-id TO log-actor-id.
           PERFORM write-color-log THRU write-color-log-exit.
           PERFORM write-gift-giver-log
               THRU write-gift-giver-log-exit.
               hist-count - setting-value-number + 1.
           MOVE hist-color(revert-pick-idx) TO demb-color.
           PERFORM apply-color-role THRU apply-color-role-exit.
           MOVE "revert" TO log-source.
           MOVE dusr-id TO log-actor-id.
           PERFORM write-color-log THRU write-color-log-exit.
           PERFORM write-revert-audit-line.
           MOVE demb-color TO hexfmt-work.
           PERFORM send-simple-reply.
           EXIT PROGRAM.

      *> "colorlock <member> <term> <reason>" - owner-only hold on a
      *> member's current color, for an abused color or an event
      *> that needs it fixed: for a term (30m, 12h, 7d) or "forever",
      *> and while it holds every path that would change their color
      *> refuses and says until when. "colorlock <member> off" lifts
      *> it, a bare "colorlock <member>" shows it, "colorlock list"
      *> shows the guild's locks in force. Locking and lifting each
      *> leave an opslog.txt audit line.
       ENTRY STDCALL "colorlock" USING
           BY VALUE client
           BY REFERENCE discord-message.
           INITIALIZE discord-embed discord-create-message
               discord-embeds discord-message-reference.
           SET ADDRESS OF discord-user TO dmsg-author.
           IF dusr-bot <> 0 THEN EXIT PROGRAM.
           MOVE dusr-id TO target-user-id.
           MOVE dmsg-guild-id TO active-guild-id.
           MOVE dmsg-channel-id TO active-channel-id.
           MOVE dmsg-timestamp TO active-timestamp.
           PERFORM load-channel-allowlist
               THRU load-channel-allowlist-exit.
           PERFORM check-channel-allowed
               THRU check-channel-allowed-exit.
           IF NOT channel-is-allowed THEN EXIT PROGRAM.
           PERFORM load-guild-settings
               THRU load-guild-settings-exit.
           CALL STATIC "discord_guild_owner_id" USING
               BY VALUE client
               BY VALUE active-guild-id-ptr
               RETURNING guild-owner-id.
           IF guild-owner-id = 0
               MOVE "discord_guild_owner_id failed" TO ops-log-message
               PERFORM write-ops-log-entry
               EXIT PROGRAM
           END-IF.
           IF dusr-id NOT = guild-owner-id
               MOVE "Color lock"&x"00" TO reply-title-buffer
               STRING "Only the server owner can lock members' "
                       DELIMITED BY SIZE
                   "colors here." DELIMITED BY SIZE
                   X"00" DELIMITED BY SIZE
                   INTO reply-desc-buffer
               PERFORM send-simple-reply
               EXIT PROGRAM
           END-IF.
           PERFORM parse-lock-arguments
               THRU parse-lock-arguments-exit.
           IF lock-target-text = "list"
               PERFORM list-color-locks
               MOVE "Color locks"&x"00" TO reply-title-buffer
               PERFORM send-simple-reply
               EXIT PROGRAM
           END-IF.
           IF gift-recipient-id = 0
               MOVE "Color lock"&x"00" TO reply-title-buffer
               STRING "Usage: colorlock <member> <30m|12h|7d|forever> "
                       DELIMITED BY SIZE
                   "<reason> locks their current color, colorlock "
                       DELIMITED BY SIZE
                   "<member> off lifts it, colorlock <member> shows "
                       DELIMITED BY SIZE
                   "it, colorlock list shows every lock here."
                       DELIMITED BY SIZE
                   X"00" DELIMITED BY SIZE
                   INTO reply-desc-buffer
               PERFORM send-simple-reply
               EXIT PROGRAM
           END-IF.
           MOVE gift-recipient-id TO target-user-id.
           MOVE target-user-id TO gift-user-display.
           MOVE "Color lock"&x"00" TO reply-title-buffer.
           MOVE SPACES TO reply-desc-buffer.
           MOVE 1 TO reply-desc-pos.
           IF lock-term-text = SPACES
               PERFORM check-color-lock THRU check-color-lock-exit
               IF color-lock-held
                   PERFORM build-lock-refusal
               ELSE
                   STRING "<@" DELIMITED BY SIZE
                       FUNCTION TRIM(gift-user-display)
                           DELIMITED BY SIZE
                       ">'s color is not locked." DELIMITED BY SIZE
                       X"00" DELIMITED BY SIZE
                       INTO reply-desc-buffer
                       WITH POINTER reply-desc-pos
               END-IF
               PERFORM send-simple-reply
               EXIT PROGRAM
           END-IF.
           IF lock-term-text = "off"
               PERFORM remove-color-lock THRU remove-color-lock-exit
               IF color-lock-held
                   PERFORM write-unlock-audit-line
                   STRING "Lifted the lock on <@" DELIMITED BY SIZE
                       FUNCTION TRIM(gift-user-display)
                           DELIMITED BY SIZE
                       ">'s color." DELIMITED BY SIZE
                       X"00" DELIMITED BY SIZE
                       INTO reply-desc-buffer
                       WITH POINTER reply-desc-pos
               ELSE
                   STRING "<@" DELIMITED BY SIZE
                       FUNCTION TRIM(gift-user-display)
                           DELIMITED BY SIZE
                       ">'s color is not locked." DELIMITED BY SIZE
                       X"00" DELIMITED BY SIZE
                       INTO reply-desc-buffer
                       WITH POINTER reply-desc-pos
               END-IF
               PERFORM send-simple-reply
               EXIT PROGRAM
           END-IF.
           PERFORM parse-lock-term THRU parse-lock-term-exit.
           IF NOT lock-term-is-valid OR lock-reason-text = SPACES
               STRING "Give a term and a reason: colorlock <member> "
                       DELIMITED BY SIZE
                   "<30m|12h|7d|forever> <reason> - terms run up "
                       DELIMITED BY SIZE
                   "to 9999 minutes, hours or days." DELIMITED BY SIZE
                   X"00" DELIMITED BY SIZE
                   INTO reply-desc-buffer
                   WITH POINTER reply-desc-pos
               PERFORM send-simple-reply
               EXIT PROGRAM
           END-IF.
           PERFORM collect-color-history
               THRU collect-color-history-exit.
           PERFORM write-color-lock.
           PERFORM write-lock-audit-line.
           PERFORM format-lock-until.
           STRING "Locked <@" DELIMITED BY SIZE
               FUNCTION TRIM(gift-user-display) DELIMITED BY SIZE
               ">'s color " DELIMITED BY SIZE
               INTO reply-desc-buffer
               WITH POINTER reply-desc-pos.
           IF lock-held-color >= 0
               MOVE lock-held-color TO hexfmt-work
               PERFORM format-color-hex
               STRING "(`#" DELIMITED BY SIZE
                   hexfmt-text DELIMITED BY SIZE
                   "`) " DELIMITED BY SIZE
                   INTO reply-desc-buffer
                   WITH POINTER reply-desc-pos
           END-IF.
           STRING FUNCTION TRIM(lock-until-text) DELIMITED BY SIZE
               "." DELIMITED BY SIZE
               newline-char DELIMITED BY SIZE
               "Reason: " DELIMITED BY SIZE
               FUNCTION TRIM(lock-held-reason) DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO reply-desc-buffer
               WITH POINTER reply-desc-pos.
           PERFORM send-simple-reply.
           EXIT PROGRAM.

      *> "colortemp <hex> <term> <member> [<member>...]" - owner-only
      *> event color: a tournament team color, a birthday color.
      *> Each member named gets the color now through the normal
      *> pooled-role path and a pending reversion in colorsched.dat;
      *> once the term (30m, 12h, 7d) runs out the scheduled sweep
      *> puts back whatever they wore before. A member who picks a
      *> color of their own in between keeps it - the reversion is
      *> dropped. Locked members are skipped, and one with no color
      *> on record keeps the event color, having nothing to go back
      *> to.
       ENTRY STDCALL "colortemp" USING
           BY VALUE client
           BY REFERENCE discord-message.
           INITIALIZE discord-embed discord-create-message
               discord-embeds discord-message-reference.
           SET ADDRESS OF discord-user TO dmsg-author.
           IF dusr-bot <> 0 THEN EXIT PROGRAM.
           MOVE dusr-id TO target-user-id.
           MOVE dmsg-guild-id TO active-guild-id.
           MOVE dmsg-channel-id TO active-channel-id.
           MOVE dmsg-timestamp TO active-timestamp.
           PERFORM load-channel-allowlist
               THRU load-channel-allowlist-exit.
           PERFORM check-channel-allowed
               THRU check-channel-allowed-exit.
           IF NOT channel-is-allowed THEN EXIT PROGRAM.
           PERFORM load-guild-settings
               THRU load-guild-settings-exit.
           CALL STATIC "discord_guild_owner_id" USING
               BY VALUE client
               BY VALUE active-guild-id-ptr
               RETURNING guild-owner-id.
           IF guild-owner-id = 0
               MOVE "discord_guild_owner_id failed" TO ops-log-message
               PERFORM write-ops-log-entry
               EXIT PROGRAM
           END-IF.
           IF dusr-id NOT = guild-owner-id
               MOVE "Temporary color"&x"00" TO reply-title-buffer
               STRING "Only the server owner can hand out temporary "
                       DELIMITED BY SIZE
                   "colors here." DELIMITED BY SIZE
                   X"00" DELIMITED BY SIZE
                   INTO reply-desc-buffer
               PERFORM send-simple-reply
               EXIT PROGRAM
           END-IF.
           PERFORM parse-temp-arguments
               THRU parse-temp-arguments-exit.
           IF NOT color-source-is-valid
                   OR NOT lock-term-is-valid
                   OR lock-term-seconds = 0
                   OR temp-arg-pos > content-len
               MOVE "Temporary color"&x"00" TO reply-title-buffer
               STRING "Usage: colortemp <hex> <30m|12h|7d> <member> "
                       DELIMITED BY SIZE
                   "[<member>...] - gives them the color until the "
                       DELIMITED BY SIZE
                   "term runs out, then puts their own color back. "
                       DELIMITED BY SIZE
                   "Terms run up to 9999 minutes, hours or days."
                       DELIMITED BY SIZE
                   X"00" DELIMITED BY SIZE
                   INTO reply-desc-buffer
               PERFORM send-simple-reply
               EXIT PROGRAM
           END-IF.
           COMPUTE temp-due-at = active-timestamp + lock-term-seconds.
           MOVE 0 TO temp-member-count temp-given-count
               temp-kept-count temp-locked-count.
           MOVE SPACES TO temp-given-list temp-kept-list
               temp-locked-list.
           MOVE 1 TO temp-given-pos temp-kept-pos temp-locked-pos.
           PERFORM grant-next-temp-member
               UNTIL temp-arg-pos > content-len
                   OR temp-member-count >= temp-member-limit.
           PERFORM build-temp-reply.
           PERFORM send-simple-reply.
           PERFORM maybe-run-scheduled-sweep
               THRU maybe-run-scheduled-sweep-exit.
           EXIT PROGRAM.

      *> "colorpreview [hex|favorite]" - shows exactly what mycolor
      *> would say about a color (hex, RGB, nearest name, palette
      *> verdict) without doing any of what mycolor does: no role
                   PERFORM enforce-color-uniqueness
                       THRU enforce-color-uniqueness-exit
               END-IF
               PERFORM enforce-color-rules
           END-IF.
           PERFORM check-color-in-palette
               THRU check-color-in-palette-exit.
           PERFORM check-color-rules THRU check-color-rules-exit.
           PERFORM find-nearest-named-color.
           MOVE demb-color TO hexfmt-work.
           PERFORM format-color-hex.
                       INTO reply-desc-buffer
                       WITH POINTER reply-desc-pos
           END-EVALUATE.
           IF NOT color-rules-ok
               STRING newline-char DELIMITED BY SIZE
                   INTO reply-desc-buffer
                   WITH POINTER reply-desc-pos
               PERFORM append-rule-reason
               STRING " Apply will be refused." DELIMITED BY SIZE
                   INTO reply-desc-buffer
                   WITH POINTER reply-desc-pos
           END-IF.
           PERFORM check-color-lock THRU check-color-lock-exit.
           IF color-lock-held
               PERFORM format-lock-until
               STRING newline-char DELIMITED BY SIZE
                   "Your color is locked " DELIMITED BY SIZE
                   FUNCTION TRIM(lock-until-text) DELIMITED BY SIZE
                   " - Apply will be refused." DELIMITED BY SIZE
                   INTO reply-desc-buffer
                   WITH POINTER reply-desc-pos
           END-IF.
           STRING newline-char DELIMITED BY SIZE
               "Nothing changes until you press Apply."
                   DELIMITED BY SIZE
           END-IF.
           PERFORM load-guild-settings
               THRU load-guild-settings-exit.
           PERFORM check-color-lock THRU check-color-lock-exit.
           IF color-lock-held
               PERFORM build-lock-refusal
               PERFORM update-component-message
               EXIT PROGRAM
           END-IF.
           PERFORM check-cooldown THRU check-cooldown-exit.
           IF user-is-on-cooldown
               PERFORM defer-reroll-ack
               PERFORM update-component-message
               EXIT PROGRAM
           END-IF.
           PERFORM check-color-rules THRU check-color-rules-exit.
           IF NOT color-rules-ok
               PERFORM build-rule-rejection
               PERFORM update-component-message
               EXIT PROGRAM
           END-IF.
           PERFORM find-nearest-named-color.
           MOVE demb-color TO hexfmt-work.
           PERFORM format-color-hex.
               WITH POINTER reply-desc-pos.
           PERFORM update-component-message.
           PERFORM apply-color-role THRU apply-color-role-exit.
           MOVE "preview" TO log-source.
           MOVE dusr-id TO log-actor-id.
           PERFORM write-color-log THRU write-color-log-exit.
           PERFORM update-cooldown.
           PERFORM maybe-post-scheduled-digest
               THRU maybe-post-scheduled-digest-exit.
           PERFORM maybe-run-scheduled-sweep
               THRU maybe-run-scheduled-sweep-exit.
           EXIT PROGRAM.

      *> Gateway member-add: a member joining (or rejoining) gets
      *> their color back without having to know to run mycolor -
      *> their latest colorlog.dat entry for this guild, or failing
      *> that their most recently saved favorite, re-applied through
      *> the same pooled-role path a roll uses. Nothing new was
      *> chosen, so no cooldown is spent, but the re-apply is logged
      *> as a "rejoin" entry with no actor - it is still a role the
      *> bot put on the member, and a favorite recalled here is not
      *> otherwise in the log at all. A member whose color is
      *> locked only ever gets their latest logged color back - the
      *> color the lock is holding - never a saved favorite.
       ENTRY STDCALL "member-joined" USING
           BY VALUE client
           BY REFERENCE discord-member-event.
           MOVE dmev-timestamp TO active-timestamp.
           PERFORM load-guild-settings
               THRU load-guild-settings-exit.
           PERFORM check-color-lock THRU check-color-lock-exit.
           PERFORM collect-color-history
               THRU collect-color-history-exit.
           MOVE 0 TO color-source-valid.
               MOVE hist-color(hist-count) TO demb-color
               MOVE 1 TO color-source-valid
           ELSE
               IF NOT color-lock-held
                   PERFORM recall-newest-favorite
                       THRU recall-newest-favorite-exit
               END-IF
           END-IF.
           IF NOT color-source-is-valid THEN EXIT PROGRAM.
           PERFORM apply-color-role THRU apply-color-role-exit.
           MOVE "rejoin" TO log-source.
           MOVE 0 TO log-actor-id.
           PERFORM write-color-log THRU write-color-log-exit.
           PERFORM maybe-run-scheduled-sweep
               THRU maybe-run-scheduled-sweep-exit.
           EXIT PROGRAM.

      *> Gateway member-remove: releases the departed member's
      *> membership in batch hours later. The pooled role itself is
      *> deleted when they were its last member, the same as a reroll
      *> leaving a pool - but nothing is removed from the member,
      *> who is already gone. A color role still owed to them is
      *> dropped too.
       ENTRY STDCALL "member-left" USING
           BY VALUE client
           BY REFERENCE discord-member-event.
           MOVE dmev-timestamp TO active-timestamp.
           PERFORM release-pool-on-leave
               THRU release-pool-on-leave-exit.
           PERFORM remove-role-retry.
           EXIT PROGRAM.

      *> Called from main's reconnect loop (not a Discord callback):
           MOVE "api" TO ops-log-category.
           EXIT PROGRAM.

      *> Called from main before every gateway connect (not a
      *> Discord callback): runs the scheduled sweep, so reversions
      *> that came due while the bot was down or disconnected go
      *> through as soon as it is back, and color roles a dropped
      *> connection kept off members are tried again.
       ENTRY "scheduled-sweep" USING
           BY VALUE client.
           PERFORM load-channel-allowlist
               THRU load-channel-allowlist-exit.
           PERFORM run-scheduled-sweep THRU run-scheduled-sweep-exit.
           EXIT PROGRAM.

      *> Reads config.json once per process and pulls the
      *> allowed_channel_ids / allowed_guild_ids arrays (if present)
      *> out of it with plain text scanning - this build of GnuCOBOL
               MOVE member-scan-idx TO member-found-idx
           END-IF.

      *> Does demb-color, as the member's name would show it, keep
      *> clear of every protected staff color and stay readable on
      *> both Discord themes? The first rule broken lands in
      *> rule-verdict, with protect-found-idx or contrast-ratio
      *> left for the refusal text. demb-color itself is untouched.
       check-color-rules.
           MOVE 0 TO rule-verdict.
           PERFORM compute-color-pool-bucket.
           MOVE pool-rep-color TO rule-shown-color.
           COMPUTE rule-shown-r = rule-shown-color / 65536.
           COMPUTE rule-shown-g =
               FUNCTION MOD(rule-shown-color, 65536) / 256.
           COMPUTE rule-shown-b = FUNCTION MOD(rule-shown-color, 256).
           MOVE 0 TO protect-found-idx.
           PERFORM scan-protected-color
               VARYING protect-scan-idx FROM 1 BY 1
               UNTIL protect-scan-idx > gset-protect-count
                   OR protect-found-idx > 0.
           IF protect-found-idx > 0
               MOVE 1 TO rule-verdict
               GO TO check-color-rules-exit
           END-IF.
           IF gset-contrast-floor = 0
               GO TO check-color-rules-exit
           END-IF.
           COMPUTE contrast-floor-ratio = gset-contrast-floor / 10.
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

      *> Staff colors are compared exactly as configured - a role
      *> color is what it is - against the shown color.
       scan-protected-color.
           COMPUTE member-color-r =
               gset-protect-color(protect-scan-idx) / 65536.
           COMPUTE member-color-g = FUNCTION MOD(
               gset-protect-color(protect-scan-idx), 65536) / 256.
           COMPUTE member-color-b = FUNCTION MOD(
               gset-protect-color(protect-scan-idx), 256).
           COMPUTE color-diff-r = rule-shown-r - member-color-r.
           COMPUTE color-diff-g = rule-shown-g - member-color-g.
           COMPUTE color-diff-b = rule-shown-b - member-color-b.
           COMPUTE this-color-distance =
               color-diff-r * color-diff-r
               + color-diff-g * color-diff-g
               + color-diff-b * color-diff-b.
           IF this-color-distance < gset-protect-distance
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

      *> Random rolls re-roll around the guild's color rules the way
      *> enforce-color-uniqueness re-rolls around other members, up
      *> to rule-attempt-limit fresh rolls. With uniqueness on, a
      *> re-roll also has to clear the other members again while
      *> attempts remain, so this pass can't quietly undo what
      *> uniqueness just did. Unlike uniqueness, a roll still
      *> breaking a rule past the cap is not handed out - the caller
      *> refuses it with the reason - which only happens when the
      *> palette leaves next to nothing legal (a custom palette made
      *> of staff colors, say).
       enforce-color-rules.
           PERFORM check-color-rules THRU check-color-rules-exit.
           MOVE 0 TO rule-attempts.
           PERFORM reroll-for-rules
               UNTIL color-rules-ok
                   OR rule-attempts >= rule-attempt-limit.

       reroll-for-rules.
           PERFORM roll-random-color.
           ADD 1 TO rule-attempts.
           PERFORM check-color-rules THRU check-color-rules-exit.
           IF color-rules-ok AND unique-colors-enabled
                   AND member-color-count > 0
                   AND rule-attempts < rule-attempt-limit
               PERFORM check-roll-distinct
               IF unique-min-distance < gset-unique-distance
                   MOVE 4 TO rule-verdict
               END-IF
           END-IF.

      *> One sentence saying which rule demb-color breaks, appended
      *> to reply-desc-buffer at reply-desc-pos (no terminator - the
      *> caller finishes the text).
       append-rule-reason.
           EVALUATE TRUE
               WHEN rule-near-staff-color
                   MOVE gset-protect-color(protect-found-idx)
                       TO hexfmt-work
                   PERFORM format-color-hex
                   STRING "It is too close to the staff color `#"
                           DELIMITED BY SIZE
                       hexfmt-text DELIMITED BY SIZE
                       "`" DELIMITED BY SIZE
                       INTO reply-desc-buffer
                       WITH POINTER reply-desc-pos
                   IF gset-protect-label(protect-found-idx)
                           NOT = SPACES
                       STRING " (" DELIMITED BY SIZE
                           FUNCTION TRIM(
                               gset-protect-label(protect-found-idx))
                               DELIMITED BY SIZE
                           ")" DELIMITED BY SIZE
                           INTO reply-desc-buffer
                           WITH POINTER reply-desc-pos
                   END-IF
                   STRING " - members can't wear staff colors here."
                           DELIMITED BY SIZE
                       INTO reply-desc-buffer
                       WITH POINTER reply-desc-pos
               WHEN rule-unreadable-dark
               WHEN rule-unreadable-light
                   MOVE contrast-ratio TO contrast-ratio-display
                   MOVE contrast-floor-ratio TO contrast-floor-display
                   STRING "It would be hard to read on Discord's "
                           DELIMITED BY SIZE
                       INTO reply-desc-buffer
                       WITH POINTER reply-desc-pos
                   IF rule-unreadable-dark
                       STRING "dark" DELIMITED BY SIZE
                           INTO reply-desc-buffer
                           WITH POINTER reply-desc-pos
                   ELSE
                       STRING "light" DELIMITED BY SIZE
                           INTO reply-desc-buffer
                           WITH POINTER reply-desc-pos
                   END-IF
                   STRING " theme (contrast " DELIMITED BY SIZE
                       FUNCTION TRIM(contrast-ratio-display)
                           DELIMITED BY SIZE
                       ":1, this server asks for at least "
                           DELIMITED BY SIZE
                       FUNCTION TRIM(contrast-floor-display)
                           DELIMITED BY SIZE
                       ":1)." DELIMITED BY SIZE
                       INTO reply-desc-buffer
                       WITH POINTER reply-desc-pos
               WHEN OTHER
                   STRING "It sits too close to another member's "
                           DELIMITED BY SIZE
                       "color." DELIMITED BY SIZE
                       INTO reply-desc-buffer
                       WITH POINTER reply-desc-pos
           END-EVALUATE.

      *> The whole refusal for a color that breaks a rule, staged
      *> for send-simple-reply or update-component-message.
       build-rule-rejection.
           MOVE demb-color TO hexfmt-work.
           PERFORM format-color-hex.
           MOVE "Color not allowed"&x"00" TO reply-title-buffer.
           MOVE 1 TO reply-desc-pos.
           STRING "`#" DELIMITED BY SIZE
               hexfmt-text DELIMITED BY SIZE
               "` can't be used here. " DELIMITED BY SIZE
               INTO reply-desc-buffer
               WITH POINTER reply-desc-pos.
           PERFORM append-rule-reason.
           STRING X"00" DELIMITED BY SIZE
               INTO reply-desc-buffer
               WITH POINTER reply-desc-pos.

      *> Looks for a 6-digit hex code typed after the command (the
      *> last space-delimited word of dmsg-content) and, if it is
      *> valid, moves it into demb-color and sets color-source-valid
      *> roll. Moving between pools removes the old role first, and a
      *> pool left empty has its role deleted. The old per-user
      *> "color-<id>" role, if the member still has one from before
      *> pooling, is retired on the way through. Pool files change
      *> together with the log, so they wait out a batch hold too.
      *> A role that could not be put on the member is queued in
      *> colorretry.dat for the scheduled sweep, since the caller
      *> logs the color as theirs regardless.
       apply-color-role.
           MOVE 0 TO role-apply-result.
           MOVE SPACES TO role-apply-error.
           PERFORM wait-for-batch-hold.
           PERFORM compute-color-pool-bucket.
           OPEN I-O pool-member-file.
           IF pmbr-status = "35"
           READ pool-member-file.
           IF pmbr-status = "00"
               IF pmbr-bucket = pool-bucket
                   PERFORM restore-owed-pool-role
                   GO TO apply-color-role-close
               END-IF
               PERFORM leave-color-pool
           CLOSE color-pool-file.
           PERFORM retire-legacy-color-role
               THRU retire-legacy-color-role-done.
           PERFORM note-role-apply-outcome
               THRU note-role-apply-outcome-exit.
       apply-color-role-exit.
           EXIT.

      *> Already on file in this bucket's pool, which normally means
      *> nothing to do - unless the role is still owed: an add that
      *> failed left the member counted in the pool without Discord
      *> ever giving them the role, so it goes on again here.
       restore-owed-pool-role.
           PERFORM check-role-owed.
           IF role-retry-is-owed
               MOVE pmbr-role-id TO pool-work-role-id
               CALL STATIC "discord_add_guild_member_role" USING
                   BY VALUE client
                   BY VALUE active-guild-id-ptr
                   BY VALUE target-user-id-ptr
                   BY VALUE pool-work-role-id-ptr
                   RETURNING role-member-status
               IF role-member-status <> 0
                   MOVE "discord_add_guild_member_role failed"
                       TO ops-log-message
                   PERFORM write-ops-log-entry
                   MOVE 1 TO role-apply-result
                   MOVE "adding the pool role to the member failed"
                       TO role-apply-error
               END-IF
           END-IF.

      *> demb-color quantized: channel / 32 gives 8 levels, packed
      *> into one 0..511 bucket number; the pooled role shows the
      *> bucket's center so everyone in the pool is at most 16 per
               DELETE pool-member-file RECORD
                   INVALID KEY CONTINUE
               END-DELETE
               MOVE 1 TO role-apply-result
               MOVE "no pool role - creating it failed"
                   TO role-apply-error
               GO TO join-color-pool-exit
           END-IF.
      *> A failed add still counts the member in the pool and keeps
      *> their membership record: the role is owed, and the retry
      *> puts it on through restore-owed-pool-role rather than
      *> joining the pool a second time.
           MOVE cpool-role-id TO pool-work-role-id.
           CALL STATIC "discord_add_guild_member_role" USING
               BY VALUE client
               MOVE "discord_add_guild_member_role failed"
                   TO ops-log-message
               PERFORM write-ops-log-entry
               MOVE 1 TO role-apply-result
               MOVE "adding the pool role to the member failed"
                   TO role-apply-error
           END-IF.
           ADD 1 TO cpool-members.
           IF pool-record-found
      *> role with them when they left. Missing files or no record
      *> just mean there is nothing to release.
       release-pool-on-leave.
           PERFORM wait-for-batch-hold.
           OPEN I-O pool-member-file.
           IF pmbr-status NOT = "00"
               GO TO release-pool-on-leave-exit
      *> it) or create the "color-p-<bucket>" role at the bucket's
      *> center color, and stage a fresh cpool-record for the caller
      *> to fill in and write. cpool-role-id 0 means Discord wouldn't
      *> give us a role; the caller backs out and the role is owed.
       create-pool-role.
           MOVE SPACES TO role-name-buffer.
           STRING "color-p-" DELIMITED BY SIZE
       retire-legacy-color-role-done.
           EXIT.

      *> Holds a write until a batch hold passes (colorarc's
      *> rebuild/swap window, a colorbak copy, a colormbr erase):
      *> poll the lock once a second up to hold-wait-limit tries
      *> (the swap itself is a rename, the rebuild seconds-scale, so
      *> the wait is brief), then give up and write anyway with a
           END-IF.

      *> Appends one record to colorlog.dat for every color a user
      *> is assigned, so moderators can look up who had what color,
      *> when, how they came by it and who did it (log-source and
      *> log-actor-id, set by the caller).
       write-color-log.
           PERFORM wait-for-batch-hold.
           PERFORM determine-next-clog-seq
               THRU determine-next-clog-seq-exit.
           MOVE SPACES TO clog-record.
           MOVE clog-next-seq TO clog-seq.
           MOVE target-user-id TO clog-user-id.
           MOVE active-guild-id TO clog-guild-id.
           MOVE active-channel-id TO clog-channel-id.
           MOVE active-timestamp TO clog-timestamp.
           MOVE demb-color TO clog-color.
           MOVE 2 TO clog-version.
           MOVE log-source TO clog-source.
           MOVE log-actor-id TO clog-actor-id.
           OPEN I-O color-log-file.
           IF clog-status = "35"
               OPEN OUTPUT color-log-file
               BY REFERENCE alert-create-message
               NULL
               RETURNING created-message-ptr.
           MOVE "posted" TO alert-outcome-text.
           IF created-message-ptr = NULL
               MOVE "alert post failed" TO ops-log-message
               PERFORM write-alert-log-line
               MOVE "not posted" TO alert-outcome-text
           END-IF.
           MOVE alert-channel-id TO alert-channel-display.
           MOVE SPACES TO ops-log-message.
           STRING "alert fired: " DELIMITED BY SIZE
               alert-desc-buffer DELIMITED BY " - check"
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(alert-outcome-text) DELIMITED BY SIZE
               " channel=" DELIMITED BY SIZE
               alert-channel-display DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO ops-log-message.
           MOVE "INFO" TO alert-log-severity.
           PERFORM write-alert-log-line.
           MOVE "WARN" TO alert-log-severity.
           CALL STATIC "discord_embed_cleanup" USING
               BY REFERENCE alert-embed.
           MOVE 0 TO alert-posting.

      *> Log writer for the alerting path itself. write-ops-log-entry
      *> is live on the PERFORM stack whenever an alert fires, so the
      *> alert's own problems get this separate appender (WARN/alert
      *> unless alert-log-severity says otherwise, never counted)
      *> instead of re-entering it.
       write-alert-log-line.
           MOVE FUNCTION CURRENT-DATE TO ops-log-timestamp.
           MOVE SPACES TO opsl-record.
           MOVE alert-log-severity TO opsl-severity.
           MOVE "alert" TO opsl-category.
           STRING ops-log-timestamp DELIMITED BY SIZE
               " " DELIMITED BY SIZE
           MOVE 0 TO gset-custom-count.
           INITIALIZE gset-season-table.
           MOVE headroom-warn-default TO gset-headroom-warn.
           PERFORM load-color-rules THRU load-color-rules-exit.
           OPEN INPUT guild-settings-file.
           IF gcfg-status NOT = "00"
               GO TO load-guild-settings-exit
           MOVE gcfg-custom-color(setting-value-idx)
               TO gset-custom-color(setting-value-idx).

      *> The guild's protected staff colors and readability floor
      *> from colorrule.dat, or the compiled-in defaults (nothing
      *> protected, contrast-floor-default) without a record.
       load-color-rules.
           MOVE protect-distance-default TO gset-protect-distance.
           MOVE contrast-floor-default TO gset-contrast-floor.
           MOVE 0 TO gset-protect-count.
           OPEN INPUT color-rule-file.
           IF crul-status NOT = "00"
               GO TO load-color-rules-exit
           END-IF.
           MOVE active-guild-id TO crul-guild-id.
           READ color-rule-file.
           IF crul-status = "00"
               MOVE crul-protect-distance TO gset-protect-distance
               MOVE crul-contrast-floor TO gset-contrast-floor
               MOVE crul-protect-count TO gset-protect-count
               PERFORM copy-protect-entry
                   VARYING protect-scan-idx FROM 1 BY 1
                   UNTIL protect-scan-idx > gset-protect-count
           END-IF.
           CLOSE color-rule-file.
       load-color-rules-exit.
           EXIT.

       copy-protect-entry.
           MOVE crul-protect-color(protect-scan-idx)
               TO gset-protect-color(protect-scan-idx).
           MOVE crul-protect-label(protect-scan-idx)
               TO gset-protect-label(protect-scan-idx).

       copy-season-entry.
           MOVE gcfg-season-entry(season-scan-idx)
               TO gset-season-entry(season-scan-idx).
                           DELIMITED BY SIZE
                       "season1, season2, season-clear, "
                           DELIMITED BY SIZE
                       "role-headroom, protect-add, protect-remove, "
                           DELIMITED BY SIZE
                       "protect-clear, protect-distance, "
                           DELIMITED BY SIZE
                       "protect-list, contrast-floor." DELIMITED BY SIZE
                       X"00" DELIMITED BY SIZE
                       INTO reply-desc-buffer
           END-EVALUATE.
       apply-setting-key-exit.
           EXIT.

      *> "colorbot-set protect-*/contrast-floor": the same read,
      *> apply one key, write back cycle as the guildcfg.dat keys,
      *> against the guild's colorrule.dat record instead.
      *> protect-list writes nothing, so it reads the record the way
      *> load-color-rules does - no write-hold wait, no I-O open.
       update-color-rules.
           IF setting-key-text = "protect-list"
               PERFORM show-color-rules THRU show-color-rules-exit
               GO TO update-color-rules-exit
           END-IF.
           PERFORM wait-for-batch-hold.
           OPEN I-O color-rule-file.
           IF crul-status = "35"
               OPEN OUTPUT color-rule-file
               CLOSE color-rule-file
               OPEN I-O color-rule-file
           END-IF.
           MOVE 0 TO crul-record-found.
           MOVE active-guild-id TO crul-guild-id.
           READ color-rule-file.
           IF crul-status = "00"
               MOVE 1 TO crul-record-found
           ELSE
               PERFORM init-color-rule-record
           END-IF.
           PERFORM apply-rule-key THRU apply-rule-key-exit.
           IF setting-was-applied
               IF rule-record-found
                   REWRITE crul-record
               ELSE
                   WRITE crul-record
               END-IF
           END-IF.
           CLOSE color-rule-file.
       update-color-rules-exit.
           EXIT.

       show-color-rules.
           MOVE 0 TO crul-record-found.
           OPEN INPUT color-rule-file.
           IF crul-status NOT = "00"
               PERFORM init-color-rule-record
               PERFORM apply-rule-key THRU apply-rule-key-exit
               GO TO show-color-rules-exit
           END-IF.
           MOVE active-guild-id TO crul-guild-id.
           READ color-rule-file.
           IF crul-status = "00"
               MOVE 1 TO crul-record-found
           ELSE
               PERFORM init-color-rule-record
           END-IF.
           PERFORM apply-rule-key THRU apply-rule-key-exit.
           CLOSE color-rule-file.
       show-color-rules-exit.
           EXIT.

       init-color-rule-record.
           INITIALIZE crul-record.
           MOVE active-guild-id TO crul-guild-id.
           MOVE protect-distance-default TO crul-protect-distance.
           MOVE contrast-floor-default TO crul-contrast-floor.
           MOVE 0 TO crul-protect-count.

      *> Applies one color-rule key to the crul-record in the FD
      *> buffer and stages the reply, as apply-setting-key does for
      *> the guildcfg.dat keys. protect-list only reads.
       apply-rule-key.
           MOVE 0 TO setting-applied.
           MOVE SPACES TO reply-desc-buffer.
           MOVE 1 TO reply-desc-pos.
           EVALUATE setting-key-text
               WHEN "protect-add"
                   PERFORM add-protected-color
                       THRU add-protected-color-exit
               WHEN "protect-remove"
                   PERFORM remove-protected-color
                       THRU remove-protected-color-exit
               WHEN "protect-clear"
                   MOVE 0 TO crul-protect-count
                   MOVE 1 TO setting-applied
                   STRING "No staff colors are protected here now."
                           DELIMITED BY SIZE
                       X"00" DELIMITED BY SIZE
                       INTO reply-desc-buffer
               WHEN "protect-distance"
                   PERFORM validate-numeric-setting
                       THRU validate-numeric-setting-done
                   IF NOT setting-value-is-numeric
                           OR setting-value-number > 195075
                       STRING "protect-distance needs a squared RGB "
                               DELIMITED BY SIZE
                           "distance (0-195075)." DELIMITED BY SIZE
                           X"00" DELIMITED BY SIZE
                           INTO reply-desc-buffer
                   ELSE
                       MOVE setting-value-number
                           TO crul-protect-distance
                       MOVE 1 TO setting-applied
                       MOVE setting-value-number
                           TO setting-number-display
                       STRING "Member colors now have to stay "
                               DELIMITED BY SIZE
                           FUNCTION TRIM(setting-number-display)
                               DELIMITED BY SIZE
                           " away from protected colors."
                               DELIMITED BY SIZE
                           X"00" DELIMITED BY SIZE
                           INTO reply-desc-buffer
                   END-IF
               WHEN "protect-list"
                   PERFORM list-color-rules
               WHEN "contrast-floor"
                   PERFORM apply-contrast-floor
                       THRU apply-contrast-floor-exit
               WHEN OTHER
                   STRING "Unknown setting. The color-rule ones are "
                           DELIMITED BY SIZE
                       "protect-add, protect-remove, protect-clear, "
                           DELIMITED BY SIZE
                       "protect-distance, protect-list and "
                           DELIMITED BY SIZE
                       "contrast-floor." DELIMITED BY SIZE
                       X"00" DELIMITED BY SIZE
                       INTO reply-desc-buffer
           END-EVALUATE.
       apply-rule-key-exit.
           EXIT.

      *> "protect-add <hex>[-label]", e.g. protect-add 5865f2-mods:
      *> one word like every colorbot-set value, the label only
      *> there to make refusals and the list readable. Adding a
      *> color already on the list just relabels it.
       add-protected-color.
           MOVE SPACES TO protect-hex-text protect-label-text.
           UNSTRING setting-value-text DELIMITED BY "-"
               INTO protect-hex-text protect-label-text
           END-UNSTRING.
           MOVE protect-hex-text TO setting-value-text.
           PERFORM validate-hex-setting
               THRU validate-hex-setting-exit.
           IF NOT setting-value-is-numeric
               STRING "protect-add needs a 6-digit hex color, "
                       DELIMITED BY SIZE
                   "optionally with a label, e.g. protect-add "
                       DELIMITED BY SIZE
                   "5865f2-moderator." DELIMITED BY SIZE
                   X"00" DELIMITED BY SIZE
                   INTO reply-desc-buffer
               GO TO add-protected-color-exit
           END-IF.
           MOVE 0 TO protect-found-idx.
           PERFORM scan-rule-protect-color
               VARYING protect-scan-idx FROM 1 BY 1
               UNTIL protect-scan-idx > crul-protect-count
                   OR protect-found-idx > 0.
           IF protect-found-idx = 0
               IF crul-protect-count >= 16
                   STRING "The protected list is full (16 colors)."
                           DELIMITED BY SIZE
                       X"00" DELIMITED BY SIZE
                       INTO reply-desc-buffer
                   GO TO add-protected-color-exit
               END-IF
               ADD 1 TO crul-protect-count
               MOVE crul-protect-count TO protect-found-idx
           END-IF.
           MOVE requested-color
               TO crul-protect-color(protect-found-idx).
           MOVE protect-label-text
               TO crul-protect-label(protect-found-idx).
           MOVE 1 TO setting-applied.
           MOVE requested-color TO hexfmt-work.
           PERFORM format-color-hex.
           MOVE crul-protect-count TO setting-number-display.
           STRING "`#" DELIMITED BY SIZE
               hexfmt-text DELIMITED BY SIZE
               "` is protected - member colors have to keep clear "
                   DELIMITED BY SIZE
               "of it (" DELIMITED BY SIZE
               FUNCTION TRIM(setting-number-display) DELIMITED BY SIZE
               "/16)." DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO reply-desc-buffer.
       add-protected-color-exit.
           EXIT.

       scan-rule-protect-color.
           IF crul-protect-color(protect-scan-idx) = requested-color
               MOVE protect-scan-idx TO protect-found-idx
           END-IF.

       remove-protected-color.
           PERFORM validate-hex-setting
               THRU validate-hex-setting-exit.
           IF NOT setting-value-is-numeric
               STRING "protect-remove needs the 6-digit hex color "
                       DELIMITED BY SIZE
                   "to drop." DELIMITED BY SIZE
                   X"00" DELIMITED BY SIZE
                   INTO reply-desc-buffer
               GO TO remove-protected-color-exit
           END-IF.
           MOVE requested-color TO hexfmt-work.
           PERFORM format-color-hex.
           MOVE 0 TO protect-found-idx.
           PERFORM scan-rule-protect-color
               VARYING protect-scan-idx FROM 1 BY 1
               UNTIL protect-scan-idx > crul-protect-count
                   OR protect-found-idx > 0.
           IF protect-found-idx = 0
               STRING "`#" DELIMITED BY SIZE
                   hexfmt-text DELIMITED BY SIZE
                   "` isn't on the protected list." DELIMITED BY SIZE
                   X"00" DELIMITED BY SIZE
                   INTO reply-desc-buffer
               GO TO remove-protected-color-exit
           END-IF.
           PERFORM shift-protect-entry
               VARYING protect-scan-idx FROM protect-found-idx BY 1
               UNTIL protect-scan-idx >= crul-protect-count.
           SUBTRACT 1 FROM crul-protect-count.
           MOVE 1 TO setting-applied.
           STRING "`#" DELIMITED BY SIZE
               hexfmt-text DELIMITED BY SIZE
               "` is no longer protected." DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO reply-desc-buffer.
       remove-protected-color-exit.
           EXIT.

       shift-protect-entry.
           MOVE crul-protect-entry(protect-scan-idx + 1)
               TO crul-protect-entry(protect-scan-idx).

      *> "contrast-floor <ratio>|off": the lowest contrast ratio a
      *> member color may have against either theme background.
      *> 3.0 is as high as it goes - much past that, almost no color
      *> reads well on both a dark and a white background at once.
       apply-contrast-floor.
           IF setting-value-text = "off" OR setting-value-text = "0"
               MOVE 0 TO crul-contrast-floor
               MOVE 1 TO setting-applied
               STRING "The readability floor is off here."
                       DELIMITED BY SIZE
                   X"00" DELIMITED BY SIZE
                   INTO reply-desc-buffer
               GO TO apply-contrast-floor-exit
           END-IF.
           IF FUNCTION TEST-NUMVAL(setting-value-text) NOT = 0
               GO TO apply-contrast-floor-refused
           END-IF.
           IF FUNCTION NUMVAL(setting-value-text) < 1
                   OR FUNCTION NUMVAL(setting-value-text) > 3
               GO TO apply-contrast-floor-refused
           END-IF.
           COMPUTE crul-contrast-floor ROUNDED =
               FUNCTION NUMVAL(setting-value-text) * 10.
           MOVE 1 TO setting-applied.
           COMPUTE contrast-floor-ratio = crul-contrast-floor / 10.
           MOVE contrast-floor-ratio TO contrast-floor-display.
           STRING "Member colors now need at least "
                   DELIMITED BY SIZE
               FUNCTION TRIM(contrast-floor-display) DELIMITED BY SIZE
               ":1 contrast against both Discord themes."
                   DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO reply-desc-buffer.
           GO TO apply-contrast-floor-exit.
       apply-contrast-floor-refused.
           STRING "contrast-floor needs a ratio from 1.0 to 3.0 "
                   DELIMITED BY SIZE
               "(e.g. 1.7), or off." DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO reply-desc-buffer.
       apply-contrast-floor-exit.
           EXIT.

      *> "protect-list": the guild's protected colors, the distance
      *> they are kept at, and the readability floor - what a
      *> moderator needs to see before arguing with a refusal.
       list-color-rules.
           MOVE crul-protect-distance TO setting-number-display.
           STRING "Protected staff colors (member colors keep "
                   DELIMITED BY SIZE
               FUNCTION TRIM(setting-number-display) DELIMITED BY SIZE
               " away):" DELIMITED BY SIZE
               INTO reply-desc-buffer
               WITH POINTER reply-desc-pos.
           IF crul-protect-count = 0
               STRING newline-char DELIMITED BY SIZE
                   "none" DELIMITED BY SIZE
                   INTO reply-desc-buffer
                   WITH POINTER reply-desc-pos
           END-IF.
           PERFORM append-protect-line
               VARYING protect-scan-idx FROM 1 BY 1
               UNTIL protect-scan-idx > crul-protect-count.
           STRING newline-char DELIMITED BY SIZE
               "Readability floor: " DELIMITED BY SIZE
               INTO reply-desc-buffer
               WITH POINTER reply-desc-pos.
           IF crul-contrast-floor = 0
               STRING "off" DELIMITED BY SIZE
                   INTO reply-desc-buffer
                   WITH POINTER reply-desc-pos
           ELSE
               COMPUTE contrast-floor-ratio =
                   crul-contrast-floor / 10
               MOVE contrast-floor-ratio TO contrast-floor-display
               STRING FUNCTION TRIM(contrast-floor-display)
                       DELIMITED BY SIZE
                   ":1 against both themes" DELIMITED BY SIZE
                   INTO reply-desc-buffer
                   WITH POINTER reply-desc-pos
           END-IF.
           STRING X"00" DELIMITED BY SIZE
               INTO reply-desc-buffer
               WITH POINTER reply-desc-pos.

       append-protect-line.
           MOVE crul-protect-color(protect-scan-idx) TO hexfmt-work.
           PERFORM format-color-hex.
           STRING newline-char DELIMITED BY SIZE
               "`#" DELIMITED BY SIZE
               hexfmt-text DELIMITED BY SIZE
               "` " DELIMITED BY SIZE
               FUNCTION TRIM(crul-protect-label(protect-scan-idx))
                   DELIMITED BY SIZE
               INTO reply-desc-buffer
               WITH POINTER reply-desc-pos.

      *> 6-hex-digit check on setting-value-text for palette-add,
      *> leaning on the same per-digit validator and converter the
      *> mycolor hex argument uses; the parsed color lands in
       read-digest-record.
           READ color-log-file NEXT RECORD.

      *> Only a member's own choice counts toward the digest -
      *> re-applies, restamps, owner reverts and the like are not
      *> rolls.
       tally-digest-record.
           IF clog-guild-id = active-guild-id
                   AND clog-timestamp >= digest-start
                   AND clog-timestamp <= active-timestamp
                   AND clog-source-member-choice
               ADD 1 TO digest-total
               MOVE 0 TO digest-found-idx
               PERFORM scan-digest-user
      *> Stamps active-timestamp as the guild's last digest time, so
      *> the weekly clock restarts from whichever post just went out.
       update-guild-last-digest.
           PERFORM wait-for-batch-hold.
           OPEN I-O guild-settings-file.
           IF gcfg-status = "35"
               OPEN OUTPUT guild-settings-file
           MOVE "INFO" TO ops-log-severity.
           PERFORM write-ops-log-entry.

      *> Looks up target-user-id's lock in active-guild-id. A lock
      *> still in force is copied out to the lock-held-* fields with
      *> color-lock-held set; one whose term has run out is deleted
      *> on the spot (and the expiry logged), so colorlock.dat only
      *> ever carries stale records nobody has looked at since.
       check-color-lock.
           MOVE 0 TO color-lock-state.
           PERFORM wait-for-batch-hold.
           OPEN I-O color-lock-file.
           IF clck-status NOT = "00"
               GO TO check-color-lock-exit
           END-IF.
           MOVE active-guild-id TO clck-guild-id.
           MOVE target-user-id TO clck-user-id.
           READ color-lock-file.
           IF clck-status = "00"
               IF clck-expires-at = 0
                       OR clck-expires-at > active-timestamp
                   MOVE 1 TO color-lock-state
                   MOVE clck-expires-at TO lock-held-expires
                   MOVE clck-color TO lock-held-color
                   MOVE clck-reason TO lock-held-reason
               ELSE
                   DELETE color-lock-file RECORD
                   PERFORM write-lock-expiry-line
               END-IF
           END-IF.
           CLOSE color-lock-file.
       check-color-lock-exit.
           EXIT.

      *> "until <date> UTC" for a lock with a term, or the
      *> open-ended wording for one that holds until lifted.
       format-lock-until.
           MOVE SPACES TO lock-until-text.
           IF lock-held-expires = 0
               MOVE "until the server owner lifts it"
                   TO lock-until-text
           ELSE
               MOVE lock-held-expires TO stamp-work
               PERFORM format-entry-timestamp
               STRING "until " DELIMITED BY SIZE
                   stamp-text DELIMITED BY SIZE
                   " UTC" DELIMITED BY SIZE
                   INTO lock-until-text
           END-IF.

      *> The reply a locked member gets from any path that would
      *> have changed their color: until when, and why.
       build-lock-refusal.
           PERFORM format-lock-until.
           MOVE target-user-id TO gift-user-display.
           MOVE "Color locked"&x"00" TO reply-title-buffer.
           MOVE SPACES TO reply-desc-buffer.
           MOVE 1 TO reply-desc-pos.
           STRING "<@" DELIMITED BY SIZE
               FUNCTION TRIM(gift-user-display) DELIMITED BY SIZE
               ">'s color is locked " DELIMITED BY SIZE
               FUNCTION TRIM(lock-until-text) DELIMITED BY SIZE
               ", so it can't be changed." DELIMITED BY SIZE
               newline-char DELIMITED BY SIZE
               "Reason: " DELIMITED BY SIZE
               FUNCTION TRIM(lock-held-reason) DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO reply-desc-buffer
               WITH POINTER reply-desc-pos.

      *> Splits "colorlock <member|list> [term] [reason...]": the
      *> member word goes through the same digit extraction as
      *> colorrevert's, and the reason is the rest of the message
      *> after the term, spaces and all.
       parse-lock-arguments.
           MOVE 0 TO gift-recipient-id.
           MOVE SPACES TO lock-cmd-word lock-target-text
               lock-term-text lock-reason-text.
           IF dmsg-content = NULL
               GO TO parse-lock-arguments-exit
           END-IF.
           SET ADDRESS OF content-text TO dmsg-content.
           MOVE 0 TO content-len.
           INSPECT content-text TALLYING content-len
               FOR CHARACTERS BEFORE INITIAL X"00".
           IF content-len = 0
               GO TO parse-lock-arguments-exit
           END-IF.
           MOVE SPACES TO content-copy.
           MOVE content-text(1:content-len) TO content-copy.
           MOVE 1 TO lock-arg-pos.
           UNSTRING content-copy DELIMITED BY ALL SPACE
               INTO lock-cmd-word lock-target-text lock-term-text
               WITH POINTER lock-arg-pos
           END-UNSTRING.
           IF lock-arg-pos <= content-len
               MOVE content-copy(lock-arg-pos:
                       content-len - lock-arg-pos + 1)
                   TO lock-reason-text
           END-IF.
           IF lock-target-text = SPACES OR lock-target-text = "list"
               GO TO parse-lock-arguments-exit
           END-IF.
           MOVE lock-target-text TO arg-token.
           MOVE LENGTH OF arg-token TO arg-token-len.
           MOVE 0 TO gift-num-len.
           MOVE SPACES TO custom-id-number-text.
           PERFORM extract-recipient-digit
               VARYING content-scan-idx FROM 1 BY 1
               UNTIL content-scan-idx > arg-token-len.
           IF gift-num-len = 0
               GO TO parse-lock-arguments-exit
           END-IF.
           COMPUTE gift-recipient-id =
               FUNCTION NUMVAL(custom-id-number-text).
       parse-lock-arguments-exit.
           EXIT.

      *> Turns lock-term-text into lock-term-seconds: "forever" is
      *> 0 (no expiry), otherwise 1-9999 followed by m, h or d.
       parse-lock-term.
           MOVE 0 TO lock-term-valid.
           MOVE 0 TO lock-term-seconds.
           IF lock-term-text = "forever"
               MOVE 1 TO lock-term-valid
               GO TO parse-lock-term-exit
           END-IF.
           MOVE 0 TO lock-term-len.
           INSPECT lock-term-text TALLYING lock-term-len
               FOR CHARACTERS BEFORE INITIAL SPACE.
           IF lock-term-len < 2 OR lock-term-len > 5
               GO TO parse-lock-term-exit
           END-IF.
           MOVE lock-term-text(lock-term-len:1) TO lock-term-unit.
           MOVE SPACES TO setting-value-text.
           MOVE lock-term-text(1:lock-term-len - 1)
               TO setting-value-text.
           PERFORM validate-numeric-setting
               THRU validate-numeric-setting-done.
           IF NOT setting-value-is-numeric
                   OR setting-value-number = 0
               GO TO parse-lock-term-exit
           END-IF.
           EVALUATE lock-term-unit
               WHEN "m"
                   COMPUTE lock-term-seconds =
                       setting-value-number * 60
               WHEN "h"
                   COMPUTE lock-term-seconds =
                       setting-value-number * 3600
               WHEN "d"
                   COMPUTE lock-term-seconds =
                       setting-value-number * 86400
               WHEN OTHER
                   GO TO parse-lock-term-exit
           END-EVALUATE.
           MOVE 1 TO lock-term-valid.
       parse-lock-term-exit.
           EXIT.

      *> Writes (or replaces) target-user-id's lock: the color they
      *> wear now from collect-color-history, the term counted from
      *> this message, and the reason. A second colorlock on a
      *> locked member just resets the term and reason.
       write-color-lock.
           MOVE SPACES TO clck-record.
           MOVE active-guild-id TO clck-guild-id.
           MOVE target-user-id TO clck-user-id.
           MOVE active-timestamp TO clck-locked-at.
           MOVE 0 TO clck-expires-at.
           IF lock-term-seconds > 0
               COMPUTE clck-expires-at =
                   active-timestamp + lock-term-seconds
           END-IF.
           MOVE dusr-id TO clck-locked-by.
           MOVE -1 TO clck-color.
           IF hist-count > 0
               MOVE hist-color(hist-count) TO clck-color
           END-IF.
           MOVE lock-reason-text TO clck-reason.
           MOVE clck-expires-at TO lock-held-expires.
           MOVE clck-color TO lock-held-color.
           MOVE clck-reason TO lock-held-reason.
           PERFORM wait-for-batch-hold.
           OPEN I-O color-lock-file.
           IF clck-status = "35"
               OPEN OUTPUT color-lock-file
               CLOSE color-lock-file
               OPEN I-O color-lock-file
           END-IF.
           REWRITE clck-record
               INVALID KEY WRITE clck-record
           END-REWRITE.
           CLOSE color-lock-file.

      *> Deletes target-user-id's lock, leaving color-lock-held set
      *> only when the lock was still in force - lifting one that had
      *> already run out is reported as "not locked".
       remove-color-lock.
           MOVE 0 TO color-lock-state.
           PERFORM wait-for-batch-hold.
           OPEN I-O color-lock-file.
           IF clck-status NOT = "00"
               GO TO remove-color-lock-exit
           END-IF.
           MOVE active-guild-id TO clck-guild-id.
           MOVE target-user-id TO clck-user-id.
           READ color-lock-file.
           IF clck-status = "00"
               IF clck-expires-at = 0
                       OR clck-expires-at > active-timestamp
                   MOVE 1 TO color-lock-state
               END-IF
               DELETE color-lock-file RECORD
           END-IF.
           CLOSE color-lock-file.
       remove-color-lock-exit.
           EXIT.

      *> "colorlock list": one line per lock in force in this guild,
      *> read off the (guild, user) key from the guild's first
      *> member. Past what the reply has room for, the rest are just
      *> counted.
       list-color-locks.
           MOVE SPACES TO reply-desc-buffer.
           MOVE 1 TO reply-desc-pos.
           MOVE 0 TO lock-list-count lock-list-more.
           OPEN INPUT color-lock-file.
           IF clck-status = "00"
               MOVE active-guild-id TO clck-guild-id
               MOVE 0 TO clck-user-id
               START color-lock-file KEY >= clck-key
                   INVALID KEY CONTINUE
               END-START
               IF clck-status = "00"
                   PERFORM read-color-lock
                   PERFORM list-color-lock-record
                       UNTIL clck-status NOT = "00"
                           OR clck-guild-id NOT = active-guild-id
               END-IF
               CLOSE color-lock-file
           END-IF.
           IF lock-list-count = 0
               STRING "No member colors are locked here."
                       DELIMITED BY SIZE
                   INTO reply-desc-buffer
                   WITH POINTER reply-desc-pos
           END-IF.
           IF lock-list-more > 0
               MOVE lock-list-more TO lock-list-display
               STRING "... and " DELIMITED BY SIZE
                   FUNCTION TRIM(lock-list-display) DELIMITED BY SIZE
                   " more." DELIMITED BY SIZE
                   INTO reply-desc-buffer
                   WITH POINTER reply-desc-pos
           END-IF.
           STRING X"00" DELIMITED BY SIZE
               INTO reply-desc-buffer
               WITH POINTER reply-desc-pos.

       read-color-lock.
           READ color-lock-file NEXT RECORD.

       list-color-lock-record.
           IF clck-expires-at = 0
                   OR clck-expires-at > active-timestamp
               IF reply-desc-pos > lock-list-limit
                   ADD 1 TO lock-list-more
               ELSE
                   ADD 1 TO lock-list-count
                   PERFORM append-lock-line
               END-IF
           END-IF.
           PERFORM read-color-lock.

       append-lock-line.
           MOVE clck-user-id TO gift-user-display.
           MOVE clck-expires-at TO lock-held-expires.
           PERFORM format-lock-until.
           STRING "<@" DELIMITED BY SIZE
               FUNCTION TRIM(gift-user-display) DELIMITED BY SIZE
               "> " DELIMITED BY SIZE
               FUNCTION TRIM(lock-until-text) DELIMITED BY SIZE
               " - " DELIMITED BY SIZE
               FUNCTION TRIM(clck-reason(1:40)) DELIMITED BY SIZE
               newline-char DELIMITED BY SIZE
               INTO reply-desc-buffer
               WITH POINTER reply-desc-pos.

      *> Audit trail for locks: INFO lines naming the member, the
      *> held color, the term and the reason on a lock, and just the
      *> member on a lift or an expiry. The acting owner (or, for an
      *> expiry, whoever tripped over it) is in write-ops-log-entry's
      *> usual user= suffix. That suffix leaves opsl-line room for
      *> about 90 characters of message, so the reason follows on
      *> its own line - two when it runs past 45 characters - and
      *> is never cut short.
       write-lock-audit-line.
           MOVE target-user-id TO gift-user-display.
           PERFORM format-lock-until.
           MOVE SPACES TO ops-log-message.
           MOVE 1 TO lock-log-pos.
           STRING "locked user " DELIMITED BY SIZE
               FUNCTION TRIM(gift-user-display) DELIMITED BY SIZE
               INTO ops-log-message
               WITH POINTER lock-log-pos.
           IF lock-held-color >= 0
               MOVE lock-held-color TO hexfmt-work
               PERFORM format-color-hex
               STRING " at #" DELIMITED BY SIZE
                   hexfmt-text DELIMITED BY SIZE
                   INTO ops-log-message
                   WITH POINTER lock-log-pos
           END-IF.
           STRING " " DELIMITED BY SIZE
               FUNCTION TRIM(lock-until-text) DELIMITED BY SIZE
               INTO ops-log-message
               WITH POINTER lock-log-pos.
           MOVE "INFO" TO ops-log-severity.
           PERFORM write-ops-log-entry.
           MOVE SPACES TO ops-log-message.
           STRING "lock reason, user " DELIMITED BY SIZE
               FUNCTION TRIM(gift-user-display) DELIMITED BY SIZE
               ": " DELIMITED BY SIZE
               lock-held-reason(1:45) DELIMITED BY SIZE
               INTO ops-log-message.
           MOVE "INFO" TO ops-log-severity.
           PERFORM write-ops-log-entry.
           IF lock-held-reason(46:35) NOT = SPACES
               MOVE SPACES TO ops-log-message
               STRING "lock reason, user " DELIMITED BY SIZE
                   FUNCTION TRIM(gift-user-display) DELIMITED BY SIZE
                   ", continued: " DELIMITED BY SIZE
                   lock-held-reason(46:35) DELIMITED BY SIZE
                   INTO ops-log-message
               MOVE "INFO" TO ops-log-severity
               PERFORM write-ops-log-entry
           END-IF.

       write-unlock-audit-line.
           MOVE target-user-id TO gift-user-display.
           MOVE SPACES TO ops-log-message.
           STRING "unlocked user " DELIMITED BY SIZE
               FUNCTION TRIM(gift-user-display) DELIMITED BY SIZE
               INTO ops-log-message.
           MOVE "INFO" TO ops-log-severity.
           PERFORM write-ops-log-entry.

       write-lock-expiry-line.
           MOVE clck-user-id TO gift-user-display.
           MOVE SPACES TO ops-log-message.
           STRING "color lock on user " DELIMITED BY SIZE
               FUNCTION TRIM(gift-user-display) DELIMITED BY SIZE
               " expired" DELIMITED BY SIZE
               INTO ops-log-message.
           MOVE "INFO" TO ops-log-severity.
           PERFORM write-ops-log-entry.

      *> Splits "colortemp <hex> <term> <member>...": the hex (with
      *> or without its "#") goes through mycolor's digit checks
      *> into temp-color, the term through parse-lock-term, and
      *> temp-arg-pos is left on the first member for
      *> grant-next-temp-member to walk on from.
       parse-temp-arguments.
           MOVE 0 TO color-source-valid.
           MOVE 0 TO lock-term-valid.
           MOVE 0 TO content-len.
           MOVE 1 TO temp-arg-pos.
           MOVE SPACES TO lock-cmd-word temp-hex-text lock-term-text.
           IF dmsg-content = NULL
               GO TO parse-temp-arguments-exit
           END-IF.
           SET ADDRESS OF content-text TO dmsg-content.
           INSPECT content-text TALLYING content-len
               FOR CHARACTERS BEFORE INITIAL X"00".
           IF content-len = 0
               GO TO parse-temp-arguments-exit
           END-IF.
           IF content-len > LENGTH OF content-copy
               MOVE LENGTH OF content-copy TO content-len
           END-IF.
           MOVE SPACES TO content-copy.
           MOVE content-text(1:content-len) TO content-copy.
           UNSTRING content-copy DELIMITED BY ALL SPACE
               INTO lock-cmd-word temp-hex-text lock-term-text
               WITH POINTER temp-arg-pos
           END-UNSTRING.
           PERFORM parse-lock-term THRU parse-lock-term-exit.
           IF temp-hex-text(1:1) = "#"
               MOVE temp-hex-text(2:15) TO temp-member-text
               MOVE temp-member-text TO temp-hex-text
           END-IF.
           IF temp-hex-text(6:1) = SPACE
                   OR temp-hex-text(7:10) NOT = SPACES
               GO TO parse-temp-arguments-exit
           END-IF.
           MOVE temp-hex-text(1:6) TO hex-token.
           MOVE 1 TO color-source-valid.
           PERFORM validate-hex-token-digit
               VARYING hex-digit-idx FROM 1 BY 1
               UNTIL hex-digit-idx > 6.
           IF color-source-is-valid
               PERFORM hex-token-to-color
               MOVE requested-color TO temp-color
           END-IF.
       parse-temp-arguments-exit.
           EXIT.

      *> Takes the next word off the member list; anything with
      *> digits in it (a mention or a bare id) is a member.
       grant-next-temp-member.
           MOVE SPACES TO temp-member-text.
           UNSTRING content-copy DELIMITED BY ALL SPACE
               INTO temp-member-text
               WITH POINTER temp-arg-pos
           END-UNSTRING.
           MOVE temp-member-text TO arg-token.
           MOVE LENGTH OF arg-token TO arg-token-len.
           MOVE 0 TO gift-num-len.
           MOVE SPACES TO custom-id-number-text.
           PERFORM extract-recipient-digit
               VARYING content-scan-idx FROM 1 BY 1
               UNTIL content-scan-idx > arg-token-len.
           IF gift-num-len > 0
               ADD 1 TO temp-member-count
               COMPUTE gift-recipient-id =
                   FUNCTION NUMVAL(custom-id-number-text)
               PERFORM grant-temp-color THRU grant-temp-color-exit
           END-IF.

      *> One member's share of colortemp: skipped under a color
      *> lock; otherwise the color goes on and into the log as
      *> "temp" with the owner as actor, and - when the log has an
      *> earlier color of theirs here to go back to - a reversion
      *> is scheduled for the end of the term. A member already on
      *> a temporary color keeps the color from before that one as
      *> the one to go back to.
       grant-temp-color.
           MOVE gift-recipient-id TO target-user-id.
           PERFORM check-color-lock THRU check-color-lock-exit.
           MOVE target-user-id TO gift-user-display.
           IF color-lock-held
               ADD 1 TO temp-locked-count
               STRING " <@" DELIMITED BY SIZE
                   FUNCTION TRIM(gift-user-display) DELIMITED BY SIZE
                   ">" DELIMITED BY SIZE
                   INTO temp-locked-list
                   WITH POINTER temp-locked-pos
               GO TO grant-temp-color-exit
           END-IF.
           MOVE 0 TO sched-after-seq.
           PERFORM scan-member-log-since
               THRU scan-member-log-since-exit.
           MOVE temp-color TO demb-color.
           PERFORM apply-color-role THRU apply-color-role-exit.
           MOVE "temp" TO log-source.
           MOVE dusr-id TO log-actor-id.
           PERFORM write-color-log THRU write-color-log-exit.
           MOVE target-user-id TO gift-user-display.
           ADD 1 TO temp-given-count.
           STRING " <@" DELIMITED BY SIZE
               FUNCTION TRIM(gift-user-display) DELIMITED BY SIZE
               ">" DELIMITED BY SIZE
               INTO temp-given-list
               WITH POINTER temp-given-pos.
           IF sched-before-color < 0
               ADD 1 TO temp-kept-count
               STRING " <@" DELIMITED BY SIZE
                   FUNCTION TRIM(gift-user-display) DELIMITED BY SIZE
                   ">" DELIMITED BY SIZE
                   INTO temp-kept-list
                   WITH POINTER temp-kept-pos
           ELSE
               PERFORM write-sched-revert
           END-IF.
           PERFORM write-temp-grant-line.
       grant-temp-color-exit.
           EXIT.

      *> Writes (or replaces) target-user-id's pending reversion,
      *> due at the end of the term and tied to the "temp" entry
      *> just logged - once write-color-log has run, clog-next-seq
      *> is that entry's seq.
       write-sched-revert.
           MOVE SPACES TO csch-record.
           MOVE active-guild-id TO csch-guild-id.
           MOVE target-user-id TO csch-user-id.
           MOVE temp-due-at TO csch-due-at.
           MOVE "revert" TO csch-action.
           MOVE sched-before-color TO csch-restore-color.
           MOVE temp-color TO csch-temp-color.
           MOVE active-timestamp TO csch-granted-at.
           MOVE dusr-id TO csch-granted-by.
           MOVE clog-next-seq TO csch-grant-seq.
           PERFORM wait-for-batch-hold.
           OPEN I-O color-sched-file.
           IF csch-status = "35"
               OPEN OUTPUT color-sched-file
               CLOSE color-sched-file
               OPEN I-O color-sched-file
           END-IF.
           REWRITE csch-record
               INVALID KEY WRITE csch-record
           END-REWRITE.
           CLOSE color-sched-file.

      *> The colortemp reply: the color and who got it until when,
      *> then who keeps it for want of an earlier color and who was
      *> skipped for a lock.
       build-temp-reply.
           MOVE temp-due-at TO lock-held-expires.
           PERFORM format-lock-until.
           MOVE temp-color TO hexfmt-work.
           PERFORM format-color-hex.
           MOVE temp-color TO demb-color.
           PERFORM find-nearest-named-color.
           MOVE "Temporary color"&x"00" TO reply-title-buffer.
           MOVE SPACES TO reply-desc-buffer.
           MOVE 1 TO reply-desc-pos.
           IF temp-given-count > 0
               STRING "Gave `#" DELIMITED BY SIZE
                   hexfmt-text DELIMITED BY SIZE
                   "` - closest to **" DELIMITED BY SIZE
                   FUNCTION TRIM(nearest-color-name-buffer)
                       DELIMITED BY SIZE
                   "** - to" DELIMITED BY SIZE
                   temp-given-list(1:temp-given-pos - 1)
                       DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   FUNCTION TRIM(lock-until-text) DELIMITED BY SIZE
                   ", then back to their own colors."
                       DELIMITED BY SIZE
                   newline-char DELIMITED BY SIZE
                   INTO reply-desc-buffer
                   WITH POINTER reply-desc-pos
           ELSE
               STRING "Nobody got the color - name members as "
                       DELIMITED BY SIZE
                   "mentions after the term." DELIMITED BY SIZE
                   newline-char DELIMITED BY SIZE
                   INTO reply-desc-buffer
                   WITH POINTER reply-desc-pos
           END-IF.
           IF temp-kept-count > 0
               STRING "No earlier color on record, so they keep it:"
                       DELIMITED BY SIZE
                   temp-kept-list(1:temp-kept-pos - 1)
                       DELIMITED BY SIZE
                   newline-char DELIMITED BY SIZE
                   INTO reply-desc-buffer
                   WITH POINTER reply-desc-pos
           END-IF.
           IF temp-locked-count > 0
               STRING "Skipped, color locked:" DELIMITED BY SIZE
                   temp-locked-list(1:temp-locked-pos - 1)
                       DELIMITED BY SIZE
                   newline-char DELIMITED BY SIZE
                   INTO reply-desc-buffer
                   WITH POINTER reply-desc-pos
           END-IF.
           IF temp-arg-pos <= content-len
               MOVE temp-member-limit TO lock-list-display
               STRING "Only the first " DELIMITED BY SIZE
                   FUNCTION TRIM(lock-list-display) DELIMITED BY SIZE
                   " members were taken." DELIMITED BY SIZE
                   INTO reply-desc-buffer
                   WITH POINTER reply-desc-pos
           END-IF.
           STRING X"00" DELIMITED BY SIZE
               INTO reply-desc-buffer
               WITH POINTER reply-desc-pos.

      *> Reads target-user-id's log entries in active-guild-id off
      *> the clog-user-id key, oldest first. Up to sched-after-seq
      *> (every entry, when that is 0) it keeps the newest color
      *> that was not itself a temporary one in sched-before-color,
      *> -1 when there is none. Past it, an "expire" entry means the
      *> reversion already went through, and a color the member came
      *> by themselves (or an owner revert) means they have moved on;
      *> re-joins, restamps and seeds carry no choice.
       scan-member-log-since.
           MOVE -1 TO sched-before-color.
           MOVE -1 TO sched-chosen-color.
           MOVE 0 TO sched-chose-later.
           MOVE 0 TO sched-reverted.
           OPEN INPUT color-log-file.
           IF clog-status NOT = "00"
               GO TO scan-member-log-since-exit
           END-IF.
           MOVE target-user-id TO clog-user-id.
           START color-log-file KEY = clog-user-id
               INVALID KEY CONTINUE
           END-START.
           IF clog-status NOT = "00"
               CLOSE color-log-file
               GO TO scan-member-log-since-exit
           END-IF.
           PERFORM read-history-record.
           PERFORM note-member-log-entry
               UNTIL clog-status NOT = "00"
                   OR clog-user-id NOT = target-user-id.
           CLOSE color-log-file.
       scan-member-log-since-exit.
           EXIT.

       note-member-log-entry.
           IF clog-guild-id = active-guild-id
               IF sched-after-seq = 0 OR clog-seq <= sched-after-seq
                   IF NOT clog-source-temp
                       MOVE clog-color TO sched-before-color
                   END-IF
               ELSE
                   EVALUATE TRUE
                       WHEN clog-source-expire
                           MOVE 1 TO sched-reverted
                       WHEN clog-source-roll OR clog-source-hex
                               OR clog-source-favorite
                               OR clog-source-reroll
                               OR clog-source-gift
                               OR clog-source-preview
                               OR clog-source-revert
                           MOVE 1 TO sched-chose-later
                           MOVE clog-color TO sched-chosen-color
                   END-EVALUATE
               END-IF
           END-IF.
           PERFORM read-history-record.

      *> Piggybacked sweep: the bot has no timer of its own, so
      *> command traffic runs the scheduled sweep at most once a
      *> sched-sweep-interval, on top of the sweep main runs before
      *> every gateway connect.
       maybe-run-scheduled-sweep.
           PERFORM compute-current-epoch.
           IF epoch-now < sched-last-sweep + sched-sweep-interval
               GO TO maybe-run-scheduled-sweep-exit
           END-IF.
           PERFORM run-scheduled-sweep THRU run-scheduled-sweep-exit.
       maybe-run-scheduled-sweep-exit.
           EXIT.

      *> The scheduled sweep: the reversions in colorsched.dat whose
      *> time has come, then the color roles in colorretry.dat due
      *> another try, then the outcome of the last nightly batch.
       run-scheduled-sweep.
           PERFORM compute-current-epoch.
           MOVE epoch-now TO sched-last-sweep.
           MOVE LOW-VALUES TO sched-sweep-user.
           SET ADDRESS OF discord-user TO ADDRESS OF sched-sweep-user.
           MOVE 0 TO active-channel-id.
           PERFORM sweep-due-reversions
               THRU sweep-due-reversions-exit.
           PERFORM sweep-owed-roles THRU sweep-owed-roles-exit.
           PERFORM check-night-outcome THRU check-night-outcome-exit.
       run-scheduled-sweep-exit.
           EXIT.

      *> Reads colornite.hst through and keeps its last "end" line.
      *> A FAILED or INCOMPLETE night not already posted goes to the
      *> ops channel; an OK one, a night still running (its end line
      *> not written yet) or no history at all posts nothing. The
      *> posted run id lives only in working storage, so a restarted
      *> bot posts the last bad night once more.
       check-night-outcome.
           MOVE SPACES TO nite-end-run nite-end-outcome.
           OPEN INPUT night-history-file.
           IF nite-status NOT = "00"
               GO TO check-night-outcome-exit
           END-IF.
           PERFORM read-night-line.
           PERFORM note-night-line UNTIL nite-status NOT = "00".
           CLOSE night-history-file.
           IF nite-end-run = SPACES
                   OR nite-end-run = nite-alerted-run
               GO TO check-night-outcome-exit
           END-IF.
           IF nite-end-outcome NOT = "FAILED"
                   AND nite-end-outcome NOT = "INCOMPLETE"
               GO TO check-night-outcome-exit
           END-IF.
           MOVE nite-end-run TO nite-alerted-run.
           PERFORM post-night-alert THRU post-night-alert-exit.
       check-night-outcome-exit.
           EXIT.

       read-night-line.
           READ night-history-file.

       note-night-line.
           MOVE SPACES TO nite-word-1 nite-word-2 nite-word-3.
           UNSTRING nite-line DELIMITED BY ALL SPACE
               INTO nite-word-1 nite-word-2 nite-word-3
           END-UNSTRING.
           IF nite-word-1 = "end"
               MOVE nite-word-2 TO nite-end-run
               MOVE nite-word-3 TO nite-end-outcome
           END-IF.
           PERFORM read-night-line.

      *> The ops-channel side of a bad night, the same plumbing as
      *> post-ops-alert. The batch belongs to no guild, so it goes to
      *> the global config.json ops channel; the record of it goes to
      *> opslog.txt as ERROR for a failed night, WARN for one held
      *> back on findings.
       post-night-alert.
           MOVE "ERROR" TO alert-log-severity.
           IF nite-end-outcome = "INCOMPLETE"
               MOVE "WARN" TO alert-log-severity
           END-IF.
           MOVE ops-channel-global TO alert-channel-id.
           IF alert-channel-id = 0
               MOVE SPACES TO ops-log-message
               STRING "nightly batch " DELIMITED BY SIZE
                   FUNCTION TRIM(nite-end-outcome) DELIMITED BY SIZE
                   " (run " DELIMITED BY SIZE
                   nite-end-run DELIMITED BY SIZE
                   ") but no ops channel configured" DELIMITED BY SIZE
                   INTO ops-log-message
               PERFORM write-alert-log-line
               MOVE "WARN" TO alert-log-severity
               GO TO post-night-alert-exit
           END-IF.
           MOVE 1 TO alert-posting.
           INITIALIZE alert-embed alert-create-message alert-embeds.
           MOVE SPACES TO alert-desc-buffer.
           STRING "colornite run " DELIMITED BY SIZE
               nite-end-run DELIMITED BY SIZE
               " ended " DELIMITED BY SIZE
               FUNCTION TRIM(nite-end-outcome) DELIMITED BY SIZE
               " - check colornite.hst and opslog.txt; "
                   DELIMITED BY SIZE
               """colornite resume"" picks it up at the step that "
                   DELIMITED BY SIZE
               "stopped." DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO alert-desc-buffer.
           IF nite-end-outcome = "FAILED"
               CALL STATIC "discord_embed_set_title" USING
                   BY REFERENCE alert-embed
                   "Color-Bot nightly batch FAILED"&x"00"
                   RETURNING embed-title-status
           ELSE
               CALL STATIC "discord_embed_set_title" USING
                   BY REFERENCE alert-embed
                   "Color-Bot nightly batch INCOMPLETE"&x"00"
                   RETURNING embed-title-status
           END-IF.
           IF embed-title-status <> 0
               MOVE "night alert embed title failed" TO ops-log-message
               PERFORM write-alert-log-line
           END-IF.
           CALL STATIC "discord_embed_set_description" USING
               BY REFERENCE alert-embed
               "%s"&x"00"
               BY VALUE ADDRESS OF alert-desc-buffer
               RETURNING embed-desc-status.
           IF embed-desc-status <> 0
               MOVE "night alert embed description failed"
                   TO ops-log-message
               PERFORM write-alert-log-line
           END-IF.
           MOVE 1 TO alembs-size.
           MOVE ADDRESS OF alert-embed TO alembs-array.
           MOVE ADDRESS OF alert-embeds TO almsg-embeds.
           CALL STATIC "discord_create_message" USING
               BY VALUE client
               BY VALUE alert-channel-id-ptr
               BY REFERENCE alert-create-message
               NULL
               RETURNING created-message-ptr.
           MOVE "posted" TO alert-outcome-text.
           IF created-message-ptr = NULL
               MOVE "not posted" TO alert-outcome-text
           END-IF.
           MOVE alert-channel-id TO alert-channel-display.
           MOVE SPACES TO ops-log-message.
           STRING "nightly batch alert: run " DELIMITED BY SIZE
               nite-end-run DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(nite-end-outcome) DELIMITED BY SIZE
               " (" DELIMITED BY SIZE
               FUNCTION TRIM(alert-outcome-text) DELIMITED BY SIZE
               " channel=" DELIMITED BY SIZE
               alert-channel-display DELIMITED BY SIZE
               ")" DELIMITED BY SIZE
               INTO ops-log-message.
           PERFORM write-alert-log-line.
           MOVE "WARN" TO alert-log-severity.
           CALL STATIC "discord_embed_cleanup" USING
               BY REFERENCE alert-embed.
           MOVE 0 TO alert-posting.
       post-night-alert-exit.
           EXIT.

      *> Every due reversion is carried out by sweep-one-reversion.
      *> Keys are collected in one pass and handled afterwards by
      *> key - deleting under a running READ NEXT is not something to
      *> lean on. Each reversion is finished in the log before its
      *> record goes, so a sweep cut off halfway leaves the
      *> stragglers for the next one without doing anything twice.
       sweep-due-reversions.
           MOVE 0 TO sched-due-count.
           OPEN INPUT color-sched-file.
           IF csch-status NOT = "00"
               GO TO sweep-due-reversions-exit
           END-IF.
           PERFORM read-sched-record.
           PERFORM note-sched-record UNTIL csch-status NOT = "00".
           CLOSE color-sched-file.
           PERFORM sweep-one-reversion THRU sweep-one-reversion-exit
               VARYING sched-due-idx FROM 1 BY 1
               UNTIL sched-due-idx > sched-due-count.
       sweep-due-reversions-exit.
           EXIT.

       read-sched-record.
           READ color-sched-file NEXT RECORD.

       note-sched-record.
           IF csch-due-at <= epoch-now
                   AND sched-due-count < sched-due-limit
               ADD 1 TO sched-due-count
               MOVE csch-guild-id TO sched-due-guild(sched-due-count)
               MOVE csch-user-id TO sched-due-user(sched-due-count)
           END-IF.
           PERFORM read-sched-record.

      *> One due reversion. The record is read again by key first,
      *> since a fresh colortemp may have pushed it back. A member
      *> who has chosen a color since the grant keeps it, as does
      *> one under a color lock now; otherwise the color from before
      *> goes back on through apply-color-role, so the pool counts
      *> follow, and into the log as "expire" with no actor. For a
      *> member no longer in the guild only the log entry is
      *> written, so a re-join re-applies the restored color rather
      *> than the event one.
       sweep-one-reversion.
           MOVE sched-due-guild(sched-due-idx) TO active-guild-id.
           MOVE sched-due-user(sched-due-idx) TO target-user-id.
           MOVE target-user-id TO sched-sweep-user-id.
           MOVE epoch-now TO active-timestamp.
           OPEN INPUT color-sched-file.
           IF csch-status NOT = "00"
               GO TO sweep-one-reversion-exit
           END-IF.
           MOVE active-guild-id TO csch-guild-id.
           MOVE target-user-id TO csch-user-id.
           READ color-sched-file.
           IF csch-status NOT = "00" OR csch-due-at > epoch-now
               CLOSE color-sched-file
               GO TO sweep-one-reversion-exit
           END-IF.
           MOVE csch-grant-seq TO sched-grant-seq.
           MOVE csch-restore-color TO sched-restore-color.
           MOVE csch-temp-color TO sched-temp-color.
           CLOSE color-sched-file.
           MOVE sched-grant-seq TO sched-after-seq.
           PERFORM scan-member-log-since
               THRU scan-member-log-since-exit.
           IF sched-already-reverted
               PERFORM remove-sched-revert
               GO TO sweep-one-reversion-exit
           END-IF.
           MOVE SPACES TO temp-outcome-text.
           IF sched-member-chose-later
               PERFORM remove-sched-revert
               MOVE sched-chosen-color TO hexfmt-work
               PERFORM format-color-hex
               STRING "kept #" DELIMITED BY SIZE
                   hexfmt-text DELIMITED BY SIZE
                   " they chose since" DELIMITED BY SIZE
                   INTO temp-outcome-text
               PERFORM write-temp-expiry-line
               GO TO sweep-one-reversion-exit
           END-IF.
           IF sched-before-color >= 0
               MOVE sched-before-color TO sched-restore-color
           END-IF.
           IF sched-restore-color < 0
               PERFORM remove-sched-revert
               MOVE "nothing earlier on record, left as is"
                   TO temp-outcome-text
               PERFORM write-temp-expiry-line
               GO TO sweep-one-reversion-exit
           END-IF.
           PERFORM load-guild-settings
               THRU load-guild-settings-exit.
           PERFORM check-color-lock THRU check-color-lock-exit.
           IF color-lock-held
               PERFORM remove-sched-revert
               MOVE "color locked, left as is" TO temp-outcome-text
               PERFORM write-temp-expiry-line
               GO TO sweep-one-reversion-exit
           END-IF.
           MOVE sched-restore-color TO demb-color.
           CALL STATIC "discord_guild_member_exists" USING
               BY VALUE client
               BY VALUE active-guild-id-ptr
               BY VALUE target-user-id-ptr
               RETURNING sched-member-exists.
           IF sched-member-exists NOT = 0
               PERFORM apply-color-role THRU apply-color-role-exit
           END-IF.
           MOVE "expire" TO log-source.
           MOVE 0 TO log-actor-id.
           PERFORM write-color-log THRU write-color-log-exit.
           PERFORM remove-sched-revert.
           MOVE sched-restore-color TO hexfmt-work.
           PERFORM format-color-hex.
           IF sched-member-exists = 0
               STRING "back to #" DELIMITED BY SIZE
                   hexfmt-text DELIMITED BY SIZE
                   " in the log, not in the guild" DELIMITED BY SIZE
                   INTO temp-outcome-text
           ELSE
               STRING "back to #" DELIMITED BY SIZE
                   hexfmt-text DELIMITED BY SIZE
                   INTO temp-outcome-text
           END-IF.
           PERFORM write-temp-expiry-line.
       sweep-one-reversion-exit.
           EXIT.

      *> Deletes the reversion just dealt with - unless a colortemp
      *> has replaced it in the meantime (a different grant seq).
       remove-sched-revert.
           PERFORM wait-for-batch-hold.
           OPEN I-O color-sched-file.
           IF csch-status = "00"
               MOVE active-guild-id TO csch-guild-id
               MOVE target-user-id TO csch-user-id
               READ color-sched-file
               IF csch-status = "00"
                       AND csch-grant-seq = sched-grant-seq
                   DELETE color-sched-file RECORD
               END-IF
               CLOSE color-sched-file
           END-IF.

      *> Audit trail for temporary colors: an INFO line naming the
      *> member, the color and the term on a grant (the acting owner
      *> is in the user= suffix), and one saying what became of it
      *> when it came due (the member is in the user= suffix).
       write-temp-grant-line.
           MOVE temp-due-at TO lock-held-expires.
           PERFORM format-lock-until.
           MOVE temp-color TO hexfmt-work.
           PERFORM format-color-hex.
           MOVE target-user-id TO gift-user-display.
           MOVE SPACES TO ops-log-message.
           MOVE 1 TO temp-log-pos.
           STRING "temp color #" DELIMITED BY SIZE
               hexfmt-text DELIMITED BY SIZE
               " for user " DELIMITED BY SIZE
               FUNCTION TRIM(gift-user-display) DELIMITED BY SIZE
               " " DELIMITED BY SIZE
               FUNCTION TRIM(lock-until-text) DELIMITED BY SIZE
               INTO ops-log-message
               WITH POINTER temp-log-pos.
           IF sched-before-color < 0
               STRING ", kept after (no earlier color)"
                       DELIMITED BY SIZE
                   INTO ops-log-message
                   WITH POINTER temp-log-pos
           END-IF.
           MOVE "INFO" TO ops-log-severity.
           PERFORM write-ops-log-entry.

       write-temp-expiry-line.
           MOVE target-user-id TO gift-user-display.
           MOVE SPACES TO ops-log-message.
           STRING "temp color on user " DELIMITED BY SIZE
               FUNCTION TRIM(gift-user-display) DELIMITED BY SIZE
               " expired - " DELIMITED BY SIZE
               FUNCTION TRIM(temp-outcome-text) DELIMITED BY SIZE
               INTO ops-log-message.
           MOVE "INFO" TO ops-log-severity.
           PERFORM write-ops-log-entry.

      *> Works out what apply-color-role's result means for the
      *> member's colorretry.dat record. The role went on: any role
      *> still owed to them is settled, whatever color it was for,
      *> since the color just applied is the one the log is about to
      *> show. It did not: the record is started for this color, or
      *> counted up when it is the same color failing again, with
      *> the next try backed off - or given up at the limit. A color
      *> given up on starts over from one if it fails again on a
      *> later roll.
       note-role-apply-outcome.
           IF NOT role-apply-failed
               PERFORM clear-role-retry THRU clear-role-retry-exit
               GO TO note-role-apply-outcome-exit
           END-IF.
           PERFORM wait-for-batch-hold.
           PERFORM compute-current-epoch.
           OPEN I-O color-retry-file.
           IF cret-status = "35"
               OPEN OUTPUT color-retry-file
               CLOSE color-retry-file
               OPEN I-O color-retry-file
           END-IF.
           IF cret-status NOT = "00"
               MOVE "colorretry.dat unavailable - owed role not queued"
                   TO ops-log-message
               MOVE "system" TO ops-log-category
               PERFORM write-ops-log-entry
               GO TO note-role-apply-outcome-exit
           END-IF.
           MOVE active-guild-id TO cret-guild-id.
           MOVE target-user-id TO cret-user-id.
           READ color-retry-file.
           IF cret-status NOT = "00" OR cret-color NOT = demb-color
                   OR cret-state-gaveup
               MOVE SPACES TO cret-record
               MOVE active-guild-id TO cret-guild-id
               MOVE target-user-id TO cret-user-id
               MOVE demb-color TO cret-color
               MOVE 0 TO cret-attempts
               MOVE epoch-now TO cret-first-failed
           END-IF.
           ADD 1 TO cret-attempts.
           MOVE epoch-now TO cret-last-failed.
           MOVE role-apply-error TO cret-last-error.
           MOVE 0 TO retry-gave-up.
           IF cret-attempts >= retry-attempt-limit
               SET cret-state-gaveup TO TRUE
               MOVE 0 TO cret-next-try
               MOVE 1 TO retry-gave-up
           ELSE
               SET cret-state-pending TO TRUE
               COMPUTE retry-wait-seconds =
                   retry-base-seconds * (2 ** (cret-attempts - 1))
               IF retry-wait-seconds > retry-max-seconds
                   MOVE retry-max-seconds TO retry-wait-seconds
               END-IF
               COMPUTE cret-next-try = epoch-now + retry-wait-seconds
           END-IF.
           MOVE cret-color TO retry-color.
           MOVE cret-attempts TO retry-attempts.
           REWRITE cret-record
               INVALID KEY WRITE cret-record
           END-REWRITE.
           CLOSE color-retry-file.
           IF retry-has-given-up
               PERFORM write-retry-gaveup-line
               PERFORM post-retry-alert THRU post-retry-alert-exit
           ELSE
               PERFORM write-retry-queued-line
           END-IF.
       note-role-apply-outcome-exit.
           EXIT.

      *> Drops the member's owed-role record, if there is one - the
      *> role just went on. When the sweep is the one that got it on,
      *> that is worth an INFO line.
       clear-role-retry.
           MOVE 0 TO role-retry-cleared.
           PERFORM wait-for-batch-hold.
           OPEN I-O color-retry-file.
           IF cret-status NOT = "00"
               GO TO clear-role-retry-exit
           END-IF.
           MOVE active-guild-id TO cret-guild-id.
           MOVE target-user-id TO cret-user-id.
           READ color-retry-file.
           IF cret-status = "00"
               MOVE cret-attempts TO retry-attempts
               DELETE color-retry-file RECORD
               MOVE 1 TO role-retry-cleared
           END-IF.
           CLOSE color-retry-file.
           IF role-retry-was-cleared AND role-retry-running
               MOVE demb-color TO hexfmt-work
               PERFORM format-color-hex
               MOVE target-user-id TO retry-user-display
               MOVE retry-attempts TO retry-count-display
               MOVE SPACES TO ops-log-message
               STRING "owed color role #" DELIMITED BY SIZE
                   hexfmt-text DELIMITED BY SIZE
                   " now on user " DELIMITED BY SIZE
                   FUNCTION TRIM(retry-user-display) DELIMITED BY SIZE
                   " after " DELIMITED BY SIZE
                   FUNCTION TRIM(retry-count-display)
                       DELIMITED BY SIZE
                   " failed attempt(s)" DELIMITED BY SIZE
                   INTO ops-log-message
               MOVE "INFO" TO ops-log-severity
               PERFORM write-ops-log-entry
           END-IF.
       clear-role-retry-exit.
           EXIT.

      *> Is a role owed to the member (a record pending or given up)?
       check-role-owed.
           MOVE 0 TO role-retry-owed.
           OPEN INPUT color-retry-file.
           IF cret-status = "00"
               MOVE active-guild-id TO cret-guild-id
               MOVE target-user-id TO cret-user-id
               READ color-retry-file
               IF cret-status = "00"
                   MOVE 1 TO role-retry-owed
               END-IF
               CLOSE color-retry-file
           END-IF.

      *> Member-leave: whatever role was owed goes with them. A
      *> re-join re-applies their logged color from scratch.
       remove-role-retry.
           PERFORM wait-for-batch-hold.
           OPEN I-O color-retry-file.
           IF cret-status = "00"
               MOVE active-guild-id TO cret-guild-id
               MOVE target-user-id TO cret-user-id
               READ color-retry-file
               IF cret-status = "00"
                   DELETE color-retry-file RECORD
               END-IF
               CLOSE color-retry-file
           END-IF.

      *> Owed roles whose next try has come are tried again by
      *> retry-one-role, collected first and handled by key the same
      *> way as the reversions. role-retry-run stays on meanwhile so
      *> apply-color-role's outcome is reported as a retry.
       sweep-owed-roles.
           PERFORM compute-current-epoch.
           MOVE 0 TO retry-due-count.
           OPEN INPUT color-retry-file.
           IF cret-status NOT = "00"
               GO TO sweep-owed-roles-exit
           END-IF.
           PERFORM read-retry-record.
           PERFORM note-retry-record UNTIL cret-status NOT = "00".
           CLOSE color-retry-file.
           MOVE 1 TO role-retry-run.
           PERFORM retry-one-role THRU retry-one-role-exit
               VARYING retry-due-idx FROM 1 BY 1
               UNTIL retry-due-idx > retry-due-count.
           MOVE 0 TO role-retry-run.
       sweep-owed-roles-exit.
           EXIT.

       read-retry-record.
           READ color-retry-file NEXT RECORD.

       note-retry-record.
           IF cret-state-pending AND cret-next-try <= epoch-now
                   AND retry-due-count < retry-due-limit
               ADD 1 TO retry-due-count
               MOVE cret-guild-id TO retry-due-guild(retry-due-count)
               MOVE cret-user-id TO retry-due-user(retry-due-count)
           END-IF.
           PERFORM read-retry-record.

      *> One owed role. The record is read again by key, since the
      *> member may have rolled (and settled it) meanwhile. Nothing
      *> is written to colorlog.dat - it already shows the color;
      *> the point is to make Discord agree. The role is dropped
      *> instead when the log has since moved the member to another
      *> color (or no longer has them) or they are not in the guild.
       retry-one-role.
           MOVE retry-due-guild(retry-due-idx) TO active-guild-id.
           MOVE retry-due-user(retry-due-idx) TO target-user-id.
           MOVE target-user-id TO sched-sweep-user-id.
           PERFORM compute-current-epoch.
           MOVE epoch-now TO active-timestamp.
           OPEN INPUT color-retry-file.
           IF cret-status NOT = "00"
               GO TO retry-one-role-exit
           END-IF.
           MOVE active-guild-id TO cret-guild-id.
           MOVE target-user-id TO cret-user-id.
           READ color-retry-file.
           IF cret-status NOT = "00" OR NOT cret-state-pending
                   OR cret-next-try > epoch-now
               CLOSE color-retry-file
               GO TO retry-one-role-exit
           END-IF.
           MOVE cret-color TO retry-color.
           CLOSE color-retry-file.
           PERFORM collect-color-history
               THRU collect-color-history-exit.
           IF hist-count = 0
               PERFORM remove-role-retry
               MOVE "no longer in the log" TO retry-outcome-text
               PERFORM write-retry-dropped-line
               GO TO retry-one-role-exit
           END-IF.
           IF hist-color(hist-count) NOT = retry-color
               PERFORM remove-role-retry
               MOVE "the log has a newer color" TO retry-outcome-text
               PERFORM write-retry-dropped-line
               GO TO retry-one-role-exit
           END-IF.
           CALL STATIC "discord_guild_member_exists" USING
               BY VALUE client
               BY VALUE active-guild-id-ptr
               BY VALUE target-user-id-ptr
               RETURNING retry-member-exists.
           IF retry-member-exists = 0
               PERFORM remove-role-retry
               MOVE "not in the guild" TO retry-outcome-text
               PERFORM write-retry-dropped-line
               GO TO retry-one-role-exit
           END-IF.
           PERFORM load-guild-settings
               THRU load-guild-settings-exit.
           MOVE retry-color TO demb-color.
           PERFORM apply-color-role THRU apply-color-role-exit.
       retry-one-role-exit.
           EXIT.

      *> Ops lines for owed roles: WARN when one is queued or fails
      *> again, ERROR (which also feeds the spike counter) when the
      *> sweep gives up, INFO when one is dropped unapplied.
       write-retry-queued-line.
           MOVE retry-color TO hexfmt-work.
           PERFORM format-color-hex.
           MOVE target-user-id TO retry-user-display.
           MOVE retry-attempts TO retry-count-display.
           MOVE retry-attempt-limit TO retry-limit-display.
           MOVE retry-wait-seconds TO retry-wait-display.
           MOVE SPACES TO ops-log-message.
           STRING "color role #" DELIMITED BY SIZE
               hexfmt-text DELIMITED BY SIZE
               " owed to user " DELIMITED BY SIZE
               FUNCTION TRIM(retry-user-display) DELIMITED BY SIZE
               " - attempt " DELIMITED BY SIZE
               FUNCTION TRIM(retry-count-display) DELIMITED BY SIZE
               " of " DELIMITED BY SIZE
               FUNCTION TRIM(retry-limit-display) DELIMITED BY SIZE
               " failed, next in " DELIMITED BY SIZE
               FUNCTION TRIM(retry-wait-display) DELIMITED BY SIZE
               "s" DELIMITED BY SIZE
               INTO ops-log-message.
           MOVE "WARN" TO ops-log-severity.
           PERFORM write-ops-log-entry.

       write-retry-gaveup-line.
           MOVE retry-color TO hexfmt-work.
           PERFORM format-color-hex.
           MOVE target-user-id TO retry-user-display.
           MOVE retry-attempts TO retry-count-display.
           MOVE SPACES TO ops-log-message.
           MOVE 1 TO retry-log-pos.
           STRING "gave up on color role #" DELIMITED BY SIZE
               hexfmt-text DELIMITED BY SIZE
               " for user " DELIMITED BY SIZE
               FUNCTION TRIM(retry-user-display) DELIMITED BY SIZE
               " after " DELIMITED BY SIZE
               FUNCTION TRIM(retry-count-display) DELIMITED BY SIZE
               " attempts: " DELIMITED BY SIZE
               FUNCTION TRIM(role-apply-error) DELIMITED BY SIZE
               INTO ops-log-message
               WITH POINTER retry-log-pos.
           MOVE "ERROR" TO ops-log-severity.
           PERFORM write-ops-log-entry.

       write-retry-dropped-line.
           MOVE retry-color TO hexfmt-work.
           PERFORM format-color-hex.
           MOVE target-user-id TO retry-user-display.
           MOVE SPACES TO ops-log-message.
           STRING "owed color role #" DELIMITED BY SIZE
               hexfmt-text DELIMITED BY SIZE
               " for user " DELIMITED BY SIZE
               FUNCTION TRIM(retry-user-display) DELIMITED BY SIZE
               " dropped - " DELIMITED BY SIZE
               FUNCTION TRIM(retry-outcome-text) DELIMITED BY SIZE
               INTO ops-log-message.
           MOVE "INFO" TO ops-log-severity.
           PERFORM write-ops-log-entry.

      *> The ops-channel side of giving up on an owed role, the same
      *> plumbing as post-headroom-alert: the guild's ops channel,
      *> the global config.json one as the fallback, and
      *> alert-posting so its own failures only log.
       post-retry-alert.
           MOVE 0 TO alert-channel-id.
           IF active-guild-id NOT = 0 AND gset-ops-channel NOT = 0
               MOVE gset-ops-channel TO alert-channel-id
           ELSE
               MOVE ops-channel-global TO alert-channel-id
           END-IF.
           IF alert-channel-id = 0
               MOVE "role retry gave up but no ops channel configured"
                   TO ops-log-message
               PERFORM write-alert-log-line
               GO TO post-retry-alert-exit
           END-IF.
           MOVE 1 TO alert-posting.
           INITIALIZE alert-embed alert-create-message alert-embeds.
           MOVE retry-color TO hexfmt-work.
           PERFORM format-color-hex.
           MOVE target-user-id TO retry-user-display.
           MOVE retry-attempts TO retry-count-display.
           MOVE SPACES TO alert-desc-buffer.
           STRING "Gave up giving <@" DELIMITED BY SIZE
               FUNCTION TRIM(retry-user-display) DELIMITED BY SIZE
               "> the role for #" DELIMITED BY SIZE
               hexfmt-text DELIMITED BY SIZE
               " after " DELIMITED BY SIZE
               FUNCTION TRIM(retry-count-display) DELIMITED BY SIZE
               " attempts (" DELIMITED BY SIZE
               FUNCTION TRIM(role-apply-error) DELIMITED BY SIZE
               "). The color log says they have it; their next "
                   DELIMITED BY SIZE
               "roll will put it right." DELIMITED BY SIZE
               X"00" DELIMITED BY SIZE
               INTO alert-desc-buffer.
           CALL STATIC "discord_embed_set_title" USING
               BY REFERENCE alert-embed
               "Color-Bot color role not applied"&x"00"
               RETURNING embed-title-status.
           IF embed-title-status <> 0
               MOVE "role retry embed title failed" TO ops-log-message
               PERFORM write-alert-log-line
           END-IF.
           CALL STATIC "discord_embed_set_description" USING
               BY REFERENCE alert-embed
               "%s"&x"00"
               BY VALUE ADDRESS OF alert-desc-buffer
               RETURNING embed-desc-status.
           IF embed-desc-status <> 0
               MOVE "role retry embed description failed"
                   TO ops-log-message
               PERFORM write-alert-log-line
           END-IF.
           MOVE 1 TO alembs-size.
           MOVE ADDRESS OF alert-embed TO alembs-array.
           MOVE ADDRESS OF alert-embeds TO almsg-embeds.
           CALL STATIC "discord_create_message" USING
               BY VALUE client
               BY VALUE alert-channel-id-ptr
               BY REFERENCE alert-create-message
               NULL
               RETURNING created-message-ptr.
           IF created-message-ptr = NULL
               MOVE "role retry alert post failed" TO ops-log-message
               PERFORM write-alert-log-line
           END-IF.
           CALL STATIC "discord_embed_cleanup" USING
               BY REFERENCE alert-embed.
           MOVE 0 TO alert-posting.
       post-retry-alert-exit.
           EXIT.

      *> Attaches the single Apply button to a preview, the same
      *> plumbing as the Reroll button with the previewed color and
      *> the previewing member baked into the custom id at fixed
           PERFORM wait-for-batch-hold.
           PERFORM determine-next-clog-seq
               THRU determine-next-clog-seq-exit.
           MOVE SPACES TO clog-record.
           MOVE clog-next-seq TO clog-seq.
           MOVE gift-giver-id TO clog-user-id.
           MOVE active-guild-id TO clog-guild-id.
           MOVE active-channel-id TO clog-channel-id.
           MOVE active-timestamp TO clog-timestamp.
           MOVE gift-giver-color TO clog-color.
           MOVE 2 TO clog-version.
           MOVE "restamp" TO clog-source.
           MOVE gift-giver-id TO clog-actor-id.
           OPEN I-O color-log-file.
           IF clog-status = "35"
               OPEN OUTPUT color-log-file
