       01 colorpreview USAGE PROGRAM-POINTER.
       01 colorpreview-apply USAGE PROGRAM-POINTER.
       01 colorrevert USAGE PROGRAM-POINTER.
       01 colorlock USAGE PROGRAM-POINTER.
       01 colortemp USAGE PROGRAM-POINTER.
       01 opsl-status PIC X(02).
       01 run-status USAGE BINARY-INT.
       01 run-status-display PIC -(9)9.
           SET colorpreview TO ENTRY "colorpreview".
           SET colorpreview-apply TO ENTRY "colorpreview-apply".
           SET colorrevert TO ENTRY "colorrevert".
           SET colorlock TO ENTRY "colorlock".
           SET colortemp TO ENTRY "colortemp".
           CALL STATIC "discord_config_init"
               USING "config.json"&x"00"
               RETURNING client.
               BY VALUE client
               BY REFERENCE "colorrevert"&x"00"
               BY VALUE colorrevert.
           CALL STATIC "discord_set_on_command" USING
               BY VALUE client
               BY REFERENCE "colorlock"&x"00"
               BY VALUE colorlock.
           CALL STATIC "discord_set_on_command" USING
               BY VALUE client
               BY REFERENCE "colortemp"&x"00"
               BY VALUE colortemp.
           CALL STATIC "discord_set_on_member_join" USING
               BY VALUE client
               BY VALUE member-joined.
      *> or a dropped connection. A dropped connection gets logged and
      *> the loop in main-line calls back in here to reconnect instead
      *> of the bot just going dark until someone notices and restarts
      *> it by hand. Each connect is preceded by cmds' scheduled
      *> sweep, so whatever came due while the bot was away is dealt
      *> with first.
       run-bot.
           CALL "scheduled-sweep" USING
               BY VALUE client.
           CALL STATIC "discord_run" USING
               BY VALUE client
               RETURNING run-status.
