      *> Shared record layout for scheduled color actions
      *> (colorsched.dat), one pending action per member, keyed on
      *> guild + user. Today the only action is "revert": cmds'
      *> owner-only "colortemp" command gives a member an event color
      *> for a term and leaves one of these behind, and the bot's
      *> scheduled sweep puts the member's earlier color back once
      *> csch-due-at (a Unix-epoch second count like clog-timestamp)
      *> has passed. csch-grant-seq is the clog-seq of the "temp"
      *> log entry the grant wrote, so the sweep can tell whether the
      *> member picked a color of their own since (the reversion is
      *> then dropped) or the reversion already went through.
      *> csch-restore-color is the color the log showed before the
      *> grant, kept in case colorarc has compacted that entry away
      *> by the time the reversion is due.
       01 csch-record.
           05 csch-key.
               10 csch-guild-id     USAGE BINARY-DOUBLE UNSIGNED SYNC.
               10 csch-user-id      USAGE BINARY-DOUBLE UNSIGNED SYNC.
           05 csch-due-at           USAGE BINARY-DOUBLE UNSIGNED SYNC.
           05 csch-action           PIC X(08).
               88 csch-action-revert VALUE "revert".
           05 csch-restore-color    USAGE BINARY-INT SYNC.
           05 csch-temp-color       USAGE BINARY-INT SYNC.
           05 csch-granted-at       USAGE BINARY-DOUBLE UNSIGNED SYNC.
           05 csch-granted-by       USAGE BINARY-DOUBLE UNSIGNED SYNC.
           05 csch-grant-seq        USAGE BINARY-DOUBLE UNSIGNED SYNC.
      *> Slack for later fields without a file conversion.
           05 FILLER                PIC X(24).
