      *> Shared record layout for the per-guild color rules
      *> (colorrule.dat), one record per guild keyed on the guild id.
      *> Written by cmds' "colorbot-set protect-*/contrast-floor" keys
      *> and read back by cmds before any color is applied, and by
      *> the colorrul batch scan. Kept out of guildcfg.dat because
      *> that record has no slack left for a color list.
      *> crul-protect-entry holds the staff role colors (moderator,
      *> admin, ...) no member color may display within
      *> crul-protect-distance of - the same squared RGB distance
      *> the uniqueness knob uses. crul-contrast-floor is the lowest
      *> contrast ratio, in tenths (17 = 1.7:1), a member color may
      *> have against either Discord theme background; 0 turns the
      *> readability check off. A guild with no record runs on the
      *> compiled-in defaults: no protected colors, default floor.
       01 crul-record.
           05 crul-guild-id          USAGE BINARY-DOUBLE UNSIGNED SYNC.
           05 crul-protect-distance  USAGE BINARY-INT UNSIGNED SYNC.
           05 crul-contrast-floor    USAGE BINARY-INT UNSIGNED SYNC.
           05 crul-protect-count     USAGE BINARY-INT UNSIGNED SYNC.
           05 crul-protect-entry     OCCURS 16 TIMES.
               10 crul-protect-color USAGE BINARY-INT SYNC.
               10 crul-protect-label PIC X(12).
      *> Slack for later rule knobs without a file conversion.
           05 FILLER                 PIC X(32).
