      *> Shared record layout for moderator color locks (colorlock.dat),
      *> one record per locked member, keyed on guild + user so a
      *> guild's locks sit together for the "colorlock list" scan.
      *> Written and removed by cmds' owner-only "colorlock" command
      *> and read by every path that would change the member's color
      *> (mycolor, the Reroll button, preview Apply, gift accept, the
      *> re-join re-apply), which refuse while the lock holds.
      *> clck-expires-at is a Unix-epoch second count like
      *> clog-timestamp; 0 means the lock holds until lifted. An
      *> expired record is dropped the next time it is looked at.
      *> clck-color is the color the member wore when locked, -1 when
      *> the log had nothing for them here.
       01 clck-record.
           05 clck-key.
               10 clck-guild-id     USAGE BINARY-DOUBLE UNSIGNED SYNC.
               10 clck-user-id      USAGE BINARY-DOUBLE UNSIGNED SYNC.
           05 clck-locked-at        USAGE BINARY-DOUBLE UNSIGNED SYNC.
           05 clck-expires-at       USAGE BINARY-DOUBLE UNSIGNED SYNC.
           05 clck-locked-by        USAGE BINARY-DOUBLE UNSIGNED SYNC.
           05 clck-color            USAGE BINARY-INT SYNC.
           05 clck-reason           PIC X(80).
      *> Slack for later fields without a file conversion.
           05 FILLER                PIC X(20).
