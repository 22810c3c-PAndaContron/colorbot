      *> Shared record layout for color roles still owed to members
      *> (colorretry.dat), one record per member, keyed on guild +
      *> user. cmds' apply-color-role writes one when it could not
      *> put the member in their pool role - the pool role could not
      *> be created (rate limit, the 250-role cap) or adding it to
      *> the member failed - while colorlog.dat goes on to record the
      *> color as theirs. The bot's scheduled sweep tries again once
      *> cret-next-try (a Unix-epoch second count like
      *> clog-timestamp) has passed, backing off further after every
      *> failure, and drops the record as soon as the role goes on or
      *> the member's color has moved on. cret-attempts counts the
      *> failed applications so far, the first one included; at the
      *> limit the sweep stops, raises an ERROR to the ops channel
      *> and marks the record given up, where it stays for the
      *> colorstuck report until the member's next color goes on or
      *> they leave.
       01 cret-record.
           05 cret-key.
               10 cret-guild-id     USAGE BINARY-DOUBLE UNSIGNED SYNC.
               10 cret-user-id      USAGE BINARY-DOUBLE UNSIGNED SYNC.
           05 cret-color            USAGE BINARY-INT SYNC.
           05 cret-attempts         USAGE BINARY-INT UNSIGNED SYNC.
           05 cret-first-failed     USAGE BINARY-DOUBLE UNSIGNED SYNC.
           05 cret-last-failed      USAGE BINARY-DOUBLE UNSIGNED SYNC.
           05 cret-next-try         USAGE BINARY-DOUBLE UNSIGNED SYNC.
           05 cret-state            PIC X(08).
               88 cret-state-pending VALUE "pending".
               88 cret-state-gaveup  VALUE "gaveup".
           05 cret-last-error       PIC X(48).
      *> Slack for later fields without a file conversion.
           05 FILLER                PIC X(24).
