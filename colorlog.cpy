      *> Shared record layout for the color-roll log (colorlog.dat).
      *> Written one entry per color change by cmds; read back by the
      *> colorrpt/colorexp/colorpop batch reports. Keyed on clog-seq
      *> with an alternate key on clog-user-id (duplicates allowed)
      *> so one member's history can be pulled without a full scan -
      *> every program opening the file has to declare both keys.
      *> Version 2 records add where the color came from and who
      *> acted: clog-actor-id is the member themselves for their own
      *> rolls, the giver on an accepted gift, the owner on a revert,
      *> and 0 where nobody acted (a re-join re-apply, seeded data,
      *> a converted version 1 record, or a temporary color running
      *> out). Files still in the old layout are converted once by
      *> clogconv; a version 1 file opened with this layout fails its
      *> OPEN with status "39".
       01 clog-record.
           05 clog-seq         USAGE BINARY-DOUBLE UNSIGNED SYNC.
           05 clog-user-id     USAGE BINARY-DOUBLE UNSIGNED SYNC.
           05 clog-channel-id  USAGE BINARY-DOUBLE UNSIGNED SYNC.
           05 clog-timestamp   USAGE BINARY-DOUBLE UNSIGNED SYNC.
           05 clog-color       USAGE BINARY-INT SYNC.
           05 clog-version     USAGE BINARY-CHAR UNSIGNED.
               88 clog-is-current-version VALUE 2.
      *> Event source words, one per way a color gets applied.
           05 clog-source      PIC X(08).
               88 clog-source-roll     VALUE "roll".
               88 clog-source-hex      VALUE "hex".
               88 clog-source-favorite VALUE "favorite".
               88 clog-source-reroll   VALUE "reroll".
               88 clog-source-gift     VALUE "gift".
               88 clog-source-preview  VALUE "preview".
               88 clog-source-revert   VALUE "revert".
               88 clog-source-rejoin   VALUE "rejoin".
               88 clog-source-restamp  VALUE "restamp".
               88 clog-source-seed     VALUE "seed".
               88 clog-source-legacy   VALUE "legacy".
               88 clog-source-temp     VALUE "temp".
               88 clog-source-expire   VALUE "expire".
      *> The entries a member chose for themselves (a converted
      *> version 1 record was always a roll). Only these count as
      *> rolls in the activity figures; re-applies, restamps, seeds,
      *> owner reverts and temporary colors do not.
               88 clog-source-member-choice
                   VALUE "roll" "hex" "favorite" "reroll" "gift"
                         "preview" "legacy".
           05 clog-actor-id    USAGE BINARY-DOUBLE UNSIGNED SYNC.
      *> Slack for later fields without another conversion.
           05 FILLER           PIC X(16).
