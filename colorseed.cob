           IF clog-status = "35"
               GO TO load-known-users-exit
           END-IF.
           IF clog-status = "39"
               DISPLAY "colorlog.dat is in the old record layout - "
                   "run clogconv first"
               MOVE 1 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM read-clog-record.
           PERFORM note-known-user
               UNTIL clog-status NOT = "00".

      *> One seed record: the member's current role color, stamped
      *> now, channel 0 (no roll happened - this is adoption, not
      *> activity), source "seed" with no actor. The member also
      *> joins the known table so a second color role for them
      *> (however one came to exist) doesn't seed twice.
       write-seed-record.
           MOVE SPACES TO clog-record.
           MOVE next-clog-seq TO clog-seq.
           MOVE walk-user-id TO clog-user-id.
           MOVE seed-guild-id TO clog-guild-id.
           MOVE 0 TO clog-channel-id.
           MOVE now-timestamp TO clog-timestamp.
           MOVE walk-role-color TO clog-color.
           MOVE 2 TO clog-version.
           MOVE "seed" TO clog-source.
           MOVE 0 TO clog-actor-id.
           WRITE clog-record.
           IF clog-status NOT = "00" AND clog-status NOT = "02"
               DISPLAY "seed write failed, status " clog-status
