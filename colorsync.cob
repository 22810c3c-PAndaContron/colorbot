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
