       01 gap-count USAGE BINARY-INT UNSIGNED VALUE 0.
       01 dup-count USAGE BINARY-INT UNSIGNED VALUE 0.
       01 regress-count USAGE BINARY-INT UNSIGNED VALUE 0.
      *> A log still in the old record layout can't be audited at
      *> all; the run then ends with RETURN-CODE 1 rather than
      *> passing files it never looked at.
       01 clog-layout-old USAGE BINARY-CHAR UNSIGNED VALUE 0.
           88 clog-is-old-layout VALUE 1.
      *> Recount of every pool bucket straight off poolmbr.dat; the
      *> matched flag is ticked during the colorpool.dat pass so
      *> leftovers surface as members pointing at a bucket with no
      *> duplicate or gapped clog-seq numbering, favorites whose
      *> owner the log never saw. Findings go to colorchk.txt and
      *> repairs (counts only, under "repair") to opslog.txt.
      *> Duplicate sequences or pool counts left wrong end the run
      *> with RETURN-CODE 4, so a caller can hold back repairs that
      *> trust those files; a log in the old layout ends it with 1.
       PROCEDURE DIVISION.
       main-line.
           PERFORM parse-run-mode.
           PERFORM audit-favorites THRU audit-favorites-exit.
           PERFORM write-summary.
           CLOSE report-file.
           IF dup-count > 0 OR mismatch-count > repaired-count
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF clog-is-old-layout
               MOVE 1 TO RETURN-CODE
           END-IF.
           STOP RUN.

       parse-run-mode.
               WRITE rpt-line
               GO TO audit-color-log-exit
           END-IF.
           IF clog-status = "39"
               MOVE "  (old record layout - run clogconv first)"
                   TO rpt-line
               WRITE rpt-line
               MOVE 1 TO clog-layout-old
               GO TO audit-color-log-exit
           END-IF.
           PERFORM read-clog-record.
           PERFORM check-clog-record
               UNTIL clog-status NOT = "00".
