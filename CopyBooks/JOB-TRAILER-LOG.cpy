      * line per run across every program - mirrors AUDIT-LOG.cpy's
      * and SQL-ERROR-LOG.cpy's shared-log convention. Widened from
      * X(80) to X(100) to fit the ELAPSED= field alongside the
      * longest PROGRAM/STATUS values already on file, and again to
      * X(120) for the BRANCH= field that closes the line.
       FD JOB-TRAILER-LOG.
       01 L_TRAILER-LOG-REC PIC X(120).
