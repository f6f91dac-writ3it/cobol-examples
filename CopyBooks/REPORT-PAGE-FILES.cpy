      * File layouts for the standard report page (REPORT-PAGE.cpy).
      * COPY into the FILE SECTION of every report program that
      * prints through it, alongside these two SELECTs:
      *     SELECT REPORT-SPOOL ASSIGN TO W_RP-SPOOL-FILENAME
      *         ORGANIZATION IS LINE SEQUENTIAL
      *         FILE STATUS IS W_RP-SPOOL-STATUS.
      *     SELECT REPORT-PRINT ASSIGN TO W_RP-PRINT-FILENAME
      *         ORGANIZATION IS LINE SEQUENTIAL
      *         FILE STATUS IS W_RP-PRINT-STATUS.
      * The spool holds the body while it is written, one control
      * byte ahead of each line (L a line, N a line that starts a new
      * page) - the page total has to be known before the first
      * "PAGE 1 OF n" can be printed.
       FD REPORT-SPOOL.
       01 RS_SPOOL-LINE.
          02 RS_CONTROL PIC X(1).
          02 RS_TEXT PIC X(132).

       FD REPORT-PRINT.
       01 RQ_PRINT-LINE PIC X(132).
