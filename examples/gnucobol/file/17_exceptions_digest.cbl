      * Execute files/02_write.cbl first
      * A bad load scatters its problems across three different files
      * - load_exceptions.txt from 02_WRITE's REJECT-RECORD-SECTION,
      * name_exceptions.txt from 02_NAME_CLEANSE's blank-name flag
      * and 02_WRITE's unknown-given-name flag, and sql_error.log
      * from SQLSTATE-CHECK - and nobody checks all three every
      * morning. This reads all three and prints one combined
      * "what went wrong today" digest. load_exceptions.txt and
      * name_exceptions.txt are both OPENed OUTPUT (truncated) fresh
      * every run, so whatever they hold is already today's;
      * sql_error.log is OPENed EXTEND and accumulates across runs,
      * so only the lines stamped with today's date are included.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 17_EXCEPTIONS_DIGEST.

           END-IF.

      * Lists every record 02_NAME_CLEANSE flagged with a blank name
      * or 02_WRITE flagged with a given name the dictionary does
      * not hold, this run.
       DIGEST-NAME-EXCEPTIONS-SECTION SECTION.
           DISPLAY ' '.
           DISPLAY '--- NAME EXCEPTIONS (name_exceptions.txt) ---'.
