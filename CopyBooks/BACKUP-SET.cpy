      * The person subsystem's backup set, shared by the nightly
      * 99_BACKUP_SET that takes a generation and 100_RESTORE_SET
      * that verifies one and puts it back. A generation is a flat
      * copy of every member file under backup/, named
      *     backup/<yyyymmdd>_<file>
      * with its catalogue (BACKUP-CATALOGUE-FILE.cpy) beside it as
      *     backup/<yyyymmdd>_catalogue.txt
      * Keyed files are copied out one record per line in key order,
      * so a generation can be read, compared and restored without
      * the indexed handler; flat files are copied line for line.
      * Both programs count and hash every record the same way, so
      * the catalogue taken at backup time can be checked against
      * the copies at restore time.
      *
      * Caller declares BACKUP-SET-FIELDS.cpy in WORKING-STORAGE and
      * sets W_BK-SET-DATE, then:
      *     PERFORM BACKUP-CATALOGUE-NAME-SECTION  for the catalogue
      *     PERFORM BACKUP-COPY-NAME-SECTION       with the member in
      *                                            W_BK-MEMBER-NAME
      *     PERFORM BACKUP-START-MEMBER-SECTION    before a member's
      *                                            first record
      *     PERFORM BACKUP-HASH-RECORD-SECTION     for each record,
      *                                            put in W_BK-RECORD
       BACKUP-CATALOGUE-NAME-SECTION SECTION.
           MOVE SPACES TO W_BK-CATALOGUE-NAME.
           STRING W_BK-DIR-NAME DELIMITED BY SPACE
                  '/' DELIMITED BY SIZE
                  W_BK-SET-DATE DELIMITED BY SIZE
                  '_catalogue.txt' DELIMITED BY SIZE
               INTO W_BK-CATALOGUE-NAME
           END-STRING.

       BACKUP-COPY-NAME-SECTION SECTION.
           MOVE SPACES TO W_BK-COPY-NAME.
           STRING W_BK-DIR-NAME DELIMITED BY SPACE
                  '/' DELIMITED BY SIZE
                  W_BK-SET-DATE DELIMITED BY SIZE
                  '_' DELIMITED BY SIZE
                  W_BK-MEMBER-NAME DELIMITED BY SPACE
               INTO W_BK-COPY-NAME
           END-STRING.

       BACKUP-START-MEMBER-SECTION SECTION.
           MOVE 0 TO W_BK-RECORDS.
           MOVE 0 TO W_BK-HASH.

      * Trailing blanks do not count - a line-sequential copy drops
      * them, so the record hashes the same before and after.
       BACKUP-HASH-RECORD-SECTION SECTION.
           MOVE 0 TO W_BK-TRAILING.
           INSPECT FUNCTION REVERSE(W_BK-RECORD)
               TALLYING W_BK-TRAILING FOR LEADING SPACE.
           COMPUTE W_BK-LENGTH = 2048 - W_BK-TRAILING.
           MOVE 0 TO W_BK-RECORD-SUM.
           PERFORM VARYING W_BK-SUB FROM 1 BY 1
                   UNTIL W_BK-SUB > W_BK-LENGTH
               COMPUTE W_BK-RECORD-SUM = W_BK-RECORD-SUM
                   + FUNCTION ORD(W_BK-RECORD(W_BK-SUB:1)) * W_BK-SUB
           END-PERFORM.
           ADD 1 TO W_BK-RECORDS.
           COMPUTE W_BK-HASH = FUNCTION MOD(W_BK-HASH
               + W_BK-RECORD-SUM, 1000000000000000).
