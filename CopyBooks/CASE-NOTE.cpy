      * Case-note writer shared by 09_MAINTAIN (NOTE action) and
      * 14_MERGE_PERSON (carrying a duplicate's notes across) - see
      * CASE-NOTE-RECORD.cpy. Nothing here ever REWRITEs or DELETEs
      * a note on the person it was taken against.
      *
      * Caller declares, alongside CASE-NOTE-FIELDS.cpy
      * (WORKING-STORAGE) and an FD copying CASE-NOTE-RECORD.cpy
      * with the NT_ names:
      *     SELECT CASE-NOTE-FILE ASSIGN TO 'case_notes.dat'
      *         ORGANIZATION IS INDEXED
      *         ACCESS IS DYNAMIC
      *         RECORD KEY IS NT_KEY
      *         FILE STATUS IS W_NT-STATUS.
      * First note ever has no case_notes.dat yet - created empty
      * and reopened, the same status-35 dance as 09_MAINTAIN.
       OPEN-CASE-NOTES-SECTION SECTION.
           OPEN I-O CASE-NOTE-FILE.
           IF W_NT-STATUS = '35'
               OPEN OUTPUT CASE-NOTE-FILE
               CLOSE CASE-NOTE-FILE
               OPEN I-O CASE-NOTE-FILE
           END-IF.

      * The caller fills every NT_ field but the sequence. The first
      * free sequence for that person and stamp is taken - a
      * duplicate key just means another note landed in the same
      * hundredth of a second - and NOTE-WRITTEN says whether it
      * got on file at all.
       WRITE-CASE-NOTE-SECTION SECTION.
           MOVE 'N' TO W_NT-WRITTEN-SW.
           MOVE 'N' TO W_NT-GIVE-UP-SW.
           MOVE 0 TO NT_SEQ.
           PERFORM UNTIL NOTE-WRITTEN OR NOTE-GIVE-UP
               WRITE NT_NOTE
                   INVALID KEY
                       IF W_NT-STATUS = '22' AND NT_SEQ < 99
                           ADD 1 TO NT_SEQ
                       ELSE
                           MOVE 'Y' TO W_NT-GIVE-UP-SW
                       END-IF
                   NOT INVALID KEY
                       MOVE 'Y' TO W_NT-WRITTEN-SW
               END-WRITE
           END-PERFORM.
