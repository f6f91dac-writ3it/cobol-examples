      * Correspondence history shared by every program that puts
      * something in the post or in a member's hands about them -
      * 58_LETTER_ENGINE, 12_MAILING_LABELS, 60_PRESORT_LABELS,
      * 57_PURGE_NOTICE and 33_SAR_DOSSIER - one keyed record per
      * item produced (see CORRESPONDENCE-RECORD.cpy). The history is
      * a by-product: a run whose history file cannot be opened
      * says so and still produces its output.
      *
      * Caller declares, alongside CORRESPONDENCE-FIELDS.cpy
      * (WORKING-STORAGE) and an FD copying
      * CORRESPONDENCE-RECORD.cpy with the CR_ names:
      *     SELECT CORRESPONDENCE-FILE ASSIGN TO 'correspondence.dat'
      *         ORGANIZATION IS INDEXED
      *         ACCESS IS DYNAMIC
      *         RECORD KEY IS CR_KEY
      *         FILE STATUS IS W_CR-STATUS.
      * First run ever has no correspondence.dat yet - created empty
      * and reopened, the same status-35 dance as 09_MAINTAIN.
       OPEN-CORRESPONDENCE-SECTION SECTION.
           ACCEPT W_CR-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT W_CR-RUN-TIME FROM TIME.
           MOVE 0 TO W_CR-SEQ.
           OPEN I-O CORRESPONDENCE-FILE.
           IF W_CR-STATUS = '35'
               OPEN OUTPUT CORRESPONDENCE-FILE
               CLOSE CORRESPONDENCE-FILE
               OPEN I-O CORRESPONDENCE-FILE
           END-IF.
           IF W_CR-STATUS = '00'
               MOVE 'Y' TO W_CR-OPEN-SW
           ELSE
               DISPLAY '** correspondence.dat open failed (status '
                   W_CR-STATUS') - this run is not recorded in the '
                   'correspondence history'
           END-IF.

       RECORD-CORRESPONDENCE-SECTION SECTION.
           IF NOT CORRESPONDENCE-OPEN
               GO TO RECORD-CORRESPONDENCE-EXIT
           END-IF.
           ADD 1 TO W_CR-SEQ.
           MOVE W_CR-PERSON-ID TO CR_PERSON-ID.
           MOVE W_CR-RUN-DATE TO CR_DATE.
           MOVE W_CR-RUN-TIME TO CR_TIME.
           MOVE W_CR-SEQ TO CR_SEQ.
           MOVE W_CR-PROGRAM TO CR_PROGRAM.
           MOVE W_CR-DOC-TYPE TO CR_DOC-TYPE.
           MOVE W_CR-OUTPUT-FILE TO CR_OUTPUT-FILE.
           WRITE CR_ENTRY
               INVALID KEY
                   DISPLAY '** correspondence history entry for '
                       W_CR-PERSON-ID' not written (status '
                       W_CR-STATUS')'
               NOT INVALID KEY
                   ADD 1 TO W_CR-COUNT
           END-WRITE.

       RECORD-CORRESPONDENCE-EXIT.
           EXIT.

       CLOSE-CORRESPONDENCE-SECTION SECTION.
           IF CORRESPONDENCE-OPEN
               CLOSE CORRESPONDENCE-FILE
               MOVE 'N' TO W_CR-OPEN-SW
           END-IF.
