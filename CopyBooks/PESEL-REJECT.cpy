      * One refused PESEL onto pesel_rejects.dat (see
      * PESEL-REJECT-RECORD.cpy), so a number the feeds could not
      * record reaches the nightly 64_PESEL_CONFLICTS report instead
      * of stopping at a DISPLAY in the job log.
      *
      * Caller declares, alongside PESEL-CAPTURE-FIELDS.cpy:
      *     SELECT PESEL-REJECT-LOG ASSIGN TO 'pesel_rejects.dat'
      *         ORGANIZATION IS LINE SEQUENTIAL
      *         FILE STATUS IS W_PJ-STATUS.
      * with the FD laid out by PESEL-REJECT-RECORD.cpy under the PJ_
      * prefix, and fills W_PESEL-PERSON-ID, W_PESEL-VALUE,
      * W_PESEL-SOURCE and W_PESEL-REASON before the PERFORM. The
      * file is opened and closed in here.
       WRITE-PESEL-REJECT-SECTION SECTION.
           ACCEPT W_PESEL-TODAY FROM DATE YYYYMMDD.
           OPEN EXTEND PESEL-REJECT-LOG.
           IF W_PJ-STATUS = '35'
               OPEN OUTPUT PESEL-REJECT-LOG
           END-IF.
           IF W_PJ-STATUS NOT = '00'
               DISPLAY '** could not open pesel_rejects.dat (status '
                   W_PJ-STATUS') - PESEL 'W_PESEL-VALUE' for '
                   W_PESEL-PERSON-ID' not passed on'
               GO TO WRITE-PESEL-REJECT-EXIT
           END-IF.
           MOVE W_PESEL-PERSON-ID TO PJ_PERSON-ID.
           MOVE W_PESEL-VALUE TO PJ_PESEL.
           MOVE W_PESEL-SOURCE TO PJ_SOURCE.
           MOVE W_PESEL-TODAY TO PJ_REFUSED-ON.
           MOVE W_PESEL-REASON TO PJ_REASON.
           WRITE PJ_PESEL-REJECT.
           CLOSE PESEL-REJECT-LOG.

       WRITE-PESEL-REJECT-EXIT.
           EXIT.
