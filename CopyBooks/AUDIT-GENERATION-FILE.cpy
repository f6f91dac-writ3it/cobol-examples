      * Shared FD for the audit-trail generation catalogue - one
      * record per closed-out year of audit_trail.log, appended by
      * 80_AUDIT_ROTATE when it moves the live log aside to
      * audit_trail_YYYY.log. The record carries the generation's
      * first and last chain links, so the live log's opening
      * ROTATE line can be proved against it (43_AUDIT_VERIFY), and
      * the catalogue order is the order the generations are read
      * in by anything searching the whole trail (see
      * AUDIT-GENERATIONS.cpy). Calling program SELECTs this as
      * AUDIT-GENERATION-FILE, assigned to 'audit_generations.ctl',
      * FILE STATUS IS W_AG-STATUS.
       FD AUDIT-GENERATION-FILE.
       01 AG_GENERATION-REC.
          02 AG_FILE PIC X(30).
          02 AG_YEAR PIC 9(4).
          02 AG_FIRST-SEQ PIC 9(9).
          02 AG_LAST-SEQ PIC 9(9).
          02 AG_LAST-CHK PIC 9(9).
          02 AG_LINES PIC 9(9).
          02 AG_ROTATED-ON PIC 9(8).
          02 AG_ROTATED-BY PIC X(8).
