               01 W_TRANS-STATUS PIC X(1) VALUE '0'.
                   88 TRANSITION-OK VALUE '0'.

      * Membership card routine linkage (see 13_CARD_FILE.cbl) - a
      * deactivated person's live card is cancelled with them.
               01 W_CARD-REQUEST PIC X(8) VALUE 'CANCEL'.
               01 W_CARD-NUMBER PIC 9(9) VALUE 0.
               01 W_CARD-REASON PIC X(20) VALUE 'DEACTIVATED'.
               01 W_CARD-REJECT PIC X(40) VALUE SPACES.
               01 W_CARD-STATUS PIC X(1) VALUE '0'.

      * Run-status marker (see RUN-STATUS-CHECK.cpy) - this step
      * requires 03_REWRITE to have completed since the last full
      * cycle, and its own completion is what 01_SORT checks for next.
                           MOVE 'I' TO W_TARGET-STATUS
                           CALL '06_STATUS_TRANSITION' USING
                               S_PERSON-STATUS, W_TARGET-STATUS,
                               W_TRANS-REASON, W_TRANS-STATUS,
                               S_PERSON-ID
                           IF NOT TRANSITION-OK
                               DISPLAY "** skipping "S_PERSON-ID
                                   " - "W_TRANS-REASON
           MOVE FI_PERSON TO W_AUDIT-AFTER.
           PERFORM WRITE-AUDIT-SECTION.

      * The card goes with the membership - reported, not fatal:
      * 73_CARD_ISSUE sweeps up any card left live tonight.
           CALL '13_CARD_FILE' USING W_CARD-REQUEST, S_PERSON-ID,
               W_CARD-NUMBER, W_CARD-REASON, W_CARD-REJECT,
               W_CARD-STATUS.
           IF W_CARD-STATUS NOT = '0'
               DISPLAY "** card not cancelled for "S_PERSON-ID" - "
                   W_CARD-REJECT
           END-IF.

           OPEN OUTPUT CHECKPOINT-FILE.
           WRITE CKPT-REC FROM S_PERSON-ID.
           CLOSE CHECKPOINT-FILE.
