      * Charges one new line to the dues account in DL_ACCOUNT (see
      * DUES-LEDGER-RECORD.cpy - the caller has already read the
      * account, or set up a new one with DL_LINE-COUNT 0) and
      * raises DL_BALANCE by its amount. Nothing is written here -
      * the caller WRITEs or REWRITEs the account and PERFORMs
      * WRITE-AUDIT-SECTION the way every ledger change is
      * documented.
      * A full table makes room by dropping its oldest settled
      * line - a paid invoice is history the audit trail already
      * holds. An account with every line still open has no room to
      * give: the line is refused, W_DL-ADDED-SW stays 'N', and the
      * caller reports the account rather than lose a debt.
      * Caller fills W_DL-NEW-REF/KIND/YEAR/ISSUED-ON/DUE-ON/AMOUNT
      * (see DUES-LEDGER-FIELDS.cpy) before the PERFORM.
       ADD-LEDGER-LINE-SECTION SECTION.
           MOVE 'N' TO W_DL-ADDED-SW.
           IF DL_LINE-COUNT = 24
               MOVE 0 TO W_DL-FREE
               PERFORM VARYING W_DL-SUB FROM 1 BY 1
                       UNTIL W_DL-SUB > 24 OR W_DL-FREE > 0
                   IF DL_LINE-SETTLED(W_DL-SUB)
                       MOVE W_DL-SUB TO W_DL-FREE
                   END-IF
               END-PERFORM
               IF W_DL-FREE = 0
                   GO TO ADD-LEDGER-LINE-EXIT
               END-IF
               PERFORM VARYING W_DL-SUB FROM W_DL-FREE BY 1
                       UNTIL W_DL-SUB > 23
                   MOVE DL_LINE(W_DL-SUB + 1) TO DL_LINE(W_DL-SUB)
               END-PERFORM
               SUBTRACT 1 FROM DL_LINE-COUNT
           END-IF.

           ADD 1 TO DL_LINE-COUNT.
           MOVE W_DL-NEW-REF TO DL_REF(DL_LINE-COUNT).
           MOVE W_DL-NEW-KIND TO DL_KIND(DL_LINE-COUNT).
           MOVE W_DL-NEW-YEAR TO DL_YEAR(DL_LINE-COUNT).
           MOVE W_DL-NEW-ISSUED-ON TO DL_ISSUED-ON(DL_LINE-COUNT).
           MOVE W_DL-NEW-DUE-ON TO DL_DUE-ON(DL_LINE-COUNT).
           MOVE W_DL-NEW-AMOUNT TO DL_AMOUNT(DL_LINE-COUNT).
           MOVE 0 TO DL_PAID(DL_LINE-COUNT).
           MOVE 'O' TO DL_STATE(DL_LINE-COUNT).
           ADD W_DL-NEW-AMOUNT TO DL_BALANCE.
           MOVE 'Y' TO W_DL-ADDED-SW.

       ADD-LEDGER-LINE-EXIT.
           EXIT.
