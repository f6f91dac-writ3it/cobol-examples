      * Consent gate shared by every program that mails or exports a
      * person - 08_EXPORT, 12_MAILING_LABELS, 60_PRESORT_LABELS,
      * 65_NAME_DAY_SELECT and 58_LETTER_ENGINE - so the rule lives
      * in one place (see CONSENT-RECORD.cpy):
      *   - an adult is suppressed only by an explicit withdrawal
      *     ('W') or a guardian's grant that has expired ('E');
      *     no record is consent;
      *   - a minor (MINOR-CHECK.cpy) counts as consenting only
      *     where their guardian recorded a grant - no record, a
      *     grant of their own, a withdrawal or an expiry all
      *     suppress. W_CG-MINOR-COUNT counts the minors suppressed
      *     for the caller's summary;
      *   - anyone with a restriction of processing open on the
      *     RODO request register (see RODO-REQUEST-RECORD.cpy) is
      *     suppressed whatever they have granted - the register
      *     keeps a RESTRICT marker ('W') on consent.dat for as long
      *     as the restriction stands. W_CG-RESTRICTED-COUNT counts
      *     them.
      *
      * Caller declares, alongside CONSENT-GATE-FIELDS.cpy and
      * MINOR-CHECK-FIELDS.cpy (WORKING-STORAGE), COPY 'MINOR-CHECK.cpy'
      * in the PROCEDURE DIVISION, and an FD copying
      * CONSENT-RECORD.cpy with the CN_ names:
      *     SELECT CONSENT-FILE ASSIGN TO 'consent.dat'
      *         ORGANIZATION IS INDEXED
      *         ACCESS IS DYNAMIC
      *         RECORD KEY IS CN_KEY
      *         FILE STATUS IS W_CN-STATUS.
      * with W_CONSENT-USABLE-SW (88 CONSENT-USABLE) set when the
      * file opened - no consent.dat means nothing has been
      * recorded, which an adult passes and a minor does not.
       CHECK-CONSENT-SECTION SECTION.
           PERFORM CHECK-MINOR-SECTION.
           IF PERSON-IS-MINOR
               MOVE 'S' TO W_CG-RESULT
           ELSE
               MOVE 'A' TO W_CG-RESULT
           END-IF.
           IF CONSENT-USABLE
               MOVE W_CG-PERSON-ID TO CN_PERSON-ID
               MOVE W_CG-TYPE TO CN_TYPE
               READ CONSENT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       EVALUATE TRUE
                           WHEN CN_WITHDRAWN OR CN_EXPIRED
                               MOVE 'S' TO W_CG-RESULT
                           WHEN PERSON-IS-MINOR AND CN_GRANTED
                               AND CN_GIVEN-BY NOT = 0
                               MOVE 'A' TO W_CG-RESULT
                       END-EVALUATE
               END-READ
           END-IF.
           IF PERSON-IS-MINOR AND CONSENT-SUPPRESSED
               ADD 1 TO W_CG-MINOR-COUNT
           END-IF.
           IF CONSENT-USABLE AND CONSENT-ALLOWED
               MOVE W_CG-PERSON-ID TO CN_PERSON-ID
               MOVE 'RESTRICT' TO CN_TYPE
               READ CONSENT-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF CN_WITHDRAWN
                           MOVE 'S' TO W_CG-RESULT
                           ADD 1 TO W_CG-RESTRICTED-COUNT
                       END-IF
               END-READ
           END-IF.
