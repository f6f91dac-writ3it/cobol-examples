      * Shared layout for the family relationship file - typed links
      * between two person IDs, where household.dat only says who
      * lives together. Each record reads "PREFIX-ID is the
      * PREFIX-TYPE of PREFIX-OTHER-ID":
      *     S spouse     reciprocal S
      *     P parent     reciprocal C
      *     C child      reciprocal P
      *     B sibling    reciprocal B
      *     G guardian   reciprocal W
      *     W ward       reciprocal G
      * A person under 18 must have a current guardian (see
      * MINOR-CHECK.cpy) - the guardian is who gives their consents;
      * 78_COMING_OF_AGE ends the link when the ward turns 18.
      * Every link is held from both ends - 09_MAINTAIN (RELATE
      * action) always writes, ends or removes the pair together,
      * and 76_RELATION_CHECK flags any half left standing alone.
      * The key puts the type ahead of the other ID, so a START at
      * a person ID reads their parents, children, spouses and
      * siblings each as one run.
      * PREFIX-STATE is C current or E ended - only a marriage
      * (divorce, or the spouse's death) or a guardianship ends;
      * PREFIX-ENDED-ON is zero while current.
      * COPY this with REPLACING the same way PERSON-RECORD.cpy is
      * copied, e.g.
      *     COPY 'RELATIONSHIP-RECORD.cpy'
      *         REPLACING PREFIX-KEY BY RL_KEY
      *                   PREFIX-ID BY RL_PERSON-ID
      *                   PREFIX-TYPE BY RL_TYPE
      *                   PREFIX-SPOUSE BY RL_SPOUSE
      *                   PREFIX-PARENT BY RL_PARENT
      *                   PREFIX-CHILD BY RL_CHILD
      *                   PREFIX-SIBLING BY RL_SIBLING
      *                   PREFIX-GUARDIAN BY RL_GUARDIAN
      *                   PREFIX-WARD BY RL_WARD
      *                   PREFIX-OTHER-ID BY RL_OTHER-ID
      *                   PREFIX-STATE BY RL_STATE
      *                   PREFIX-CURRENT BY RL_CURRENT
      *                   PREFIX-ENDED BY RL_ENDED
      *                   PREFIX-ENDED-ON BY RL_ENDED-ON
      *                   PREFIX-RECORDED-ON BY RL_RECORDED-ON
      *                   PREFIX-RECORDED-BY BY RL_RECORDED-BY
      *                   PREFIX BY RL_RELATION.
       01 PREFIX.
          02 PREFIX-KEY.
             03 PREFIX-ID PIC 9(6).
             03 PREFIX-TYPE PIC X(1).
                88 PREFIX-SPOUSE VALUE 'S'.
                88 PREFIX-PARENT VALUE 'P'.
                88 PREFIX-CHILD VALUE 'C'.
                88 PREFIX-SIBLING VALUE 'B'.
                88 PREFIX-GUARDIAN VALUE 'G'.
                88 PREFIX-WARD VALUE 'W'.
             03 PREFIX-OTHER-ID PIC 9(6).
          02 PREFIX-STATE PIC X(1).
             88 PREFIX-CURRENT VALUE 'C'.
             88 PREFIX-ENDED VALUE 'E'.
          02 PREFIX-ENDED-ON PIC 9(8).
          02 PREFIX-RECORDED-ON PIC 9(8).
          02 PREFIX-RECORDED-BY PIC X(8).
