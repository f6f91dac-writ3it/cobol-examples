      * Shared layout for the cross-branch duplicate register keyed
      * by the pair - the lower person ID then the higher, so a pair
      * has one entry whichever side was read first. 91_BRANCH_
      * DUPLICATES writes an OPEN entry the first night it finds the
      * pair and carries the reviewer's decision across from the
      * resolved worklist item: CONFIRMED (the same person - hand it
      * to the transfer and merge tools) or DIFFERENT (never raised
      * again). The lower ID is the earlier registration and is the
      * one kept. COPY this with REPLACING the same way
      * PERSON-RECORD.cpy is copied, e.g.
      *     COPY 'BRANCH-PAIR-RECORD.cpy'
      *         REPLACING PREFIX-PAIR-KEY BY XP_PAIR-KEY
      *                   PREFIX-LOW-ID BY XP_LOW-ID
      *                   PREFIX-HIGH-ID BY XP_HIGH-ID
      *                   PREFIX-LOW-BRANCH BY XP_LOW-BRANCH
      *                   PREFIX-HIGH-BRANCH BY XP_HIGH-BRANCH
      *                   PREFIX-SCORE BY XP_SCORE
      *                   PREFIX-FIRST-FOUND BY XP_FIRST-FOUND
      *                   PREFIX-STATE BY XP_STATE
      *                   PREFIX-OPEN BY XP_OPEN
      *                   PREFIX-CONFIRMED BY XP_CONFIRMED
      *                   PREFIX-DIFFERENT BY XP_DIFFERENT
      *                   PREFIX-DECIDED-ON BY XP_DECIDED-ON
      *                   PREFIX-DECIDED-BY BY XP_DECIDED-BY
      *                   PREFIX BY XP_PAIR.
       01 PREFIX.
          02 PREFIX-PAIR-KEY.
             03 PREFIX-LOW-ID PIC 9(6).
             03 PREFIX-HIGH-ID PIC 9(6).
          02 PREFIX-LOW-BRANCH PIC X(3).
          02 PREFIX-HIGH-BRANCH PIC X(3).
          02 PREFIX-SCORE PIC 9(3).
          02 PREFIX-FIRST-FOUND PIC 9(8).
          02 PREFIX-STATE PIC X(1).
             88 PREFIX-OPEN VALUE 'O'.
             88 PREFIX-CONFIRMED VALUE 'C'.
             88 PREFIX-DIFFERENT VALUE 'D'.
          02 PREFIX-DECIDED-ON PIC 9(8).
          02 PREFIX-DECIDED-BY PIC X(8).
