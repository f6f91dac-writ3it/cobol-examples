      * Shared layout for the membership card file keyed by card
      * number, with the holder's person ID as an alternate key
      * (duplicates - every card a person was ever given stays on
      * file). The card number is nine digits:
      *     person ID (6) + generation (2) + check digit (1)
      * the generation counting 01 upward per card the person has
      * held, the check digit the Luhn digit over the first eight,
      * so a front desk keying a number by hand is caught on a
      * slipped digit (see 13_CARD_FILE.cbl, VERIFY request).
      * PREFIX-STATE is the card's life:
      *     I issued      first card, live
      *     R reissued    a replacement, live
      *     L lost        reported lost - on the hotlist
      *     S stolen      reported stolen - on the hotlist
      *     C cancelled   replaced, expired, or the holder left
      * PREFIX-STATE-ON and PREFIX-STATE-REASON record when and why
      * the state last changed; PREFIX-PRINTED-ON is the day
      * 73_CARD_ISSUE put the card on the print file (zero until
      * then). Cards are only ever written and state-changed
      * through 13_CARD_FILE, apart from 73_CARD_ISSUE's print
      * stamp and its nightly sweep of cards left live for holders
      * who are no longer members.
      * COPY this with REPLACING the same way PERSON-RECORD.cpy is
      * copied, e.g.
      *     COPY 'CARD-RECORD.cpy'
      *         REPLACING PREFIX-NUMBER BY CD_NUMBER
      *                   PREFIX-ID BY CD_PERSON-ID
      *                   PREFIX-ISSUED-ON BY CD_ISSUED-ON
      *                   PREFIX-EXPIRES-ON BY CD_EXPIRES-ON
      *                   PREFIX-STATE BY CD_STATE
      *                   PREFIX-LIVE BY CD_LIVE
      *                   PREFIX-HOT BY CD_HOT
      *                   PREFIX-STATE-ON BY CD_STATE-ON
      *                   PREFIX-STATE-REASON BY CD_STATE-REASON
      *                   PREFIX-PRINTED-ON BY CD_PRINTED-ON
      *                   PREFIX BY CD_CARD.
       01 PREFIX.
          02 PREFIX-NUMBER PIC 9(9).
          02 PREFIX-ID PIC 9(6).
          02 PREFIX-ISSUED-ON PIC 9(8).
          02 PREFIX-EXPIRES-ON PIC 9(8).
          02 PREFIX-STATE PIC X(1).
             88 PREFIX-LIVE VALUE 'I' 'R'.
             88 PREFIX-HOT VALUE 'L' 'S' 'C'.
          02 PREFIX-STATE-ON PIC 9(8).
          02 PREFIX-STATE-REASON PIC X(20).
          02 PREFIX-PRINTED-ON PIC 9(8).
