      * Shared layout for the data-subject request register
      * (rodo_request.dat) keyed by request number - one record per
      * request a person makes under RODO, logged the day it arrives
      * by 111_RODO_REGISTER and watched against its deadline by
      * 112_RODO_DEADLINES.
      *   PREFIX-TYPE         ACCESS (art. 15, answered with
      *                       33_SAR_DOSSIER), RECTIFY (16), ERASURE
      *                       (17, the 03_REWRITE erasure feed),
      *                       RESTRICT (18) or OBJECT (21)
      *   PREFIX-DUE-ON       one calendar month after
      *                       PREFIX-RECEIVED-ON (the last day of the
      *                       month where that month is shorter),
      *                       moved on to the next business day; three
      *                       months once extended (art. 12(3)) - the
      *                       extension is taken once, before the
      *                       first month runs out, and the person is
      *                       told why (PREFIX-EXTEND-REASON)
      *   PREFIX-STATE        O open; R a restriction granted and in
      *                       force - answered, but the person stays
      *                       held out until it is lifted; C closed
      *   PREFIX-OUTCOME      GRANTED, PARTIAL, REFUSED or WITHDRAWN
      *                       when answered, LIFTED when a restriction
      *                       in force ends
      * While a RESTRICT request is open or in force the person
      * carries a RESTRICT marker on consent.dat (see
      * CONSENT-GATE.cpy), which holds them out of every export,
      * letter and partner feed.
      * COPY this with REPLACING the same way PERSON-RECORD.cpy is
      * copied, e.g.
      *     COPY 'RODO-REQUEST-RECORD.cpy'
      *         REPLACING PREFIX-REQUEST-ID BY RQ_REQUEST-ID
      *                   PREFIX-PERSON-ID BY RQ_PERSON-ID
      *                   PREFIX-TYPE BY RQ_TYPE
      *                   PREFIX-ACCESS BY RQ_ACCESS
      *                   PREFIX-RECTIFY BY RQ_RECTIFY
      *                   PREFIX-ERASURE BY RQ_ERASURE
      *                   PREFIX-RESTRICT BY RQ_RESTRICT
      *                   PREFIX-OBJECT BY RQ_OBJECT
      *                   PREFIX-RECEIVED-ON BY RQ_RECEIVED-ON
      *                   PREFIX-DUE-ON BY RQ_DUE-ON
      *                   PREFIX-EXTENDED-SW BY RQ_EXTENDED-SW
      *                   PREFIX-EXTENDED BY RQ_EXTENDED
      *                   PREFIX-EXTEND-REASON BY RQ_EXTEND-REASON
      *                   PREFIX-LOGGED-BY BY RQ_LOGGED-BY
      *                   PREFIX-OWNER BY RQ_OWNER
      *                   PREFIX-STATE BY RQ_STATE
      *                   PREFIX-OPEN BY RQ_OPEN
      *                   PREFIX-IN-FORCE BY RQ_IN-FORCE
      *                   PREFIX-CLOSED BY RQ_CLOSED
      *                   PREFIX-OUTCOME BY RQ_OUTCOME
      *                   PREFIX-ANSWERED-ON BY RQ_ANSWERED-ON
      *                   PREFIX-CLOSED-ON BY RQ_CLOSED-ON
      *                   PREFIX-NOTE BY RQ_NOTE
      *                   PREFIX BY RQ_REQUEST.
       01 PREFIX.
          02 PREFIX-REQUEST-ID PIC 9(6).
          02 PREFIX-PERSON-ID PIC 9(6).
          02 PREFIX-TYPE PIC X(8).
             88 PREFIX-ACCESS VALUE 'ACCESS'.
             88 PREFIX-RECTIFY VALUE 'RECTIFY'.
             88 PREFIX-ERASURE VALUE 'ERASURE'.
             88 PREFIX-RESTRICT VALUE 'RESTRICT'.
             88 PREFIX-OBJECT VALUE 'OBJECT'.
          02 PREFIX-RECEIVED-ON PIC 9(8).
          02 PREFIX-DUE-ON PIC 9(8).
          02 PREFIX-EXTENDED-SW PIC X(1).
             88 PREFIX-EXTENDED VALUE 'Y'.
          02 PREFIX-EXTEND-REASON PIC X(40).
          02 PREFIX-LOGGED-BY PIC X(8).
          02 PREFIX-OWNER PIC X(8).
          02 PREFIX-STATE PIC X(1).
             88 PREFIX-OPEN VALUE 'O'.
             88 PREFIX-IN-FORCE VALUE 'R'.
             88 PREFIX-CLOSED VALUE 'C'.
          02 PREFIX-OUTCOME PIC X(9).
          02 PREFIX-ANSWERED-ON PIC 9(8).
          02 PREFIX-CLOSED-ON PIC 9(8).
          02 PREFIX-NOTE PIC X(40).
