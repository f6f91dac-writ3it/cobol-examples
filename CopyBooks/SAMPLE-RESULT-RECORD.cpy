      * Shared layout for the verification history, sample_
      * history.dat, keyed by the sample date, the branch and the
      * person ID - one entry per person checked, written by
      * 94_SAMPLE_RESULTS off a returned results file (see
      * SAMPLE-RESULT-LINE.cpy, whose flags it keeps as returned:
      * C correct, W wrong, - nothing to check) and read by
      * 95_SAMPLE_ERROR_RATE for the monthly error rates.
      * PREFIX-OPERATOR is the operator who last changed the record
      * before it was drawn, off the audit trail.
      * COPY this with REPLACING the same way PERSON-RECORD.cpy is
      * copied, e.g.
      *     COPY 'SAMPLE-RESULT-RECORD.cpy'
      *         REPLACING PREFIX-KEY BY SH_KEY
      *                   PREFIX-SAMPLE-DATE BY SH_SAMPLE-DATE
      *                   PREFIX-BRANCH BY SH_BRANCH
      *                   PREFIX-ID BY SH_PERSON-ID
      *                   PREFIX-OPERATOR BY SH_OPERATOR
      *                   PREFIX-FLAGS BY SH_FLAGS
      *                   PREFIX-FLAG BY SH_FLAG
      *                   PREFIX-WRONG-COUNT BY SH_WRONG-COUNT
      *                   PREFIX-CHECKED-BY BY SH_CHECKED-BY
      *                   PREFIX-CHECKED-ON BY SH_CHECKED-ON
      *                   PREFIX BY SH_RESULT.
       01 PREFIX.
          02 PREFIX-KEY.
             03 PREFIX-SAMPLE-DATE PIC 9(8).
             03 PREFIX-BRANCH PIC X(3).
             03 PREFIX-ID PIC 9(6).
          02 PREFIX-OPERATOR PIC X(8).
          02 PREFIX-FLAGS PIC X(7).
          02 PREFIX-FLAG REDEFINES PREFIX-FLAGS
                  PIC X(1) OCCURS 7 TIMES.
          02 PREFIX-WRONG-COUNT PIC 9(1).
          02 PREFIX-CHECKED-BY PIC X(8).
          02 PREFIX-CHECKED-ON PIC 9(8).
