      * Shared layout for the month-by-month data-quality history,
      * dq_score_history.dat, keyed by the period (YYYYMM) and the
      * branch code (HQ for the head-office set) - one entry per
      * branch per month, written by 96_DQ_SCORECARD and rewritten
      * if the month is scored again. PREFIX-MET counts the persons
      * meeting each check, in the scorecard's order:
      *     1 full birth date    2 address on file
      *     3 NN-NNN postal code 4 consent recorded
      *     5 in a household     6 no open worklist item
      * COPY this with REPLACING the same way PERSON-RECORD.cpy is
      * copied, e.g.
      *     COPY 'DQ-SCORE-HISTORY-RECORD.cpy'
      *         REPLACING PREFIX-KEY BY DH_KEY
      *                   PREFIX-PERIOD BY DH_PERIOD
      *                   PREFIX-BRANCH BY DH_BRANCH
      *                   PREFIX-PERSONS BY DH_PERSONS
      *                   PREFIX-SCORE-TOTAL BY DH_SCORE-TOTAL
      *                   PREFIX-AVERAGE BY DH_AVERAGE
      *                   PREFIX-FULL-MARKS BY DH_FULL-MARKS
      *                   PREFIX-MET BY DH_MET
      *                   PREFIX-RUN-ON BY DH_RUN-ON
      *                   PREFIX BY DH_HISTORY.
       01 PREFIX.
          02 PREFIX-KEY.
             03 PREFIX-PERIOD PIC 9(6).
             03 PREFIX-BRANCH PIC X(3).
          02 PREFIX-PERSONS PIC 9(7).
          02 PREFIX-SCORE-TOTAL PIC 9(9).
          02 PREFIX-AVERAGE PIC 9(3)V9.
          02 PREFIX-FULL-MARKS PIC 9(7).
          02 PREFIX-MET PIC 9(7) OCCURS 6 TIMES.
          02 PREFIX-RUN-ON PIC 9(8).
