      * Shared layout for one line of the clerks' verification
      * results file, sample_results_<date>.txt. 93_SAMPLE_DRAW
      * writes one line per person drawn, the field flags all '.'
      * and CHECKED-BY blank; the clerk checks the printed sheet
      * against the paper registration form, overwrites each flag
      * with C (correct) or W (wrong) - a '-' is a field with
      * nothing on file to check and stays as it is - and puts
      * their own operator ID in CHECKED-BY. 94_SAMPLE_RESULTS
      * reads it back. The flags, in order:
      *     1 given name   2 surname   3 birth date   4 street
      *     5 city         6 postal code             7 phone
      * Lines starting with * are the file's own instructions.
      * COPY this with REPLACING the same way PERSON-RECORD.cpy is
      * copied, e.g.
      *     COPY 'SAMPLE-RESULT-LINE.cpy'
      *         REPLACING PREFIX-SAMPLE-DATE BY SL_SAMPLE-DATE
      *                   PREFIX-BRANCH BY SL_BRANCH
      *                   PREFIX-ID BY SL_PERSON-ID
      *                   PREFIX-OPERATOR BY SL_OPERATOR
      *                   PREFIX-FLAGS BY SL_FLAGS
      *                   PREFIX-FLAG BY SL_FLAG
      *                   PREFIX-CHECKED-BY BY SL_CHECKED-BY
      *                   PREFIX-SURNAME BY SL_SURNAME
      *                   PREFIX BY SL_RESULT-LINE.
       01 PREFIX.
          02 PREFIX-SAMPLE-DATE PIC X(8).
          02 FILLER PIC X(1).
          02 PREFIX-BRANCH PIC X(3).
          02 FILLER PIC X(1).
          02 PREFIX-ID PIC X(6).
          02 FILLER PIC X(1).
          02 PREFIX-OPERATOR PIC X(8).
          02 FILLER PIC X(1).
          02 PREFIX-FLAGS PIC X(7).
          02 PREFIX-FLAG REDEFINES PREFIX-FLAGS
                  PIC X(1) OCCURS 7 TIMES.
          02 FILLER PIC X(1).
          02 PREFIX-CHECKED-BY PIC X(8).
          02 FILLER PIC X(1).
          02 PREFIX-SURNAME PIC X(25).
          02 FILLER PIC X(9).
