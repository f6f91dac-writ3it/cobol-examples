      * Shared layout for the PESEL cross-reference file (pesel.dat)
      * keyed by person ID, with the PESEL itself as an alternate
      * key WITH DUPLICATES - duplicates are allowed on disk only so
      * a registry feed that hands two of our IDs the same PESEL
      * still loads and can be reported, not so it is ever right.
      * 09_MAINTAIN's PESEL action, 29_APPLY_DELTA and the
      * converter loads (through 02_WRITE) WRITE/REWRITE one of
      * these per person via PESEL-CAPTURE.cpy; 64_PESEL_CONFLICTS
      * re-checks the whole file nightly and 63_DEATH_MATCH reads it
      * by the alternate key. PREFIX-SOURCE says which door the
      * PESEL came in by (MAINTAIN, DELTA, CSV, PARTNER). The same
      * layout is the line format of pesel_capture.txt, the
      * converters' hand-off file. COPY this with REPLACING the same
      * way PERSON-RECORD.cpy is copied, e.g.
      *     COPY 'PESEL-RECORD.cpy'
      *         REPLACING PREFIX-ID BY PX_PERSON-ID
      *                   PREFIX-PESEL BY PX_PESEL
      *                   PREFIX-SOURCE BY PX_SOURCE
      *                   PREFIX-CAPTURED-ON BY PX_CAPTURED-ON
      *                   PREFIX BY PX_PESEL-REC.
       01 PREFIX.
          02 PREFIX-ID PIC 9(6).
          02 PREFIX-PESEL PIC X(11).
          02 PREFIX-SOURCE PIC X(8).
          02 PREFIX-CAPTURED-ON PIC 9(8).
