      * Shared layout for pesel_rejects.dat - one line per PESEL a
      * feed handed over that was not recorded on pesel.dat: a
      * checksum failure, a PESEL for a person the load did not
      * deliver, or a pesel.dat that would not take it. 02_WRITE
      * (the converter hand-off) and 29_APPLY_DELTA append these
      * through PESEL-REJECT.cpy; 64_PESEL_CONFLICTS takes them onto
      * a dated pesel_rejects_<yyyymmdd>.dat of the same layout,
      * empties this file, and lists each one as an INVALID finding
      * on the nightly report. PREFIX-SOURCE is the door it came in
      * by, as on PESEL-RECORD.cpy (DELTA, CSV, PARTNER). COPY this
      * with REPLACING the same way PESEL-RECORD.cpy is copied, e.g.
      *     COPY 'PESEL-REJECT-RECORD.cpy'
      *         REPLACING PREFIX-ID BY PJ_PERSON-ID
      *                   PREFIX-PESEL BY PJ_PESEL
      *                   PREFIX-SOURCE BY PJ_SOURCE
      *                   PREFIX-REFUSED-ON BY PJ_REFUSED-ON
      *                   PREFIX-REASON BY PJ_REASON
      *                   PREFIX BY PJ_PESEL-REJECT.
       01 PREFIX.
          02 PREFIX-ID PIC 9(6).
          02 PREFIX-PESEL PIC X(11).
          02 PREFIX-SOURCE PIC X(8).
          02 PREFIX-REFUSED-ON PIC 9(8).
          02 PREFIX-REASON PIC X(40).
