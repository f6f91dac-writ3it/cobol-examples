      * Shared layout for the correspondence history keyed by person
      * ID plus the moment the item was produced - one record for
      * every letter, label, purge notice, dunning notice and SAR
      * dossier that went out for a person, so "did we write to
      * them?" is a keyed read instead of a search through print
      * files. The date and time are the producing run's start and
      * PREFIX-SEQ numbers the items inside that run, so a person
      * can appear many times in one run and the key still never
      * repeats; reading a person's history is a START on the
      * person ID with the rest zero and READ NEXT until the ID
      * changes. PREFIX-DOC-TYPE is the template or document kind
      * (the letter kind - DUES, REMINDER, NAMEDAY, ... - LABEL,
      * PRESORT, PURGENOTICE, SAR) and PREFIX-OUTPUT-FILE the print
      * file the item is in. Written through CORRESPONDENCE.cpy.
      * COPY this with REPLACING the same way PERSON-RECORD.cpy is
      * copied, e.g.
      *     COPY 'CORRESPONDENCE-RECORD.cpy'
      *         REPLACING PREFIX-KEY BY CR_KEY
      *                   PREFIX-ID BY CR_PERSON-ID
      *                   PREFIX-DATE BY CR_DATE
      *                   PREFIX-TIME BY CR_TIME
      *                   PREFIX-SEQ BY CR_SEQ
      *                   PREFIX-PROGRAM BY CR_PROGRAM
      *                   PREFIX-DOC-TYPE BY CR_DOC-TYPE
      *                   PREFIX-OUTPUT-FILE BY CR_OUTPUT-FILE
      *                   PREFIX BY CR_ENTRY.
      * CORRESPONDENCE.cpy's sections expect exactly those CR_ names.
       01 PREFIX.
          02 PREFIX-KEY.
             03 PREFIX-ID PIC 9(6).
             03 PREFIX-DATE PIC 9(8).
             03 PREFIX-TIME PIC 9(8).
             03 PREFIX-SEQ PIC 9(6).
          02 PREFIX-PROGRAM PIC X(20).
          02 PREFIX-DOC-TYPE PIC X(12).
          02 PREFIX-OUTPUT-FILE PIC X(40).
