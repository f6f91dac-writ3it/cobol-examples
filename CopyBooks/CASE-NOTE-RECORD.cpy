      * Shared layout for operator case notes keyed by person ID
      * plus the moment the note was taken - "called 3 times about
      * address", "daughter has power of attorney", "do not phone
      * before noon", the context that otherwise lives on sticky
      * notes. Append-only: a note is never rewritten or deleted by
      * the maintenance path - a correction is a new note, so the
      * trail reads in the order things were learned. PREFIX-SEQ
      * separates two notes stamped in the same hundredth of a
      * second (a batch run); reading a person's notes is a START on
      * the person ID with the rest zero and READ NEXT until the ID
      * changes, oldest first. PREFIX-MERGED-FROM is zero on a note
      * taken against the person, or the duplicate's ID on a note
      * 14_MERGE_PERSON carried across. Written through
      * CASE-NOTE.cpy.
      * COPY this with REPLACING the same way PERSON-RECORD.cpy is
      * copied, e.g.
      *     COPY 'CASE-NOTE-RECORD.cpy'
      *         REPLACING PREFIX-KEY BY NT_KEY
      *                   PREFIX-ID BY NT_PERSON-ID
      *                   PREFIX-DATE BY NT_DATE
      *                   PREFIX-TIME BY NT_TIME
      *                   PREFIX-SEQ BY NT_SEQ
      *                   PREFIX-OPERATOR BY NT_OPERATOR
      *                   PREFIX-MERGED-FROM BY NT_MERGED-FROM
      *                   PREFIX-TEXT BY NT_TEXT
      *                   PREFIX BY NT_NOTE.
      * CASE-NOTE.cpy's sections expect exactly those NT_ names.
       01 PREFIX.
          02 PREFIX-KEY.
             03 PREFIX-ID PIC 9(6).
             03 PREFIX-DATE PIC 9(8).
             03 PREFIX-TIME PIC 9(8).
             03 PREFIX-SEQ PIC 9(2).
          02 PREFIX-OPERATOR PIC X(8).
          02 PREFIX-MERGED-FROM PIC 9(6).
          02 PREFIX-TEXT PIC X(200).
