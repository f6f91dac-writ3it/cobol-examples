      * Shared layout for the person provenance file (provenance.dat)
      * keyed by person ID - where a person came from and who last
      * changed them, so when an upstream source turns out to have
      * sent bad data the people it brought in can be listed.
      *   PREFIX-SOURCE     the door the person first came in by:
      *                     RELOAD (the persons.txt load), DELTA,
      *                     CSV, PARTNER, MAINTAIN (a 09_MAINTAIN
      *                     ADD), RESTORE, or UNKNOWN for a person
      *                     already on file before provenance was
      *                     kept and first changed since
      *   PREFIX-LOAD-DATE  the day they arrived (zero when UNKNOWN)
      *   PREFIX-FEED-NAME  the feed or file they arrived in
      *   PREFIX-FEED-SEQ   that feed's header sequence number, zero
      *                     for an unheaded feed or a keyed entry
      *   PREFIX-LAST-*     the program, operator and day of the
      *                     latest change to the person record
      * The origin is written once and never moved; only the
      * LAST- fields follow later changes. Written through
      * PROVENANCE.cpy. The same layout is the line format of
      * provenance_capture.txt, the CSV and partner converters'
      * hand-off to 02_WRITE. COPY this with REPLACING the same way
      * PERSON-RECORD.cpy is copied, e.g.
      *     COPY 'PROVENANCE-RECORD.cpy'
      *         REPLACING PREFIX-ID BY PV_PERSON-ID
      *                   PREFIX-SOURCE BY PV_SOURCE
      *                   PREFIX-LOAD-DATE BY PV_LOAD-DATE
      *                   PREFIX-FEED-NAME BY PV_FEED-NAME
      *                   PREFIX-FEED-SEQ BY PV_FEED-SEQ
      *                   PREFIX-LAST-PROGRAM BY PV_LAST-PROGRAM
      *                   PREFIX-LAST-OPERATOR BY PV_LAST-OPERATOR
      *                   PREFIX-LAST-DATE BY PV_LAST-DATE
      *                   PREFIX BY PV_PROVENANCE.
      * PROVENANCE.cpy's sections expect exactly those PV_ names.
       01 PREFIX.
          02 PREFIX-ID PIC 9(6).
          02 PREFIX-SOURCE PIC X(8).
          02 PREFIX-LOAD-DATE PIC 9(8).
          02 PREFIX-FEED-NAME PIC X(30).
          02 PREFIX-FEED-SEQ PIC 9(6).
          02 PREFIX-LAST-PROGRAM PIC X(20).
          02 PREFIX-LAST-OPERATOR PIC X(8).
          02 PREFIX-LAST-DATE PIC 9(8).
