      * Shared layout for the report archive index,
      * report_archive_index.dat, keyed by the report's file name,
      * the date it was produced and the branch it was produced for
      * (HQ for head office) - one entry per dated copy kept under
      * archive/ by 98_REPORT_ARCHIVE. PREFIX-KEEP-UNTIL is the run
      * date plus the report's retention from report_archive.ctl;
      * once it has passed, the copy is deleted and the entry stays
      * behind as PURGED with the day it went, so the index still
      * says what existed and why it no longer does.
      * COPY this with REPLACING the same way PERSON-RECORD.cpy is
      * copied, e.g.
      *     COPY 'REPORT-ARCHIVE-RECORD.cpy'
      *         REPLACING PREFIX-KEY BY RA_KEY
      *                   PREFIX-REPORT BY RA_REPORT
      *                   PREFIX-RUN-DATE BY RA_RUN-DATE
      *                   PREFIX-BRANCH BY RA_BRANCH
      *                   PREFIX-COPY-FILE BY RA_COPY-FILE
      *                   PREFIX-LINES BY RA_LINES
      *                   PREFIX-ARCHIVED-AT BY RA_ARCHIVED-AT
      *                   PREFIX-KEEP-UNTIL BY RA_KEEP-UNTIL
      *                   PREFIX-STATE BY RA_STATE
      *                   PREFIX-HELD BY RA_HELD
      *                   PREFIX-PURGED BY RA_PURGED
      *                   PREFIX-PURGED-ON BY RA_PURGED-ON
      *                   PREFIX BY RA_ENTRY.
       01 PREFIX.
          02 PREFIX-KEY.
             03 PREFIX-REPORT PIC X(40).
             03 PREFIX-RUN-DATE PIC 9(8).
             03 PREFIX-BRANCH PIC X(3).
          02 PREFIX-COPY-FILE PIC X(70).
          02 PREFIX-LINES PIC 9(7).
          02 PREFIX-ARCHIVED-AT PIC 9(8).
          02 PREFIX-KEEP-UNTIL PIC 9(8).
          02 PREFIX-STATE PIC X(1).
             88 PREFIX-HELD VALUE 'H'.
             88 PREFIX-PURGED VALUE 'P'.
          02 PREFIX-PURGED-ON PIC 9(8).
