      * date is recorded in purge_notice.dat - which 06_PURGE now
      * requires to predate the removal before it deletes anything.
      * A person noticed on an earlier run keeps that earlier date;
      * re-noticing never resets the objection clock. Every notice
      * on the feed is entered in the person's correspondence
      * history (see CORRESPONDENCE.cpy).
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 57_PURGE_NOTICE.

               SELECT NOTICES-OUT ASSIGN TO W_NOTICES-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL.

      * Correspondence history - see CORRESPONDENCE.cpy.
               SELECT CORRESPONDENCE-FILE ASSIGN TO
                       'correspondence.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS CR_KEY
                   FILE STATUS IS W_CR-STATUS.

      * Outbound transmission manifest - see MANIFEST.cpy.
               SELECT MANIFEST-LOG ASSIGN TO
                       'outbound_manifest.log'
           FD NOTICES-OUT.
           01 NO_NOTICE-LINE PIC X(132).

           FD CORRESPONDENCE-FILE.
           COPY 'CORRESPONDENCE-RECORD.cpy'
               REPLACING PREFIX-KEY BY CR_KEY
                         PREFIX-ID BY CR_PERSON-ID
                         PREFIX-DATE BY CR_DATE
                         PREFIX-TIME BY CR_TIME
                         PREFIX-SEQ BY CR_SEQ
                         PREFIX-PROGRAM BY CR_PROGRAM
                         PREFIX-DOC-TYPE BY CR_DOC-TYPE
                         PREFIX-OUTPUT-FILE BY CR_OUTPUT-FILE
                         PREFIX BY CR_ENTRY.

           FD PERSON-IN.
               COPY 'PERSON-RECORD.cpy'
                   REPLACING PREFIX-ID BY FI_PERSON-ID
                         PREFIX-CITY BY AD_CITY
                         PREFIX-POSTAL-CODE BY AD_POSTAL-CODE
                         PREFIX-PHONE BY AD_PHONE
                         PREFIX-MAIL-STATE BY AD_MAIL-STATE
                         PREFIX-DELIVERABLE BY AD_DELIVERABLE
                         PREFIX-UNDELIVERABLE BY AD_UNDELIVERABLE
                         PREFIX-RETURNED-ON BY AD_RETURNED-ON
                         PREFIX-RETURN-REASON BY AD_RETURN-REASON
                         PREFIX BY AD_ADDRESS.

           WORKING-STORAGE SECTION.
      * Outbound manifest fields (see MANIFEST.cpy).
               COPY 'MANIFEST-FIELDS.cpy'.

      * Correspondence history (see CORRESPONDENCE.cpy).
               COPY 'CORRESPONDENCE-FIELDS.cpy'.

      * Job-level run trailer (see JOB-TRAILER.cpy).
               COPY 'JOB-TRAILER-FIELDS.cpy'.

           OPEN INPUT PERSON-IN.
           OPEN INPUT ADDRESS-FILE.
           OPEN OUTPUT NOTICES-OUT.
           MOVE '57_PURGE_NOTICE' TO W_CR-PROGRAM.
           MOVE 'PURGENOTICE' TO W_CR-DOC-TYPE.
           MOVE W_NOTICES-FILENAME TO W_CR-OUTPUT-FILE.
           PERFORM OPEN-CORRESPONDENCE-SECTION.

           OPEN I-O NOTICE-FILE.
           IF W_PN-STATUS = '35'
               CLOSE ADDRESS-FILE
           END-IF.
           CLOSE NOTICES-OUT.
           PERFORM CLOSE-CORRESPONDENCE-SECTION.
           CLOSE NOTICE-FILE.

           MOVE W_NOTICES-FILENAME TO W_MANIFEST-FILENAME.

       COPY 'JOB-TRAILER.cpy'.
       COPY 'MANIFEST.cpy'.
       COPY 'CORRESPONDENCE.cpy'.

      * One tracking entry: business-days served against the purge
      * gate, candidates inside the look-ahead window noticed.
               INTO NO_NOTICE-LINE
           END-STRING.
           WRITE NO_NOTICE-LINE.
           MOVE DT_PERSON-ID TO W_CR-PERSON-ID.
           PERFORM RECORD-CORRESPONDENCE-SECTION.

      * The FIRST notice date is the one that counts - a person
      * already on file keeps their earlier date so the objection
