      * output.dat (active and inactive alike) is copied to a dated
      * archive file first, then output.dat itself is reset to carry
      * forward only the still-active records into the new period.
      * A person under legal hold (see LEGAL-HOLD.cpy) is carried
      * forward as well, whatever their status - archiving would
      * take the record off the live file the hold protects.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 10_ARCHIVE.

                   ORGANIZATION IS LINE SEQUENTIAL.


      * Legal-hold register (see LEGAL-HOLD.cpy) - a held person is
      * carried forward whatever its status.
               SELECT LEGAL-HOLD-FILE ASSIGN TO 'legal_hold.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS LH_PERSON-ID
                   FILE STATUS IS W_LH-STATUS.

      * Advisory lock shared by every output.dat-mutating program -
      * see PERSON-LOCK.cpy.
               SELECT PERSON-LOCK-FILE ASSIGN TO 'person_file.lock'
                             PREFIX-DECEASED BY A_PERSON-DECEASED
                             PREFIX BY A_PERSON.

           FD LEGAL-HOLD-FILE.
           COPY 'LEGAL-HOLD-RECORD.cpy'
               REPLACING PREFIX-ID BY LH_PERSON-ID
                         PREFIX-STATE BY LH_STATE
                         PREFIX-ACTIVE BY LH_ACTIVE
                         PREFIX-RELEASED BY LH_RELEASED
                         PREFIX-REASON BY LH_REASON
                         PREFIX-CASE-REF BY LH_CASE-REF
                         PREFIX-RELEASE-ON BY LH_RELEASE-ON
                         PREFIX-PLACED-BY BY LH_PLACED-BY
                         PREFIX-PLACED-ON BY LH_PLACED-ON
                         PREFIX-APPROVED-BY BY LH_APPROVED-BY
                         PREFIX-LIFTED-BY BY LH_LIFTED-BY
                         PREFIX-LIFTED-ON BY LH_LIFTED-ON
                         PREFIX BY LH_HOLD.


           FD KEEP-FILE.
               COPY 'PERSON-RECORD.cpy'
                   REPLACING PREFIX-ID BY K_PERSON-ID

               01 W_ARCHIVED-COUNT PIC 9(6) VALUE 0.
               01 W_KEPT-COUNT PIC 9(6) VALUE 0.
               01 B_KEEP-SW PIC X(1) VALUE 'N'.

      * Shared audit trail (see AUDIT-TRAIL.cpy) - the rebuilt
      * output.dat is treated the same way 02_WRITE treats its own
      * Integrity control fields (see PERSON-CONTROL.cpy).
               COPY 'PERSON-CONTROL-FIELDS.cpy'.

      * Legal-hold test fields (see LEGAL-HOLD.cpy).
               COPY 'LEGAL-HOLD-FIELDS.cpy'.


       PROCEDURE DIVISION.

                       WRITE A_PERSON
                       END-WRITE
                       ADD 1 TO W_ARCHIVED-COUNT
                       MOVE 'N' TO B_KEEP-SW
                       IF A_PERSON-ACTIVE
                           MOVE 'Y' TO B_KEEP-SW
                       ELSE
                           MOVE A_PERSON-ID TO W_LH-PERSON-ID
                           PERFORM CHECK-LEGAL-HOLD-SECTION
                           IF PERSON-ON-HOLD
                               MOVE 'Y' TO B_KEEP-SW
                               DISPLAY 'Carrying forward '
                                   A_PERSON-ID' - under legal hold ('
                                   FUNCTION TRIM(W_LH-CASE-REF)')'
                           END-IF
                       END-IF
                       IF B_KEEP-SW = 'Y'
                           MOVE A_PERSON TO K_PERSON
                           WRITE K_PERSON
                           END-WRITE
           END-PERFORM.

           CLOSE PERSON-IN.
           PERFORM CLOSE-LEGAL-HOLD-SECTION.
           CLOSE ARCHIVE-FILE.
           CLOSE KEEP-FILE.

           DISPLAY W_ARCHIVED-COUNT' record(s) archived to '
               W_ARCHIVE-FILENAME.
           DISPLAY W_KEPT-COUNT
               ' record(s) carried forward into output.dat'.
           DISPLAY W_LH-HELD-COUNT
               ' of them not active but kept under legal hold'.

           MOVE '10_ARCHIVE' TO W_TRAILER-PROGRAM.
           MOVE W_KEPT-COUNT TO W_TRAILER-COUNT.
       COPY 'JOB-TRAILER.cpy'.
       COPY 'PERSON-LOCK.cpy'.
       COPY 'PERSON-CONTROL.cpy'.
       COPY 'LEGAL-HOLD.cpy'.
