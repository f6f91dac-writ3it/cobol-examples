      * One-time migration, in the style of 69_MIGRATE_ADDRESS:
      * carries every item of pending_approvals.dat into a freshly
      * built file under the widened APPROVAL-RECORD.cpy layout,
      * which now ends with the item's reference and the reason a
      * rejected item was rejected. No standing item refers back to
      * anything - reversals and web-portal changes arrive only
      * under the new layout - and no checker recorded a reason, so
      * both come across as spaces. Queued items stay queued and
      * 34_APPROVAL_QUEUE decides them as before.
      * Run once, then rename pending_approvals_migrated.dat over
      * pending_approvals.dat.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 115_MIGRATE_APPROVALS.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT APPROVAL-OLD ASSIGN TO 'pending_approvals.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS AI_APPROVAL-OLD-ID.

               SELECT APPROVAL-NEW ASSIGN TO
                       'pending_approvals_migrated.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS AO_APPROVAL-ID.

       DATA DIVISION.
           FILE SECTION.
      * The pre-reference layout, spelled out here the way
      * 69_MIGRATE_ADDRESS spells out its own - the shared copybook
      * has moved on, so the old shape lives here.
           FD APPROVAL-OLD.
           01 AI_APPROVAL-OLD.
              02 AI_APPROVAL-OLD-ID PIC 9(6).
              02 AI_APPROVAL-OLD-PERSON-ID PIC 9(6).
              02 AI_APPROVAL-OLD-ACTION PIC X(10).
              02 AI_APPROVAL-OLD-STATE PIC X(1).
              02 AI_APPROVAL-OLD-REQUESTED-BY PIC X(8).
              02 AI_APPROVAL-OLD-REQUESTED-ON PIC 9(8).
              02 AI_APPROVAL-OLD-BRANCH PIC X(3).
              02 AI_APPROVAL-OLD-BEFORE PIC X(61).
              02 AI_APPROVAL-OLD-AFTER PIC X(61).
              02 AI_APPROVAL-OLD-DECIDED-BY PIC X(8).
              02 AI_APPROVAL-OLD-DECIDED-ON PIC 9(8).

           FD APPROVAL-NEW.
           COPY 'APPROVAL-RECORD.cpy'
               REPLACING PREFIX-APPROVAL-ID BY AO_APPROVAL-ID
                         PREFIX-PERSON-ID BY AO_PERSON-ID
                         PREFIX-ACTION BY AO_ACTION
                         PREFIX-STATE BY AO_STATE
                         PREFIX-QUEUED BY AO_QUEUED
                         PREFIX-APPROVED BY AO_APPROVED
                         PREFIX-REJECTED BY AO_REJECTED
                         PREFIX-REQUESTED-BY BY AO_REQUESTED-BY
                         PREFIX-REQUESTED-ON BY AO_REQUESTED-ON
                         PREFIX-BRANCH BY AO_BRANCH
                         PREFIX-BEFORE BY AO_BEFORE
                         PREFIX-AFTER BY AO_AFTER
                         PREFIX-DECIDED-BY BY AO_DECIDED-BY
                         PREFIX-DECIDED-ON BY AO_DECIDED-ON
                         PREFIX-REFERENCE BY AO_REFERENCE
                         PREFIX-DECISION-REASON BY
                             AO_DECISION-REASON
                         PREFIX BY AO_APPROVAL.

           WORKING-STORAGE SECTION.
               01 B_EOF PIC A(1) VALUE 'F'.
               01 COUNTER PIC 9(6) VALUE 0.

       PROCEDURE DIVISION.

           OPEN INPUT APPROVAL-OLD.
           OPEN OUTPUT APPROVAL-NEW.

               PERFORM UNTIL B_EOF = 'T'

                   READ APPROVAL-OLD NEXT RECORD
                       AT END MOVE 'T' TO B_EOF
                   END-READ

                   IF NOT B_EOF = 'T' THEN
                       MOVE AI_APPROVAL-OLD-ID TO AO_APPROVAL-ID
                       MOVE AI_APPROVAL-OLD-PERSON-ID TO AO_PERSON-ID
                       MOVE AI_APPROVAL-OLD-ACTION TO AO_ACTION
                       MOVE AI_APPROVAL-OLD-STATE TO AO_STATE
                       MOVE AI_APPROVAL-OLD-REQUESTED-BY
                           TO AO_REQUESTED-BY
                       MOVE AI_APPROVAL-OLD-REQUESTED-ON
                           TO AO_REQUESTED-ON
                       MOVE AI_APPROVAL-OLD-BRANCH TO AO_BRANCH
                       MOVE AI_APPROVAL-OLD-BEFORE TO AO_BEFORE
                       MOVE AI_APPROVAL-OLD-AFTER TO AO_AFTER
                       MOVE AI_APPROVAL-OLD-DECIDED-BY
                           TO AO_DECIDED-BY
                       MOVE AI_APPROVAL-OLD-DECIDED-ON
                           TO AO_DECIDED-ON
                       MOVE SPACES TO AO_REFERENCE
                       MOVE SPACES TO AO_DECISION-REASON
                       WRITE AO_APPROVAL
                       END-WRITE
                       ADD 1 TO COUNTER
                   END-IF

               END-PERFORM.

           CLOSE APPROVAL-OLD.
           CLOSE APPROVAL-NEW.

           DISPLAY "Migrated "COUNTER" approval item(s) to "
               "pending_approvals_migrated.dat - rename it over "
               "pending_approvals.dat".

       STOP RUN.
