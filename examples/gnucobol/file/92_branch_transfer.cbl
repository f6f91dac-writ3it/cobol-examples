      * When a member moved from one branch to another they used to
      * be deactivated at the old branch and registered again at the
      * new one - losing their history and, as often as not, ending
      * up with a second ID. This moves one person, ID unchanged,
      * from one branch's person set to another's (branch codes as
      * branch_profiles.ctl lists them, HQ for the head-office set -
      * see BRANCH-PROFILE.cpy). The master record is the only thing
      * that changes file: address.dat, household.dat, consent.dat
      * and former_surname.dat are shared by every branch and keyed
      * on the shop-wide person ID, so the person's entries there
      * are theirs at the new branch the moment the record lands -
      * they are listed for the operator, not copied. A
      * 91_BRANCH_DUPLICATES TRANSFER line is exactly this move for
      * its duplicate, ahead of the merge.
      * The one person_file.lock covers every branch's set, so
      * holding it holds both files; both branches' integrity
      * control records are verified before anything changes and
      * recomputed afterwards. The record is written to the new
      * branch first and only then deleted from the old one - if
      * the delete fails the new copy is deleted again, so a
      * transfer that fails part-way leaves both branches exactly
      * as they were. One TRANSFER line goes onto the audit trail
      * naming the ID and both branches. A person under legal hold
      * stays where the hold found them.
      * Run as: 92_branch_transfer - the operator, the two branch
      * codes and the person ID are asked for, then a Y/N confirm.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 92_BRANCH_TRANSFER.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT PROFILE-CONTROL ASSIGN TO
                       'branch_profiles.ctl'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_PROF-STATUS.

               SELECT FROM-IO ASSIGN TO W_FROM-PERSON-FILE
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS FR_PERSON-ID
                   FILE STATUS IS W_FR-STATUS.

               SELECT TO-IO ASSIGN TO W_TO-PERSON-FILE
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS TO_PERSON-ID
                   FILE STATUS IS W_TO-STATUS.

      * The shared sub-files, read only - what travels with the ID.
               SELECT ADDRESS-FILE ASSIGN TO 'address.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS AD_PERSON-ID
                   FILE STATUS IS W_AD-STATUS.

               SELECT HOUSEHOLD-LINK ASSIGN TO 'household.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS HH_PERSON-ID
                   FILE STATUS IS W_HH-STATUS.

               SELECT CONSENT-FILE ASSIGN TO 'consent.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS CN_KEY
                   FILE STATUS IS W_CN-STATUS.

               SELECT FORMER-SURNAME-FILE ASSIGN TO
                       'former_surname.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS FS_KEY
                   FILE STATUS IS W_FS-STATUS.

      * Legal-hold register (see LEGAL-HOLD.cpy) - a held person is
      * not moved.
               SELECT LEGAL-HOLD-FILE ASSIGN TO 'legal_hold.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS RANDOM
                   RECORD KEY IS LH_PERSON-ID
                   FILE STATUS IS W_LH-STATUS.

               SELECT AUDIT-LOG ASSIGN TO 'audit_trail.log'
                   ORGANIZATION IS LINE SEQUENTIAL.

      * Chain-state companion of the audit trail - see
      * AUDIT-CHAIN-FILE.cpy.
               SELECT AUDIT-CHAIN ASSIGN TO 'audit_chain.ctl'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_CHAIN-STATUS.

               SELECT JOB-TRAILER-LOG ASSIGN TO 'batch_trailer.log'
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT ALERT-LOG ASSIGN TO 'batch_alerts.log'
                   ORGANIZATION IS LINE SEQUENTIAL.

      * Advisory lock shared by every output.dat-mutating program -
      * see PERSON-LOCK.cpy.
               SELECT PERSON-LOCK-FILE ASSIGN TO 'person_file.lock'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_LOCK-STATUS.

      * Integrity control record - see PERSON-CONTROL.cpy. Pointed
      * at one branch's set and then the other's.
               SELECT PERSON-CONTROL-FILE ASSIGN TO
                       W_SCAN-CONTROL-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_PC-STATUS.

               SELECT CONTROL-SCAN ASSIGN TO W_SCAN-PERSON-FILE
                   ORGANIZATION IS INDEXED
                   ACCESS IS SEQUENTIAL
                   RECORD KEY IS CS_PERSON-ID
                   FILE STATUS IS W_CS-STATUS.

       DATA DIVISION.
           FILE SECTION.
           COPY 'AUDIT-LOG.cpy'.
           COPY 'AUDIT-CHAIN-FILE.cpy'.
           COPY 'JOB-TRAILER-LOG.cpy'.
           COPY 'ALERT-LOG.cpy'.
           COPY 'PERSON-LOCK-FILE.cpy'.
           COPY 'PERSON-CONTROL-FILE.cpy'.

           FD PROFILE-CONTROL.
           01 PC_BRANCH-LINE PIC X(10).

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

           FD CONTROL-SCAN.
               COPY 'PERSON-RECORD.cpy'
                   REPLACING PREFIX-ID BY CS_PERSON-ID
                             PREFIX-NAME BY CS_PERSON-NAME
                             PREFIX-SURNAME BY CS_PERSON-SURNAME
                             PREFIX-BIRTH-YEAR-ONLY BY
                                 CS_PERSON-BIRTH-YEAR-ONLY
                             PREFIX-BIRTH-QUALITY BY
                                 CS_PERSON-BIRTH-QUALITY
                             PREFIX-BIRTH-YEAR BY CS_PERSON-BIRTH-YEAR
                             PREFIX-BIRTH-DATE BY CS_PERSON-BIRTH-DATE
                             PREFIX-BIRTH-FULL BY CS_PERSON-BIRTH-FULL
                             PREFIX-STATUS BY CS_PERSON-STATUS
                             PREFIX-ACTIVE BY CS_PERSON-ACTIVE
                             PREFIX-INACTIVE BY CS_PERSON-INACTIVE
                             PREFIX-PENDING BY CS_PERSON-PENDING
                             PREFIX-SUSPENDED BY CS_PERSON-SUSPENDED
                             PREFIX-DECEASED BY CS_PERSON-DECEASED
                             PREFIX BY CS_PERSON.

           FD FROM-IO.
           COPY 'PERSON-RECORD.cpy'
               REPLACING PREFIX-ID BY FR_PERSON-ID
                         PREFIX-NAME BY FR_PERSON-NAME
                         PREFIX-SURNAME BY FR_PERSON-SURNAME
                         PREFIX-BIRTH-YEAR-ONLY BY
                             FR_PERSON-BIRTH-YEAR-ONLY
                         PREFIX-BIRTH-QUALITY BY
                             FR_PERSON-BIRTH-QUALITY
                         PREFIX-BIRTH-YEAR BY FR_PERSON-BIRTH-YEAR
                         PREFIX-BIRTH-DATE BY FR_PERSON-BIRTH-DATE
                         PREFIX-BIRTH-FULL BY FR_PERSON-BIRTH-FULL
                         PREFIX-STATUS BY FR_PERSON-STATUS
                         PREFIX-ACTIVE BY FR_PERSON-ACTIVE
                         PREFIX-INACTIVE BY FR_PERSON-INACTIVE
                         PREFIX-PENDING BY FR_PERSON-PENDING
                         PREFIX-SUSPENDED BY FR_PERSON-SUSPENDED
                         PREFIX-DECEASED BY FR_PERSON-DECEASED
                         PREFIX BY FR_PERSON.

           FD TO-IO.
           COPY 'PERSON-RECORD.cpy'
               REPLACING PREFIX-ID BY TO_PERSON-ID
                         PREFIX-NAME BY TO_PERSON-NAME
                         PREFIX-SURNAME BY TO_PERSON-SURNAME
                         PREFIX-BIRTH-YEAR-ONLY BY
                             TO_PERSON-BIRTH-YEAR-ONLY
                         PREFIX-BIRTH-QUALITY BY
                             TO_PERSON-BIRTH-QUALITY
                         PREFIX-BIRTH-YEAR BY TO_PERSON-BIRTH-YEAR
                         PREFIX-BIRTH-DATE BY TO_PERSON-BIRTH-DATE
                         PREFIX-BIRTH-FULL BY TO_PERSON-BIRTH-FULL
                         PREFIX-STATUS BY TO_PERSON-STATUS
                         PREFIX-ACTIVE BY TO_PERSON-ACTIVE
                         PREFIX-INACTIVE BY TO_PERSON-INACTIVE
                         PREFIX-PENDING BY TO_PERSON-PENDING
                         PREFIX-SUSPENDED BY TO_PERSON-SUSPENDED
                         PREFIX-DECEASED BY TO_PERSON-DECEASED
                         PREFIX BY TO_PERSON.

           FD ADDRESS-FILE.
           COPY 'ADDRESS-RECORD.cpy'
               REPLACING PREFIX-ID BY AD_PERSON-ID
                         PREFIX-STREET BY AD_STREET
                         PREFIX-CITY BY AD_CITY
                         PREFIX-POSTAL-CODE BY AD_POSTAL-CODE
                         PREFIX-PHONE BY AD_PHONE
                         PREFIX-MAIL-STATE BY AD_MAIL-STATE
                         PREFIX-DELIVERABLE BY AD_DELIVERABLE
                         PREFIX-UNDELIVERABLE BY AD_UNDELIVERABLE
                         PREFIX-RETURNED-ON BY AD_RETURNED-ON
                         PREFIX-RETURN-REASON BY AD_RETURN-REASON
                         PREFIX BY AD_ADDRESS.

           FD HOUSEHOLD-LINK.
           COPY 'HOUSEHOLD-RECORD.cpy'
               REPLACING PREFIX-ID BY HH_PERSON-ID
                         PREFIX-HOUSEHOLD-ID BY HH_HOUSEHOLD-ID
                         PREFIX BY HH_PERSON.

           FD CONSENT-FILE.
           COPY 'CONSENT-RECORD.cpy'
               REPLACING PREFIX-ID BY CN_PERSON-ID
                         PREFIX-TYPE BY CN_TYPE
                         PREFIX-KEY BY CN_KEY
                         PREFIX-STATE BY CN_STATE
                         PREFIX-GRANTED BY CN_GRANTED
                         PREFIX-WITHDRAWN BY CN_WITHDRAWN
                         PREFIX-EXPIRED BY CN_EXPIRED
                         PREFIX-EFFECTIVE-DATE BY CN_EFFECTIVE-DATE
                         PREFIX-GIVEN-BY BY CN_GIVEN-BY
                         PREFIX BY CN_CONSENT.

           FD FORMER-SURNAME-FILE.
           COPY 'FORMER-SURNAME-RECORD.cpy'
               REPLACING PREFIX-ID BY FS_PERSON-ID
                         PREFIX-EFFECTIVE-DATE BY FS_EFFECTIVE-DATE
                         PREFIX-SURNAME BY FS_SURNAME
                         PREFIX-KEY BY FS_KEY
                         PREFIX BY FS_FORMER.

           WORKING-STORAGE SECTION.
               01 W_PERSON-ID PIC 9(6) VALUE 0.
               01 W_FROM-BRANCH PIC X(3) VALUE SPACES.
               01 W_TO-BRANCH PIC X(3) VALUE SPACES.
               01 W_CONFIRM PIC X(1) VALUE SPACES.
                   88 CONFIRMED VALUE 'Y' 'y'.
               01 W_OK-SW PIC X(1) VALUE 'Y'.
                   88 TRANSFER-OK VALUE 'Y'.

               01 B_EOF PIC X(1) VALUE 'N'.
               01 W_PROF-STATUS PIC X(2).
               01 W_FR-STATUS PIC X(2).
               01 W_TO-STATUS PIC X(2).
               01 W_AD-STATUS PIC X(2).
               01 W_HH-STATUS PIC X(2).
               01 W_CN-STATUS PIC X(2).
               01 W_FS-STATUS PIC X(2).

      * The two branches' file sets, and the one the integrity
      * control sections are pointed at.
               01 W_FROM-PERSON-FILE PIC X(30) VALUE SPACES.
               01 W_FROM-CONTROL-FILE PIC X(30) VALUE SPACES.
               01 W_TO-PERSON-FILE PIC X(30) VALUE SPACES.
               01 W_TO-CONTROL-FILE PIC X(30) VALUE SPACES.
               01 W_SCAN-PERSON-FILE PIC X(30) VALUE SPACES.
               01 W_SCAN-CONTROL-FILE PIC X(30) VALUE SPACES.
               01 W_SET-BRANCH PIC X(3) VALUE SPACES.
               01 W_FROM-LISTED-SW PIC X(1) VALUE 'N'.
                   88 FROM-LISTED VALUE 'Y'.
               01 W_TO-LISTED-SW PIC X(1) VALUE 'N'.
                   88 TO-LISTED VALUE 'Y'.

      * What travels with the ID on the shared sub-files.
               01 W_HAS-ADDRESS PIC X(3) VALUE 'no'.
               01 W_HOUSEHOLD-ID PIC 9(6) VALUE 0.
               01 W_CONSENT-COUNT PIC 9(3) VALUE 0.
               01 W_FORMER-COUNT PIC 9(3) VALUE 0.

               01 W_TRANSFER-KEY PIC X(20) VALUE SPACES.

      * Operator sign-on (see 08_OPERATOR_SIGNON.cbl) - moving a
      * person between branches takes its own TRANSFER permission
      * on operators.ctl.
               01 W_OPERATOR-ID PIC X(8) VALUE SPACES.
               01 W_AUTH-ACTION PIC X(10) VALUE SPACES.
               01 W_AUTH-REASON PIC X(40) VALUE SPACES.
               01 W_AUTH-STATUS PIC X(1) VALUE '0'.
                   88 AUTH-OK VALUE '0'.

               COPY 'AUDIT-FIELDS.cpy'.
               COPY 'JOB-TRAILER-FIELDS.cpy'.

      * Advisory lock fields (see PERSON-LOCK.cpy).
               COPY 'PERSON-LOCK-FIELDS.cpy'.

      * Integrity control fields (see PERSON-CONTROL.cpy).
               COPY 'PERSON-CONTROL-FIELDS.cpy'.

      * Legal-hold test fields (see LEGAL-HOLD.cpy).
               COPY 'LEGAL-HOLD-FIELDS.cpy'.

       PROCEDURE DIVISION.
           DISPLAY 'Operator ID: '.
           ACCEPT W_OPERATOR-ID.
           MOVE 'TRANSFER' TO W_AUTH-ACTION.
           CALL '08_OPERATOR_SIGNON' USING W_OPERATOR-ID,
               W_AUTH-ACTION, W_AUTH-REASON, W_AUTH-STATUS.
           IF NOT AUTH-OK
               DISPLAY '** transfer refused for 'W_OPERATOR-ID' - '
                   W_AUTH-REASON
               MOVE 16 TO RETURN-CODE
               GO TO BRANCH-TRANSFER-EXIT
           END-IF.
           MOVE W_OPERATOR-ID TO W_AUDIT-OPERATOR.
           MOVE W_OPERATOR-ID TO W_TRAILER-OPERATOR.

           DISPLAY 'Branch moving from (HQ for head office): '.
           ACCEPT W_FROM-BRANCH.
           DISPLAY 'Branch moving to (HQ for head office): '.
           ACCEPT W_TO-BRANCH.
           DISPLAY 'Person ID: '.
           ACCEPT W_PERSON-ID.
           MOVE FUNCTION UPPER-CASE(W_FROM-BRANCH) TO W_FROM-BRANCH.
           MOVE FUNCTION UPPER-CASE(W_TO-BRANCH) TO W_TO-BRANCH.

           IF W_FROM-BRANCH = W_TO-BRANCH
               DISPLAY '** the two branches must differ'
               MOVE 16 TO RETURN-CODE
               GO TO BRANCH-TRANSFER-EXIT
           END-IF.

      * Only a branch on branch_profiles.ctl - a mistyped code
      * would otherwise conjure up a person file nobody runs.
           PERFORM CHECK-BRANCHES-LISTED-SECTION.
           IF NOT FROM-LISTED OR NOT TO-LISTED
               DISPLAY '** 'W_FROM-BRANCH' and 'W_TO-BRANCH
                   ' must both be on branch_profiles.ctl'
               MOVE 16 TO RETURN-CODE
               GO TO BRANCH-TRANSFER-EXIT
           END-IF.

           MOVE W_FROM-BRANCH TO W_SET-BRANCH.
           PERFORM SET-BRANCH-FILES-SECTION.
           MOVE W_SCAN-PERSON-FILE TO W_FROM-PERSON-FILE.
           MOVE W_SCAN-CONTROL-FILE TO W_FROM-CONTROL-FILE.
           MOVE W_TO-BRANCH TO W_SET-BRANCH.
           PERFORM SET-BRANCH-FILES-SECTION.
           MOVE W_SCAN-PERSON-FILE TO W_TO-PERSON-FILE.
           MOVE W_SCAN-CONTROL-FILE TO W_TO-CONTROL-FILE.

      * Integrity gate on both sets before either is touched.
           MOVE W_FROM-PERSON-FILE TO W_SCAN-PERSON-FILE.
           MOVE W_FROM-CONTROL-FILE TO W_SCAN-CONTROL-FILE.
           PERFORM VERIFY-PERSON-CONTROL-SECTION.
           MOVE W_TO-PERSON-FILE TO W_SCAN-PERSON-FILE.
           MOVE W_TO-CONTROL-FILE TO W_SCAN-CONTROL-FILE.
           PERFORM VERIFY-PERSON-CONTROL-SECTION.

           MOVE '92_BRANCH_TRANSFER' TO W_LOCK-PROGRAM.
           PERFORM ACQUIRE-PERSON-LOCK-SECTION.
           PERFORM START-JOB-TIMER-SECTION.

           OPEN I-O FROM-IO.
           IF W_FR-STATUS NOT = '00'
               DISPLAY '** 'FUNCTION TRIM(W_FROM-PERSON-FILE)
                   ' will not open (status 'W_FR-STATUS')'
               MOVE 'N' TO W_OK-SW
               GO TO BRANCH-TRANSFER-END
           END-IF.
           OPEN I-O TO-IO.
           IF W_TO-STATUS NOT = '00'
               DISPLAY '** 'FUNCTION TRIM(W_TO-PERSON-FILE)
                   ' will not open (status 'W_TO-STATUS')'
               CLOSE FROM-IO
               MOVE 'N' TO W_OK-SW
               GO TO BRANCH-TRANSFER-END
           END-IF.

           MOVE W_PERSON-ID TO FR_PERSON-ID.
           READ FROM-IO
               INVALID KEY
                   DISPLAY '** person 'W_PERSON-ID' not found on '
                       FUNCTION TRIM(W_FROM-PERSON-FILE)
                   MOVE 'N' TO W_OK-SW
           END-READ.

           IF TRANSFER-OK
               MOVE W_PERSON-ID TO TO_PERSON-ID
               READ TO-IO
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       DISPLAY '** person 'W_PERSON-ID' is already on '
                           FUNCTION TRIM(W_TO-PERSON-FILE)
                       MOVE 'N' TO W_OK-SW
               END-READ
           END-IF.

           IF TRANSFER-OK
               MOVE W_PERSON-ID TO W_LH-PERSON-ID
               PERFORM CHECK-LEGAL-HOLD-SECTION
               PERFORM CLOSE-LEGAL-HOLD-SECTION
               IF PERSON-ON-HOLD
                   DISPLAY '** 'W_PERSON-ID' is under legal hold ('
                       FUNCTION TRIM(W_LH-CASE-REF)
                       ') - transfer refused'
                   MOVE 'N' TO W_OK-SW
               END-IF
           END-IF.

           IF TRANSFER-OK
               PERFORM LIST-SUB-FILES-SECTION
               DISPLAY 'Move 'W_PERSON-ID' '
                   FUNCTION TRIM(FR_PERSON-NAME)' '
                   FUNCTION TRIM(FR_PERSON-SURNAME)
                   ' from 'W_FROM-BRANCH' to 'W_TO-BRANCH
                   ' - confirm (Y/N): '
               ACCEPT W_CONFIRM
               IF NOT CONFIRMED
                   DISPLAY 'Transfer cancelled'
                   MOVE 'N' TO W_OK-SW
               END-IF
           END-IF.

           IF TRANSFER-OK
               PERFORM MOVE-RECORD-SECTION
           END-IF.

           CLOSE TO-IO.
           CLOSE FROM-IO.

      * Both sets recomputed, whichever way it went - an undone
      * transfer simply leaves the same totals.
       BRANCH-TRANSFER-END.
           MOVE W_FROM-PERSON-FILE TO W_SCAN-PERSON-FILE.
           MOVE W_FROM-CONTROL-FILE TO W_SCAN-CONTROL-FILE.
           PERFORM UPDATE-PERSON-CONTROL-SECTION.
           MOVE W_TO-PERSON-FILE TO W_SCAN-PERSON-FILE.
           MOVE W_TO-CONTROL-FILE TO W_SCAN-CONTROL-FILE.
           PERFORM UPDATE-PERSON-CONTROL-SECTION.

           MOVE '92_BRANCH_TRANSFER' TO W_TRAILER-PROGRAM.
           IF TRANSFER-OK
               MOVE 1 TO W_TRAILER-COUNT
               MOVE 'COMPLETE' TO W_TRAILER-STATUS
           ELSE
               MOVE 0 TO W_TRAILER-COUNT
               MOVE 'FAILED' TO W_TRAILER-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-JOB-TRAILER-SECTION.

           PERFORM RELEASE-PERSON-LOCK-SECTION.

      * The early refusals jump straight here, before the lock was
      * ever claimed, so no release happens on that path.
       BRANCH-TRANSFER-EXIT.
       STOP RUN.

       COPY 'AUDIT-TRAIL.cpy'.
       COPY 'JOB-TRAILER.cpy'.
       COPY 'PERSON-LOCK.cpy'.
       COPY 'PERSON-CONTROL.cpy'.
       COPY 'LEGAL-HOLD.cpy'.

      * Both codes looked up on branch_profiles.ctl.
       CHECK-BRANCHES-LISTED-SECTION SECTION.
           MOVE 'N' TO W_FROM-LISTED-SW W_TO-LISTED-SW.
           OPEN INPUT PROFILE-CONTROL.
           IF W_PROF-STATUS NOT = '00'
               GO TO CHECK-BRANCHES-LISTED-EXIT
           END-IF.
           MOVE 'N' TO B_EOF.
           PERFORM UNTIL B_EOF = 'Y'
               READ PROFILE-CONTROL
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       IF PC_BRANCH-LINE(1:3) = W_FROM-BRANCH
                           MOVE 'Y' TO W_FROM-LISTED-SW
                       END-IF
                       IF PC_BRANCH-LINE(1:3) = W_TO-BRANCH
                           MOVE 'Y' TO W_TO-LISTED-SW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PROFILE-CONTROL.

       CHECK-BRANCHES-LISTED-EXIT.
           EXIT.

      * W_SET-BRANCH's person file and control record into the
      * scan names - HQ is the unprefixed head-office set, any
      * other code the BRANCH-PROFILE.cpy naming.
       SET-BRANCH-FILES-SECTION SECTION.
           MOVE SPACES TO W_SCAN-PERSON-FILE W_SCAN-CONTROL-FILE.
           IF W_SET-BRANCH = 'HQ'
               MOVE 'output.dat' TO W_SCAN-PERSON-FILE
               MOVE 'person_control.ctl' TO W_SCAN-CONTROL-FILE
           ELSE
               STRING W_SET-BRANCH DELIMITED BY SPACE
                      '_output.dat' DELIMITED BY SIZE
                   INTO W_SCAN-PERSON-FILE
               END-STRING
               STRING W_SET-BRANCH DELIMITED BY SPACE
                      '_person_control.ctl' DELIMITED BY SIZE
                   INTO W_SCAN-CONTROL-FILE
               END-STRING
           END-IF.

      * What the person has on the shared sub-files - nothing to
      * copy, since the ID is the key everywhere, but the operator
      * sees what goes with them.
       LIST-SUB-FILES-SECTION SECTION.
           OPEN INPUT ADDRESS-FILE.
           IF W_AD-STATUS = '00'
               MOVE W_PERSON-ID TO AD_PERSON-ID
               READ ADDRESS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'yes' TO W_HAS-ADDRESS
               END-READ
               CLOSE ADDRESS-FILE
           END-IF.

           OPEN INPUT HOUSEHOLD-LINK.
           IF W_HH-STATUS = '00'
               MOVE W_PERSON-ID TO HH_PERSON-ID
               READ HOUSEHOLD-LINK
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE HH_HOUSEHOLD-ID TO W_HOUSEHOLD-ID
               END-READ
               CLOSE HOUSEHOLD-LINK
           END-IF.

           OPEN INPUT CONSENT-FILE.
           IF W_CN-STATUS = '00'
               MOVE W_PERSON-ID TO CN_PERSON-ID
               MOVE LOW-VALUES TO CN_TYPE
               MOVE 'N' TO B_EOF
               START CONSENT-FILE KEY IS >= CN_KEY
                   INVALID KEY
                       MOVE 'Y' TO B_EOF
               END-START
               PERFORM UNTIL B_EOF = 'Y'
                   READ CONSENT-FILE NEXT RECORD
                       AT END MOVE 'Y' TO B_EOF
                       NOT AT END
                           IF CN_PERSON-ID = W_PERSON-ID
                               ADD 1 TO W_CONSENT-COUNT
                           ELSE
                               MOVE 'Y' TO B_EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CONSENT-FILE
           END-IF.

           OPEN INPUT FORMER-SURNAME-FILE.
           IF W_FS-STATUS = '00'
               MOVE W_PERSON-ID TO FS_PERSON-ID
               MOVE 0 TO FS_EFFECTIVE-DATE
               MOVE 'N' TO B_EOF
               START FORMER-SURNAME-FILE KEY IS >= FS_KEY
                   INVALID KEY
                       MOVE 'Y' TO B_EOF
               END-START
               PERFORM UNTIL B_EOF = 'Y'
                   READ FORMER-SURNAME-FILE NEXT RECORD
                       AT END MOVE 'Y' TO B_EOF
                       NOT AT END
                           IF FS_PERSON-ID = W_PERSON-ID
                               ADD 1 TO W_FORMER-COUNT
                           ELSE
                               MOVE 'Y' TO B_EOF
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE FORMER-SURNAME-FILE
           END-IF.

           DISPLAY 'Goes with the ID: address 'W_HAS-ADDRESS
               ', household 'W_HOUSEHOLD-ID', 'W_CONSENT-COUNT
               ' consent(s), 'W_FORMER-COUNT' former surname(s)'.

      * Written to the new branch, then deleted from the old - a
      * failed delete takes the new copy back out, so nothing is
      * left half-moved.
       MOVE-RECORD-SECTION SECTION.
           MOVE FR_PERSON TO TO_PERSON.
           WRITE TO_PERSON
               INVALID KEY
                   DISPLAY '** write to 'FUNCTION TRIM(W_TO-PERSON-FILE)
                       ' failed (status 'W_TO-STATUS
                       ') - nothing moved'
                   MOVE 'N' TO W_OK-SW
                   GO TO MOVE-RECORD-EXIT
           END-WRITE.

           DELETE FROM-IO RECORD
               INVALID KEY
                   DISPLAY '** delete from '
                       FUNCTION TRIM(W_FROM-PERSON-FILE)
                       ' failed (status 'W_FR-STATUS
                       ') - transfer undone'
                   MOVE 'N' TO W_OK-SW
           END-DELETE.
           IF NOT TRANSFER-OK
               MOVE W_PERSON-ID TO TO_PERSON-ID
               DELETE TO-IO RECORD
                   INVALID KEY
                       DISPLAY '** ' W_PERSON-ID' could not be taken '
                           'back out of '
                           FUNCTION TRIM(W_TO-PERSON-FILE)
                           ' - remove it by hand before the next run'
               END-DELETE
               GO TO MOVE-RECORD-EXIT
           END-IF.

      * One TRANSFER entry, the ID and both branches on the key,
      * the record as it left and as it arrived.
           MOVE SPACES TO W_TRANSFER-KEY.
           STRING W_PERSON-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  W_FROM-BRANCH DELIMITED BY SPACE
                  '>' DELIMITED BY SIZE
                  W_TO-BRANCH DELIMITED BY SPACE
               INTO W_TRANSFER-KEY
           END-STRING.
           MOVE '92_BRANCH_TRANSFER' TO W_AUDIT-PROGRAM.
           MOVE 'TRANSFER' TO W_AUDIT-OPERATION.
           MOVE W_TRANSFER-KEY TO W_AUDIT-KEY.
           MOVE FR_PERSON TO W_AUDIT-BEFORE.
           MOVE TO_PERSON TO W_AUDIT-AFTER.
           PERFORM WRITE-AUDIT-SECTION.

           DISPLAY 'Person 'W_PERSON-ID' moved from 'W_FROM-BRANCH
               ' to 'W_TO-BRANCH.

       MOVE-RECORD-EXIT.
           EXIT.
