      * Run as: 100_restore_set <yyyymmdd>
      *         100_restore_set VERIFY [yyyymmdd]
      * Puts the person subsystem back as 99_BACKUP_SET took it on
      * the given day - every member of that generation (see
      * BACKUP-SET.cpy) is restored over the live file. Nothing is
      * restored until the whole generation has been verified:
      *   - the catalogue is there, headed for that day and closed
      *     by its trailer, and the trailer balances - member count,
      *     record total and hash total over the member lines;
      *   - every file the set always holds is catalogued, once,
      *     and nothing else is but a branch's own person master
      *     and control record;
      *   - no member failed to copy when the set was taken;
      *   - every copy is on disk and its record count and hash
      *     total, taken again now, match the catalogue.
      * Any failure and the run stops RC 16 with the live files
      * untouched - a generation that is not complete and
      * consistent is never half-restored over data that is.
      * VERIFY runs the same checks and stops there (today's
      * generation when no date is given) - the nightly chain runs
      * it straight after the backup.
      * The restore holds the person lock. Keyed files are rebuilt
      * with the same truncate-and-reload 31_RUN_ROLLBACK uses, one
      * record per line of the copy, and each must come back to its
      * catalogued count; a keyed file catalogued absent is restored
      * empty and a flat one is deleted, as it was. The audit trail
      * and its chain record come back with the rest, and a RESTORE
      * line is then added to them. The run-status and run-date
      * markers come back as they stood when the set was taken.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 100_RESTORE_SET.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT PERSON-IN ASSIGN TO W_BK-LIVE-NAME
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS FI_PERSON-ID
                   ALTERNATE RECORD KEY IS FI_PERSON-SURNAME
                       WITH DUPLICATES
                   FILE STATUS IS W_PI-STATUS.

               SELECT ADDRESS-FILE ASSIGN TO 'address.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS AD_PERSON-ID
                   FILE STATUS IS W_AD-STATUS.

               SELECT HOUSEHOLD-LINK ASSIGN TO 'household.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS HH_PERSON-ID
                   FILE STATUS IS W_HH-STATUS.

               SELECT HOUSEHOLD-MASTER ASSIGN TO
                       'household_master.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS HM_HOUSEHOLD-ID
                   FILE STATUS IS W_HM-STATUS.

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

               SELECT DEACTIVATION-TRACKING ASSIGN TO
                       'deactivation_tracking.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS DT_PERSON-ID
                   FILE STATUS IS W_DT-STATUS.

               SELECT NOTICE-FILE ASSIGN TO 'purge_notice.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS PN_PERSON-ID
                   FILE STATUS IS W_PN-STATUS.

               SELECT RETIRED-IDS ASSIGN TO 'retired_ids.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS RT_PERSON-ID
                   FILE STATUS IS W_RT-STATUS.

               SELECT PESEL-FILE ASSIGN TO 'pesel.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS PX_PERSON-ID
                   ALTERNATE RECORD KEY IS PX_PESEL
                       WITH DUPLICATES
                   FILE STATUS IS W_PX-STATUS.

               SELECT LEDGER-FILE ASSIGN TO 'dues_ledger.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS DL_PERSON-ID
                   FILE STATUS IS W_DL-STATUS.

               SELECT LEGAL-HOLD-FILE ASSIGN TO 'legal_hold.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS LH_PERSON-ID
                   FILE STATUS IS W_LH-STATUS.

               SELECT RELATIONSHIP-FILE ASSIGN TO 'relationship.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS RL_KEY
                   FILE STATUS IS W_RL-STATUS.

               SELECT CARD-FILE ASSIGN TO 'card.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS CD_NUMBER
                   ALTERNATE RECORD KEY IS CD_PERSON-ID
                       WITH DUPLICATES
                   FILE STATUS IS W_CD-STATUS.

               SELECT ID-DOCUMENT-FILE ASSIGN TO 'id_document.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS ID_KEY
                   FILE STATUS IS W_ID-STATUS.

               SELECT CASE-NOTE-FILE ASSIGN TO 'case_notes.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS NT_KEY
                   FILE STATUS IS W_NT-STATUS.

               SELECT CORRESPONDENCE-FILE ASSIGN TO 'correspondence.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS CR_KEY
                   FILE STATUS IS W_CR-STATUS.

               SELECT PROVENANCE-FILE ASSIGN TO 'provenance.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS PV_PERSON-ID
                   FILE STATUS IS W_PV-STATUS.

               SELECT RODO-REQUEST-FILE ASSIGN TO 'rodo_request.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS RQ_REQUEST-ID
                   FILE STATUS IS W_RQ-STATUS.

               SELECT CONFIRMATION-FILE ASSIGN TO 'confirmation.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS CF_PERSON-ID
                   FILE STATUS IS W_CF-STATUS.

               SELECT FEED-REGISTER ASSIGN TO 'feed_register.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS FR_KEY
                   FILE STATUS IS W_FR-STATUS.

               SELECT CLOSURE-FILE ASSIGN TO 'deceased_closure.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS DC_PERSON-ID
                   FILE STATUS IS W_DC-STATUS.

               SELECT PENDING-TRACKING ASSIGN TO 'pending_tracking.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS PT_PERSON-ID
                   FILE STATUS IS W_PT-STATUS.

               SELECT APPROVAL-QUEUE ASSIGN TO 'pending_approvals.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS AP_APPROVAL-ID
                   FILE STATUS IS W_AP-STATUS.

               SELECT JOB-REGISTER ASSIGN TO 'job_last_run.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS JR_JOB-NAME
                   FILE STATUS IS W_JR-STATUS.

               SELECT POSTAL-REGION-FILE ASSIGN TO 'postal_regions.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS PR_TO-CODE
                   FILE STATUS IS W_PR-STATUS.

               SELECT POSTAL-PLACE-FILE ASSIGN TO 'postal_places.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS PL_KEY
                   FILE STATUS IS W_PL-STATUS.

               SELECT FLAT-FILE ASSIGN TO W_BK-LIVE-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_FL-STATUS.

               SELECT BACKUP-COPY ASSIGN TO W_BK-COPY-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_CP-STATUS.

               SELECT BACKUP-CATALOGUE ASSIGN TO W_BK-CATALOGUE-NAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_BC-STATUS.

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

       DATA DIVISION.
           FILE SECTION.
           COPY 'AUDIT-LOG.cpy'.
           COPY 'AUDIT-CHAIN-FILE.cpy'.
           COPY 'JOB-TRAILER-LOG.cpy'.
           COPY 'ALERT-LOG.cpy'.
           COPY 'PERSON-LOCK-FILE.cpy'.
           COPY 'BACKUP-CATALOGUE-FILE.cpy'.

           FD PERSON-IN.
               COPY 'PERSON-RECORD.cpy'
                   REPLACING PREFIX-ID BY FI_PERSON-ID
                             PREFIX-NAME BY FI_PERSON-NAME
                             PREFIX-SURNAME BY FI_PERSON-SURNAME
                             PREFIX-BIRTH-YEAR-ONLY BY
                                 FI_PERSON-BIRTH-YEAR-ONLY
                             PREFIX-BIRTH-QUALITY BY
                                 FI_PERSON-BIRTH-QUALITY
                             PREFIX-BIRTH-YEAR BY FI_PERSON-BIRTH-YEAR
                             PREFIX-BIRTH-DATE BY FI_PERSON-BIRTH-DATE
                             PREFIX-BIRTH-FULL BY FI_PERSON-BIRTH-FULL
                             PREFIX-STATUS BY FI_PERSON-STATUS
                             PREFIX-ACTIVE BY FI_PERSON-ACTIVE
                             PREFIX-INACTIVE BY FI_PERSON-INACTIVE
                             PREFIX-PENDING BY FI_PERSON-PENDING
                             PREFIX-SUSPENDED BY FI_PERSON-SUSPENDED
                             PREFIX-DECEASED BY FI_PERSON-DECEASED
                             PREFIX BY FI_PERSON.

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

           FD HOUSEHOLD-MASTER.
           COPY 'HOUSEHOLD-MASTER-RECORD.cpy'
               REPLACING PREFIX-HOUSEHOLD-ID BY HM_HOUSEHOLD-ID
                         PREFIX-HEAD-ID BY HM_HEAD-ID
                         PREFIX-ADDRESS-ID BY HM_ADDRESS-ID
                         PREFIX BY HM_HOUSEHOLD.

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
                         PREFIX-KEY BY FS_KEY
                         PREFIX-SURNAME BY FS_SURNAME
                         PREFIX BY FS_RECORD.

           FD DEACTIVATION-TRACKING.
           COPY 'DEACTIVATION-TRACKING-RECORD.cpy'
               REPLACING PREFIX-ID BY DT_PERSON-ID
                         PREFIX-DEACTIVATED-ON BY
                             DT_PERSON-DEACTIVATED-ON
                         PREFIX BY DT_PERSON.

           FD NOTICE-FILE.
           COPY 'PURGE-NOTICE-RECORD.cpy'
               REPLACING PREFIX-ID BY PN_PERSON-ID
                         PREFIX-NOTIFIED-ON BY PN_NOTIFIED-ON
                         PREFIX BY PN_NOTICE.

           FD RETIRED-IDS.
           COPY 'RETIRED-ID-RECORD.cpy'
               REPLACING PREFIX-ID BY RT_PERSON-ID
                         PREFIX-RETIRED-ON BY RT_RETIRED-ON
                         PREFIX BY RT_RETIRED.

           COPY 'FEED-REGISTER-FILE.cpy'.
           COPY 'POSTAL-REGION-FILES.cpy'.

           FD PESEL-FILE.
           COPY 'PESEL-RECORD.cpy'
               REPLACING PREFIX-ID BY PX_PERSON-ID
                         PREFIX-PESEL BY PX_PESEL
                         PREFIX-SOURCE BY PX_SOURCE
                         PREFIX-CAPTURED-ON BY PX_CAPTURED-ON
                         PREFIX BY PX_PESEL-REC.

           FD LEDGER-FILE.
           COPY 'DUES-LEDGER-RECORD.cpy'
               REPLACING PREFIX-ID BY DL_PERSON-ID
                         PREFIX-OPENED-ON BY DL_OPENED-ON
                         PREFIX-BALANCE BY DL_BALANCE
                         PREFIX-DUNNING-STAGE BY DL_DUNNING-STAGE
                         PREFIX-DUNNED-ON BY DL_DUNNED-ON
                         PREFIX-INTEREST-TO BY DL_INTEREST-TO
                         PREFIX-LINE-COUNT BY DL_LINE-COUNT
                         PREFIX-LINE BY DL_LINE
                         PREFIX-REF BY DL_REF
                         PREFIX-KIND BY DL_KIND
                         PREFIX-DUES BY DL_DUES
                         PREFIX-LATE-FEE BY DL_LATE-FEE
                         PREFIX-YEAR BY DL_YEAR
                         PREFIX-ISSUED-ON BY DL_ISSUED-ON
                         PREFIX-DUE-ON BY DL_DUE-ON
                         PREFIX-AMOUNT BY DL_AMOUNT
                         PREFIX-PAID BY DL_PAID
                         PREFIX-STATE BY DL_STATE
                         PREFIX-LINE-OPEN BY DL_LINE-OPEN
                         PREFIX-LINE-SETTLED BY DL_LINE-SETTLED
                         PREFIX BY DL_ACCOUNT.

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

           FD RELATIONSHIP-FILE.
           COPY 'RELATIONSHIP-RECORD.cpy'
               REPLACING PREFIX-KEY BY RL_KEY
                         PREFIX-ID BY RL_PERSON-ID
                         PREFIX-TYPE BY RL_TYPE
                         PREFIX-SPOUSE BY RL_SPOUSE
                         PREFIX-PARENT BY RL_PARENT
                         PREFIX-CHILD BY RL_CHILD
                         PREFIX-SIBLING BY RL_SIBLING
                         PREFIX-GUARDIAN BY RL_GUARDIAN
                         PREFIX-WARD BY RL_WARD
                         PREFIX-OTHER-ID BY RL_OTHER-ID
                         PREFIX-STATE BY RL_STATE
                         PREFIX-CURRENT BY RL_CURRENT
                         PREFIX-ENDED BY RL_ENDED
                         PREFIX-ENDED-ON BY RL_ENDED-ON
                         PREFIX-RECORDED-ON BY RL_RECORDED-ON
                         PREFIX-RECORDED-BY BY RL_RECORDED-BY
                         PREFIX BY RL_RELATION.

           FD CARD-FILE.
           COPY 'CARD-RECORD.cpy'
               REPLACING PREFIX-NUMBER BY CD_NUMBER
                         PREFIX-ID BY CD_PERSON-ID
                         PREFIX-ISSUED-ON BY CD_ISSUED-ON
                         PREFIX-EXPIRES-ON BY CD_EXPIRES-ON
                         PREFIX-STATE BY CD_STATE
                         PREFIX-LIVE BY CD_LIVE
                         PREFIX-HOT BY CD_HOT
                         PREFIX-STATE-ON BY CD_STATE-ON
                         PREFIX-STATE-REASON BY CD_STATE-REASON
                         PREFIX-PRINTED-ON BY CD_PRINTED-ON
                         PREFIX BY CD_CARD.

           FD ID-DOCUMENT-FILE.
           COPY 'ID-DOCUMENT-RECORD.cpy'
               REPLACING PREFIX-KEY BY ID_KEY
                         PREFIX-ID BY ID_PERSON-ID
                         PREFIX-TYPE BY ID_TYPE
                         PREFIX-NUMBER BY ID_NUMBER
                         PREFIX-EXPIRES-ON BY ID_EXPIRES-ON
                         PREFIX-RECORDED-ON BY ID_RECORDED-ON
                         PREFIX-RECORDED-BY BY ID_RECORDED-BY
                         PREFIX-REMINDED-ON BY ID_REMINDED-ON
                         PREFIX BY ID_DOCUMENT.

           FD CASE-NOTE-FILE.
           COPY 'CASE-NOTE-RECORD.cpy'
               REPLACING PREFIX-KEY BY NT_KEY
                         PREFIX-ID BY NT_PERSON-ID
                         PREFIX-DATE BY NT_DATE
                         PREFIX-TIME BY NT_TIME
                         PREFIX-SEQ BY NT_SEQ
                         PREFIX-OPERATOR BY NT_OPERATOR
                         PREFIX-MERGED-FROM BY NT_MERGED-FROM
                         PREFIX-TEXT BY NT_TEXT
                         PREFIX BY NT_NOTE.

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

           FD PROVENANCE-FILE.
           COPY 'PROVENANCE-RECORD.cpy'
               REPLACING PREFIX-ID BY PV_PERSON-ID
                         PREFIX-SOURCE BY PV_SOURCE
                         PREFIX-LOAD-DATE BY PV_LOAD-DATE
                         PREFIX-FEED-NAME BY PV_FEED-NAME
                         PREFIX-FEED-SEQ BY PV_FEED-SEQ
                         PREFIX-LAST-PROGRAM BY PV_LAST-PROGRAM
                         PREFIX-LAST-OPERATOR BY PV_LAST-OPERATOR
                         PREFIX-LAST-DATE BY PV_LAST-DATE
                         PREFIX BY PV_PROVENANCE.

           FD RODO-REQUEST-FILE.
           COPY 'RODO-REQUEST-RECORD.cpy'
               REPLACING PREFIX-REQUEST-ID BY RQ_REQUEST-ID
                         PREFIX-PERSON-ID BY RQ_PERSON-ID
                         PREFIX-TYPE BY RQ_TYPE
                         PREFIX-ACCESS BY RQ_ACCESS
                         PREFIX-RECTIFY BY RQ_RECTIFY
                         PREFIX-ERASURE BY RQ_ERASURE
                         PREFIX-RESTRICT BY RQ_RESTRICT
                         PREFIX-OBJECT BY RQ_OBJECT
                         PREFIX-RECEIVED-ON BY RQ_RECEIVED-ON
                         PREFIX-DUE-ON BY RQ_DUE-ON
                         PREFIX-EXTENDED-SW BY RQ_EXTENDED-SW
                         PREFIX-EXTENDED BY RQ_EXTENDED
                         PREFIX-EXTEND-REASON BY RQ_EXTEND-REASON
                         PREFIX-LOGGED-BY BY RQ_LOGGED-BY
                         PREFIX-OWNER BY RQ_OWNER
                         PREFIX-STATE BY RQ_STATE
                         PREFIX-OPEN BY RQ_OPEN
                         PREFIX-IN-FORCE BY RQ_IN-FORCE
                         PREFIX-CLOSED BY RQ_CLOSED
                         PREFIX-OUTCOME BY RQ_OUTCOME
                         PREFIX-ANSWERED-ON BY RQ_ANSWERED-ON
                         PREFIX-CLOSED-ON BY RQ_CLOSED-ON
                         PREFIX-NOTE BY RQ_NOTE
                         PREFIX BY RQ_REQUEST.

           FD CONFIRMATION-FILE.
           COPY 'CONFIRMATION-RECORD.cpy'
               REPLACING PREFIX-ID BY CF_PERSON-ID
                         PREFIX-BRANCH BY CF_BRANCH
                         PREFIX-YEAR BY CF_YEAR
                         PREFIX-REF BY CF_REF
                         PREFIX-SENT-ON BY CF_SENT-ON
                         PREFIX-REMINDED-ON BY CF_REMINDED-ON
                         PREFIX-STATE BY CF_STATE
                         PREFIX-AWAITING BY CF_AWAITING
                         PREFIX-CONFIRMED BY CF_CONFIRMED
                         PREFIX-CORRECTED BY CF_CORRECTED
                         PREFIX-REPLIED-ON BY CF_REPLIED-ON
                         PREFIX-APPROVAL-ID BY CF_APPROVAL-ID
                         PREFIX-LAST-CONFIRMED BY CF_LAST-CONFIRMED
                         PREFIX BY CF_CONFIRMATION.

           FD CLOSURE-FILE.
           COPY 'DECEASED-CLOSURE-RECORD.cpy'
               REPLACING PREFIX-ID BY DC_PERSON-ID
                         PREFIX-BRANCH BY DC_BRANCH
                         PREFIX-AUDIT-SEQ BY DC_AUDIT-SEQ
                         PREFIX-RECORDED-ON BY DC_RECORDED-ON
                         PREFIX-CLOSED-ON BY DC_CLOSED-ON
                         PREFIX-CONSENTS BY DC_CONSENTS
                         PREFIX-HOUSEHOLD-ID BY DC_HOUSEHOLD-ID
                         PREFIX-HEAD-STATE BY DC_HEAD-STATE
                         PREFIX-NOT-HEAD BY DC_NOT-HEAD
                         PREFIX-HEAD-PASSED BY DC_HEAD-PASSED
                         PREFIX-HEAD-FLAGGED BY DC_HEAD-FLAGGED
                         PREFIX-NEW-HEAD-ID BY DC_NEW-HEAD-ID
                         PREFIX-LINKS-ENDED BY DC_LINKS-ENDED
                         PREFIX-KIN-LETTERS BY DC_KIN-LETTERS
                         PREFIX-PAYROLL-STATE BY DC_PAYROLL-STATE
                         PREFIX-OFF-PAYROLL BY DC_OFF-PAYROLL
                         PREFIX-PAYROLL-WAITING BY DC_PAYROLL-WAITING
                         PREFIX-PAYROLL-ACKED BY DC_PAYROLL-ACKED
                         PREFIX-PAYROLL-ACK-ON BY DC_PAYROLL-ACK-ON
                         PREFIX-STATE BY DC_STATE
                         PREFIX-OPEN BY DC_OPEN
                         PREFIX-COMPLETE BY DC_COMPLETE
                         PREFIX BY DC_CLOSURE.

           FD PENDING-TRACKING.
           COPY 'PENDING-TRACKING-RECORD.cpy'
               REPLACING PREFIX-ID BY PT_PERSON-ID
                         PREFIX-PENDING-SINCE BY PT_PENDING-SINCE
                         PREFIX-ESCALATED-ON BY PT_ESCALATED-ON
                         PREFIX BY PT_PERSON.

           FD APPROVAL-QUEUE.
           COPY 'APPROVAL-RECORD.cpy'
               REPLACING PREFIX-APPROVAL-ID BY AP_APPROVAL-ID
                         PREFIX-PERSON-ID BY AP_PERSON-ID
                         PREFIX-ACTION BY AP_ACTION
                         PREFIX-STATE BY AP_STATE
                         PREFIX-QUEUED BY AP_QUEUED
                         PREFIX-APPROVED BY AP_APPROVED
                         PREFIX-REJECTED BY AP_REJECTED
                         PREFIX-REQUESTED-BY BY AP_REQUESTED-BY
                         PREFIX-REQUESTED-ON BY AP_REQUESTED-ON
                         PREFIX-BRANCH BY AP_BRANCH
                         PREFIX-BEFORE BY AP_BEFORE
                         PREFIX-AFTER BY AP_AFTER
                         PREFIX-DECIDED-BY BY AP_DECIDED-BY
                         PREFIX-DECIDED-ON BY AP_DECIDED-ON
                         PREFIX-REFERENCE BY AP_REFERENCE
                         PREFIX-DECISION-REASON BY
                             AP_DECISION-REASON
                         PREFIX BY AP_APPROVAL.

           FD JOB-REGISTER.
           01 JR_JOB-REC.
               02 JR_JOB-NAME PIC X(20).
               02 JR_LAST-RUN PIC 9(8).
               02 JR_LAST-RUN-TIME PIC 9(8).
               02 JR_FIRST-SEEN PIC 9(8).

           FD FLAT-FILE.
           01 FL_LINE PIC X(2048).

           FD BACKUP-COPY.
           01 CP_COPY-LINE PIC X(2048).

           WORKING-STORAGE SECTION.
               01 B_EOF PIC X(1) VALUE 'N'.
               01 B_COPY-EOF PIC X(1) VALUE 'N'.
               01 W_PI-STATUS PIC X(2).
               01 W_AD-STATUS PIC X(2).
               01 W_HH-STATUS PIC X(2).
               01 W_HM-STATUS PIC X(2).
               01 W_CN-STATUS PIC X(2).
               01 W_FS-STATUS PIC X(2).
               01 W_DT-STATUS PIC X(2).
               01 W_PN-STATUS PIC X(2).
               01 W_RT-STATUS PIC X(2).
               01 W_PX-STATUS PIC X(2).
               01 W_DL-STATUS PIC X(2).
               01 W_LH-STATUS PIC X(2).
               01 W_RL-STATUS PIC X(2).
               01 W_CD-STATUS PIC X(2).
               01 W_ID-STATUS PIC X(2).
               01 W_NT-STATUS PIC X(2).
               01 W_CR-STATUS PIC X(2).
               01 W_PV-STATUS PIC X(2).
               01 W_RQ-STATUS PIC X(2).
               01 W_CF-STATUS PIC X(2).
               01 W_FR-STATUS PIC X(2).
               01 W_DC-STATUS PIC X(2).
               01 W_PT-STATUS PIC X(2).
               01 W_AP-STATUS PIC X(2).
               01 W_JR-STATUS PIC X(2).
               01 W_PR-STATUS PIC X(2).
               01 W_PL-STATUS PIC X(2).
               01 W_FL-STATUS PIC X(2).
               01 W_OPEN-STATUS PIC X(2).
               01 W_ARG-LINE PIC X(40) VALUE SPACES.
               01 W_ARG-MODE PIC X(10) VALUE SPACES.
               01 W_ARG-2 PIC X(10) VALUE SPACES.
               01 W_TODAY PIC 9(8) VALUE 0.
               01 W_VERIFY-ONLY-SW PIC X(1) VALUE 'N'.
                   88 VERIFY-ONLY VALUE 'Y'.

      * Verification - what the catalogue says, what the copies say,
      * and which of the files every set holds have been seen.
               01 W_HEADER-SW PIC X(1) VALUE 'N'.
                   88 HEADER-SEEN VALUE 'Y'.
               01 W_TRAILER-SW PIC X(1) VALUE 'N'.
                   88 TRAILER-SEEN VALUE 'Y'.
               01 W_SEEN-TABLE.
                   02 W_SEEN PIC X(1) OCCURS 52 TIMES.
               01 W_MATCH-SUB PIC 9(3) VALUE 0.
               01 W_BRANCH-TALLY PIC 9(3) VALUE 0.
               01 W_LINE-NO PIC 9(5) VALUE 0.
               01 W_PROBLEM-COUNT PIC 9(5) VALUE 0.
               01 W_PROBLEM-TEXT PIC X(60) VALUE SPACES.
               01 W_CATALOGUE-RECORDS PIC 9(11) VALUE 0.
               01 W_CATALOGUE-HASH PIC 9(15) VALUE 0.
               01 W_CATALOGUE-MEMBERS PIC 9(5) VALUE 0.

      * Restore - what came back.
               01 W_RESTORED-COUNT PIC 9(5) VALUE 0.
               01 W_EMPTIED-COUNT PIC 9(5) VALUE 0.
               01 W_REMOVED-COUNT PIC 9(5) VALUE 0.
               01 W_FAILED-COUNT PIC 9(5) VALUE 0.
               01 W_RESTORED-RECORDS PIC 9(11) VALUE 0.
               01 W_MEMBER-FAILED-SW PIC X(1) VALUE 'N'.
                   88 MEMBER-RESTORE-FAILED VALUE 'Y'.

      * Shared audit trail (see AUDIT-TRAIL.cpy) - one RESTORE
      * entry for the whole generation, counts in the after-image.
               COPY 'AUDIT-FIELDS.cpy'.

      * Backup set fields (see BACKUP-SET.cpy).
               COPY 'BACKUP-SET-FIELDS.cpy'.

      * Job-level run trailer (see JOB-TRAILER.cpy).
               COPY 'JOB-TRAILER-FIELDS.cpy'.

      * Advisory lock fields (see PERSON-LOCK.cpy).
               COPY 'PERSON-LOCK-FIELDS.cpy'.

       PROCEDURE DIVISION.

           PERFORM START-JOB-TIMER-SECTION.
           ACCEPT W_TODAY FROM DATE YYYYMMDD.

           ACCEPT W_ARG-LINE FROM COMMAND-LINE.
           UNSTRING W_ARG-LINE DELIMITED BY ALL SPACE
               INTO W_ARG-MODE, W_ARG-2.
           MOVE FUNCTION UPPER-CASE(W_ARG-MODE) TO W_ARG-MODE.
           EVALUATE TRUE
               WHEN W_ARG-MODE = 'VERIFY' AND W_ARG-2 = SPACES
                   MOVE 'Y' TO W_VERIFY-ONLY-SW
                   MOVE W_TODAY TO W_BK-SET-DATE
               WHEN W_ARG-MODE = 'VERIFY' AND W_ARG-2(1:8) IS NUMERIC
                AND W_ARG-2(9:) = SPACES
                   MOVE 'Y' TO W_VERIFY-ONLY-SW
                   MOVE W_ARG-2(1:8) TO W_BK-SET-DATE
               WHEN W_ARG-MODE(1:8) IS NUMERIC
                AND W_ARG-MODE(9:) = SPACES AND W_ARG-2 = SPACES
                   MOVE W_ARG-MODE(1:8) TO W_BK-SET-DATE
               WHEN OTHER
                   DISPLAY 'Usage: 100_restore_set <yyyymmdd>'
                   DISPLAY '       100_restore_set VERIFY [yyyymmdd]'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           PERFORM VERIFY-SET-SECTION.

           DISPLAY 'Generation                 : 'W_BK-SET-DATE.
           DISPLAY 'Members catalogued         : '
               W_CATALOGUE-MEMBERS.
           DISPLAY 'Records catalogued         : '
               W_CATALOGUE-RECORDS.
           DISPLAY 'Verification problems      : 'W_PROBLEM-COUNT.

           MOVE '100_RESTORE_SET' TO W_TRAILER-PROGRAM.
           IF W_PROBLEM-COUNT > 0
               DISPLAY '** generation 'W_BK-SET-DATE' fails '
                   'verification - nothing restored'
               MOVE 0 TO W_TRAILER-COUNT
               MOVE 'FAILED' TO W_TRAILER-STATUS
               PERFORM WRITE-JOB-TRAILER-SECTION
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF VERIFY-ONLY
               DISPLAY 'Generation 'W_BK-SET-DATE' verified - '
                   'complete and consistent'
               MOVE W_CATALOGUE-RECORDS TO W_TRAILER-COUNT
               MOVE 'COMPLETE' TO W_TRAILER-STATUS
               PERFORM WRITE-JOB-TRAILER-SECTION
               MOVE 0 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE '100_RESTORE_SET' TO W_LOCK-PROGRAM.
           PERFORM ACQUIRE-PERSON-LOCK-SECTION.

           PERFORM BACKUP-CATALOGUE-NAME-SECTION.
           OPEN INPUT BACKUP-CATALOGUE.
           MOVE 'N' TO B_EOF.
           PERFORM UNTIL B_EOF = 'Y'
               READ BACKUP-CATALOGUE
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       IF BC_MEMBER-LINE
                           PERFORM RESTORE-MEMBER-SECTION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BACKUP-CATALOGUE.

           MOVE '100_RESTORE_SET' TO W_AUDIT-PROGRAM.
           MOVE 'RESTORE' TO W_AUDIT-OPERATION.
           MOVE SPACES TO W_AUDIT-KEY.
           STRING 'BACKUP-' DELIMITED BY SIZE
                  W_BK-SET-DATE DELIMITED BY SIZE
               INTO W_AUDIT-KEY
           END-STRING.
           MOVE SPACES TO W_AUDIT-BEFORE.
           MOVE SPACES TO W_AUDIT-AFTER.
           STRING 'restored ' DELIMITED BY SIZE
                  W_RESTORED-COUNT DELIMITED BY SIZE
                  ' file(s), ' DELIMITED BY SIZE
                  W_RESTORED-RECORDS DELIMITED BY SIZE
                  ' record(s); ' DELIMITED BY SIZE
                  W_FAILED-COUNT DELIMITED BY SIZE
                  ' failed' DELIMITED BY SIZE
               INTO W_AUDIT-AFTER
           END-STRING.
           PERFORM WRITE-AUDIT-SECTION.

           DISPLAY 'Files restored             : 'W_RESTORED-COUNT.
           DISPLAY '  of which emptied (absent): 'W_EMPTIED-COUNT.
           DISPLAY 'Files removed (absent)     : 'W_REMOVED-COUNT.
           DISPLAY 'Records restored           : 'W_RESTORED-RECORDS.
           DISPLAY 'Files not restored         : 'W_FAILED-COUNT.

           MOVE '100_RESTORE_SET' TO W_TRAILER-PROGRAM.
           MOVE W_RESTORED-RECORDS TO W_TRAILER-COUNT.
           IF W_FAILED-COUNT = 0
               MOVE 'COMPLETE' TO W_TRAILER-STATUS
               MOVE 0 TO RETURN-CODE
           ELSE
               DISPLAY '** restore incomplete - put right what is '
                   'reported above and restore the same generation '
                   'again before anything else runs'
               MOVE 'FAILED' TO W_TRAILER-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-JOB-TRAILER-SECTION.

           PERFORM RELEASE-PERSON-LOCK-SECTION.

       STOP RUN.

       COPY 'AUDIT-TRAIL.cpy'.
       COPY 'BACKUP-SET.cpy'.
       COPY 'JOB-TRAILER.cpy'.
       COPY 'PERSON-LOCK.cpy'.

      * Every check on the generation, before anything is touched.
      * Each problem is shown and counted; any at all stops the run.
       VERIFY-SET-SECTION SECTION.
           MOVE ALL 'N' TO W_SEEN-TABLE.
           MOVE 0 TO W_CATALOGUE-MEMBERS.
           MOVE 0 TO W_CATALOGUE-RECORDS.
           MOVE 0 TO W_CATALOGUE-HASH.
           PERFORM BACKUP-CATALOGUE-NAME-SECTION.
           OPEN INPUT BACKUP-CATALOGUE.
           IF W_BC-STATUS NOT = '00'
               MOVE 'no catalogue on file for this generation'
                   TO W_PROBLEM-TEXT
               PERFORM NOTE-PROBLEM-SECTION
               GO TO VERIFY-SET-EXIT
           END-IF.
           MOVE 0 TO W_LINE-NO.
           MOVE 'N' TO B_EOF.
           PERFORM UNTIL B_EOF = 'Y'
               READ BACKUP-CATALOGUE
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       ADD 1 TO W_LINE-NO
                       PERFORM VERIFY-CATALOGUE-LINE-SECTION
               END-READ
           END-PERFORM.
           CLOSE BACKUP-CATALOGUE.

           IF NOT HEADER-SEEN
               MOVE 'catalogue has no header for this generation'
                   TO W_PROBLEM-TEXT
               PERFORM NOTE-PROBLEM-SECTION
           END-IF.
           IF NOT TRAILER-SEEN
               MOVE 'catalogue has no trailer - cut short'
                   TO W_PROBLEM-TEXT
               PERFORM NOTE-PROBLEM-SECTION
           END-IF.
           PERFORM VARYING W_BK-COMMON-SUB FROM 1 BY 1
                   UNTIL W_BK-COMMON-SUB > W_BK-COMMON-COUNT
               IF W_SEEN(W_BK-COMMON-SUB) = 'N'
                   MOVE SPACES TO W_PROBLEM-TEXT
                   STRING W_BK-COMMON-NAME(W_BK-COMMON-SUB)
                              DELIMITED BY SPACE
                          ' is missing from the catalogue'
                              DELIMITED BY SIZE
                       INTO W_PROBLEM-TEXT
                   END-STRING
                   PERFORM NOTE-PROBLEM-SECTION
               END-IF
           END-PERFORM.

       VERIFY-SET-EXIT.
           EXIT.

       VERIFY-CATALOGUE-LINE-SECTION SECTION.
           IF W_LINE-NO = 1
               IF BC_HEADER-LINE AND BC_SET-DATE = W_BK-SET-DATE
                   MOVE 'Y' TO W_HEADER-SW
               END-IF
               GO TO VERIFY-CATALOGUE-LINE-EXIT
           END-IF.
           IF TRAILER-SEEN
               MOVE 'catalogue lines follow the trailer'
                   TO W_PROBLEM-TEXT
               PERFORM NOTE-PROBLEM-SECTION
               GO TO VERIFY-CATALOGUE-LINE-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN BC_MEMBER-LINE
                   PERFORM VERIFY-MEMBER-SECTION
               WHEN BC_TRAILER-LINE
                   MOVE 'Y' TO W_TRAILER-SW
                   IF BC_TRAILER-MEMBERS NOT = W_CATALOGUE-MEMBERS
                      OR BC_TRAILER-RECORDS NOT = W_CATALOGUE-RECORDS
                      OR BC_TRAILER-HASH NOT = W_CATALOGUE-HASH
                       MOVE 'catalogue trailer does not balance'
                           TO W_PROBLEM-TEXT
                       PERFORM NOTE-PROBLEM-SECTION
                   END-IF
               WHEN OTHER
                   MOVE 'catalogue holds a line of unknown type'
                       TO W_PROBLEM-TEXT
                   PERFORM NOTE-PROBLEM-SECTION
           END-EVALUATE.

       VERIFY-CATALOGUE-LINE-EXIT.
           EXIT.

      * One member line: a member of the set, catalogued once,
      * copied when the set was taken, and its copy as catalogued.
       VERIFY-MEMBER-SECTION SECTION.
           ADD 1 TO W_CATALOGUE-MEMBERS.
           ADD BC_MEMBER-RECORDS TO W_CATALOGUE-RECORDS.
           COMPUTE W_CATALOGUE-HASH = FUNCTION MOD(W_CATALOGUE-HASH
               + BC_MEMBER-HASH, 1000000000000000).
           MOVE BC_MEMBER-FILE TO W_BK-MEMBER-NAME.

           MOVE 0 TO W_MATCH-SUB.
           PERFORM VARYING W_BK-COMMON-SUB FROM 1 BY 1
                   UNTIL W_BK-COMMON-SUB > W_BK-COMMON-COUNT
               IF W_BK-COMMON-NAME(W_BK-COMMON-SUB) = BC_MEMBER-FILE
                  AND W_BK-COMMON-KIND(W_BK-COMMON-SUB)
                      = BC_MEMBER-KIND
                   MOVE W_BK-COMMON-SUB TO W_MATCH-SUB
               END-IF
           END-PERFORM.
           IF W_MATCH-SUB > 0
               IF W_SEEN(W_MATCH-SUB) = 'Y'
                   MOVE SPACES TO W_PROBLEM-TEXT
                   STRING BC_MEMBER-FILE DELIMITED BY SPACE
                          ' is catalogued twice' DELIMITED BY SIZE
                       INTO W_PROBLEM-TEXT
                   END-STRING
                   PERFORM NOTE-PROBLEM-SECTION
               END-IF
               MOVE 'Y' TO W_SEEN(W_MATCH-SUB)
           ELSE
               MOVE 0 TO W_BRANCH-TALLY
               IF BC_KEYED-MEMBER
                   INSPECT BC_MEMBER-FILE TALLYING W_BRANCH-TALLY
                       FOR ALL '_output.dat'
               END-IF
               IF BC_FLAT-MEMBER
                   INSPECT BC_MEMBER-FILE TALLYING W_BRANCH-TALLY
                       FOR ALL '_person_control.ctl'
               END-IF
               IF W_BRANCH-TALLY NOT = 1
                   MOVE SPACES TO W_PROBLEM-TEXT
                   STRING BC_MEMBER-FILE DELIMITED BY SPACE
                          ' is not a member of the set'
                              DELIMITED BY SIZE
                       INTO W_PROBLEM-TEXT
                   END-STRING
                   PERFORM NOTE-PROBLEM-SECTION
                   GO TO VERIFY-MEMBER-EXIT
               END-IF
           END-IF.

           EVALUATE TRUE
               WHEN BC_MEMBER-COPIED
                   PERFORM VERIFY-COPY-SECTION
               WHEN BC_MEMBER-ABSENT
                   CONTINUE
               WHEN OTHER
                   MOVE SPACES TO W_PROBLEM-TEXT
                   STRING BC_MEMBER-FILE DELIMITED BY SPACE
                          ' was not copied when the set was taken'
                              DELIMITED BY SIZE
                       INTO W_PROBLEM-TEXT
                   END-STRING
                   PERFORM NOTE-PROBLEM-SECTION
           END-EVALUATE.

       VERIFY-MEMBER-EXIT.
           EXIT.

      * Count and hash the copy again, exactly as the backup did.
       VERIFY-COPY-SECTION SECTION.
           PERFORM BACKUP-COPY-NAME-SECTION.
           OPEN INPUT BACKUP-COPY.
           IF W_CP-STATUS NOT = '00'
               MOVE SPACES TO W_PROBLEM-TEXT
               STRING 'no copy on file for ' DELIMITED BY SIZE
                      BC_MEMBER-FILE DELIMITED BY SPACE
                   INTO W_PROBLEM-TEXT
               END-STRING
               PERFORM NOTE-PROBLEM-SECTION
               GO TO VERIFY-COPY-EXIT
           END-IF.
           PERFORM BACKUP-START-MEMBER-SECTION.
           MOVE 'N' TO B_COPY-EOF.
           PERFORM UNTIL B_COPY-EOF = 'Y'
               READ BACKUP-COPY
                   AT END MOVE 'Y' TO B_COPY-EOF
                   NOT AT END
                       MOVE CP_COPY-LINE TO W_BK-RECORD
                       PERFORM BACKUP-HASH-RECORD-SECTION
               END-READ
           END-PERFORM.
           CLOSE BACKUP-COPY.
           IF W_BK-RECORDS NOT = BC_MEMBER-RECORDS
               MOVE SPACES TO W_PROBLEM-TEXT
               STRING 'record count of the copy of ' DELIMITED BY SIZE
                      BC_MEMBER-FILE DELIMITED BY SPACE
                      ' differs' DELIMITED BY SIZE
                   INTO W_PROBLEM-TEXT
               END-STRING
               PERFORM NOTE-PROBLEM-SECTION
           ELSE
               IF W_BK-HASH NOT = BC_MEMBER-HASH
                   MOVE SPACES TO W_PROBLEM-TEXT
                   STRING 'hash total of the copy of ' DELIMITED BY SIZE
                          BC_MEMBER-FILE DELIMITED BY SPACE
                          ' differs' DELIMITED BY SIZE
                       INTO W_PROBLEM-TEXT
                   END-STRING
                   PERFORM NOTE-PROBLEM-SECTION
               END-IF
           END-IF.

       VERIFY-COPY-EXIT.
           EXIT.

       NOTE-PROBLEM-SECTION SECTION.
           ADD 1 TO W_PROBLEM-COUNT.
           DISPLAY '** 'FUNCTION TRIM(W_PROBLEM-TEXT).

      * One member back over the live file. A keyed file is rebuilt
      * (empty when it was absent); a flat file is rewritten, or
      * deleted when it was absent.
       RESTORE-MEMBER-SECTION SECTION.
           MOVE BC_MEMBER-FILE TO W_BK-MEMBER-NAME.
           MOVE BC_MEMBER-FILE TO W_BK-LIVE-NAME.
           PERFORM BACKUP-COPY-NAME-SECTION.
           PERFORM BACKUP-START-MEMBER-SECTION.
           MOVE 'N' TO W_MEMBER-FAILED-SW.

           IF BC_FLAT-MEMBER AND BC_MEMBER-ABSENT
               CALL 'CBL_DELETE_FILE' USING W_BK-LIVE-NAME
                   RETURNING W_BK-DELETE-RC
               ADD 1 TO W_REMOVED-COUNT
               GO TO RESTORE-MEMBER-EXIT
           END-IF.

           IF BC_MEMBER-COPIED
               OPEN INPUT BACKUP-COPY
               IF W_CP-STATUS NOT = '00'
                   DISPLAY '** copy 'FUNCTION TRIM(W_BK-COPY-NAME)
                       ' will not open (status 'W_CP-STATUS') - '
                       FUNCTION TRIM(W_BK-LIVE-NAME)' not restored'
                   ADD 1 TO W_FAILED-COUNT
                   GO TO RESTORE-MEMBER-EXIT
               END-IF
           END-IF.

           IF BC_KEYED-MEMBER
               PERFORM RESTORE-KEYED-SECTION
           ELSE
               PERFORM RESTORE-FLAT-SECTION
           END-IF.
           IF BC_MEMBER-COPIED
               CLOSE BACKUP-COPY
           END-IF.

           IF NOT MEMBER-RESTORE-FAILED
              AND W_BK-RECORDS NOT = BC_MEMBER-RECORDS
               DISPLAY '** 'FUNCTION TRIM(W_BK-LIVE-NAME)' restored '
                   W_BK-RECORDS' record(s) of 'BC_MEMBER-RECORDS
               MOVE 'Y' TO W_MEMBER-FAILED-SW
           END-IF.
           IF MEMBER-RESTORE-FAILED
               ADD 1 TO W_FAILED-COUNT
           ELSE
               ADD 1 TO W_RESTORED-COUNT
               ADD W_BK-RECORDS TO W_RESTORED-RECORDS
               IF BC_MEMBER-ABSENT
                   ADD 1 TO W_EMPTIED-COUNT
               END-IF
           END-IF.

       RESTORE-MEMBER-EXIT.
           EXIT.

      * The live file would not open for the rebuild.
       NOTE-RESTORE-FAILURE-SECTION SECTION.
           MOVE 'Y' TO W_MEMBER-FAILED-SW.
           DISPLAY '** 'FUNCTION TRIM(W_BK-LIVE-NAME)
               ' will not open (status 'W_OPEN-STATUS') - not '
               'restored'.

       RESTORE-FLAT-SECTION SECTION.
           OPEN OUTPUT FLAT-FILE.
           IF W_FL-STATUS NOT = '00'
               MOVE W_FL-STATUS TO W_OPEN-STATUS
               PERFORM NOTE-RESTORE-FAILURE-SECTION
               GO TO RESTORE-FLAT-EXIT
           END-IF.
           MOVE 'N' TO B_COPY-EOF.
           PERFORM UNTIL B_COPY-EOF = 'Y'
               READ BACKUP-COPY
                   AT END MOVE 'Y' TO B_COPY-EOF
                   NOT AT END
                       WRITE FL_LINE FROM CP_COPY-LINE
                       ADD 1 TO W_BK-RECORDS
               END-READ
           END-PERFORM.
           CLOSE FLAT-FILE.

       RESTORE-FLAT-EXIT.
           EXIT.

      * Keyed members, each through its own file description; any
      * other keyed member is a person master - output.dat or a
      * branch's <BR>_output.dat.
       RESTORE-KEYED-SECTION SECTION.
           EVALUATE W_BK-MEMBER-NAME
               WHEN 'address.dat'
                   PERFORM RESTORE-ADDRESS-SECTION
               WHEN 'household.dat'
                   PERFORM RESTORE-HOUSEHOLD-SECTION
               WHEN 'household_master.dat'
                   PERFORM RESTORE-HOUSEHOLD-MASTER-SECTION
               WHEN 'consent.dat'
                   PERFORM RESTORE-CONSENT-SECTION
               WHEN 'former_surname.dat'
                   PERFORM RESTORE-FORMER-SURNAME-SECTION
               WHEN 'deactivation_tracking.dat'
                   PERFORM RESTORE-DEACTIVATION-SECTION
               WHEN 'purge_notice.dat'
                   PERFORM RESTORE-NOTICE-SECTION
               WHEN 'retired_ids.dat'
                   PERFORM RESTORE-RETIRED-SECTION
               WHEN 'pesel.dat'
                   PERFORM RESTORE-PESEL-SECTION
               WHEN 'dues_ledger.dat'
                   PERFORM RESTORE-LEDGER-SECTION
               WHEN 'legal_hold.dat'
                   PERFORM RESTORE-LEGAL-HOLD-SECTION
               WHEN 'relationship.dat'
                   PERFORM RESTORE-RELATIONSHIP-SECTION
               WHEN 'card.dat'
                   PERFORM RESTORE-CARD-SECTION
               WHEN 'id_document.dat'
                   PERFORM RESTORE-ID-DOCUMENT-SECTION
               WHEN 'case_notes.dat'
                   PERFORM RESTORE-CASE-NOTE-SECTION
               WHEN 'correspondence.dat'
                   PERFORM RESTORE-CORRESPONDENCE-SECTION
               WHEN 'provenance.dat'
                   PERFORM RESTORE-PROVENANCE-SECTION
               WHEN 'rodo_request.dat'
                   PERFORM RESTORE-RODO-REQUEST-SECTION
               WHEN 'confirmation.dat'
                   PERFORM RESTORE-CONFIRMATION-SECTION
               WHEN 'feed_register.dat'
                   PERFORM RESTORE-FEED-REGISTER-SECTION
               WHEN 'deceased_closure.dat'
                   PERFORM RESTORE-CLOSURE-SECTION
               WHEN 'pending_tracking.dat'
                   PERFORM RESTORE-PENDING-TRACKING-SECTION
               WHEN 'pending_approvals.dat'
                   PERFORM RESTORE-APPROVAL-SECTION
               WHEN 'job_last_run.dat'
                   PERFORM RESTORE-JOB-REGISTER-SECTION
               WHEN 'postal_regions.dat'
                   PERFORM RESTORE-POSTAL-REGION-SECTION
               WHEN 'postal_places.dat'
                   PERFORM RESTORE-POSTAL-PLACE-SECTION
               WHEN OTHER
                   PERFORM RESTORE-PERSON-SECTION
           END-EVALUATE.

      * A record whose key is already on the rebuilt file.
       NOTE-DUPLICATE-SECTION SECTION.
           MOVE 'Y' TO W_MEMBER-FAILED-SW.
           DISPLAY '** duplicate key in the copy of '
               FUNCTION TRIM(W_BK-MEMBER-NAME)' - record '
               CP_COPY-LINE(1:20)' not restored'.

       RESTORE-PERSON-SECTION SECTION.
           OPEN OUTPUT PERSON-IN.
           IF W_PI-STATUS NOT = '00'
               MOVE W_PI-STATUS TO W_OPEN-STATUS
               PERFORM NOTE-RESTORE-FAILURE-SECTION
               GO TO RESTORE-PERSON-EXIT
           END-IF.
           CLOSE PERSON-IN.
           OPEN I-O PERSON-IN.
           MOVE 'N' TO B_COPY-EOF.
           IF NOT BC_MEMBER-COPIED
               MOVE 'Y' TO B_COPY-EOF
           END-IF.
           PERFORM UNTIL B_COPY-EOF = 'Y'
               READ BACKUP-COPY INTO FI_PERSON
                   AT END MOVE 'Y' TO B_COPY-EOF
                   NOT AT END
                       WRITE FI_PERSON
                           INVALID KEY
                               PERFORM NOTE-DUPLICATE-SECTION
                           NOT INVALID KEY
                               ADD 1 TO W_BK-RECORDS
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE PERSON-IN.

       RESTORE-PERSON-EXIT.
           EXIT.

       RESTORE-ADDRESS-SECTION SECTION.
           OPEN OUTPUT ADDRESS-FILE.
           IF W_AD-STATUS NOT = '00'
               MOVE W_AD-STATUS TO W_OPEN-STATUS
               PERFORM NOTE-RESTORE-FAILURE-SECTION
               GO TO RESTORE-ADDRESS-EXIT
           END-IF.
           CLOSE ADDRESS-FILE.
           OPEN I-O ADDRESS-FILE.
           MOVE 'N' TO B_COPY-EOF.
           IF NOT BC_MEMBER-COPIED
               MOVE 'Y' TO B_COPY-EOF
           END-IF.
           PERFORM UNTIL B_COPY-EOF = 'Y'
               READ BACKUP-COPY INTO AD_ADDRESS
                   AT END MOVE 'Y' TO B_COPY-EOF
                   NOT AT END
                       WRITE AD_ADDRESS
                           INVALID KEY
                               PERFORM NOTE-DUPLICATE-SECTION
                           NOT INVALID KEY
                               ADD 1 TO W_BK-RECORDS
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE ADDRESS-FILE.

       RESTORE-ADDRESS-EXIT.
           EXIT.

       RESTORE-HOUSEHOLD-SECTION SECTION.
           OPEN OUTPUT HOUSEHOLD-LINK.
           IF W_HH-STATUS NOT = '00'
               MOVE W_HH-STATUS TO W_OPEN-STATUS
               PERFORM NOTE-RESTORE-FAILURE-SECTION
               GO TO RESTORE-HOUSEHOLD-EXIT
           END-IF.
           CLOSE HOUSEHOLD-LINK.
           OPEN I-O HOUSEHOLD-LINK.
           MOVE 'N' TO B_COPY-EOF.
           IF NOT BC_MEMBER-COPIED
               MOVE 'Y' TO B_COPY-EOF
           END-IF.
           PERFORM UNTIL B_COPY-EOF = 'Y'
               READ BACKUP-COPY INTO HH_PERSON
                   AT END MOVE 'Y' TO B_COPY-EOF
                   NOT AT END
                       WRITE HH_PERSON
                           INVALID KEY
                               PERFORM NOTE-DUPLICATE-SECTION
                           NOT INVALID KEY
                               ADD 1 TO W_BK-RECORDS
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE HOUSEHOLD-LINK.

       RESTORE-HOUSEHOLD-EXIT.
           EXIT.

       RESTORE-HOUSEHOLD-MASTER-SECTION SECTION.
           OPEN OUTPUT HOUSEHOLD-MASTER.
           IF W_HM-STATUS NOT = '00'
               MOVE W_HM-STATUS TO W_OPEN-STATUS
               PERFORM NOTE-RESTORE-FAILURE-SECTION
               GO TO RESTORE-HOUSEHOLD-MASTER-EXIT
           END-IF.
           CLOSE HOUSEHOLD-MASTER.
           OPEN I-O HOUSEHOLD-MASTER.
           MOVE 'N' TO B_COPY-EOF.
           IF NOT BC_MEMBER-COPIED
               MOVE 'Y' TO B_COPY-EOF
           END-IF.
           PERFORM UNTIL B_COPY-EOF = 'Y'
               READ BACKUP-COPY INTO HM_HOUSEHOLD
                   AT END MOVE 'Y' TO B_COPY-EOF
                   NOT AT END
                       WRITE HM_HOUSEHOLD
                           INVALID KEY
                               PERFORM NOTE-DUPLICATE-SECTION
                           NOT INVALID KEY
                               ADD 1 TO W_BK-RECORDS
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE HOUSEHOLD-MASTER.

       RESTORE-HOUSEHOLD-MASTER-EXIT.
           EXIT.

       RESTORE-CONSENT-SECTION SECTION.
           OPEN OUTPUT CONSENT-FILE.
           IF W_CN-STATUS NOT = '00'
               MOVE W_CN-STATUS TO W_OPEN-STATUS
               PERFORM NOTE-RESTORE-FAILURE-SECTION
               GO TO RESTORE-CONSENT-EXIT
           END-IF.
           CLOSE CONSENT-FILE.
           OPEN I-O CONSENT-FILE.
           MOVE 'N' TO B_COPY-EOF.
           IF NOT BC_MEMBER-COPIED
               MOVE 'Y' TO B_COPY-EOF
           END-IF.
           PERFORM UNTIL B_COPY-EOF = 'Y'
               READ BACKUP-COPY INTO CN_CONSENT
                   AT END MOVE 'Y' TO B_COPY-EOF
                   NOT AT END
                       WRITE CN_CONSENT
                           INVALID KEY
                               PERFORM NOTE-DUPLICATE-SECTION
                           NOT INVALID KEY
                               ADD 1 TO W_BK-RECORDS
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE CONSENT-FILE.

       RESTORE-CONSENT-EXIT.
           EXIT.

       RESTORE-FORMER-SURNAME-SECTION SECTION.
           OPEN OUTPUT FORMER-SURNAME-FILE.
           IF W_FS-STATUS NOT = '00'
               MOVE W_FS-STATUS TO W_OPEN-STATUS
               PERFORM NOTE-RESTORE-FAILURE-SECTION
               GO TO RESTORE-FORMER-SURNAME-EXIT
           END-IF.
           CLOSE FORMER-SURNAME-FILE.
           OPEN I-O FORMER-SURNAME-FILE.
           MOVE 'N' TO B_COPY-EOF.
           IF NOT BC_MEMBER-COPIED
               MOVE 'Y' TO B_COPY-EOF
           END-IF.
           PERFORM UNTIL B_COPY-EOF = 'Y'
               READ BACKUP-COPY INTO FS_RECORD
                   AT END MOVE 'Y' TO B_COPY-EOF
                   NOT AT END
                       WRITE FS_RECORD
                           INVALID KEY
                               PERFORM NOTE-DUPLICATE-SECTION
                           NOT INVALID KEY
                               ADD 1 TO W_BK-RECORDS
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE FORMER-SURNAME-FILE.

       RESTORE-FORMER-SURNAME-EXIT.
           EXIT.

       RESTORE-DEACTIVATION-SECTION SECTION.
           OPEN OUTPUT DEACTIVATION-TRACKING.
           IF W_DT-STATUS NOT = '00'
               MOVE W_DT-STATUS TO W_OPEN-STATUS
               PERFORM NOTE-RESTORE-FAILURE-SECTION
               GO TO RESTORE-DEACTIVATION-EXIT
           END-IF.
           CLOSE DEACTIVATION-TRACKING.
           OPEN I-O DEACTIVATION-TRACKING.
           MOVE 'N' TO B_COPY-EOF.
           IF NOT BC_MEMBER-COPIED
               MOVE 'Y' TO B_COPY-EOF
           END-IF.
           PERFORM UNTIL B_COPY-EOF = 'Y'
               READ BACKUP-COPY INTO DT_PERSON
                   AT END MOVE 'Y' TO B_COPY-EOF
                   NOT AT END
                       WRITE DT_PERSON
                           INVALID KEY
                               PERFORM NOTE-DUPLICATE-SECTION
                           NOT INVALID KEY
                               ADD 1 TO W_BK-RECORDS
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE DEACTIVATION-TRACKING.

       RESTORE-DEACTIVATION-EXIT.
           EXIT.

       RESTORE-NOTICE-SECTION SECTION.
           OPEN OUTPUT NOTICE-FILE.
           IF W_PN-STATUS NOT = '00'
               MOVE W_PN-STATUS TO W_OPEN-STATUS
               PERFORM NOTE-RESTORE-FAILURE-SECTION
               GO TO RESTORE-NOTICE-EXIT
           END-IF.
           CLOSE NOTICE-FILE.
           OPEN I-O NOTICE-FILE.
           MOVE 'N' TO B_COPY-EOF.
           IF NOT BC_MEMBER-COPIED
               MOVE 'Y' TO B_COPY-EOF
           END-IF.
           PERFORM UNTIL B_COPY-EOF = 'Y'
               READ BACKUP-COPY INTO PN_NOTICE
                   AT END MOVE 'Y' TO B_COPY-EOF
                   NOT AT END
                       WRITE PN_NOTICE
                           INVALID KEY
                               PERFORM NOTE-DUPLICATE-SECTION
                           NOT INVALID KEY
                               ADD 1 TO W_BK-RECORDS
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE NOTICE-FILE.

       RESTORE-NOTICE-EXIT.
           EXIT.

       RESTORE-RETIRED-SECTION SECTION.
           OPEN OUTPUT RETIRED-IDS.
           IF W_RT-STATUS NOT = '00'
               MOVE W_RT-STATUS TO W_OPEN-STATUS
               PERFORM NOTE-RESTORE-FAILURE-SECTION
               GO TO RESTORE-RETIRED-EXIT
           END-IF.
           CLOSE RETIRED-IDS.
           OPEN I-O RETIRED-IDS.
           MOVE 'N' TO B_COPY-EOF.
           IF NOT BC_MEMBER-COPIED
               MOVE 'Y' TO B_COPY-EOF
           END-IF.
           PERFORM UNTIL B_COPY-EOF = 'Y'
               READ BACKUP-COPY INTO RT_RETIRED
                   AT END MOVE 'Y' TO B_COPY-EOF
                   NOT AT END
                       WRITE RT_RETIRED
                           INVALID KEY
                               PERFORM NOTE-DUPLICATE-SECTION
                           NOT INVALID KEY
                               ADD 1 TO W_BK-RECORDS
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE RETIRED-IDS.

       RESTORE-RETIRED-EXIT.
           EXIT.

       RESTORE-PESEL-SECTION SECTION.
           OPEN OUTPUT PESEL-FILE.
           IF W_PX-STATUS NOT = '00'
               MOVE W_PX-STATUS TO W_OPEN-STATUS
               PERFORM NOTE-RESTORE-FAILURE-SECTION
               GO TO RESTORE-PESEL-EXIT
           END-IF.
           CLOSE PESEL-FILE.
           OPEN I-O PESEL-FILE.
           MOVE 'N' TO B_COPY-EOF.
           IF NOT BC_MEMBER-COPIED
               MOVE 'Y' TO B_COPY-EOF
           END-IF.
           PERFORM UNTIL B_COPY-EOF = 'Y'
               READ BACKUP-COPY INTO PX_PESEL-REC
                   AT END MOVE 'Y' TO B_COPY-EOF
                   NOT AT END
                       WRITE PX_PESEL-REC
                           INVALID KEY
                               PERFORM NOTE-DUPLICATE-SECTION
                           NOT INVALID KEY
                               ADD 1 TO W_BK-RECORDS
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE PESEL-FILE.

       RESTORE-PESEL-EXIT.
           EXIT.

       RESTORE-LEDGER-SECTION SECTION.
           OPEN OUTPUT LEDGER-FILE.
           IF W_DL-STATUS NOT = '00'
               MOVE W_DL-STATUS TO W_OPEN-STATUS
               PERFORM NOTE-RESTORE-FAILURE-SECTION
               GO TO RESTORE-LEDGER-EXIT
           END-IF.
           CLOSE LEDGER-FILE.
           OPEN I-O LEDGER-FILE.
           MOVE 'N' TO B_COPY-EOF.
           IF NOT BC_MEMBER-COPIED
               MOVE 'Y' TO B_COPY-EOF
           END-IF.
           PERFORM UNTIL B_COPY-EOF = 'Y'
               READ BACKUP-COPY INTO DL_ACCOUNT
                   AT END MOVE 'Y' TO B_COPY-EOF
                   NOT AT END
                       WRITE DL_ACCOUNT
                           INVALID KEY
                               PERFORM NOTE-DUPLICATE-SECTION
                           NOT INVALID KEY
                               ADD 1 TO W_BK-RECORDS
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE LEDGER-FILE.

       RESTORE-LEDGER-EXIT.
           EXIT.

       RESTORE-LEGAL-HOLD-SECTION SECTION.
           OPEN OUTPUT LEGAL-HOLD-FILE.
           IF W_LH-STATUS NOT = '00'
               MOVE W_LH-STATUS TO W_OPEN-STATUS
               PERFORM NOTE-RESTORE-FAILURE-SECTION
               GO TO RESTORE-LEGAL-HOLD-EXIT
           END-IF.
           CLOSE LEGAL-HOLD-FILE.
           OPEN I-O LEGAL-HOLD-FILE.
           MOVE 'N' TO B_COPY-EOF.
           IF NOT BC_MEMBER-COPIED
               MOVE 'Y' TO B_COPY-EOF
           END-IF.
           PERFORM UNTIL B_COPY-EOF = 'Y'
               READ BACKUP-COPY INTO LH_HOLD
                   AT END MOVE 'Y' TO B_COPY-EOF
                   NOT AT END
                       WRITE LH_HOLD
                           INVALID KEY
                               PERFORM NOTE-DUPLICATE-SECTION
                           NOT INVALID KEY
                               ADD 1 TO W_BK-RECORDS
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE LEGAL-HOLD-FILE.

       RESTORE-LEGAL-HOLD-EXIT.
           EXIT.

       RESTORE-RELATIONSHIP-SECTION SECTION.
           OPEN OUTPUT RELATIONSHIP-FILE.
           IF W_RL-STATUS NOT = '00'
               MOVE W_RL-STATUS TO W_OPEN-STATUS
               PERFORM NOTE-RESTORE-FAILURE-SECTION
               GO TO RESTORE-RELATIONSHIP-EXIT
           END-IF.
           CLOSE RELATIONSHIP-FILE.
           OPEN I-O RELATIONSHIP-FILE.
           MOVE 'N' TO B_COPY-EOF.
           IF NOT BC_MEMBER-COPIED
               MOVE 'Y' TO B_COPY-EOF
           END-IF.
           PERFORM UNTIL B_COPY-EOF = 'Y'
               READ BACKUP-COPY INTO RL_RELATION
                   AT END MOVE 'Y' TO B_COPY-EOF
                   NOT AT END
                       WRITE RL_RELATION
                           INVALID KEY
                               PERFORM NOTE-DUPLICATE-SECTION
                           NOT INVALID KEY
                               ADD 1 TO W_BK-RECORDS
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE RELATIONSHIP-FILE.

       RESTORE-RELATIONSHIP-EXIT.
           EXIT.

       RESTORE-CARD-SECTION SECTION.
           OPEN OUTPUT CARD-FILE.
           IF W_CD-STATUS NOT = '00'
               MOVE W_CD-STATUS TO W_OPEN-STATUS
               PERFORM NOTE-RESTORE-FAILURE-SECTION
               GO TO RESTORE-CARD-EXIT
           END-IF.
           CLOSE CARD-FILE.
           OPEN I-O CARD-FILE.
           MOVE 'N' TO B_COPY-EOF.
           IF NOT BC_MEMBER-COPIED
               MOVE 'Y' TO B_COPY-EOF
           END-IF.
           PERFORM UNTIL B_COPY-EOF = 'Y'
               READ BACKUP-COPY INTO CD_CARD
                   AT END MOVE 'Y' TO B_COPY-EOF
                   NOT AT END
                       WRITE CD_CARD
                           INVALID KEY
                               PERFORM NOTE-DUPLICATE-SECTION
                           NOT INVALID KEY
                               ADD 1 TO W_BK-RECORDS
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE CARD-FILE.

       RESTORE-CARD-EXIT.
           EXIT.

       RESTORE-ID-DOCUMENT-SECTION SECTION.
           OPEN OUTPUT ID-DOCUMENT-FILE.
           IF W_ID-STATUS NOT = '00'
               MOVE W_ID-STATUS TO W_OPEN-STATUS
               PERFORM NOTE-RESTORE-FAILURE-SECTION
               GO TO RESTORE-ID-DOCUMENT-EXIT
           END-IF.
           CLOSE ID-DOCUMENT-FILE.
           OPEN I-O ID-DOCUMENT-FILE.
           MOVE 'N' TO B_COPY-EOF.
           IF NOT BC_MEMBER-COPIED
               MOVE 'Y' TO B_COPY-EOF
           END-IF.
           PERFORM UNTIL B_COPY-EOF = 'Y'
               READ BACKUP-COPY INTO ID_DOCUMENT
                   AT END MOVE 'Y' TO B_COPY-EOF
                   NOT AT END
                       WRITE ID_DOCUMENT
                           INVALID KEY
                               PERFORM NOTE-DUPLICATE-SECTION
                           NOT INVALID KEY
                               ADD 1 TO W_BK-RECORDS
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE ID-DOCUMENT-FILE.

       RESTORE-ID-DOCUMENT-EXIT.
           EXIT.

       RESTORE-CASE-NOTE-SECTION SECTION.
           OPEN OUTPUT CASE-NOTE-FILE.
           IF W_NT-STATUS NOT = '00'
               MOVE W_NT-STATUS TO W_OPEN-STATUS
               PERFORM NOTE-RESTORE-FAILURE-SECTION
               GO TO RESTORE-CASE-NOTE-EXIT
           END-IF.
           CLOSE CASE-NOTE-FILE.
           OPEN I-O CASE-NOTE-FILE.
           MOVE 'N' TO B_COPY-EOF.
           IF NOT BC_MEMBER-COPIED
               MOVE 'Y' TO B_COPY-EOF
           END-IF.
           PERFORM UNTIL B_COPY-EOF = 'Y'
               READ BACKUP-COPY INTO NT_NOTE
                   AT END MOVE 'Y' TO B_COPY-EOF
                   NOT AT END
                       WRITE NT_NOTE
                           INVALID KEY
                               PERFORM NOTE-DUPLICATE-SECTION
                           NOT INVALID KEY
                               ADD 1 TO W_BK-RECORDS
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE CASE-NOTE-FILE.

       RESTORE-CASE-NOTE-EXIT.
           EXIT.

       RESTORE-CORRESPONDENCE-SECTION SECTION.
           OPEN OUTPUT CORRESPONDENCE-FILE.
           IF W_CR-STATUS NOT = '00'
               MOVE W_CR-STATUS TO W_OPEN-STATUS
               PERFORM NOTE-RESTORE-FAILURE-SECTION
               GO TO RESTORE-CORRESPONDENCE-EXIT
           END-IF.
           CLOSE CORRESPONDENCE-FILE.
           OPEN I-O CORRESPONDENCE-FILE.
           MOVE 'N' TO B_COPY-EOF.
           IF NOT BC_MEMBER-COPIED
               MOVE 'Y' TO B_COPY-EOF
           END-IF.
           PERFORM UNTIL B_COPY-EOF = 'Y'
               READ BACKUP-COPY INTO CR_ENTRY
                   AT END MOVE 'Y' TO B_COPY-EOF
                   NOT AT END
                       WRITE CR_ENTRY
                           INVALID KEY
                               PERFORM NOTE-DUPLICATE-SECTION
                           NOT INVALID KEY
                               ADD 1 TO W_BK-RECORDS
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE CORRESPONDENCE-FILE.

       RESTORE-CORRESPONDENCE-EXIT.
           EXIT.

       RESTORE-PROVENANCE-SECTION SECTION.
           OPEN OUTPUT PROVENANCE-FILE.
           IF W_PV-STATUS NOT = '00'
               MOVE W_PV-STATUS TO W_OPEN-STATUS
               PERFORM NOTE-RESTORE-FAILURE-SECTION
               GO TO RESTORE-PROVENANCE-EXIT
           END-IF.
           CLOSE PROVENANCE-FILE.
           OPEN I-O PROVENANCE-FILE.
           MOVE 'N' TO B_COPY-EOF.
           IF NOT BC_MEMBER-COPIED
               MOVE 'Y' TO B_COPY-EOF
           END-IF.
           PERFORM UNTIL B_COPY-EOF = 'Y'
               READ BACKUP-COPY INTO PV_PROVENANCE
                   AT END MOVE 'Y' TO B_COPY-EOF
                   NOT AT END
                       WRITE PV_PROVENANCE
                           INVALID KEY
                               PERFORM NOTE-DUPLICATE-SECTION
                           NOT INVALID KEY
                               ADD 1 TO W_BK-RECORDS
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE PROVENANCE-FILE.

       RESTORE-PROVENANCE-EXIT.
           EXIT.

       RESTORE-RODO-REQUEST-SECTION SECTION.
           OPEN OUTPUT RODO-REQUEST-FILE.
           IF W_RQ-STATUS NOT = '00'
               MOVE W_RQ-STATUS TO W_OPEN-STATUS
               PERFORM NOTE-RESTORE-FAILURE-SECTION
               GO TO RESTORE-RODO-REQUEST-EXIT
           END-IF.
           CLOSE RODO-REQUEST-FILE.
           OPEN I-O RODO-REQUEST-FILE.
           MOVE 'N' TO B_COPY-EOF.
           IF NOT BC_MEMBER-COPIED
               MOVE 'Y' TO B_COPY-EOF
           END-IF.
           PERFORM UNTIL B_COPY-EOF = 'Y'
               READ BACKUP-COPY INTO RQ_REQUEST
                   AT END MOVE 'Y' TO B_COPY-EOF
                   NOT AT END
                       WRITE RQ_REQUEST
                           INVALID KEY
                               PERFORM NOTE-DUPLICATE-SECTION
                           NOT INVALID KEY
                               ADD 1 TO W_BK-RECORDS
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE RODO-REQUEST-FILE.

       RESTORE-RODO-REQUEST-EXIT.
           EXIT.

       RESTORE-CONFIRMATION-SECTION SECTION.
           OPEN OUTPUT CONFIRMATION-FILE.
           IF W_CF-STATUS NOT = '00'
               MOVE W_CF-STATUS TO W_OPEN-STATUS
               PERFORM NOTE-RESTORE-FAILURE-SECTION
               GO TO RESTORE-CONFIRMATION-EXIT
           END-IF.
           CLOSE CONFIRMATION-FILE.
           OPEN I-O CONFIRMATION-FILE.
           MOVE 'N' TO B_COPY-EOF.
           IF NOT BC_MEMBER-COPIED
               MOVE 'Y' TO B_COPY-EOF
           END-IF.
           PERFORM UNTIL B_COPY-EOF = 'Y'
               READ BACKUP-COPY INTO CF_CONFIRMATION
                   AT END MOVE 'Y' TO B_COPY-EOF
                   NOT AT END
                       WRITE CF_CONFIRMATION
                           INVALID KEY
                               PERFORM NOTE-DUPLICATE-SECTION
                           NOT INVALID KEY
                               ADD 1 TO W_BK-RECORDS
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE CONFIRMATION-FILE.

       RESTORE-CONFIRMATION-EXIT.
           EXIT.

       RESTORE-FEED-REGISTER-SECTION SECTION.
           OPEN OUTPUT FEED-REGISTER.
           IF W_FR-STATUS NOT = '00'
               MOVE W_FR-STATUS TO W_OPEN-STATUS
               PERFORM NOTE-RESTORE-FAILURE-SECTION
               GO TO RESTORE-FEED-REGISTER-EXIT
           END-IF.
           CLOSE FEED-REGISTER.
           OPEN I-O FEED-REGISTER.
           MOVE 'N' TO B_COPY-EOF.
           IF NOT BC_MEMBER-COPIED
               MOVE 'Y' TO B_COPY-EOF
           END-IF.
           PERFORM UNTIL B_COPY-EOF = 'Y'
               READ BACKUP-COPY INTO FR_REGISTER-REC
                   AT END MOVE 'Y' TO B_COPY-EOF
                   NOT AT END
                       WRITE FR_REGISTER-REC
                           INVALID KEY
                               PERFORM NOTE-DUPLICATE-SECTION
                           NOT INVALID KEY
                               ADD 1 TO W_BK-RECORDS
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE FEED-REGISTER.

       RESTORE-FEED-REGISTER-EXIT.
           EXIT.

       RESTORE-CLOSURE-SECTION SECTION.
           OPEN OUTPUT CLOSURE-FILE.
           IF W_DC-STATUS NOT = '00'
               MOVE W_DC-STATUS TO W_OPEN-STATUS
               PERFORM NOTE-RESTORE-FAILURE-SECTION
               GO TO RESTORE-CLOSURE-EXIT
           END-IF.
           CLOSE CLOSURE-FILE.
           OPEN I-O CLOSURE-FILE.
           MOVE 'N' TO B_COPY-EOF.
           IF NOT BC_MEMBER-COPIED
               MOVE 'Y' TO B_COPY-EOF
           END-IF.
           PERFORM UNTIL B_COPY-EOF = 'Y'
               READ BACKUP-COPY INTO DC_CLOSURE
                   AT END MOVE 'Y' TO B_COPY-EOF
                   NOT AT END
                       WRITE DC_CLOSURE
                           INVALID KEY
                               PERFORM NOTE-DUPLICATE-SECTION
                           NOT INVALID KEY
                               ADD 1 TO W_BK-RECORDS
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE CLOSURE-FILE.

       RESTORE-CLOSURE-EXIT.
           EXIT.

       RESTORE-PENDING-TRACKING-SECTION SECTION.
           OPEN OUTPUT PENDING-TRACKING.
           IF W_PT-STATUS NOT = '00'
               MOVE W_PT-STATUS TO W_OPEN-STATUS
               PERFORM NOTE-RESTORE-FAILURE-SECTION
               GO TO RESTORE-PENDING-TRACKING-EXIT
           END-IF.
           CLOSE PENDING-TRACKING.
           OPEN I-O PENDING-TRACKING.
           MOVE 'N' TO B_COPY-EOF.
           IF NOT BC_MEMBER-COPIED
               MOVE 'Y' TO B_COPY-EOF
           END-IF.
           PERFORM UNTIL B_COPY-EOF = 'Y'
               READ BACKUP-COPY INTO PT_PERSON
                   AT END MOVE 'Y' TO B_COPY-EOF
                   NOT AT END
                       WRITE PT_PERSON
                           INVALID KEY
                               PERFORM NOTE-DUPLICATE-SECTION
                           NOT INVALID KEY
                               ADD 1 TO W_BK-RECORDS
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE PENDING-TRACKING.

       RESTORE-PENDING-TRACKING-EXIT.
           EXIT.

       RESTORE-APPROVAL-SECTION SECTION.
           OPEN OUTPUT APPROVAL-QUEUE.
           IF W_AP-STATUS NOT = '00'
               MOVE W_AP-STATUS TO W_OPEN-STATUS
               PERFORM NOTE-RESTORE-FAILURE-SECTION
               GO TO RESTORE-APPROVAL-EXIT
           END-IF.
           CLOSE APPROVAL-QUEUE.
           OPEN I-O APPROVAL-QUEUE.
           MOVE 'N' TO B_COPY-EOF.
           IF NOT BC_MEMBER-COPIED
               MOVE 'Y' TO B_COPY-EOF
           END-IF.
           PERFORM UNTIL B_COPY-EOF = 'Y'
               READ BACKUP-COPY INTO AP_APPROVAL
                   AT END MOVE 'Y' TO B_COPY-EOF
                   NOT AT END
                       WRITE AP_APPROVAL
                           INVALID KEY
                               PERFORM NOTE-DUPLICATE-SECTION
                           NOT INVALID KEY
                               ADD 1 TO W_BK-RECORDS
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE APPROVAL-QUEUE.

       RESTORE-APPROVAL-EXIT.
           EXIT.

       RESTORE-JOB-REGISTER-SECTION SECTION.
           OPEN OUTPUT JOB-REGISTER.
           IF W_JR-STATUS NOT = '00'
               MOVE W_JR-STATUS TO W_OPEN-STATUS
               PERFORM NOTE-RESTORE-FAILURE-SECTION
               GO TO RESTORE-JOB-REGISTER-EXIT
           END-IF.
           CLOSE JOB-REGISTER.
           OPEN I-O JOB-REGISTER.
           MOVE 'N' TO B_COPY-EOF.
           IF NOT BC_MEMBER-COPIED
               MOVE 'Y' TO B_COPY-EOF
           END-IF.
           PERFORM UNTIL B_COPY-EOF = 'Y'
               READ BACKUP-COPY INTO JR_JOB-REC
                   AT END MOVE 'Y' TO B_COPY-EOF
                   NOT AT END
                       WRITE JR_JOB-REC
                           INVALID KEY
                               PERFORM NOTE-DUPLICATE-SECTION
                           NOT INVALID KEY
                               ADD 1 TO W_BK-RECORDS
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE JOB-REGISTER.

       RESTORE-JOB-REGISTER-EXIT.
           EXIT.

       RESTORE-POSTAL-REGION-SECTION SECTION.
           OPEN OUTPUT POSTAL-REGION-FILE.
           IF W_PR-STATUS NOT = '00'
               MOVE W_PR-STATUS TO W_OPEN-STATUS
               PERFORM NOTE-RESTORE-FAILURE-SECTION
               GO TO RESTORE-POSTAL-REGION-EXIT
           END-IF.
           CLOSE POSTAL-REGION-FILE.
           OPEN I-O POSTAL-REGION-FILE.
           MOVE 'N' TO B_COPY-EOF.
           IF NOT BC_MEMBER-COPIED
               MOVE 'Y' TO B_COPY-EOF
           END-IF.
           PERFORM UNTIL B_COPY-EOF = 'Y'
               READ BACKUP-COPY INTO PR_RANGE
                   AT END MOVE 'Y' TO B_COPY-EOF
                   NOT AT END
                       WRITE PR_RANGE
                           INVALID KEY
                               PERFORM NOTE-DUPLICATE-SECTION
                           NOT INVALID KEY
                               ADD 1 TO W_BK-RECORDS
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE POSTAL-REGION-FILE.

       RESTORE-POSTAL-REGION-EXIT.
           EXIT.

       RESTORE-POSTAL-PLACE-SECTION SECTION.
           OPEN OUTPUT POSTAL-PLACE-FILE.
           IF W_PL-STATUS NOT = '00'
               MOVE W_PL-STATUS TO W_OPEN-STATUS
               PERFORM NOTE-RESTORE-FAILURE-SECTION
               GO TO RESTORE-POSTAL-PLACE-EXIT
           END-IF.
           CLOSE POSTAL-PLACE-FILE.
           OPEN I-O POSTAL-PLACE-FILE.
           MOVE 'N' TO B_COPY-EOF.
           IF NOT BC_MEMBER-COPIED
               MOVE 'Y' TO B_COPY-EOF
           END-IF.
           PERFORM UNTIL B_COPY-EOF = 'Y'
               READ BACKUP-COPY INTO PL_PLACE
                   AT END MOVE 'Y' TO B_COPY-EOF
                   NOT AT END
                       WRITE PL_PLACE
                           INVALID KEY
                               PERFORM NOTE-DUPLICATE-SECTION
                           NOT INVALID KEY
                               ADD 1 TO W_BK-RECORDS
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE POSTAL-PLACE-FILE.

       RESTORE-POSTAL-PLACE-EXIT.
           EXIT.
