      * Run as: 99_backup_set
      * Nightly backup of the person subsystem as a whole. The
      * MariaDB tables have 10_backup_all and 30_RUN_SNAPSHOT keeps
      * output.dat for the length of one chain, but nothing kept the
      * rest - the sub-files that hang off the person ID, the ID
      * allocator, the control files, audit_trail.log and its chain
      * record. This takes all of them, as one generation, under
      * backup/ (see BACKUP-SET.cpy for the layout and the list of
      * members), with a catalogue giving every member's record
      * count and hash total and a trailer balancing the set.
      * The person lock is held throughout so no mutating program
      * can change a file between one member's copy and the next -
      * the generation is a consistent picture of one moment.
      * A file not on disk is catalogued absent, which is how it is
      * restored. A member that cannot be copied is catalogued as
      * failed and the run ends RC 16: 100_RESTORE_SET will not
      * restore from that generation, and it is not counted towards
      * the retention below. Taking a second generation on the same
      * day replaces the first.
      * backup_generations.ctl lists the good generations, oldest
      * first; once it holds more than W_KEEP-GENERATIONS, the
      * oldest are deleted from backup/ and dropped from the list.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 99_BACKUP_SET.

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

               SELECT GENERATION-LIST ASSIGN TO
                       'backup_generations.ctl'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_GL-STATUS.

               SELECT PROFILE-CONTROL ASSIGN TO
                       'branch_profiles.ctl'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_PROF-STATUS.

               SELECT JOB-TRAILER-LOG ASSIGN TO 'batch_trailer.log'
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT ALERT-LOG ASSIGN TO 'batch_alerts.log'
                   ORGANIZATION IS LINE SEQUENTIAL.

      * Advisory lock shared by every output.dat-mutating program -
      * held for the whole backup so the set is taken at one moment.
      * See PERSON-LOCK.cpy.
               SELECT PERSON-LOCK-FILE ASSIGN TO 'person_file.lock'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_LOCK-STATUS.

       DATA DIVISION.
           FILE SECTION.
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

           FD GENERATION-LIST.
           01 GL_SET-DATE PIC 9(8).

           FD PROFILE-CONTROL.
           01 PC_BRANCH-LINE PIC X(10).

           WORKING-STORAGE SECTION.
               01 B_EOF PIC X(1) VALUE 'N'.
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
               01 W_GL-STATUS PIC X(2).
               01 W_PROF-STATUS PIC X(2).
               01 W_OPEN-STATUS PIC X(2).
               01 W_TODAY PIC 9(8) VALUE 0.
               01 W_NOW PIC 9(8) VALUE 0.
               01 W_BRANCH PIC X(3) VALUE SPACES.

      * What became of the member in hand - C copied, A absent, E
      * could not be copied (as catalogued).
               01 W_MEMBER-STATE PIC X(1) VALUE SPACE.
                   88 MEMBER-COPIED VALUE 'C'.
                   88 MEMBER-ABSENT VALUE 'A'.
                   88 MEMBER-FAILED VALUE 'E'.

               01 W_COPIED-COUNT PIC 9(5) VALUE 0.
               01 W_ABSENT-COUNT PIC 9(5) VALUE 0.
               01 W_FAILED-COUNT PIC 9(5) VALUE 0.
               01 W_RUN-RC PIC 9(2) VALUE 0.

      * Retention - the good generations on backup_generations.ctl,
      * oldest first, and how many to keep.
               01 W_KEEP-GENERATIONS PIC 9(3) VALUE 14.
               01 W_GENERATION-TABLE.
                   02 W_GENERATION PIC 9(8) OCCURS 400 TIMES.
               01 W_GENERATION-COUNT PIC 9(3) VALUE 0.
               01 W_GENERATION-SUB PIC 9(3) VALUE 0.
               01 W_DROP-COUNT PIC 9(3) VALUE 0.
               01 W_PURGED-COUNT PIC 9(3) VALUE 0.

      * Backup set fields (see BACKUP-SET.cpy).
               COPY 'BACKUP-SET-FIELDS.cpy'.

      * Job-level run trailer (see JOB-TRAILER.cpy).
               COPY 'JOB-TRAILER-FIELDS.cpy'.

      * Advisory lock fields (see PERSON-LOCK.cpy).
               COPY 'PERSON-LOCK-FIELDS.cpy'.

       PROCEDURE DIVISION.

           PERFORM START-JOB-TIMER-SECTION.
           ACCEPT W_TODAY FROM DATE YYYYMMDD.
           MOVE W_TODAY TO W_BK-SET-DATE.

           MOVE '99_BACKUP_SET' TO W_LOCK-PROGRAM.
           PERFORM ACQUIRE-PERSON-LOCK-SECTION.

           CALL 'CBL_CREATE_DIR' USING W_BK-DIR-NAME
               RETURNING W_BK-DIR-RC.
           PERFORM BACKUP-CATALOGUE-NAME-SECTION.
           OPEN OUTPUT BACKUP-CATALOGUE.
           IF W_BC-STATUS NOT = '00'
               DISPLAY '** 'FUNCTION TRIM(W_BK-CATALOGUE-NAME)
                   ' will not open (status 'W_BC-STATUS') - no '
                   'backup taken'
               MOVE 16 TO RETURN-CODE
               MOVE '99_BACKUP_SET' TO W_TRAILER-PROGRAM
               MOVE 0 TO W_TRAILER-COUNT
               MOVE 'FAILED' TO W_TRAILER-STATUS
               PERFORM WRITE-JOB-TRAILER-SECTION
               PERFORM RELEASE-PERSON-LOCK-SECTION
               STOP RUN
           END-IF.

           ACCEPT W_NOW FROM TIME.
           MOVE SPACES TO BC_LINE.
           MOVE 'H' TO BC_TYPE.
           MOVE W_BK-SET-DATE TO BC_SET-DATE.
           MOVE W_NOW TO BC_TAKEN-AT.
           MOVE '99_BACKUP_SET' TO BC_TAKEN-BY.
           WRITE BC_LINE.
           MOVE 0 TO W_BK-SET-MEMBERS.
           MOVE 0 TO W_BK-SET-RECORDS.
           MOVE 0 TO W_BK-SET-HASH.

           PERFORM VARYING W_BK-COMMON-SUB FROM 1 BY 1
                   UNTIL W_BK-COMMON-SUB > W_BK-COMMON-COUNT
               MOVE W_BK-COMMON-NAME(W_BK-COMMON-SUB)
                   TO W_BK-MEMBER-NAME
               MOVE W_BK-COMMON-KIND(W_BK-COMMON-SUB)
                   TO W_BK-MEMBER-KIND
               PERFORM BACKUP-MEMBER-SECTION
           END-PERFORM.
           PERFORM BACKUP-BRANCHES-SECTION.

           MOVE SPACES TO BC_LINE.
           MOVE 'T' TO BC_TYPE.
           MOVE W_BK-SET-MEMBERS TO BC_TRAILER-MEMBERS.
           MOVE W_BK-SET-RECORDS TO BC_TRAILER-RECORDS.
           MOVE W_BK-SET-HASH TO BC_TRAILER-HASH.
           WRITE BC_LINE.
           CLOSE BACKUP-CATALOGUE.

           PERFORM RELEASE-PERSON-LOCK-SECTION.

           IF W_FAILED-COUNT > 0
               MOVE 16 TO W_RUN-RC
               DISPLAY '** generation 'W_BK-SET-DATE' is incomplete - '
                   'it will not restore, and no older generation '
                   'has been dropped'
           ELSE
               PERFORM APPLY-RETENTION-SECTION
           END-IF.

           DISPLAY 'Generation                 : 'W_BK-SET-DATE.
           DISPLAY 'Members in the set         : 'W_BK-SET-MEMBERS.
           DISPLAY 'Copied                     : 'W_COPIED-COUNT.
           DISPLAY 'Not on disk (absent)       : 'W_ABSENT-COUNT.
           DISPLAY 'Could not be copied        : 'W_FAILED-COUNT.
           DISPLAY 'Records copied             : 'W_BK-SET-RECORDS.
           DISPLAY 'Set hash total             : 'W_BK-SET-HASH.
           DISPLAY 'Old generations dropped    : 'W_PURGED-COUNT.

           MOVE '99_BACKUP_SET' TO W_TRAILER-PROGRAM.
           MOVE W_BK-SET-RECORDS TO W_TRAILER-COUNT.
           IF W_RUN-RC = 0
               MOVE 'COMPLETE' TO W_TRAILER-STATUS
           ELSE
               MOVE 'FAILED' TO W_TRAILER-STATUS
           END-IF.
           PERFORM WRITE-JOB-TRAILER-SECTION.
           MOVE W_RUN-RC TO RETURN-CODE.

       STOP RUN.

       COPY 'BACKUP-SET.cpy'.
       COPY 'JOB-TRAILER.cpy'.
       COPY 'PERSON-LOCK.cpy'.

      * Each branch on branch_profiles.ctl other than HQ keeps its
      * own person master and control record - both join the set.
      * No profile file means the one HQ set-up, already covered.
       BACKUP-BRANCHES-SECTION SECTION.
           OPEN INPUT PROFILE-CONTROL.
           IF W_PROF-STATUS NOT = '00'
               GO TO BACKUP-BRANCHES-EXIT
           END-IF.
           MOVE 'N' TO B_EOF.
           PERFORM UNTIL B_EOF = 'Y'
               READ PROFILE-CONTROL
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       IF PC_BRANCH-LINE NOT = SPACES
                          AND PC_BRANCH-LINE(1:3) NOT = 'HQ'
                           MOVE PC_BRANCH-LINE(1:3) TO W_BRANCH
                           PERFORM BACKUP-ONE-BRANCH-SECTION
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PROFILE-CONTROL.

       BACKUP-BRANCHES-EXIT.
           EXIT.

       BACKUP-ONE-BRANCH-SECTION SECTION.
           MOVE SPACES TO W_BK-MEMBER-NAME.
           STRING W_BRANCH DELIMITED BY SPACE
                  '_output.dat' DELIMITED BY SIZE
               INTO W_BK-MEMBER-NAME
           END-STRING.
           MOVE 'K' TO W_BK-MEMBER-KIND.
           PERFORM BACKUP-MEMBER-SECTION.

           MOVE SPACES TO W_BK-MEMBER-NAME.
           STRING W_BRANCH DELIMITED BY SPACE
                  '_person_control.ctl' DELIMITED BY SIZE
               INTO W_BK-MEMBER-NAME
           END-STRING.
           MOVE 'F' TO W_BK-MEMBER-KIND.
           PERFORM BACKUP-MEMBER-SECTION.

      * One member: copy it to backup/<yyyymmdd>_<file>, counting
      * and hashing every record, and catalogue the result. A file
      * not on disk leaves no copy behind.
       BACKUP-MEMBER-SECTION SECTION.
           MOVE W_BK-MEMBER-NAME TO W_BK-LIVE-NAME.
           PERFORM BACKUP-COPY-NAME-SECTION.
           PERFORM BACKUP-START-MEMBER-SECTION.
           MOVE 'C' TO W_MEMBER-STATE.

           OPEN OUTPUT BACKUP-COPY.
           IF W_CP-STATUS NOT = '00'
               MOVE 'E' TO W_MEMBER-STATE
               DISPLAY '** 'FUNCTION TRIM(W_BK-COPY-NAME)
                   ' will not open (status 'W_CP-STATUS') - '
                   FUNCTION TRIM(W_BK-MEMBER-NAME)' not backed up'
               GO TO BACKUP-MEMBER-CATALOGUE
           END-IF.
           IF W_BK-MEMBER-KIND = 'K'
               PERFORM COPY-KEYED-SECTION
           ELSE
               PERFORM COPY-FLAT-SECTION
           END-IF.
           CLOSE BACKUP-COPY.
           IF MEMBER-ABSENT
               CALL 'CBL_DELETE_FILE' USING W_BK-COPY-NAME
                   RETURNING W_BK-DELETE-RC
           END-IF.

       BACKUP-MEMBER-CATALOGUE.
           EVALUATE TRUE
               WHEN MEMBER-COPIED
                   ADD 1 TO W_COPIED-COUNT
               WHEN MEMBER-ABSENT
                   ADD 1 TO W_ABSENT-COUNT
               WHEN OTHER
                   ADD 1 TO W_FAILED-COUNT
           END-EVALUATE.
           MOVE SPACES TO BC_LINE.
           MOVE 'M' TO BC_TYPE.
           MOVE W_BK-MEMBER-NAME TO BC_MEMBER-FILE.
           MOVE W_BK-MEMBER-KIND TO BC_MEMBER-KIND.
           MOVE W_MEMBER-STATE TO BC_MEMBER-STATE.
           MOVE W_BK-RECORDS TO BC_MEMBER-RECORDS.
           MOVE W_BK-HASH TO BC_MEMBER-HASH.
           WRITE BC_LINE.
           ADD 1 TO W_BK-SET-MEMBERS.
           ADD W_BK-RECORDS TO W_BK-SET-RECORDS.
           COMPUTE W_BK-SET-HASH = FUNCTION MOD(W_BK-SET-HASH
               + W_BK-HASH, 1000000000000000).

      * The open of a member's live file failed - not on disk is
      * absent, anything else is a failure.
       NOTE-OPEN-FAILURE-SECTION SECTION.
           IF W_OPEN-STATUS = '35'
               MOVE 'A' TO W_MEMBER-STATE
           ELSE
               MOVE 'E' TO W_MEMBER-STATE
               DISPLAY '** 'FUNCTION TRIM(W_BK-LIVE-NAME)
                   ' will not open (status 'W_OPEN-STATUS') - not '
                   'backed up'
           END-IF.

       COPY-RECORD-SECTION SECTION.
           MOVE W_BK-RECORD TO CP_COPY-LINE.
           WRITE CP_COPY-LINE.
           PERFORM BACKUP-HASH-RECORD-SECTION.

       COPY-FLAT-SECTION SECTION.
           OPEN INPUT FLAT-FILE.
           IF W_FL-STATUS NOT = '00'
               MOVE W_FL-STATUS TO W_OPEN-STATUS
               PERFORM NOTE-OPEN-FAILURE-SECTION
               GO TO COPY-FLAT-EXIT
           END-IF.
           MOVE 'N' TO B_EOF.
           PERFORM UNTIL B_EOF = 'Y'
               READ FLAT-FILE
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       MOVE FL_LINE TO W_BK-RECORD
                       PERFORM COPY-RECORD-SECTION
               END-READ
           END-PERFORM.
           CLOSE FLAT-FILE.

       COPY-FLAT-EXIT.
           EXIT.

      * Keyed members, each through its own file description; any
      * other keyed member is a person master - output.dat or a
      * branch's <BR>_output.dat.
       COPY-KEYED-SECTION SECTION.
           EVALUATE W_BK-MEMBER-NAME
               WHEN 'address.dat'
                   PERFORM COPY-ADDRESS-SECTION
               WHEN 'household.dat'
                   PERFORM COPY-HOUSEHOLD-SECTION
               WHEN 'household_master.dat'
                   PERFORM COPY-HOUSEHOLD-MASTER-SECTION
               WHEN 'consent.dat'
                   PERFORM COPY-CONSENT-SECTION
               WHEN 'former_surname.dat'
                   PERFORM COPY-FORMER-SURNAME-SECTION
               WHEN 'deactivation_tracking.dat'
                   PERFORM COPY-DEACTIVATION-SECTION
               WHEN 'purge_notice.dat'
                   PERFORM COPY-NOTICE-SECTION
               WHEN 'retired_ids.dat'
                   PERFORM COPY-RETIRED-SECTION
               WHEN 'pesel.dat'
                   PERFORM COPY-PESEL-SECTION
               WHEN 'dues_ledger.dat'
                   PERFORM COPY-LEDGER-SECTION
               WHEN 'legal_hold.dat'
                   PERFORM COPY-LEGAL-HOLD-SECTION
               WHEN 'relationship.dat'
                   PERFORM COPY-RELATIONSHIP-SECTION
               WHEN 'card.dat'
                   PERFORM COPY-CARD-SECTION
               WHEN 'id_document.dat'
                   PERFORM COPY-ID-DOCUMENT-SECTION
               WHEN 'case_notes.dat'
                   PERFORM COPY-CASE-NOTE-SECTION
               WHEN 'correspondence.dat'
                   PERFORM COPY-CORRESPONDENCE-SECTION
               WHEN 'provenance.dat'
                   PERFORM COPY-PROVENANCE-SECTION
               WHEN 'rodo_request.dat'
                   PERFORM COPY-RODO-REQUEST-SECTION
               WHEN 'confirmation.dat'
                   PERFORM COPY-CONFIRMATION-SECTION
               WHEN 'feed_register.dat'
                   PERFORM COPY-FEED-REGISTER-SECTION
               WHEN 'deceased_closure.dat'
                   PERFORM COPY-CLOSURE-SECTION
               WHEN 'pending_tracking.dat'
                   PERFORM COPY-PENDING-TRACKING-SECTION
               WHEN 'pending_approvals.dat'
                   PERFORM COPY-APPROVAL-SECTION
               WHEN 'job_last_run.dat'
                   PERFORM COPY-JOB-REGISTER-SECTION
               WHEN 'postal_regions.dat'
                   PERFORM COPY-POSTAL-REGION-SECTION
               WHEN 'postal_places.dat'
                   PERFORM COPY-POSTAL-PLACE-SECTION
               WHEN OTHER
                   PERFORM COPY-PERSON-SECTION
           END-EVALUATE.

       COPY-PERSON-SECTION SECTION.
           OPEN INPUT PERSON-IN.
           IF W_PI-STATUS NOT = '00'
               MOVE W_PI-STATUS TO W_OPEN-STATUS
               PERFORM NOTE-OPEN-FAILURE-SECTION
               GO TO COPY-PERSON-EXIT
           END-IF.
           MOVE 'N' TO B_EOF.
           PERFORM UNTIL B_EOF = 'Y'
               READ PERSON-IN NEXT RECORD
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       MOVE FI_PERSON TO W_BK-RECORD
                       PERFORM COPY-RECORD-SECTION
               END-READ
           END-PERFORM.
           CLOSE PERSON-IN.

       COPY-PERSON-EXIT.
           EXIT.

       COPY-ADDRESS-SECTION SECTION.
           OPEN INPUT ADDRESS-FILE.
           IF W_AD-STATUS NOT = '00'
               MOVE W_AD-STATUS TO W_OPEN-STATUS
               PERFORM NOTE-OPEN-FAILURE-SECTION
               GO TO COPY-ADDRESS-EXIT
           END-IF.
           MOVE 'N' TO B_EOF.
           PERFORM UNTIL B_EOF = 'Y'
               READ ADDRESS-FILE NEXT RECORD
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       MOVE AD_ADDRESS TO W_BK-RECORD
                       PERFORM COPY-RECORD-SECTION
               END-READ
           END-PERFORM.
           CLOSE ADDRESS-FILE.

       COPY-ADDRESS-EXIT.
           EXIT.

       COPY-HOUSEHOLD-SECTION SECTION.
           OPEN INPUT HOUSEHOLD-LINK.
           IF W_HH-STATUS NOT = '00'
               MOVE W_HH-STATUS TO W_OPEN-STATUS
               PERFORM NOTE-OPEN-FAILURE-SECTION
               GO TO COPY-HOUSEHOLD-EXIT
           END-IF.
           MOVE 'N' TO B_EOF.
           PERFORM UNTIL B_EOF = 'Y'
               READ HOUSEHOLD-LINK NEXT RECORD
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       MOVE HH_PERSON TO W_BK-RECORD
                       PERFORM COPY-RECORD-SECTION
               END-READ
           END-PERFORM.
           CLOSE HOUSEHOLD-LINK.

       COPY-HOUSEHOLD-EXIT.
           EXIT.

       COPY-HOUSEHOLD-MASTER-SECTION SECTION.
           OPEN INPUT HOUSEHOLD-MASTER.
           IF W_HM-STATUS NOT = '00'
               MOVE W_HM-STATUS TO W_OPEN-STATUS
               PERFORM NOTE-OPEN-FAILURE-SECTION
               GO TO COPY-HOUSEHOLD-MASTER-EXIT
           END-IF.
           MOVE 'N' TO B_EOF.
           PERFORM UNTIL B_EOF = 'Y'
               READ HOUSEHOLD-MASTER NEXT RECORD
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       MOVE HM_HOUSEHOLD TO W_BK-RECORD
                       PERFORM COPY-RECORD-SECTION
               END-READ
           END-PERFORM.
           CLOSE HOUSEHOLD-MASTER.

       COPY-HOUSEHOLD-MASTER-EXIT.
           EXIT.

       COPY-CONSENT-SECTION SECTION.
           OPEN INPUT CONSENT-FILE.
           IF W_CN-STATUS NOT = '00'
               MOVE W_CN-STATUS TO W_OPEN-STATUS
               PERFORM NOTE-OPEN-FAILURE-SECTION
               GO TO COPY-CONSENT-EXIT
           END-IF.
           MOVE 'N' TO B_EOF.
           PERFORM UNTIL B_EOF = 'Y'
               READ CONSENT-FILE NEXT RECORD
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       MOVE CN_CONSENT TO W_BK-RECORD
                       PERFORM COPY-RECORD-SECTION
               END-READ
           END-PERFORM.
           CLOSE CONSENT-FILE.

       COPY-CONSENT-EXIT.
           EXIT.

       COPY-FORMER-SURNAME-SECTION SECTION.
           OPEN INPUT FORMER-SURNAME-FILE.
           IF W_FS-STATUS NOT = '00'
               MOVE W_FS-STATUS TO W_OPEN-STATUS
               PERFORM NOTE-OPEN-FAILURE-SECTION
               GO TO COPY-FORMER-SURNAME-EXIT
           END-IF.
           MOVE 'N' TO B_EOF.
           PERFORM UNTIL B_EOF = 'Y'
               READ FORMER-SURNAME-FILE NEXT RECORD
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       MOVE FS_RECORD TO W_BK-RECORD
                       PERFORM COPY-RECORD-SECTION
               END-READ
           END-PERFORM.
           CLOSE FORMER-SURNAME-FILE.

       COPY-FORMER-SURNAME-EXIT.
           EXIT.

       COPY-DEACTIVATION-SECTION SECTION.
           OPEN INPUT DEACTIVATION-TRACKING.
           IF W_DT-STATUS NOT = '00'
               MOVE W_DT-STATUS TO W_OPEN-STATUS
               PERFORM NOTE-OPEN-FAILURE-SECTION
               GO TO COPY-DEACTIVATION-EXIT
           END-IF.
           MOVE 'N' TO B_EOF.
           PERFORM UNTIL B_EOF = 'Y'
               READ DEACTIVATION-TRACKING NEXT RECORD
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       MOVE DT_PERSON TO W_BK-RECORD
                       PERFORM COPY-RECORD-SECTION
               END-READ
           END-PERFORM.
           CLOSE DEACTIVATION-TRACKING.

       COPY-DEACTIVATION-EXIT.
           EXIT.

       COPY-NOTICE-SECTION SECTION.
           OPEN INPUT NOTICE-FILE.
           IF W_PN-STATUS NOT = '00'
               MOVE W_PN-STATUS TO W_OPEN-STATUS
               PERFORM NOTE-OPEN-FAILURE-SECTION
               GO TO COPY-NOTICE-EXIT
           END-IF.
           MOVE 'N' TO B_EOF.
           PERFORM UNTIL B_EOF = 'Y'
               READ NOTICE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       MOVE PN_NOTICE TO W_BK-RECORD
                       PERFORM COPY-RECORD-SECTION
               END-READ
           END-PERFORM.
           CLOSE NOTICE-FILE.

       COPY-NOTICE-EXIT.
           EXIT.

       COPY-RETIRED-SECTION SECTION.
           OPEN INPUT RETIRED-IDS.
           IF W_RT-STATUS NOT = '00'
               MOVE W_RT-STATUS TO W_OPEN-STATUS
               PERFORM NOTE-OPEN-FAILURE-SECTION
               GO TO COPY-RETIRED-EXIT
           END-IF.
           MOVE 'N' TO B_EOF.
           PERFORM UNTIL B_EOF = 'Y'
               READ RETIRED-IDS NEXT RECORD
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       MOVE RT_RETIRED TO W_BK-RECORD
                       PERFORM COPY-RECORD-SECTION
               END-READ
           END-PERFORM.
           CLOSE RETIRED-IDS.

       COPY-RETIRED-EXIT.
           EXIT.

       COPY-PESEL-SECTION SECTION.
           OPEN INPUT PESEL-FILE.
           IF W_PX-STATUS NOT = '00'
               MOVE W_PX-STATUS TO W_OPEN-STATUS
               PERFORM NOTE-OPEN-FAILURE-SECTION
               GO TO COPY-PESEL-EXIT
           END-IF.
           MOVE 'N' TO B_EOF.
           PERFORM UNTIL B_EOF = 'Y'
               READ PESEL-FILE NEXT RECORD
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       MOVE PX_PESEL-REC TO W_BK-RECORD
                       PERFORM COPY-RECORD-SECTION
               END-READ
           END-PERFORM.
           CLOSE PESEL-FILE.

       COPY-PESEL-EXIT.
           EXIT.

       COPY-LEDGER-SECTION SECTION.
           OPEN INPUT LEDGER-FILE.
           IF W_DL-STATUS NOT = '00'
               MOVE W_DL-STATUS TO W_OPEN-STATUS
               PERFORM NOTE-OPEN-FAILURE-SECTION
               GO TO COPY-LEDGER-EXIT
           END-IF.
           MOVE 'N' TO B_EOF.
           PERFORM UNTIL B_EOF = 'Y'
               READ LEDGER-FILE NEXT RECORD
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       MOVE DL_ACCOUNT TO W_BK-RECORD
                       PERFORM COPY-RECORD-SECTION
               END-READ
           END-PERFORM.
           CLOSE LEDGER-FILE.

       COPY-LEDGER-EXIT.
           EXIT.

       COPY-LEGAL-HOLD-SECTION SECTION.
           OPEN INPUT LEGAL-HOLD-FILE.
           IF W_LH-STATUS NOT = '00'
               MOVE W_LH-STATUS TO W_OPEN-STATUS
               PERFORM NOTE-OPEN-FAILURE-SECTION
               GO TO COPY-LEGAL-HOLD-EXIT
           END-IF.
           MOVE 'N' TO B_EOF.
           PERFORM UNTIL B_EOF = 'Y'
               READ LEGAL-HOLD-FILE NEXT RECORD
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       MOVE LH_HOLD TO W_BK-RECORD
                       PERFORM COPY-RECORD-SECTION
               END-READ
           END-PERFORM.
           CLOSE LEGAL-HOLD-FILE.

       COPY-LEGAL-HOLD-EXIT.
           EXIT.

       COPY-RELATIONSHIP-SECTION SECTION.
           OPEN INPUT RELATIONSHIP-FILE.
           IF W_RL-STATUS NOT = '00'
               MOVE W_RL-STATUS TO W_OPEN-STATUS
               PERFORM NOTE-OPEN-FAILURE-SECTION
               GO TO COPY-RELATIONSHIP-EXIT
           END-IF.
           MOVE 'N' TO B_EOF.
           PERFORM UNTIL B_EOF = 'Y'
               READ RELATIONSHIP-FILE NEXT RECORD
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       MOVE RL_RELATION TO W_BK-RECORD
                       PERFORM COPY-RECORD-SECTION
               END-READ
           END-PERFORM.
           CLOSE RELATIONSHIP-FILE.

       COPY-RELATIONSHIP-EXIT.
           EXIT.

       COPY-CARD-SECTION SECTION.
           OPEN INPUT CARD-FILE.
           IF W_CD-STATUS NOT = '00'
               MOVE W_CD-STATUS TO W_OPEN-STATUS
               PERFORM NOTE-OPEN-FAILURE-SECTION
               GO TO COPY-CARD-EXIT
           END-IF.
           MOVE 'N' TO B_EOF.
           PERFORM UNTIL B_EOF = 'Y'
               READ CARD-FILE NEXT RECORD
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       MOVE CD_CARD TO W_BK-RECORD
                       PERFORM COPY-RECORD-SECTION
               END-READ
           END-PERFORM.
           CLOSE CARD-FILE.

       COPY-CARD-EXIT.
           EXIT.

       COPY-ID-DOCUMENT-SECTION SECTION.
           OPEN INPUT ID-DOCUMENT-FILE.
           IF W_ID-STATUS NOT = '00'
               MOVE W_ID-STATUS TO W_OPEN-STATUS
               PERFORM NOTE-OPEN-FAILURE-SECTION
               GO TO COPY-ID-DOCUMENT-EXIT
           END-IF.
           MOVE 'N' TO B_EOF.
           PERFORM UNTIL B_EOF = 'Y'
               READ ID-DOCUMENT-FILE NEXT RECORD
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       MOVE ID_DOCUMENT TO W_BK-RECORD
                       PERFORM COPY-RECORD-SECTION
               END-READ
           END-PERFORM.
           CLOSE ID-DOCUMENT-FILE.

       COPY-ID-DOCUMENT-EXIT.
           EXIT.

       COPY-CASE-NOTE-SECTION SECTION.
           OPEN INPUT CASE-NOTE-FILE.
           IF W_NT-STATUS NOT = '00'
               MOVE W_NT-STATUS TO W_OPEN-STATUS
               PERFORM NOTE-OPEN-FAILURE-SECTION
               GO TO COPY-CASE-NOTE-EXIT
           END-IF.
           MOVE 'N' TO B_EOF.
           PERFORM UNTIL B_EOF = 'Y'
               READ CASE-NOTE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       MOVE NT_NOTE TO W_BK-RECORD
                       PERFORM COPY-RECORD-SECTION
               END-READ
           END-PERFORM.
           CLOSE CASE-NOTE-FILE.

       COPY-CASE-NOTE-EXIT.
           EXIT.

       COPY-CORRESPONDENCE-SECTION SECTION.
           OPEN INPUT CORRESPONDENCE-FILE.
           IF W_CR-STATUS NOT = '00'
               MOVE W_CR-STATUS TO W_OPEN-STATUS
               PERFORM NOTE-OPEN-FAILURE-SECTION
               GO TO COPY-CORRESPONDENCE-EXIT
           END-IF.
           MOVE 'N' TO B_EOF.
           PERFORM UNTIL B_EOF = 'Y'
               READ CORRESPONDENCE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       MOVE CR_ENTRY TO W_BK-RECORD
                       PERFORM COPY-RECORD-SECTION
               END-READ
           END-PERFORM.
           CLOSE CORRESPONDENCE-FILE.

       COPY-CORRESPONDENCE-EXIT.
           EXIT.

       COPY-PROVENANCE-SECTION SECTION.
           OPEN INPUT PROVENANCE-FILE.
           IF W_PV-STATUS NOT = '00'
               MOVE W_PV-STATUS TO W_OPEN-STATUS
               PERFORM NOTE-OPEN-FAILURE-SECTION
               GO TO COPY-PROVENANCE-EXIT
           END-IF.
           MOVE 'N' TO B_EOF.
           PERFORM UNTIL B_EOF = 'Y'
               READ PROVENANCE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       MOVE PV_PROVENANCE TO W_BK-RECORD
                       PERFORM COPY-RECORD-SECTION
               END-READ
           END-PERFORM.
           CLOSE PROVENANCE-FILE.

       COPY-PROVENANCE-EXIT.
           EXIT.

       COPY-RODO-REQUEST-SECTION SECTION.
           OPEN INPUT RODO-REQUEST-FILE.
           IF W_RQ-STATUS NOT = '00'
               MOVE W_RQ-STATUS TO W_OPEN-STATUS
               PERFORM NOTE-OPEN-FAILURE-SECTION
               GO TO COPY-RODO-REQUEST-EXIT
           END-IF.
           MOVE 'N' TO B_EOF.
           PERFORM UNTIL B_EOF = 'Y'
               READ RODO-REQUEST-FILE NEXT RECORD
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       MOVE RQ_REQUEST TO W_BK-RECORD
                       PERFORM COPY-RECORD-SECTION
               END-READ
           END-PERFORM.
           CLOSE RODO-REQUEST-FILE.

       COPY-RODO-REQUEST-EXIT.
           EXIT.

       COPY-CONFIRMATION-SECTION SECTION.
           OPEN INPUT CONFIRMATION-FILE.
           IF W_CF-STATUS NOT = '00'
               MOVE W_CF-STATUS TO W_OPEN-STATUS
               PERFORM NOTE-OPEN-FAILURE-SECTION
               GO TO COPY-CONFIRMATION-EXIT
           END-IF.
           MOVE 'N' TO B_EOF.
           PERFORM UNTIL B_EOF = 'Y'
               READ CONFIRMATION-FILE NEXT RECORD
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       MOVE CF_CONFIRMATION TO W_BK-RECORD
                       PERFORM COPY-RECORD-SECTION
               END-READ
           END-PERFORM.
           CLOSE CONFIRMATION-FILE.

       COPY-CONFIRMATION-EXIT.
           EXIT.

       COPY-FEED-REGISTER-SECTION SECTION.
           OPEN INPUT FEED-REGISTER.
           IF W_FR-STATUS NOT = '00'
               MOVE W_FR-STATUS TO W_OPEN-STATUS
               PERFORM NOTE-OPEN-FAILURE-SECTION
               GO TO COPY-FEED-REGISTER-EXIT
           END-IF.
           MOVE 'N' TO B_EOF.
           PERFORM UNTIL B_EOF = 'Y'
               READ FEED-REGISTER NEXT RECORD
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       MOVE FR_REGISTER-REC TO W_BK-RECORD
                       PERFORM COPY-RECORD-SECTION
               END-READ
           END-PERFORM.
           CLOSE FEED-REGISTER.

       COPY-FEED-REGISTER-EXIT.
           EXIT.

       COPY-CLOSURE-SECTION SECTION.
           OPEN INPUT CLOSURE-FILE.
           IF W_DC-STATUS NOT = '00'
               MOVE W_DC-STATUS TO W_OPEN-STATUS
               PERFORM NOTE-OPEN-FAILURE-SECTION
               GO TO COPY-CLOSURE-EXIT
           END-IF.
           MOVE 'N' TO B_EOF.
           PERFORM UNTIL B_EOF = 'Y'
               READ CLOSURE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       MOVE DC_CLOSURE TO W_BK-RECORD
                       PERFORM COPY-RECORD-SECTION
               END-READ
           END-PERFORM.
           CLOSE CLOSURE-FILE.

       COPY-CLOSURE-EXIT.
           EXIT.

       COPY-PENDING-TRACKING-SECTION SECTION.
           OPEN INPUT PENDING-TRACKING.
           IF W_PT-STATUS NOT = '00'
               MOVE W_PT-STATUS TO W_OPEN-STATUS
               PERFORM NOTE-OPEN-FAILURE-SECTION
               GO TO COPY-PENDING-TRACKING-EXIT
           END-IF.
           MOVE 'N' TO B_EOF.
           PERFORM UNTIL B_EOF = 'Y'
               READ PENDING-TRACKING NEXT RECORD
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       MOVE PT_PERSON TO W_BK-RECORD
                       PERFORM COPY-RECORD-SECTION
               END-READ
           END-PERFORM.
           CLOSE PENDING-TRACKING.

       COPY-PENDING-TRACKING-EXIT.
           EXIT.

       COPY-APPROVAL-SECTION SECTION.
           OPEN INPUT APPROVAL-QUEUE.
           IF W_AP-STATUS NOT = '00'
               MOVE W_AP-STATUS TO W_OPEN-STATUS
               PERFORM NOTE-OPEN-FAILURE-SECTION
               GO TO COPY-APPROVAL-EXIT
           END-IF.
           MOVE 'N' TO B_EOF.
           PERFORM UNTIL B_EOF = 'Y'
               READ APPROVAL-QUEUE NEXT RECORD
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       MOVE AP_APPROVAL TO W_BK-RECORD
                       PERFORM COPY-RECORD-SECTION
               END-READ
           END-PERFORM.
           CLOSE APPROVAL-QUEUE.

       COPY-APPROVAL-EXIT.
           EXIT.

       COPY-JOB-REGISTER-SECTION SECTION.
           OPEN INPUT JOB-REGISTER.
           IF W_JR-STATUS NOT = '00'
               MOVE W_JR-STATUS TO W_OPEN-STATUS
               PERFORM NOTE-OPEN-FAILURE-SECTION
               GO TO COPY-JOB-REGISTER-EXIT
           END-IF.
           MOVE 'N' TO B_EOF.
           PERFORM UNTIL B_EOF = 'Y'
               READ JOB-REGISTER NEXT RECORD
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       MOVE JR_JOB-REC TO W_BK-RECORD
                       PERFORM COPY-RECORD-SECTION
               END-READ
           END-PERFORM.
           CLOSE JOB-REGISTER.

       COPY-JOB-REGISTER-EXIT.
           EXIT.

       COPY-POSTAL-REGION-SECTION SECTION.
           OPEN INPUT POSTAL-REGION-FILE.
           IF W_PR-STATUS NOT = '00'
               MOVE W_PR-STATUS TO W_OPEN-STATUS
               PERFORM NOTE-OPEN-FAILURE-SECTION
               GO TO COPY-POSTAL-REGION-EXIT
           END-IF.
           MOVE 'N' TO B_EOF.
           PERFORM UNTIL B_EOF = 'Y'
               READ POSTAL-REGION-FILE NEXT RECORD
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       MOVE PR_RANGE TO W_BK-RECORD
                       PERFORM COPY-RECORD-SECTION
               END-READ
           END-PERFORM.
           CLOSE POSTAL-REGION-FILE.

       COPY-POSTAL-REGION-EXIT.
           EXIT.

       COPY-POSTAL-PLACE-SECTION SECTION.
           OPEN INPUT POSTAL-PLACE-FILE.
           IF W_PL-STATUS NOT = '00'
               MOVE W_PL-STATUS TO W_OPEN-STATUS
               PERFORM NOTE-OPEN-FAILURE-SECTION
               GO TO COPY-POSTAL-PLACE-EXIT
           END-IF.
           MOVE 'N' TO B_EOF.
           PERFORM UNTIL B_EOF = 'Y'
               READ POSTAL-PLACE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       MOVE PL_PLACE TO W_BK-RECORD
                       PERFORM COPY-RECORD-SECTION
               END-READ
           END-PERFORM.
           CLOSE POSTAL-PLACE-FILE.

       COPY-POSTAL-PLACE-EXIT.
           EXIT.

      * Tonight's generation goes on the end of
      * backup_generations.ctl (in place of any earlier one taken
      * today); the oldest beyond W_KEEP-GENERATIONS are deleted,
      * copies and catalogue, and dropped from the list.
       APPLY-RETENTION-SECTION SECTION.
           MOVE 0 TO W_GENERATION-COUNT.
           OPEN INPUT GENERATION-LIST.
           IF W_GL-STATUS = '00'
               MOVE 'N' TO B_EOF
               PERFORM UNTIL B_EOF = 'Y'
                   READ GENERATION-LIST
                       AT END MOVE 'Y' TO B_EOF
                       NOT AT END
                           IF GL_SET-DATE IS NUMERIC
                              AND GL_SET-DATE NOT = W_TODAY
                              AND W_GENERATION-COUNT < 399
                               ADD 1 TO W_GENERATION-COUNT
                               MOVE GL_SET-DATE
                                   TO W_GENERATION(W_GENERATION-COUNT)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GENERATION-LIST
           END-IF.
           ADD 1 TO W_GENERATION-COUNT.
           MOVE W_TODAY TO W_GENERATION(W_GENERATION-COUNT).

           MOVE 0 TO W_DROP-COUNT.
           IF W_GENERATION-COUNT > W_KEEP-GENERATIONS
               COMPUTE W_DROP-COUNT =
                   W_GENERATION-COUNT - W_KEEP-GENERATIONS
           END-IF.
           PERFORM VARYING W_GENERATION-SUB FROM 1 BY 1
                   UNTIL W_GENERATION-SUB > W_DROP-COUNT
               MOVE W_GENERATION(W_GENERATION-SUB) TO W_BK-SET-DATE
               PERFORM PURGE-GENERATION-SECTION
           END-PERFORM.
           MOVE W_TODAY TO W_BK-SET-DATE.

           OPEN OUTPUT GENERATION-LIST.
           COMPUTE W_GENERATION-SUB = W_DROP-COUNT + 1.
           PERFORM UNTIL W_GENERATION-SUB > W_GENERATION-COUNT
               MOVE W_GENERATION(W_GENERATION-SUB) TO GL_SET-DATE
               WRITE GL_SET-DATE
               ADD 1 TO W_GENERATION-SUB
           END-PERFORM.
           CLOSE GENERATION-LIST.

      * Delete one old generation - every copy its catalogue names,
      * then the catalogue itself.
       PURGE-GENERATION-SECTION SECTION.
           ADD 1 TO W_PURGED-COUNT.
           PERFORM BACKUP-CATALOGUE-NAME-SECTION.
           OPEN INPUT BACKUP-CATALOGUE.
           IF W_BC-STATUS NOT = '00'
               GO TO PURGE-GENERATION-EXIT
           END-IF.
           MOVE 'N' TO B_EOF.
           PERFORM UNTIL B_EOF = 'Y'
               READ BACKUP-CATALOGUE
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       IF BC_MEMBER-LINE AND BC_MEMBER-COPIED
                           MOVE BC_MEMBER-FILE TO W_BK-MEMBER-NAME
                           PERFORM BACKUP-COPY-NAME-SECTION
                           CALL 'CBL_DELETE_FILE'
                               USING W_BK-COPY-NAME
                               RETURNING W_BK-DELETE-RC
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE BACKUP-CATALOGUE.
           CALL 'CBL_DELETE_FILE' USING W_BK-CATALOGUE-NAME
               RETURNING W_BK-DELETE-RC.

       PURGE-GENERATION-EXIT.
           EXIT.
