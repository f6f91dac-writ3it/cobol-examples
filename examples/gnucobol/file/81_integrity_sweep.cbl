      * Execute files/02_write.cbl first
      * Nightly referential-integrity sweep over the sub-files that
      * hang off the person ID. Purges, merges and restores each
      * tidy up what they know about, but nothing ever checked that
      * the sub-files as a whole still agree with output.dat. Every
      * entry of every sub-file is read in key order and checked:
      *   - ORPHAN - an address.dat, household.dat, consent.dat,
      *     former_surname.dat, deactivation_tracking.dat or
      *     purge_notice.dat entry whose person is not on
      *     output.dat (noted with the retirement date when the ID
      *     was purged), once per person per file;
      *   - HEAD - a household_master.dat head who is not on
      *     output.dat or whose household.dat link is not to that
      *     household;
      *   - ADDRESSREF - a household's address reference who is not
      *     a member, or who has no address.dat entry;
      *   - DEACTIVE - a deactivation_tracking.dat entry for a
      *     person who is Active;
      *   - NOTICE - a purge_notice.dat entry for a person no longer
      *     purge-eligible: reactivated, or with no deactivation
      *     entry for 06_PURGE to age;
      *   - RETIRED - a retired_ids.dat ID still on output.dat.
      * The sub-files are common to every branch (BRANCH-PROFILE.cpy)
      * while each branch keeps its own master, so "on output.dat"
      * above means on any of them: HQ's output.dat and every
      * <BR>_output.dat on branch_profiles.ctl, walked the way
      * 99_BACKUP_SET walks them, are first read into one keyed
      * work file of person IDs, and every check looks there. A
      * listed branch with no master yet holds nobody; a master
      * that is on disk but will not open stops the sweep with RC 16
      * rather than reporting its whole population as orphans.
      * A sub-file not on disk has nothing to disagree with and is
      * passed over. The listing goes to integrity_sweep.txt; one
      * line per finding goes to integrity_exceptions.txt, which
      * 44_WORKLIST_UPDATE files onto the keyed worklist, and the
      * run trailer carries the finding count. Read only - each
      * finding is put right through the program that owns the
      * file.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. 81_INTEGRITY_SWEEP.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
               FILE-CONTROL.
               SELECT PERSON-IN ASSIGN TO W_MASTER-FILENAME
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS FI_PERSON-ID
                   FILE STATUS IS W_PI-STATUS.

      * The branches whose masters join HQ's in the work index.
               SELECT PROFILE-CONTROL ASSIGN TO
                       'branch_profiles.ctl'
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_PROF-STATUS.

      * Every master's persons in one keyed file - see the header.
               SELECT MASTER-INDEX ASSIGN TO W_INDEX-FILENAME
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
                   RECORD KEY IS IX_PERSON-ID
                   FILE STATUS IS W_IX-STATUS.

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

               SELECT REPORT-SPOOL ASSIGN TO W_RP-SPOOL-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_RP-SPOOL-STATUS.

               SELECT REPORT-PRINT ASSIGN TO W_RP-PRINT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS W_RP-PRINT-STATUS.

               SELECT EXCEPTIONS-OUT ASSIGN TO
                       'integrity_exceptions.txt'
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT JOB-TRAILER-LOG ASSIGN TO 'batch_trailer.log'
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT ALERT-LOG ASSIGN TO 'batch_alerts.log'
                   ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
           FILE SECTION.
           COPY 'JOB-TRAILER-LOG.cpy'.
           COPY 'ALERT-LOG.cpy'.

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

           FD PROFILE-CONTROL.
           01 PC_BRANCH-LINE PIC X(10).

           FD MASTER-INDEX.
               COPY 'PERSON-RECORD.cpy'
                   REPLACING PREFIX-ID BY IX_PERSON-ID
                             PREFIX-NAME BY IX_PERSON-NAME
                             PREFIX-SURNAME BY IX_PERSON-SURNAME
                             PREFIX-BIRTH-YEAR-ONLY BY
                                 IX_PERSON-BIRTH-YEAR-ONLY
                             PREFIX-BIRTH-QUALITY BY
                                 IX_PERSON-BIRTH-QUALITY
                             PREFIX-BIRTH-YEAR BY IX_PERSON-BIRTH-YEAR
                             PREFIX-BIRTH-DATE BY IX_PERSON-BIRTH-DATE
                             PREFIX-BIRTH-FULL BY IX_PERSON-BIRTH-FULL
                             PREFIX-STATUS BY IX_PERSON-STATUS
                             PREFIX-ACTIVE BY IX_PERSON-ACTIVE
                             PREFIX-INACTIVE BY IX_PERSON-INACTIVE
                             PREFIX-PENDING BY IX_PERSON-PENDING
                             PREFIX-SUSPENDED BY IX_PERSON-SUSPENDED
                             PREFIX-DECEASED BY IX_PERSON-DECEASED
                             PREFIX BY IX_PERSON.

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

           COPY 'REPORT-PAGE-FILES.cpy'.

           FD EXCEPTIONS-OUT.
           01 EX_EXCEPTION-REC PIC X(100).

           WORKING-STORAGE SECTION.
               01 B_EOF PIC X(1) VALUE 'N'.
               01 B_ON-MASTER PIC X(1) VALUE 'N'.
               01 W_PI-STATUS PIC X(2).
               01 W_PROF-STATUS PIC X(2).
               01 W_IX-STATUS PIC X(2).
               01 W_AD-STATUS PIC X(2).
               01 W_HH-STATUS PIC X(2).
               01 W_HM-STATUS PIC X(2).
               01 W_CN-STATUS PIC X(2).
               01 W_FS-STATUS PIC X(2).
               01 W_DT-STATUS PIC X(2).
               01 W_PN-STATUS PIC X(2).
               01 W_RT-STATUS PIC X(2).
               01 W_TODAY PIC 9(8) VALUE 0.
               01 W_RUN-TIME PIC 9(8) VALUE 0.

      * The work index of every master - W_MASTER-FILENAME is the
      * master being read into it, W_INDEX-SW goes to F when one
      * could not be read and the sweep cannot be trusted.
               01 W_MASTER-FILENAME PIC X(30) VALUE 'output.dat'.
               01 W_INDEX-FILENAME PIC X(40) VALUE SPACES.
               01 W_BRANCH PIC X(3) VALUE SPACES.
               01 W_INDEX-SW PIC X(1) VALUE 'N'.
                   88 INDEX-FAILED VALUE 'F'.
               01 W_MASTER-COUNT PIC 9(3) VALUE 0.
               01 W_INDEXED-COUNT PIC 9(7) VALUE 0.
               01 W_DOUBLE-COUNT PIC 9(6) VALUE 0.

      * Which sub-files opened - a file not on disk is passed over
      * and, for the cross-file checks, counts as holding nothing.
               01 W_AD-OPEN-SW PIC X(1) VALUE 'N'.
                   88 ADDRESS-OPEN VALUE 'Y'.
               01 W_HH-OPEN-SW PIC X(1) VALUE 'N'.
                   88 HOUSEHOLD-OPEN VALUE 'Y'.
               01 W_HM-OPEN-SW PIC X(1) VALUE 'N'.
                   88 HOUSEHOLD-MASTER-OPEN VALUE 'Y'.
               01 W_CN-OPEN-SW PIC X(1) VALUE 'N'.
                   88 CONSENT-OPEN VALUE 'Y'.
               01 W_FS-OPEN-SW PIC X(1) VALUE 'N'.
                   88 FORMER-SURNAME-OPEN VALUE 'Y'.
               01 W_DT-OPEN-SW PIC X(1) VALUE 'N'.
                   88 DEACTIVATION-OPEN VALUE 'Y'.
               01 W_PN-OPEN-SW PIC X(1) VALUE 'N'.
                   88 NOTICE-OPEN VALUE 'Y'.
               01 W_RT-OPEN-SW PIC X(1) VALUE 'N'.
                   88 RETIRED-OPEN VALUE 'Y'.

               01 W_SCANNED-COUNT PIC 9(6) VALUE 0.
               01 W_ORPHAN-COUNT PIC 9(6) VALUE 0.
               01 W_HEAD-COUNT PIC 9(6) VALUE 0.
               01 W_ADDRESSREF-COUNT PIC 9(6) VALUE 0.
               01 W_DEACTIVE-COUNT PIC 9(6) VALUE 0.
               01 W_NOTICE-COUNT PIC 9(6) VALUE 0.
               01 W_RETIRED-COUNT PIC 9(6) VALUE 0.
               01 W_FINDING-COUNT PIC 9(6) VALUE 0.
               01 W_CONTRADICTION-COUNT PIC 9(6) VALUE 0.

      * The person ID a sub-file entry is for, and the last one
      * reported an orphan - consent.dat and former_surname.dat
      * hold several entries per person, one finding is enough.
               01 W_CHECK-ID PIC 9(6) VALUE 0.
               01 W_LAST-ORPHAN-ID PIC 9(6) VALUE 0.
               01 W_LAST-ORPHAN-WORD PIC X(16) VALUE SPACES.
               01 W_SOURCE-WORD PIC X(16) VALUE SPACES.

               01 W_FINDING-KIND PIC X(10) VALUE SPACES.
               01 W_FINDING-ID PIC 9(6) VALUE 0.
               01 W_FINDING-OTHER PIC 9(6) VALUE 0.
               01 W_FINDING-TEXT PIC X(60) VALUE SPACES.

      * Job-level run trailer (see JOB-TRAILER.cpy).
               COPY 'JOB-TRAILER-FIELDS.cpy'.

      * Standard report page (see REPORT-PAGE.cpy).
               COPY 'REPORT-PAGE-FIELDS.cpy'.

       PROCEDURE DIVISION.

           ACCEPT W_TODAY FROM DATE YYYYMMDD.
           ACCEPT W_RUN-TIME FROM TIME.

           PERFORM BUILD-MASTER-INDEX-SECTION.
           IF INDEX-FAILED
               DISPLAY '** person masters not all read - integrity '
                   'sweep not run'
               CALL 'CBL_DELETE_FILE' USING W_INDEX-FILENAME
               MOVE '81_INTEGRITY_SWEEP' TO W_TRAILER-PROGRAM
               MOVE 0 TO W_TRAILER-COUNT
               MOVE 'FAILED' TO W_TRAILER-STATUS
               PERFORM WRITE-JOB-TRAILER-SECTION
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM START-JOB-TIMER-SECTION.

           OPEN INPUT ADDRESS-FILE.
           IF W_AD-STATUS = '00'
               MOVE 'Y' TO W_AD-OPEN-SW
           END-IF.
           OPEN INPUT HOUSEHOLD-LINK.
           IF W_HH-STATUS = '00'
               MOVE 'Y' TO W_HH-OPEN-SW
           END-IF.
           OPEN INPUT HOUSEHOLD-MASTER.
           IF W_HM-STATUS = '00'
               MOVE 'Y' TO W_HM-OPEN-SW
           END-IF.
           OPEN INPUT CONSENT-FILE.
           IF W_CN-STATUS = '00'
               MOVE 'Y' TO W_CN-OPEN-SW
           END-IF.
           OPEN INPUT FORMER-SURNAME-FILE.
           IF W_FS-STATUS = '00'
               MOVE 'Y' TO W_FS-OPEN-SW
           END-IF.
           OPEN INPUT DEACTIVATION-TRACKING.
           IF W_DT-STATUS = '00'
               MOVE 'Y' TO W_DT-OPEN-SW
           END-IF.
           OPEN INPUT NOTICE-FILE.
           IF W_PN-STATUS = '00'
               MOVE 'Y' TO W_PN-OPEN-SW
           END-IF.
           OPEN INPUT RETIRED-IDS.
           IF W_RT-STATUS = '00'
               MOVE 'Y' TO W_RT-OPEN-SW
           END-IF.

           OPEN OUTPUT EXCEPTIONS-OUT.
           STRING 'PERSON SUB-FILE INTEGRITY SWEEP - ' DELIMITED BY SIZE
                  W_TODAY DELIMITED BY SIZE
               INTO W_RP-TITLE
           END-STRING.
           MOVE '81_INTEGRITY_SWEEP' TO W_RP-PROGRAM.
           MOVE 'integrity_sweep.txt' TO W_RP-PRINT-FILENAME.
           MOVE 'HQ' TO W_RP-BRANCH.
           MOVE 'every person master + sub-files' TO W_RP-DATA-SET.
           PERFORM REPORT-OPEN-SECTION.
           MOVE 'KIND       ID     OTHER  DETAIL' TO W_RP-LINE.
           PERFORM REPORT-LINE-SECTION.

           PERFORM SWEEP-ADDRESS-SECTION.
           PERFORM SWEEP-HOUSEHOLD-SECTION.
           PERFORM SWEEP-HOUSEHOLD-MASTER-SECTION.
           PERFORM SWEEP-CONSENT-SECTION.
           PERFORM SWEEP-FORMER-SURNAME-SECTION.
           PERFORM SWEEP-DEACTIVATION-SECTION.
           PERFORM SWEEP-NOTICE-SECTION.
           PERFORM SWEEP-RETIRED-SECTION.

           PERFORM REPORT-LINE-SECTION.
           STRING 'ENTRIES CHECKED ' DELIMITED BY SIZE
                  W_SCANNED-COUNT DELIMITED BY SIZE
                  '  ORPHAN ' DELIMITED BY SIZE
                  W_ORPHAN-COUNT DELIMITED BY SIZE
                  '  HEAD ' DELIMITED BY SIZE
                  W_HEAD-COUNT DELIMITED BY SIZE
                  '  ADDRESSREF ' DELIMITED BY SIZE
                  W_ADDRESSREF-COUNT DELIMITED BY SIZE
               INTO W_RP-LINE
           END-STRING.
           PERFORM REPORT-LINE-SECTION.
           STRING '                DEACTIVE ' DELIMITED BY SIZE
                  W_DEACTIVE-COUNT DELIMITED BY SIZE
                  '  NOTICE ' DELIMITED BY SIZE
                  W_NOTICE-COUNT DELIMITED BY SIZE
                  '  RETIRED ' DELIMITED BY SIZE
                  W_RETIRED-COUNT DELIMITED BY SIZE
               INTO W_RP-LINE
           END-STRING.
           PERFORM REPORT-LINE-SECTION.

           COMPUTE W_CONTRADICTION-COUNT = W_FINDING-COUNT
               - W_ORPHAN-COUNT.

           CLOSE MASTER-INDEX.
           CALL 'CBL_DELETE_FILE' USING W_INDEX-FILENAME.
           IF ADDRESS-OPEN
               CLOSE ADDRESS-FILE
           END-IF.
           IF HOUSEHOLD-OPEN
               CLOSE HOUSEHOLD-LINK
           END-IF.
           IF HOUSEHOLD-MASTER-OPEN
               CLOSE HOUSEHOLD-MASTER
           END-IF.
           IF CONSENT-OPEN
               CLOSE CONSENT-FILE
           END-IF.
           IF FORMER-SURNAME-OPEN
               CLOSE FORMER-SURNAME-FILE
           END-IF.
           IF DEACTIVATION-OPEN
               CLOSE DEACTIVATION-TRACKING
           END-IF.
           IF NOTICE-OPEN
               CLOSE NOTICE-FILE
           END-IF.
           IF RETIRED-OPEN
               CLOSE RETIRED-IDS
           END-IF.
           MOVE W_SCANNED-COUNT TO W_RP-RECORD-COUNT.
           PERFORM REPORT-CLOSE-SECTION.
           CLOSE EXCEPTIONS-OUT.

           DISPLAY W_SCANNED-COUNT' sub-file entr(ies) checked: '
               W_ORPHAN-COUNT' orphan(s), '
               W_CONTRADICTION-COUNT' contradiction(s)'.
           DISPLAY W_INDEXED-COUNT' person(s) on 'W_MASTER-COUNT
               ' master(s) looked up against'.
           IF W_DOUBLE-COUNT > 0
               DISPLAY '** 'W_DOUBLE-COUNT' ID(s) on more than one '
                   'master - see 91_branch_duplicates'
           END-IF.
           DISPLAY 'See integrity_sweep.txt'.

      * The trailer carries the night's finding count - a clean
      * sweep is COMPLETE at zero, anything found fails the step
      * the way 76_RELATION_CHECK does, so the alert file fires.
           MOVE '81_INTEGRITY_SWEEP' TO W_TRAILER-PROGRAM.
           MOVE W_FINDING-COUNT TO W_TRAILER-COUNT.
           IF W_FINDING-COUNT > 0
               MOVE 8 TO RETURN-CODE
               MOVE 'FAILED' TO W_TRAILER-STATUS
           ELSE
               MOVE 'COMPLETE' TO W_TRAILER-STATUS
           END-IF.
           PERFORM WRITE-JOB-TRAILER-SECTION.

       STOP RUN.

       COPY 'JOB-TRAILER.cpy'.
       COPY 'REPORT-PAGE.cpy'.

       SWEEP-ADDRESS-SECTION SECTION.
           IF NOT ADDRESS-OPEN
               GO TO SWEEP-ADDRESS-EXIT
           END-IF.
           MOVE 'address' TO W_SOURCE-WORD.
           MOVE 'N' TO B_EOF.
           PERFORM UNTIL B_EOF = 'Y'
               READ ADDRESS-FILE NEXT RECORD
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       ADD 1 TO W_SCANNED-COUNT
                       MOVE AD_PERSON-ID TO W_CHECK-ID
                       PERFORM CHECK-ORPHAN-SECTION
               END-READ
           END-PERFORM.

       SWEEP-ADDRESS-EXIT.
           EXIT.

       SWEEP-HOUSEHOLD-SECTION SECTION.
           IF NOT HOUSEHOLD-OPEN
               GO TO SWEEP-HOUSEHOLD-EXIT
           END-IF.
           MOVE 'household' TO W_SOURCE-WORD.
           MOVE 'N' TO B_EOF.
           PERFORM UNTIL B_EOF = 'Y'
               READ HOUSEHOLD-LINK NEXT RECORD
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       ADD 1 TO W_SCANNED-COUNT
                       MOVE HH_PERSON-ID TO W_CHECK-ID
                       PERFORM CHECK-ORPHAN-SECTION
               END-READ
           END-PERFORM.

       SWEEP-HOUSEHOLD-EXIT.
           EXIT.

      * Each household's head and address reference - both must be
      * on output.dat and linked to this household in
      * household.dat, and the address reference must actually
      * have an address. A zero reference is simply not set yet.
       SWEEP-HOUSEHOLD-MASTER-SECTION SECTION.
           IF NOT HOUSEHOLD-MASTER-OPEN
               GO TO SWEEP-HOUSEHOLD-MASTER-EXIT
           END-IF.
           MOVE 'N' TO B_EOF.
           PERFORM UNTIL B_EOF = 'Y'
               READ HOUSEHOLD-MASTER NEXT RECORD
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       ADD 1 TO W_SCANNED-COUNT
                       PERFORM CHECK-ONE-HOUSEHOLD-SECTION
               END-READ
           END-PERFORM.

       SWEEP-HOUSEHOLD-MASTER-EXIT.
           EXIT.

       CHECK-ONE-HOUSEHOLD-SECTION SECTION.
           MOVE HM_HOUSEHOLD-ID TO W_FINDING-ID.

           IF HM_HEAD-ID NOT = 0
               MOVE HM_HEAD-ID TO W_FINDING-OTHER
               MOVE HM_HEAD-ID TO W_CHECK-ID
               PERFORM READ-MASTER-SECTION
               IF B_ON-MASTER = 'N'
                   ADD 1 TO W_HEAD-COUNT
                   MOVE 'HEAD' TO W_FINDING-KIND
                   MOVE 'household head not on output.dat'
                       TO W_FINDING-TEXT
                   PERFORM WRITE-FINDING-SECTION
               ELSE
                   PERFORM READ-HOUSEHOLD-LINK-SECTION
                   IF W_FINDING-TEXT NOT = SPACES
                       ADD 1 TO W_HEAD-COUNT
                       MOVE 'HEAD' TO W_FINDING-KIND
                       PERFORM WRITE-FINDING-SECTION
                   END-IF
               END-IF
           END-IF.

           IF HM_ADDRESS-ID NOT = 0
               MOVE HM_ADDRESS-ID TO W_FINDING-OTHER
               MOVE HM_ADDRESS-ID TO W_CHECK-ID
               PERFORM READ-HOUSEHOLD-LINK-SECTION
               IF W_FINDING-TEXT NOT = SPACES
                   ADD 1 TO W_ADDRESSREF-COUNT
                   MOVE 'ADDRESSREF' TO W_FINDING-KIND
                   PERFORM WRITE-FINDING-SECTION
               ELSE
                   MOVE 'N' TO B_ON-MASTER
                   IF ADDRESS-OPEN
                       MOVE HM_ADDRESS-ID TO AD_PERSON-ID
                       READ ADDRESS-FILE
                           NOT INVALID KEY
                               MOVE 'Y' TO B_ON-MASTER
                       END-READ
                   END-IF
                   IF B_ON-MASTER = 'N'
                       ADD 1 TO W_ADDRESSREF-COUNT
                       MOVE 'ADDRESSREF' TO W_FINDING-KIND
                       MOVE 'address reference has no address.dat'
                           TO W_FINDING-TEXT
                       PERFORM WRITE-FINDING-SECTION
                   END-IF
               END-IF
           END-IF.

      * W_CHECK-ID's household.dat link must be to the household in
      * hand - W_FINDING-TEXT comes back blank when it is, and
      * says what is wrong when it is not.
       READ-HOUSEHOLD-LINK-SECTION SECTION.
           MOVE SPACES TO W_FINDING-TEXT.
           IF NOT HOUSEHOLD-OPEN
               MOVE 'not a member - no household.dat on file'
                   TO W_FINDING-TEXT
               GO TO READ-HOUSEHOLD-LINK-EXIT
           END-IF.
           MOVE W_CHECK-ID TO HH_PERSON-ID.
           READ HOUSEHOLD-LINK
               INVALID KEY
                   MOVE 'not a member - no household.dat link'
                       TO W_FINDING-TEXT
               NOT INVALID KEY
                   IF HH_HOUSEHOLD-ID NOT = HM_HOUSEHOLD-ID
                       STRING 'not a member - linked to household '
                                  DELIMITED BY SIZE
                              HH_HOUSEHOLD-ID DELIMITED BY SIZE
                           INTO W_FINDING-TEXT
                       END-STRING
                   END-IF
           END-READ.

       READ-HOUSEHOLD-LINK-EXIT.
           EXIT.

       SWEEP-CONSENT-SECTION SECTION.
           IF NOT CONSENT-OPEN
               GO TO SWEEP-CONSENT-EXIT
           END-IF.
           MOVE 'consent' TO W_SOURCE-WORD.
           MOVE 'N' TO B_EOF.
           PERFORM UNTIL B_EOF = 'Y'
               READ CONSENT-FILE NEXT RECORD
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       ADD 1 TO W_SCANNED-COUNT
                       MOVE CN_PERSON-ID TO W_CHECK-ID
                       PERFORM CHECK-ORPHAN-SECTION
               END-READ
           END-PERFORM.

       SWEEP-CONSENT-EXIT.
           EXIT.

       SWEEP-FORMER-SURNAME-SECTION SECTION.
           IF NOT FORMER-SURNAME-OPEN
               GO TO SWEEP-FORMER-SURNAME-EXIT
           END-IF.
           MOVE 'former-surname' TO W_SOURCE-WORD.
           MOVE 'N' TO B_EOF.
           PERFORM UNTIL B_EOF = 'Y'
               READ FORMER-SURNAME-FILE NEXT RECORD
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       ADD 1 TO W_SCANNED-COUNT
                       MOVE FS_PERSON-ID TO W_CHECK-ID
                       PERFORM CHECK-ORPHAN-SECTION
               END-READ
           END-PERFORM.

       SWEEP-FORMER-SURNAME-EXIT.
           EXIT.

      * A deactivation entry is an orphan when the person has gone,
      * and a contradiction when the person is Active again - a
      * reactivation that left the entry behind would let 06_PURGE
      * age a live person.
       SWEEP-DEACTIVATION-SECTION SECTION.
           IF NOT DEACTIVATION-OPEN
               GO TO SWEEP-DEACTIVATION-EXIT
           END-IF.
           MOVE 'deactivation' TO W_SOURCE-WORD.
           MOVE 'N' TO B_EOF.
           PERFORM UNTIL B_EOF = 'Y'
               READ DEACTIVATION-TRACKING NEXT RECORD
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       ADD 1 TO W_SCANNED-COUNT
                       MOVE DT_PERSON-ID TO W_CHECK-ID
                       PERFORM CHECK-ORPHAN-SECTION
                       IF B_ON-MASTER = 'Y' AND IX_PERSON-ACTIVE
                           ADD 1 TO W_DEACTIVE-COUNT
                           MOVE 'DEACTIVE' TO W_FINDING-KIND
                           MOVE DT_PERSON-ID TO W_FINDING-ID
                           MOVE 0 TO W_FINDING-OTHER
                           MOVE SPACES TO W_FINDING-TEXT
                           STRING 'deactivated on ' DELIMITED BY SIZE
                                  DT_PERSON-DEACTIVATED-ON
                                      DELIMITED BY SIZE
                                  ' but status is Active'
                                      DELIMITED BY SIZE
                               INTO W_FINDING-TEXT
                           END-STRING
                           PERFORM WRITE-FINDING-SECTION
                       END-IF
               END-READ
           END-PERFORM.

       SWEEP-DEACTIVATION-EXIT.
           EXIT.

      * A purge notice stands for a person 06_PURGE could remove -
      * Inactive, with a deactivation entry to age. A person who
      * has been reactivated, or who has no entry, is no longer
      * eligible and the notice is stale.
       SWEEP-NOTICE-SECTION SECTION.
           IF NOT NOTICE-OPEN
               GO TO SWEEP-NOTICE-EXIT
           END-IF.
           MOVE 'purge-notice' TO W_SOURCE-WORD.
           MOVE 'N' TO B_EOF.
           PERFORM UNTIL B_EOF = 'Y'
               READ NOTICE-FILE NEXT RECORD
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       ADD 1 TO W_SCANNED-COUNT
                       MOVE PN_PERSON-ID TO W_CHECK-ID
                       PERFORM CHECK-ORPHAN-SECTION
                       IF B_ON-MASTER = 'Y'
                           PERFORM CHECK-ONE-NOTICE-SECTION
                       END-IF
               END-READ
           END-PERFORM.

       SWEEP-NOTICE-EXIT.
           EXIT.

       CHECK-ONE-NOTICE-SECTION SECTION.
           MOVE 'NOTICE' TO W_FINDING-KIND.
           MOVE PN_PERSON-ID TO W_FINDING-ID.
           MOVE 0 TO W_FINDING-OTHER.
           MOVE SPACES TO W_FINDING-TEXT.
           IF NOT IX_PERSON-INACTIVE
               STRING 'noticed ' DELIMITED BY SIZE
                      PN_NOTIFIED-ON DELIMITED BY SIZE
                      ' but status is ' DELIMITED BY SIZE
                      IX_PERSON-STATUS DELIMITED BY SIZE
                      ' - not purge-eligible' DELIMITED BY SIZE
                   INTO W_FINDING-TEXT
               END-STRING
               ADD 1 TO W_NOTICE-COUNT
               PERFORM WRITE-FINDING-SECTION
               GO TO CHECK-ONE-NOTICE-EXIT
           END-IF.

           MOVE 'N' TO B_ON-MASTER.
           IF DEACTIVATION-OPEN
               MOVE PN_PERSON-ID TO DT_PERSON-ID
               READ DEACTIVATION-TRACKING
                   NOT INVALID KEY
                       MOVE 'Y' TO B_ON-MASTER
               END-READ
           END-IF.
           IF B_ON-MASTER = 'N'
               STRING 'noticed ' DELIMITED BY SIZE
                      PN_NOTIFIED-ON DELIMITED BY SIZE
                      ' but no deactivation entry to age'
                          DELIMITED BY SIZE
                   INTO W_FINDING-TEXT
               END-STRING
               ADD 1 TO W_NOTICE-COUNT
               PERFORM WRITE-FINDING-SECTION
           END-IF.

       CHECK-ONE-NOTICE-EXIT.
           EXIT.

      * A retired ID must never be on the master - 07_NEXT_PERSON_ID
      * refuses to issue one, so it was restored or reloaded without
      * its registration being lifted.
       SWEEP-RETIRED-SECTION SECTION.
           IF NOT RETIRED-OPEN
               GO TO SWEEP-RETIRED-EXIT
           END-IF.
           MOVE 0 TO RT_PERSON-ID.
           MOVE 'N' TO B_EOF.
           START RETIRED-IDS KEY IS >= RT_PERSON-ID
               INVALID KEY
                   MOVE 'Y' TO B_EOF
           END-START.
           PERFORM UNTIL B_EOF = 'Y'
               READ RETIRED-IDS NEXT RECORD
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       ADD 1 TO W_SCANNED-COUNT
                       MOVE RT_PERSON-ID TO W_CHECK-ID
                       PERFORM READ-MASTER-SECTION
                       IF B_ON-MASTER = 'Y'
                           ADD 1 TO W_RETIRED-COUNT
                           MOVE 'RETIRED' TO W_FINDING-KIND
                           MOVE RT_PERSON-ID TO W_FINDING-ID
                           MOVE 0 TO W_FINDING-OTHER
                           MOVE SPACES TO W_FINDING-TEXT
                           STRING 'retired on ' DELIMITED BY SIZE
                                  RT_RETIRED-ON DELIMITED BY SIZE
                                  ' but still on output.dat'
                                      DELIMITED BY SIZE
                               INTO W_FINDING-TEXT
                           END-STRING
                           PERFORM WRITE-FINDING-SECTION
                       END-IF
               END-READ
           END-PERFORM.

       SWEEP-RETIRED-EXIT.
           EXIT.

      * W_CHECK-ID on any branch's master, through the work index.
       READ-MASTER-SECTION SECTION.
           MOVE 'Y' TO B_ON-MASTER.
           MOVE W_CHECK-ID TO IX_PERSON-ID.
           READ MASTER-INDEX
               INVALID KEY
                   MOVE 'N' TO B_ON-MASTER
           END-READ.

      * HQ's output.dat, then each branch master on
      * branch_profiles.ctl, into the work index - left open for
      * input when every master read. HQ's master must be there; a
      * branch's is allowed to be missing (status 35), nothing else.
      * No profile file means the one HQ set-up.
       BUILD-MASTER-INDEX-SECTION SECTION.
           MOVE SPACES TO W_INDEX-FILENAME.
           STRING 'work_masters_' W_TODAY W_RUN-TIME '.tmp'
               DELIMITED BY SIZE
               INTO W_INDEX-FILENAME.
           OPEN OUTPUT MASTER-INDEX.
           IF W_IX-STATUS NOT = '00'
               DISPLAY '** could not create 'W_INDEX-FILENAME
                   ' (status 'W_IX-STATUS')'
               MOVE 'F' TO W_INDEX-SW
               GO TO BUILD-MASTER-INDEX-EXIT
           END-IF.

           MOVE 'output.dat' TO W_MASTER-FILENAME.
           PERFORM LOAD-ONE-MASTER-SECTION.
           IF W_PI-STATUS = '35'
               DISPLAY '** output.dat open failed (status 35)'
               MOVE 'F' TO W_INDEX-SW
           END-IF.

           OPEN INPUT PROFILE-CONTROL.
           IF W_PROF-STATUS = '00'
               MOVE 'N' TO B_EOF
               PERFORM UNTIL B_EOF = 'Y'
                   READ PROFILE-CONTROL
                       AT END MOVE 'Y' TO B_EOF
                       NOT AT END
                           IF PC_BRANCH-LINE NOT = SPACES
                              AND PC_BRANCH-LINE(1:3) NOT = 'HQ'
                               MOVE PC_BRANCH-LINE(1:3) TO W_BRANCH
                               MOVE SPACES TO W_MASTER-FILENAME
                               STRING W_BRANCH DELIMITED BY SPACE
                                      '_output.dat' DELIMITED BY SIZE
                                   INTO W_MASTER-FILENAME
                               END-STRING
                               PERFORM LOAD-ONE-MASTER-SECTION
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PROFILE-CONTROL
           END-IF.

           CLOSE MASTER-INDEX.
           IF NOT INDEX-FAILED
               OPEN INPUT MASTER-INDEX
               IF W_IX-STATUS NOT = '00'
                   DISPLAY '** could not reopen 'W_INDEX-FILENAME
                       ' (status 'W_IX-STATUS')'
                   MOVE 'F' TO W_INDEX-SW
               END-IF
           END-IF.

       BUILD-MASTER-INDEX-EXIT.
           EXIT.

      * One master's persons onto the work index. An ID already
      * there is on two masters - counted, and left to the
      * cross-branch duplicate check to pair up.
       LOAD-ONE-MASTER-SECTION SECTION.
           OPEN INPUT PERSON-IN.
           IF W_PI-STATUS = '35'
               GO TO LOAD-ONE-MASTER-EXIT
           END-IF.
           IF W_PI-STATUS NOT = '00'
               DISPLAY '** 'FUNCTION TRIM(W_MASTER-FILENAME)
                   ' open failed (status 'W_PI-STATUS')'
               MOVE 'F' TO W_INDEX-SW
               GO TO LOAD-ONE-MASTER-EXIT
           END-IF.
           ADD 1 TO W_MASTER-COUNT.
           MOVE 'N' TO B_EOF.
           PERFORM UNTIL B_EOF = 'Y'
               READ PERSON-IN NEXT RECORD
                   AT END MOVE 'Y' TO B_EOF
                   NOT AT END
                       WRITE IX_PERSON FROM FI_PERSON
                           INVALID KEY
                               ADD 1 TO W_DOUBLE-COUNT
                           NOT INVALID KEY
                               ADD 1 TO W_INDEXED-COUNT
                       END-WRITE
               END-READ
           END-PERFORM.
           CLOSE PERSON-IN.

       LOAD-ONE-MASTER-EXIT.
           EXIT.

      * W_CHECK-ID's entry in the W_SOURCE-WORD file - reported
      * once per person when the person is not on output.dat,
      * with the date the ID was retired when a purge removed them.
      * B_ON-MASTER and IX_PERSON come back for the caller's own
      * checks.
       CHECK-ORPHAN-SECTION SECTION.
           PERFORM READ-MASTER-SECTION.
           IF B_ON-MASTER = 'Y'
               GO TO CHECK-ORPHAN-EXIT
           END-IF.
           IF W_CHECK-ID = W_LAST-ORPHAN-ID
              AND W_SOURCE-WORD = W_LAST-ORPHAN-WORD
               GO TO CHECK-ORPHAN-EXIT
           END-IF.
           MOVE W_CHECK-ID TO W_LAST-ORPHAN-ID.
           MOVE W_SOURCE-WORD TO W_LAST-ORPHAN-WORD.

           ADD 1 TO W_ORPHAN-COUNT.
           MOVE 'ORPHAN' TO W_FINDING-KIND.
           MOVE W_CHECK-ID TO W_FINDING-ID.
           MOVE 0 TO W_FINDING-OTHER.
           MOVE SPACES TO W_FINDING-TEXT.
           STRING W_SOURCE-WORD DELIMITED BY SPACE
                  ' entry, ID not on output.dat' DELIMITED BY SIZE
               INTO W_FINDING-TEXT
           END-STRING.
           IF RETIRED-OPEN
               MOVE W_CHECK-ID TO RT_PERSON-ID
               READ RETIRED-IDS
                   NOT INVALID KEY
                       STRING FUNCTION TRIM(W_FINDING-TEXT)
                                  DELIMITED BY SIZE
                              ' (retired ' DELIMITED BY SIZE
                              RT_RETIRED-ON DELIMITED BY SIZE
                              ')' DELIMITED BY SIZE
                           INTO W_FINDING-TEXT
                       END-STRING
               END-READ
           END-IF.
           PERFORM WRITE-FINDING-SECTION.

       CHECK-ORPHAN-EXIT.
           EXIT.

      * One finding onto the listing and, in the same words, onto
      * the worklist feed - the text is stable night to night, so
      * 44_WORKLIST_UPDATE ages a standing finding instead of
      * opening it again.
       WRITE-FINDING-SECTION SECTION.
           ADD 1 TO W_FINDING-COUNT.
           STRING W_FINDING-KIND DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  W_FINDING-ID DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  W_FINDING-OTHER DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  W_FINDING-TEXT DELIMITED BY SIZE
               INTO W_RP-LINE
           END-STRING.
           PERFORM REPORT-LINE-SECTION.

           MOVE SPACES TO EX_EXCEPTION-REC.
           STRING 'INTEGRITY ' DELIMITED BY SIZE
                  FUNCTION TRIM(W_FINDING-KIND) DELIMITED BY SIZE
                  ' ID ' DELIMITED BY SIZE
                  W_FINDING-ID DELIMITED BY SIZE
                  ' OTHER ' DELIMITED BY SIZE
                  W_FINDING-OTHER DELIMITED BY SIZE
                  ': ' DELIMITED BY SIZE
                  W_FINDING-TEXT DELIMITED BY SIZE
               INTO EX_EXCEPTION-REC
           END-STRING.
           WRITE EX_EXCEPTION-REC.
