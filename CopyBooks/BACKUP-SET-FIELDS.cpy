      * Shared WORKING-STORAGE fields for the backup set - see
      * BACKUP-SET.cpy. COPY directly into WORKING-STORAGE SECTION
      * (fixed names, no REPLACING).
           01 W_BC-STATUS PIC X(2).
           01 W_CP-STATUS PIC X(2).
           01 W_BK-DIR-NAME PIC X(10) VALUE 'backup'.
           01 W_BK-DIR-RC PIC S9(9) COMP-5 VALUE 0.
           01 W_BK-DELETE-RC PIC S9(9) COMP-5 VALUE 0.

      * The files every generation holds, whatever the branch set-up:
      * the person master, the keyed sub-files and registers that
      * hang off the person ID and the keyed postal reference tables
      * (K), and the flat control, allocator, audit, chain and
      * person-keyed log files (F). Each branch named on
      * branch_profiles.ctl other than HQ adds its own
      * <BR>_output.dat and <BR>_person_control.ctl on top.
           01 W_BK-COMMON-LIST.
               02 FILLER PIC X(30) VALUE 'output.dat'.
               02 FILLER PIC X(1) VALUE 'K'.
               02 FILLER PIC X(30) VALUE 'address.dat'.
               02 FILLER PIC X(1) VALUE 'K'.
               02 FILLER PIC X(30) VALUE 'household.dat'.
               02 FILLER PIC X(1) VALUE 'K'.
               02 FILLER PIC X(30) VALUE 'household_master.dat'.
               02 FILLER PIC X(1) VALUE 'K'.
               02 FILLER PIC X(30) VALUE 'consent.dat'.
               02 FILLER PIC X(1) VALUE 'K'.
               02 FILLER PIC X(30) VALUE 'former_surname.dat'.
               02 FILLER PIC X(1) VALUE 'K'.
               02 FILLER PIC X(30) VALUE 'deactivation_tracking.dat'.
               02 FILLER PIC X(1) VALUE 'K'.
               02 FILLER PIC X(30) VALUE 'purge_notice.dat'.
               02 FILLER PIC X(1) VALUE 'K'.
               02 FILLER PIC X(30) VALUE 'retired_ids.dat'.
               02 FILLER PIC X(1) VALUE 'K'.
               02 FILLER PIC X(30) VALUE 'pesel.dat'.
               02 FILLER PIC X(1) VALUE 'K'.
               02 FILLER PIC X(30) VALUE 'dues_ledger.dat'.
               02 FILLER PIC X(1) VALUE 'K'.
               02 FILLER PIC X(30) VALUE 'legal_hold.dat'.
               02 FILLER PIC X(1) VALUE 'K'.
               02 FILLER PIC X(30) VALUE 'relationship.dat'.
               02 FILLER PIC X(1) VALUE 'K'.
               02 FILLER PIC X(30) VALUE 'card.dat'.
               02 FILLER PIC X(1) VALUE 'K'.
               02 FILLER PIC X(30) VALUE 'id_document.dat'.
               02 FILLER PIC X(1) VALUE 'K'.
               02 FILLER PIC X(30) VALUE 'case_notes.dat'.
               02 FILLER PIC X(1) VALUE 'K'.
               02 FILLER PIC X(30) VALUE 'correspondence.dat'.
               02 FILLER PIC X(1) VALUE 'K'.
               02 FILLER PIC X(30) VALUE 'provenance.dat'.
               02 FILLER PIC X(1) VALUE 'K'.
               02 FILLER PIC X(30) VALUE 'rodo_request.dat'.
               02 FILLER PIC X(1) VALUE 'K'.
               02 FILLER PIC X(30) VALUE 'confirmation.dat'.
               02 FILLER PIC X(1) VALUE 'K'.
               02 FILLER PIC X(30) VALUE 'feed_register.dat'.
               02 FILLER PIC X(1) VALUE 'K'.
               02 FILLER PIC X(30) VALUE 'deceased_closure.dat'.
               02 FILLER PIC X(1) VALUE 'K'.
               02 FILLER PIC X(30) VALUE 'pending_tracking.dat'.
               02 FILLER PIC X(1) VALUE 'K'.
               02 FILLER PIC X(30) VALUE 'pending_approvals.dat'.
               02 FILLER PIC X(1) VALUE 'K'.
               02 FILLER PIC X(30) VALUE 'job_last_run.dat'.
               02 FILLER PIC X(1) VALUE 'K'.
               02 FILLER PIC X(30) VALUE 'postal_regions.dat'.
               02 FILLER PIC X(1) VALUE 'K'.
               02 FILLER PIC X(30) VALUE 'postal_places.dat'.
               02 FILLER PIC X(1) VALUE 'K'.
               02 FILLER PIC X(30) VALUE 'person_control.ctl'.
               02 FILLER PIC X(1) VALUE 'F'.
               02 FILLER PIC X(30) VALUE 'next_person_id.ctl'.
               02 FILLER PIC X(1) VALUE 'F'.
               02 FILLER PIC X(30) VALUE 'audit_trail.log'.
               02 FILLER PIC X(1) VALUE 'F'.
               02 FILLER PIC X(30) VALUE 'audit_chain.ctl'.
               02 FILLER PIC X(1) VALUE 'F'.
               02 FILLER PIC X(30) VALUE 'audit_generations.ctl'.
               02 FILLER PIC X(1) VALUE 'F'.
               02 FILLER PIC X(30) VALUE 'daily_run_status.ctl'.
               02 FILLER PIC X(1) VALUE 'F'.
               02 FILLER PIC X(30) VALUE 'daily_run_date.ctl'.
               02 FILLER PIC X(1) VALUE 'F'.
               02 FILLER PIC X(30) VALUE 'branch_profiles.ctl'.
               02 FILLER PIC X(1) VALUE 'F'.
               02 FILLER PIC X(30) VALUE 'operators.ctl'.
               02 FILLER PIC X(1) VALUE 'F'.
               02 FILLER PIC X(30) VALUE 'operator_branches.ctl'.
               02 FILLER PIC X(1) VALUE 'F'.
               02 FILLER PIC X(30) VALUE 'supervisors.ctl'.
               02 FILLER PIC X(1) VALUE 'F'.
               02 FILLER PIC X(30) VALUE 'validation_rules.ctl'.
               02 FILLER PIC X(1) VALUE 'F'.
               02 FILLER PIC X(30) VALUE 'sla_limits.ctl'.
               02 FILLER PIC X(1) VALUE 'F'.
               02 FILLER PIC X(30) VALUE 'subscriptions.ctl'.
               02 FILLER PIC X(1) VALUE 'F'.
               02 FILLER PIC X(30) VALUE 'holiday_calendar.ctl'.
               02 FILLER PIC X(1) VALUE 'F'.
               02 FILLER PIC X(30) VALUE 'processing_period.ctl'.
               02 FILLER PIC X(1) VALUE 'F'.
               02 FILLER PIC X(30) VALUE 'security_policy.ctl'.
               02 FILLER PIC X(1) VALUE 'F'.
               02 FILLER PIC X(30) VALUE 'pending_aging.ctl'.
               02 FILLER PIC X(1) VALUE 'F'.
               02 FILLER PIC X(30) VALUE 'pesel_rejects.dat'.
               02 FILLER PIC X(1) VALUE 'F'.
               02 FILLER PIC X(30) VALUE 'payment_suspense.dat'.
               02 FILLER PIC X(1) VALUE 'F'.
               02 FILLER PIC X(30) VALUE 'operator_pins.dat'.
               02 FILLER PIC X(1) VALUE 'F'.
               02 FILLER PIC X(30) VALUE 'dues_schedule.ctl'.
               02 FILLER PIC X(1) VALUE 'F'.
               02 FILLER PIC X(30) VALUE 'chargeback_rates.ctl'.
               02 FILLER PIC X(1) VALUE 'F'.
               02 FILLER PIC X(30) VALUE 'extract_definitions.ctl'.
               02 FILLER PIC X(1) VALUE 'F'.
               02 FILLER PIC X(30) VALUE 'job_schedule.ctl'.
               02 FILLER PIC X(1) VALUE 'F'.
           01 W_BK-COMMON-TABLE REDEFINES W_BK-COMMON-LIST.
               02 W_BK-COMMON OCCURS 52 TIMES.
                   03 W_BK-COMMON-NAME PIC X(30).
                   03 W_BK-COMMON-KIND PIC X(1).
           01 W_BK-COMMON-COUNT PIC 9(3) VALUE 52.
           01 W_BK-COMMON-SUB PIC 9(3) VALUE 0.

      * The generation in hand and the member being copied or
      * checked: backup/<yyyymmdd>_catalogue.txt and, per member,
      * backup/<yyyymmdd>_<file>.
           01 W_BK-SET-DATE PIC 9(8) VALUE 0.
           01 W_BK-CATALOGUE-NAME PIC X(60) VALUE SPACES.
           01 W_BK-MEMBER-NAME PIC X(30) VALUE SPACES.
           01 W_BK-MEMBER-KIND PIC X(1) VALUE SPACE.
           01 W_BK-LIVE-NAME PIC X(60) VALUE SPACES.
           01 W_BK-COPY-NAME PIC X(60) VALUE SPACES.

      * One record, as copied, and the running totals for the member
      * and the set. A record's hash is the sum of each character's
      * ordinal times its position, over the record to its last
      * non-blank character; the member's hash is the sum over its
      * records, kept to the low fifteen digits as the feed hash
      * totals are (see FEED-CONTROL-FIELDS.cpy).
           01 W_BK-RECORD PIC X(2048) VALUE SPACES.
           01 W_BK-LENGTH PIC 9(4) VALUE 0.
           01 W_BK-TRAILING PIC 9(4) VALUE 0.
           01 W_BK-SUB PIC 9(4) VALUE 0.
           01 W_BK-RECORD-SUM PIC 9(9) VALUE 0.
           01 W_BK-RECORDS PIC 9(9) VALUE 0.
           01 W_BK-HASH PIC 9(15) VALUE 0.
           01 W_BK-SET-MEMBERS PIC 9(5) VALUE 0.
           01 W_BK-SET-RECORDS PIC 9(11) VALUE 0.
           01 W_BK-SET-HASH PIC 9(15) VALUE 0.
