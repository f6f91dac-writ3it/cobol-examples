      * Shared layout for the persistent pending-registration
      * tracking file keyed by person ID - the counterpart of
      * deactivation_tracking.dat for the other end of the
      * lifecycle. 09_MAINTAIN WRITEs one the moment a hand-keyed
      * ADD lands Pending and DELETEs it when the person leaves
      * Pending (verified with REACTIVATE, or deactivated); the
      * nightly 90_PENDING_AGING ages every Pending person against
      * PREFIX-PENDING-SINCE, stamps PREFIX-ESCALATED-ON the first
      * night the item goes to the worklist, and deletes the entry
      * when it cancels the registration.
      * COPY this with REPLACING the same way PERSON-RECORD.cpy is
      * copied, e.g.
      *     COPY 'PENDING-TRACKING-RECORD.cpy'
      *         REPLACING PREFIX-ID BY PT_PERSON-ID
      *                   PREFIX-PENDING-SINCE BY PT_PENDING-SINCE
      *                   PREFIX-ESCALATED-ON BY PT_ESCALATED-ON
      *                   PREFIX BY PT_PERSON.
       01 PREFIX.
          02 PREFIX-ID PIC 9(6).
          02 PREFIX-PENDING-SINCE PIC 9(8).
          02 PREFIX-ESCALATED-ON PIC 9(8).
