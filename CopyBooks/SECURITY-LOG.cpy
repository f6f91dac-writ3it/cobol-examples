      * Shared layout for the security-violations log - one line per
      * refused sign-on or denied action, appended by
      * 08_OPERATOR_SIGNON as it refuses, and read back by
      * 87_SECURITY_REPORT for the daily repeat-offender listing.
      * Every program that writes or reads it SELECTs this as
      * SECURITY-LOG, assigned to 'security_violations.log', the
      * same shared-log convention as ALERT-LOG.cpy.
      * SV_EVENT is one of
      *     UNKNOWN   operator ID not on operators.ctl (or blank)
      *     NOPIN     operator on file but no PIN issued yet
      *     BADPIN    wrong PIN
      *     LOCKOUT   wrong PIN that reached the limit - now locked
      *     LOCKED    sign-on tried while locked out
      *     EXPIRED   PIN due for change, no acceptable new PIN given
      *     DENIED    signed on, but the action is not granted
       FD SECURITY-LOG.
       01 SV_SECURITY-REC.
          02 SV_DATE PIC 9(8).
          02 FILLER PIC X(1).
          02 SV_TIME PIC 9(8).
          02 FILLER PIC X(1).
          02 SV_OPERATOR PIC X(8).
          02 FILLER PIC X(1).
          02 SV_EVENT PIC X(8).
          02 FILLER PIC X(1).
          02 SV_ACTION PIC X(10).
          02 FILLER PIC X(1).
          02 SV_REASON PIC X(40).
