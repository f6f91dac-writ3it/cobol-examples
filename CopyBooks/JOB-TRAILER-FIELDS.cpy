      * 08_OPERATOR_SIGNON sign-on; unattended batch steps leave the
      * SYSTEM default.
           01 W_TRAILER-OPERATOR PIC X(8) VALUE 'SYSTEM'.

      * Which branch the run was for - left blank, the trailer takes
      * it from the COBOLFILE_BRANCH profile (HQ when unset).
           01 W_TRAILER-BRANCH PIC X(3) VALUE SPACES.
