      * Keyed audit-history index built by 42_AUDIT_INDEX - lets
      * this query list every audit event for the person without
      * scanning audit_trail.log front to back. A missing index
      * just means the section is skipped with a note. The index
      * keeps the entries of years 80_AUDIT_ROTATE has closed out
      * of the live log (and a REBUILD reads them back in from the
      * catalogued generations), so a range reaching back past a
      * year-end still finds them.
               SELECT AUDIT-INDEX ASSIGN TO 'audit_index.dat'
                   ORGANIZATION IS INDEXED
                   ACCESS IS DYNAMIC
