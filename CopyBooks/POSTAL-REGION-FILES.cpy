      * Shared FDs for the postal region reference (see
      * POSTAL-REGION.cpy), both written whole by
      * 104_REGION_LOAD from the official postal-code list:
      *   postal_regions.dat  one record per run of postal codes
      *                       that lie in the same county, keyed on
      *                       the last code of the run so a START
      *                       NOT LESS THAN a code lands on the run
      *                       that holds it; the voivodeship is its
      *                       two-digit TERYT code (02 Dolnoslaskie
      *                       up to 32 Zachodniopomorskie)
      *   postal_places.dat   one record per place and the county it
      *                       lies in, keyed on the place name
      *                       folded and upper-cased the way
      *                       61_ADDRESS_HYGIENE leaves AD_CITY
      * Caller declares, alongside POSTAL-REGION-FIELDS.cpy:
      *     SELECT POSTAL-REGION-FILE ASSIGN TO 'postal_regions.dat'
      *         ORGANIZATION IS INDEXED
      *         ACCESS IS DYNAMIC
      *         RECORD KEY IS PR_TO-CODE
      *         FILE STATUS IS W_PR-STATUS.
      *     SELECT POSTAL-PLACE-FILE ASSIGN TO 'postal_places.dat'
      *         ORGANIZATION IS INDEXED
      *         ACCESS IS DYNAMIC
      *         RECORD KEY IS PL_KEY
      *         FILE STATUS IS W_PL-STATUS.
       FD POSTAL-REGION-FILE.
       01 PR_RANGE.
          02 PR_TO-CODE PIC X(6).
          02 PR_FROM-CODE PIC X(6).
          02 PR_VOIV-CODE PIC X(2).
          02 PR_COUNTY PIC X(30).

       FD POSTAL-PLACE-FILE.
       01 PL_PLACE.
          02 PL_KEY.
             03 PL_PLACE-KEY PIC X(25).
             03 PL_VOIV-CODE PIC X(2).
             03 PL_COUNTY PIC X(30).
          02 PL_PLACE-NAME PIC X(30).
