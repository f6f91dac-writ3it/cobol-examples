      * Shared WORKING-STORAGE fields for the postal region
      * reference - see POSTAL-REGION.cpy. COPY directly into
      * WORKING-STORAGE SECTION; the caller MOVEs a postal code to
      * W_PR-POSTAL-CODE before each PERFORM
      * LOOKUP-POSTAL-REGION-SECTION and reads back
      * W_PR-FOUND-SW, W_PR-VOIV-CODE, W_PR-VOIV-NAME and
      * W_PR-COUNTY; then, for the city check, MOVEs the city to
      * W_PR-CITY, PERFORMs CHECK-PLACE-REGION-SECTION and reads
      * W_PR-PLACE-SW and, for a place elsewhere, W_PR-PLACE-VOIV
      * and W_PR-PLACE-COUNTY.
           01 W_PR-STATUS PIC X(2).
           01 W_PL-STATUS PIC X(2).
           01 W_PR-OPEN-SW PIC X(1) VALUE 'N'.
               88 POSTAL-REGIONS-OPEN VALUE 'Y'.
           01 W_PL-OPEN-SW PIC X(1) VALUE 'N'.
               88 POSTAL-PLACES-OPEN VALUE 'Y'.

           01 W_PR-POSTAL-CODE PIC X(10) VALUE SPACES.
           01 W_PR-FOUND-SW PIC X(1) VALUE 'N'.
               88 POSTAL-REGION-FOUND VALUE 'Y'.
           01 W_PR-VOIV-CODE PIC X(2) VALUE SPACES.
           01 W_PR-VOIV-NAME PIC X(20) VALUE SPACES.
           01 W_PR-COUNTY PIC X(30) VALUE SPACES.

           01 W_PR-CITY PIC X(25) VALUE SPACES.
           01 W_PR-PLACE-SW PIC X(1) VALUE SPACE.
               88 PLACE-IN-REGION VALUE 'Y'.
               88 PLACE-ELSEWHERE VALUE 'E'.
               88 PLACE-UNKNOWN VALUE 'U'.
           01 W_PR-PLACE-VOIV PIC X(2) VALUE SPACES.
           01 W_PR-PLACE-COUNTY PIC X(30) VALUE SPACES.
           01 B_PL-DONE PIC X(1) VALUE 'N'.

      * The sixteen voivodeships by TERYT code, names folded and
      * upper-cased as the official list spells them.
           01 W_PR-VOIV-LIST.
               02 FILLER PIC X(22) VALUE '02DOLNOSLASKIE'.
               02 FILLER PIC X(22) VALUE '04KUJAWSKO-POMORSKIE'.
               02 FILLER PIC X(22) VALUE '06LUBELSKIE'.
               02 FILLER PIC X(22) VALUE '08LUBUSKIE'.
               02 FILLER PIC X(22) VALUE '10LODZKIE'.
               02 FILLER PIC X(22) VALUE '12MALOPOLSKIE'.
               02 FILLER PIC X(22) VALUE '14MAZOWIECKIE'.
               02 FILLER PIC X(22) VALUE '16OPOLSKIE'.
               02 FILLER PIC X(22) VALUE '18PODKARPACKIE'.
               02 FILLER PIC X(22) VALUE '20PODLASKIE'.
               02 FILLER PIC X(22) VALUE '22POMORSKIE'.
               02 FILLER PIC X(22) VALUE '24SLASKIE'.
               02 FILLER PIC X(22) VALUE '26SWIETOKRZYSKIE'.
               02 FILLER PIC X(22) VALUE '28WARMINSKO-MAZURSKIE'.
               02 FILLER PIC X(22) VALUE '30WIELKOPOLSKIE'.
               02 FILLER PIC X(22) VALUE '32ZACHODNIOPOMORSKIE'.
           01 FILLER REDEFINES W_PR-VOIV-LIST.
               02 W_PR-VOIV-ENTRY OCCURS 16 TIMES.
                   03 W_PR-VOIV-ENTRY-CODE PIC X(2).
                   03 W_PR-VOIV-ENTRY-NAME PIC X(20).
           01 W_PR-VOIV-SUB PIC 9(2) VALUE 0.

      * Diacritic folding for the place key (see 11_POLISH_FOLD.cbl).
           01 W_PR-FOLD-REQUEST PIC X(8) VALUE 'FOLD'.
           01 W_PR-FOLD-TEXT PIC X(25) VALUE SPACES.
           01 W_PR-FOLD-RESULT PIC X(50) VALUE SPACES.
           01 W_PR-FOLD-STATUS PIC X(1) VALUE '0'.
