      * Catalogue of one backup generation - see BACKUP-SET.cpy.
      * COPY into the FILE SECTION alongside
      *     SELECT BACKUP-CATALOGUE ASSIGN TO W_BK-CATALOGUE-NAME
      *         ORGANIZATION IS LINE SEQUENTIAL
      *         FILE STATUS IS W_BC-STATUS.
      * backup/<yyyymmdd>_catalogue.txt holds a header line (H: the
      * generation date, when it was taken and by what), one member
      * line per file in the set (M) and a trailer line (T) with the
      * member count and the record and hash totals over the whole
      * set. A member line gives the file, its kind (K a keyed file
      * copied out in key order, F a flat file copied line for line),
      * its state (C copied, A absent - the file was not on disk when
      * the set was taken, E could not be copied), and the record
      * count and hash total of the copy.
       FD BACKUP-CATALOGUE.
       01 BC_LINE.
          02 BC_TYPE PIC X(1).
             88 BC_HEADER-LINE VALUE 'H'.
             88 BC_MEMBER-LINE VALUE 'M'.
             88 BC_TRAILER-LINE VALUE 'T'.
          02 BC_DETAIL PIC X(99).
          02 BC_HEADER REDEFINES BC_DETAIL.
             03 FILLER PIC X(1).
             03 BC_SET-DATE PIC 9(8).
             03 FILLER PIC X(1).
             03 BC_TAKEN-AT PIC 9(8).
             03 FILLER PIC X(1).
             03 BC_TAKEN-BY PIC X(20).
             03 FILLER PIC X(60).
          02 BC_MEMBER REDEFINES BC_DETAIL.
             03 FILLER PIC X(1).
             03 BC_MEMBER-FILE PIC X(30).
             03 FILLER PIC X(1).
             03 BC_MEMBER-KIND PIC X(1).
                88 BC_KEYED-MEMBER VALUE 'K'.
                88 BC_FLAT-MEMBER VALUE 'F'.
             03 FILLER PIC X(1).
             03 BC_MEMBER-STATE PIC X(1).
                88 BC_MEMBER-COPIED VALUE 'C'.
                88 BC_MEMBER-ABSENT VALUE 'A'.
                88 BC_MEMBER-FAILED VALUE 'E'.
             03 FILLER PIC X(1).
             03 BC_MEMBER-RECORDS PIC 9(9).
             03 FILLER PIC X(1).
             03 BC_MEMBER-HASH PIC 9(15).
             03 FILLER PIC X(38).
          02 BC_TRAILER REDEFINES BC_DETAIL.
             03 FILLER PIC X(1).
             03 BC_TRAILER-MEMBERS PIC 9(5).
             03 FILLER PIC X(1).
             03 BC_TRAILER-RECORDS PIC 9(11).
             03 FILLER PIC X(1).
             03 BC_TRAILER-HASH PIC 9(15).
             03 FILLER PIC X(65).
