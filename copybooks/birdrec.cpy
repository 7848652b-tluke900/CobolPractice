      *> prints as AUTHORITY NOT RECORDED on the checklist.
           05  BM-AUTHORITY                PIC X(20).
           05  BM-AUTHORITY-YEAR           PIC 9(4).
      *> Set for a species the county records committee must accept
      *> from a written description before a sighting counts.  A
      *> record loaded before the flag existed carries a space here
      *> and is treated as not needing one.
           05  BM-DESCRIPTION-REQUIRED     PIC X(1).
               88  BM-DESCRIPTION-NEEDED   VALUE "Y".
               88  BM-DESCRIPTION-NOT-NEEDED
                                           VALUE "N" " ".
      *> Ring size the national scheme recommends for the species.
      *> Spaces on a record loaded before the field existed - no size
      *> check is possible until it is captured.
           05  BM-RING-SIZE                PIC X(2).
      *> Migrant status, for the phenology report: summer visitor,
      *> winter visitor, passage migrant or resident.  A space on a
      *> record loaded before the field existed - the species is left
      *> out of the arrival-date comparison until it is captured.
           05  BM-MIGRANT-STATUS           PIC X(1).
               88  BM-SUMMER-VISITOR       VALUE "S".
               88  BM-WINTER-VISITOR       VALUE "W".
               88  BM-PASSAGE-MIGRANT      VALUE "P".
               88  BM-RESIDENT             VALUE "R".
               88  BM-MIGRANT              VALUE "S" "W" "P".
               88  BM-MIGRANT-STATUS-VALID VALUE "S" "W" "P" "R" " ".
