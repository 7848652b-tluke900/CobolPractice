       identification division.
       program-id. DISTMAP.

      *> Modification history:
      *> 2026-10-15 - new program.  The site master has carried an OS
      *>              grid reference for every site since it was set
      *>              up, but nothing but RINGLOAD's recapture distance
      *>              used it, and the atlas editors want distribution
      *>              maps.  This rolls SIGHTMST.TXT up by 10km grid
      *>              square for a chosen species and period and
      *>              prints a character map across the recording area
      *>              (every square holding a site on SITEMAST.TXT):
      *>              # for a square with records, B where every record
      *>              falls in the breeding season, . for none.  A
      *>              companion listing gives each square's species
      *>              with sightings, birds and first and last dates,
      *>              and sightings that cannot be placed - no site
      *>              code, or a site with no usable grid reference -
      *>              are counted and listed apart so the map's
      *>              coverage gap shows.

       environment division.
       input-output section.
       file-control.
           copy joblogsl.
           select site-master-file assign to "SITEMAST.TXT"
               organization is line sequential
               file status is ws-site-master-status.
           select sighting-master-file assign to "SIGHTMST.TXT"
               organization is line sequential
               file status is ws-sighting-master-status.
           select distribution-map-file assign to "DISTMAP.TXT"
               organization is line sequential
               file status is ws-distribution-map-status.
           select distribution-list-file assign to "DISTLIST.TXT"
               organization is line sequential
               file status is ws-distribution-list-status.

       data division.
       file section.
           copy joblogfd.

       fd  site-master-file.
           copy siterec.

       fd  sighting-master-file.
           copy sightrec.

       fd  distribution-map-file.
       01  distribution-map-line         pic X(132).

       fd  distribution-list-file.
       01  distribution-list-line        pic X(132).

       working-storage section.
           copy joblogws.
           copy stepstat.
           copy stepparm.
       01  ws-site-master-status         pic XX.
       01  ws-sighting-master-status     pic XX.
       01  ws-distribution-map-status    pic XX.
       01  ws-distribution-list-status   pic XX.

       01  ws-run-date                   pic 9(8).
       01  ws-run-date-r redefines ws-run-date.
           05  ws-run-yyyy                pic 9(4).
           05  ws-run-mmdd                pic 9(4).

      *> The parameter arrives as "FROM TO [SPECIES]" (YYYYMMDD dates,
      *> species as its scientific name); with no species every
      *> species is mapped, and with no parameter at all the map is
      *> every species for the current calendar year.
       01  ws-map-parm                   pic X(60).
       01  ws-parm-token-1               pic X(10).
       01  ws-parm-token-2               pic X(10).
       01  ws-parm-pointer               pic 9(2).
       01  ws-from-date                  pic 9(8).
       01  ws-to-date                    pic 9(8).
       01  ws-map-species                pic X(30).
       01  ws-all-species-switch         pic X.
           88  ws-all-species              value "Y".
           88  ws-one-species              value "N".

      *> The atlas breeding season, as month and day: a record dated
      *> inside it counts as a breeding-season record.
       01  ws-breeding-start-mmdd        pic 9(4) value 0401.
       01  ws-breeding-end-mmdd          pic 9(4) value 0731.
       01  ws-sighting-mmdd              pic 9(4).

      *> OS grid letters, I omitted, in the order the national grid
      *> numbers its 500km and 100km squares.
       01  ws-grid-alphabet              pic X(25)
               value "ABCDEFGHJKLMNOPQRSTUVWXYZ".
      *> The 500km squares that cover Great Britain.
       01  ws-grid-first-letters         pic X(6) value "HJNOST".
       01  ws-grid-letter                pic X(1).
       01  ws-grid-letter-pos            pic 9(2).
       01  ws-grid-char-idx              pic 9(2).
       01  ws-first-letter-pos           pic 9(2).
       01  ws-second-letter-pos          pic 9(2).
       01  ws-grid-valid-switch          pic X.
           88  ws-grid-valid               value "Y".
           88  ws-grid-invalid             value "N".
       01  ws-square-east                pic 9(3).
       01  ws-square-north               pic 9(3).
       01  ws-square-name                pic X(4).

      *> One entry per site, pointing at its 10km square (0 where the
      *> grid reference cannot be placed).
       01  ws-site-table.
           05  ws-site-entry occurs 100 times
                       indexed by ws-sit-idx.
               10  ws-sit-site-code         pic X(4).
               10  ws-sit-square            pic 9(3).
       01  ws-site-count                 pic 9(3) value 0.
       01  ws-site-max                   pic 9(3) value 100.
       01  ws-site-match                 pic 9(3).

      *> The recording area: every 10km square holding a site, with
      *> what the mapped species shows there.  East and north are
      *> the square's position on the national grid in 10km units.
       01  ws-square-table.
           05  ws-square-entry occurs 300 times
                       indexed by ws-sqr-idx.
               10  ws-sqr-name              pic X(4).
               10  ws-sqr-east              pic 9(3).
               10  ws-sqr-north             pic 9(3).
               10  ws-sqr-map-flag          pic X(1).
                   88  ws-sqr-no-records     value "N".
                   88  ws-sqr-breeding-only  value "B".
                   88  ws-sqr-records        value "Y".
               10  ws-sqr-species-count     pic 9(4).
       01  ws-square-count               pic 9(3) value 0.
       01  ws-square-max                 pic 9(3) value 300.
       01  ws-square-match               pic 9(3).
       01  ws-min-east                   pic 9(3).
       01  ws-max-east                   pic 9(3).
       01  ws-min-north                  pic 9(3).
       01  ws-max-north                  pic 9(3).

      *> Every species seen in each square in the period, for the
      *> listing; sorted into square then species order.
       01  ws-square-species-table.
           05  ws-square-species-entry occurs 5000 times
                       indexed by ws-ssp-idx.
               10  ws-ssp-square-name       pic X(4).
               10  ws-ssp-scientific-name   pic X(30).
               10  ws-ssp-sightings         pic 9(6).
               10  ws-ssp-birds             pic 9(9).
               10  ws-ssp-first-date        pic 9(8).
               10  ws-ssp-last-date         pic 9(8).
       01  ws-square-species-count       pic 9(4) value 0.
       01  ws-square-species-max         pic 9(4) value 5000.
       01  ws-square-species-found-switch pic X.
           88  ws-square-species-found     value "Y".
           88  ws-square-species-not-found value "N".
       01  ws-ssp-sort-work-entry        pic X(65).
       01  ws-sort-swapped-switch        pic X.
           88  ws-sort-swapped             value "Y".
           88  ws-sort-not-swapped         value "N".

      *> Sightings of the mapped species in the period that cannot be
      *> placed on the map, listed after the squares.
       01  ws-unplaced-table.
           05  ws-unplaced-entry occurs 500 times
                       indexed by ws-upl-idx.
               10  ws-upl-reason            pic X(24).
               10  ws-upl-sighting          pic X(75).
       01  ws-unplaced-listed            pic 9(3) value 0.
       01  ws-unplaced-max               pic 9(3) value 500.
       01  ws-unplaced-count             pic 9(6) value 0.
       01  ws-unplaced-reason            pic X(24).
       01  ws-unplaced-sighting          pic X(75).
       01  ws-unplaced-sighting-r redefines ws-unplaced-sighting.
           05  ws-ups-observer-id         pic X(8).
           05  ws-ups-sighting-date       pic 9(8).
           05  ws-ups-location            pic X(20).
           05  ws-ups-scientific-name     pic X(30).
           05  ws-ups-count               pic 9(5).
           05  ws-ups-site-code           pic X(4).

      *> The map is at most this many squares across and down; an
      *> area any wider is clipped, with a warning.
       01  ws-map-max-columns            pic 9(3) value 60.
       01  ws-map-max-rows               pic 9(3) value 60.
       01  ws-map-last-east              pic 9(3).
       01  ws-map-last-north             pic 9(3).
       01  ws-map-east                   pic 9(3).
       01  ws-map-north                  pic S9(4).
       01  ws-map-column                 pic 9(3).
       01  ws-map-symbol                 pic X(1).
       01  ws-map-row-text               pic X(120).
       01  ws-km-disp                    pic ZZZ9.
       01  ws-km-disp-2                  pic ZZZ9.

       01  ws-current-square             pic X(4).
       01  ws-species-marker             pic X(2).
       01  ws-sightings-disp             pic ZZZ,ZZ9.
       01  ws-birds-disp                 pic ZZZ,ZZZ,ZZ9.
       01  ws-count-disp                 pic ZZZ,ZZ9.

       01  ws-sightings-read             pic 9(7) value 0.
       01  ws-sightings-in-period        pic 9(7) value 0.
       01  ws-sightings-mapped           pic 9(7) value 0.
       01  ws-lines-written              pic 9(7) value 0.

      *> Non-zero once a hard failure (e.g. the site reference won't
      *> open) has been detected, so the driver's step check has
      *> something real to catch instead of RETURN-CODE always being 0.
       01  ws-program-return-code        pic 9(4) value 0.

       procedure division.
       main-logic.
           perform JOBBNR-WRITE-START
           accept ws-run-date from date yyyymmdd
           perform determine-map-selection
           if ws-program-return-code = 0
               perform load-site-reference
           end-if
           if ws-program-return-code = 0
               perform accumulate-sightings
               perform sort-square-species-table
               perform write-distribution-map
               perform write-distribution-listing
           end-if

           move ws-sightings-read to bss-records-read
           move ws-lines-written to bss-records-written
           move ws-unplaced-count to bss-exception-count

           perform JOBBNR-WRITE-END
           move ws-program-return-code to return-code
           goback
           .

       determine-map-selection.
           if bsp-parm-text not = spaces
                   and bsp-parm-text not = low-values
               move bsp-parm-text to ws-map-parm
           else
               move spaces to ws-map-parm
               accept ws-map-parm from command-line
           end-if
           move spaces to ws-parm-token-1 ws-parm-token-2
           move spaces to ws-map-species
           move 1 to ws-parm-pointer
           unstring ws-map-parm delimited by all space
               into ws-parm-token-1 ws-parm-token-2
               with pointer ws-parm-pointer
           end-unstring
           if ws-parm-pointer <= 60
               move function trim(ws-map-parm(ws-parm-pointer:))
                   to ws-map-species
           end-if

           if ws-parm-token-1 = spaces
               compute ws-from-date = ws-run-yyyy * 10000 + 0101
               compute ws-to-date = ws-run-yyyy * 10000 + 1231
           else
               if ws-parm-token-1(1:8) is numeric
                       and ws-parm-token-2(1:8) is numeric
                   move ws-parm-token-1(1:8) to ws-from-date
                   move ws-parm-token-2(1:8) to ws-to-date
               else
                   display "MAP PERIOD MUST BE FROM AND TO DATES "
                       "(YYYYMMDD) - GOT " function trim(ws-map-parm)
                   move 16 to ws-program-return-code
                   exit paragraph
               end-if
               if function test-date-yyyymmdd(ws-from-date) not = 0
                       or function test-date-yyyymmdd(ws-to-date)
                           not = 0
                       or ws-from-date > ws-to-date
                   display "MAP PERIOD NOT VALID - "
                       ws-from-date " TO " ws-to-date
                   move 16 to ws-program-return-code
                   exit paragraph
               end-if
           end-if

           if ws-map-species = spaces
               set ws-all-species to true
               display "MAPPING ALL SPECIES " ws-from-date " TO "
                   ws-to-date
           else
               set ws-one-species to true
               display "MAPPING " function trim(ws-map-species) " "
                   ws-from-date " TO " ws-to-date
           end-if
           .

      *> The site reference is BIRDSIGT's file and this program only
      *> consults it, so a missing reference is a failure here.  Each
      *> site's square joins the recording area as the site loads.
       load-site-reference.
           open input site-master-file
           if ws-site-master-status not = "00"
               display "SITEMAST.TXT OPEN FAILED - STATUS "
                   ws-site-master-status
               move 16 to ws-program-return-code
           else
               perform until ws-site-master-status not = "00"
                   read site-master-file
                       at end
                           move "10" to ws-site-master-status
                       not at end
                           perform add-site-entry
                   end-read
               end-perform
               close site-master-file
           end-if
           .

       add-site-entry.
           if ws-site-count >= ws-site-max
               display "SITE TABLE FULL - SITE DROPPED: "
                   sit-site-code
               exit paragraph
           end-if
           add 1 to ws-site-count
           set ws-sit-idx to ws-site-count
           move sit-site-code to ws-sit-site-code(ws-sit-idx)
           move 0 to ws-sit-square(ws-sit-idx)

           perform place-grid-reference
           if ws-grid-invalid
               display "SITE " sit-site-code
                   " HAS NO USABLE GRID REFERENCE: " sit-grid-ref
               exit paragraph
           end-if

           move 0 to ws-square-match
           perform varying ws-sqr-idx from 1 by 1
                   until ws-sqr-idx > ws-square-count
                       or ws-square-match > 0
               if ws-sqr-name(ws-sqr-idx) = ws-square-name
                   set ws-square-match to ws-sqr-idx
               end-if
           end-perform
           if ws-square-match = 0
               if ws-square-count >= ws-square-max
                   display "SQUARE TABLE FULL - SITE NOT MAPPED: "
                       sit-site-code
                   exit paragraph
               end-if
               add 1 to ws-square-count
               set ws-sqr-idx to ws-square-count
               move ws-square-name to ws-sqr-name(ws-sqr-idx)
               move ws-square-east to ws-sqr-east(ws-sqr-idx)
               move ws-square-north to ws-sqr-north(ws-sqr-idx)
               set ws-sqr-no-records(ws-sqr-idx) to true
               move 0 to ws-sqr-species-count(ws-sqr-idx)
               if ws-square-count = 1
                   move ws-square-east to ws-min-east ws-max-east
                   move ws-square-north to ws-min-north ws-max-north
               end-if
               if ws-square-east < ws-min-east
                   move ws-square-east to ws-min-east
               end-if
               if ws-square-east > ws-max-east
                   move ws-square-east to ws-max-east
               end-if
               if ws-square-north < ws-min-north
                   move ws-square-north to ws-min-north
               end-if
               if ws-square-north > ws-max-north
                   move ws-square-north to ws-max-north
               end-if
               move ws-square-count to ws-square-match
           end-if
           move ws-square-match to ws-sit-square(ws-sit-idx)
           .

      *> National grid arithmetic: the first letter is the 500km
      *> square, the second the 100km square within it, and the first
      *> digit of the three-digit easting and northing the 10km
      *> square within that.  The square is named the way atlases
      *> name it - letters, easting digit, northing digit (TQ58).
       place-grid-reference.
           set ws-grid-valid to true
           if sit-grid-easting not numeric
                   or sit-grid-northing not numeric
               set ws-grid-invalid to true
               exit paragraph
           end-if
           move sit-grid-letters(1:1) to ws-grid-letter
           perform find-grid-letter
           move ws-grid-letter-pos to ws-first-letter-pos
           move sit-grid-letters(2:1) to ws-grid-letter
           perform find-grid-letter
           move ws-grid-letter-pos to ws-second-letter-pos
           if ws-first-letter-pos = 0 or ws-second-letter-pos = 0
               set ws-grid-invalid to true
               exit paragraph
           end-if
           move 0 to ws-grid-letter-pos
           perform varying ws-grid-char-idx from 1 by 1
                   until ws-grid-char-idx > 6
                       or ws-grid-letter-pos > 0
               if ws-grid-first-letters(ws-grid-char-idx:1)
                       = sit-grid-letters(1:1)
                   move ws-grid-char-idx to ws-grid-letter-pos
               end-if
           end-perform
           if ws-grid-letter-pos = 0
               set ws-grid-invalid to true
               exit paragraph
           end-if
           subtract 1 from ws-first-letter-pos
           subtract 1 from ws-second-letter-pos
           compute ws-square-east =
               (function mod(ws-first-letter-pos + 3, 5) * 5
                   + function mod(ws-second-letter-pos, 5)) * 10
                   + function integer-part(sit-grid-easting / 100)
           compute ws-square-north =
               (19 - function integer-part(ws-first-letter-pos / 5)
                       * 5
                   - function integer-part(ws-second-letter-pos / 5))
                   * 10
                   + function integer-part(sit-grid-northing / 100)
           move spaces to ws-square-name
           string sit-grid-letters delimited by size
                   sit-grid-easting(1:1) delimited by size
                   sit-grid-northing(1:1) delimited by size
               into ws-square-name
           .

       find-grid-letter.
           move 0 to ws-grid-letter-pos
           perform varying ws-grid-char-idx from 1 by 1
                   until ws-grid-char-idx > 25
                       or ws-grid-letter-pos > 0
               if ws-grid-alphabet(ws-grid-char-idx:1)
                       = ws-grid-letter
                   move ws-grid-char-idx to ws-grid-letter-pos
               end-if
           end-perform
           .

      *> Every species in the period feeds the listing; only the
      *> mapped species (or any, when all are mapped) marks the map
      *> and is counted as unplaced when it cannot go on it.
       accumulate-sightings.
           open input sighting-master-file
           if ws-sighting-master-status = "35"
               display "SIGHTMST.TXT NOT FOUND - NO SIGHTINGS ON FILE"
           else
               perform until ws-sighting-master-status not = "00"
                   read sighting-master-file
                       at end
                           move "10" to ws-sighting-master-status
                       not at end
                           add 1 to ws-sightings-read
                           if sgm-sighting-date >= ws-from-date
                                   and sgm-sighting-date
                                       <= ws-to-date
                               add 1 to ws-sightings-in-period
                               perform place-one-sighting
                           end-if
                   end-read
               end-perform
               close sighting-master-file
           end-if
           .

       place-one-sighting.
           move spaces to ws-unplaced-reason
           move 0 to ws-site-match
           if sgm-site-code = spaces
               move "NO SITE CODE" to ws-unplaced-reason
           else
               perform varying ws-sit-idx from 1 by 1
                       until ws-sit-idx > ws-site-count
                           or ws-site-match > 0
                   if ws-sit-site-code(ws-sit-idx) = sgm-site-code
                       set ws-site-match to ws-sit-idx
                   end-if
               end-perform
               if ws-site-match = 0
                   move "SITE NOT ON SITEMAST" to ws-unplaced-reason
               else
                   set ws-sit-idx to ws-site-match
                   if ws-sit-square(ws-sit-idx) = 0
                       move "SITE HAS NO GRID REF"
                           to ws-unplaced-reason
                   end-if
               end-if
           end-if

           if ws-unplaced-reason not = spaces
               if ws-all-species
                       or sgm-scientific-name = ws-map-species
                   perform record-unplaced-sighting
               end-if
               exit paragraph
           end-if

           set ws-sqr-idx to ws-sit-square(ws-sit-idx)
           perform add-square-species
           if ws-all-species
                   or sgm-scientific-name = ws-map-species
               add 1 to ws-sightings-mapped
               move sgm-sighting-date(5:4) to ws-sighting-mmdd
               if ws-sighting-mmdd >= ws-breeding-start-mmdd
                       and ws-sighting-mmdd <= ws-breeding-end-mmdd
                   if ws-sqr-no-records(ws-sqr-idx)
                       set ws-sqr-breeding-only(ws-sqr-idx) to true
                   end-if
               else
                   set ws-sqr-records(ws-sqr-idx) to true
               end-if
           end-if
           .

       add-square-species.
           set ws-square-species-not-found to true
           perform varying ws-ssp-idx from 1 by 1
                   until ws-ssp-idx > ws-square-species-count
                       or ws-square-species-found
               if ws-ssp-square-name(ws-ssp-idx)
                           = ws-sqr-name(ws-sqr-idx)
                       and ws-ssp-scientific-name(ws-ssp-idx)
                           = sgm-scientific-name
                   set ws-square-species-found to true
                   add 1 to ws-ssp-sightings(ws-ssp-idx)
                   add sgm-count to ws-ssp-birds(ws-ssp-idx)
                   if sgm-sighting-date < ws-ssp-first-date(ws-ssp-idx)
                       move sgm-sighting-date
                           to ws-ssp-first-date(ws-ssp-idx)
                   end-if
                   if sgm-sighting-date > ws-ssp-last-date(ws-ssp-idx)
                       move sgm-sighting-date
                           to ws-ssp-last-date(ws-ssp-idx)
                   end-if
               end-if
           end-perform
           if ws-square-species-not-found
               if ws-square-species-count >= ws-square-species-max
                   display "SQUARE/SPECIES TABLE FULL - SIGHTING "
                       "NOT LISTED: " sgm-scientific-name
               else
                   add 1 to ws-square-species-count
                   set ws-ssp-idx to ws-square-species-count
                   move ws-sqr-name(ws-sqr-idx)
                       to ws-ssp-square-name(ws-ssp-idx)
                   move sgm-scientific-name
                       to ws-ssp-scientific-name(ws-ssp-idx)
                   move 1 to ws-ssp-sightings(ws-ssp-idx)
                   move sgm-count to ws-ssp-birds(ws-ssp-idx)
                   move sgm-sighting-date
                       to ws-ssp-first-date(ws-ssp-idx)
                   move sgm-sighting-date
                       to ws-ssp-last-date(ws-ssp-idx)
                   add 1 to ws-sqr-species-count(ws-sqr-idx)
               end-if
           end-if
           .

      *> Every unplaced sighting is counted; the first few hundred are
      *> kept for the listing.
       record-unplaced-sighting.
           add 1 to ws-unplaced-count
           if ws-unplaced-listed < ws-unplaced-max
               add 1 to ws-unplaced-listed
               set ws-upl-idx to ws-unplaced-listed
               move ws-unplaced-reason to ws-upl-reason(ws-upl-idx)
               move sighting-master-record
                   to ws-upl-sighting(ws-upl-idx)
           end-if
           .

      *> Ascending bubble sort on square then species, so the listing
      *> walks each square's species together.
       sort-square-species-table.
           if ws-square-species-count > 1
               set ws-sort-swapped to true
               perform with test after until ws-sort-not-swapped
                   set ws-sort-not-swapped to true
                   perform varying ws-ssp-idx from 1 by 1
                           until ws-ssp-idx
                               > ws-square-species-count - 1
                       if ws-square-species-entry(ws-ssp-idx)(1:34)
                               > ws-square-species-entry
                                   (ws-ssp-idx + 1)(1:34)
                           perform swap-square-species-entries
                           set ws-sort-swapped to true
                       end-if
                   end-perform
               end-perform
           end-if
           .

       swap-square-species-entries.
           move ws-square-species-entry(ws-ssp-idx)
               to ws-ssp-sort-work-entry
           move ws-square-species-entry(ws-ssp-idx + 1)
               to ws-square-species-entry(ws-ssp-idx)
           move ws-ssp-sort-work-entry
               to ws-square-species-entry(ws-ssp-idx + 1)
           .

      *> North at the top: rows run from the most northerly square of
      *> the area down, columns west to east, two characters a square.
      *> Each row is labelled with the kilometre northing of its
      *> squares' southern edge.
       write-distribution-map.
           open output distribution-map-file
           if ws-distribution-map-status not = "00"
               display "DISTMAP.TXT OPEN FAILED - STATUS "
                   ws-distribution-map-status
               move 16 to ws-program-return-code
               exit paragraph
           end-if
           move spaces to distribution-map-line
           if ws-all-species
               string "DISTRIBUTION BY 10KM SQUARE - ALL SPECIES "
                           delimited by size
                       ws-from-date delimited by size
                       " TO " delimited by size
                       ws-to-date delimited by size
                   into distribution-map-line
           else
               string "DISTRIBUTION BY 10KM SQUARE - "
                           delimited by size
                       function trim(ws-map-species) delimited by size
                       " " delimited by size
                       ws-from-date delimited by size
                       " TO " delimited by size
                       ws-to-date delimited by size
                   into distribution-map-line
           end-if
           perform write-map-line
           move "# RECORDS   B BREEDING-SEASON RECORDS ONLY   . NONE"
               to distribution-map-line
           perform write-map-line
           move spaces to distribution-map-line
           perform write-map-line

           if ws-square-count = 0
               move "NO SITE HAS A USABLE GRID REFERENCE - NO MAP"
                   to distribution-map-line
               perform write-map-line
               close distribution-map-file
               exit paragraph
           end-if

           compute ws-map-last-east = ws-min-east
               + ws-map-max-columns - 1
           if ws-map-last-east > ws-max-east
               move ws-max-east to ws-map-last-east
           else
               display "RECORDING AREA WIDER THAN THE MAP - "
                   "EASTERN SQUARES CLIPPED"
           end-if
           compute ws-map-last-north = ws-min-north
               + ws-map-max-rows - 1
           if ws-map-last-north > ws-max-north
               move ws-max-north to ws-map-last-north
           else
               display "RECORDING AREA TALLER THAN THE MAP - "
                   "NORTHERN SQUARES CLIPPED"
           end-if

           compute ws-km-disp = ws-min-east * 10
           compute ws-km-disp-2 = (ws-map-last-east + 1) * 10
           move spaces to distribution-map-line
           string "EASTING KM " delimited by size
                   function trim(ws-km-disp) delimited by size
                   " (WEST) TO " delimited by size
                   function trim(ws-km-disp-2) delimited by size
                   " (EAST)" delimited by size
               into distribution-map-line
           perform write-map-line

           perform varying ws-map-north from ws-map-last-north by -1
                   until ws-map-north < ws-min-north
               perform write-map-row
           end-perform

           move spaces to distribution-map-line
           perform write-map-line
           move ws-sightings-mapped to ws-count-disp
           move spaces to distribution-map-line
           string "SIGHTINGS MAPPED " delimited by size
                   function trim(ws-count-disp) delimited by size
               into distribution-map-line
           perform write-map-line
           move ws-unplaced-count to ws-count-disp
           move spaces to distribution-map-line
           string "SIGHTINGS THAT CANNOT BE MAPPED "
                       delimited by size
                   function trim(ws-count-disp) delimited by size
                   " - SEE DISTLIST.TXT" delimited by size
               into distribution-map-line
           perform write-map-line
           close distribution-map-file
           .

       write-map-row.
           move spaces to ws-map-row-text
           move 1 to ws-map-column
           perform varying ws-map-east from ws-min-east by 1
                   until ws-map-east > ws-map-last-east
               move "." to ws-map-symbol
               perform varying ws-sqr-idx from 1 by 1
                       until ws-sqr-idx > ws-square-count
                   if ws-sqr-east(ws-sqr-idx) = ws-map-east
                           and ws-sqr-north(ws-sqr-idx) = ws-map-north
                       evaluate true
                           when ws-sqr-records(ws-sqr-idx)
                               move "#" to ws-map-symbol
                           when ws-sqr-breeding-only(ws-sqr-idx)
                               move "B" to ws-map-symbol
                       end-evaluate
                   end-if
               end-perform
               move ws-map-symbol to ws-map-row-text(ws-map-column:1)
               add 2 to ws-map-column
           end-perform
           compute ws-km-disp = ws-map-north * 10
           move spaces to distribution-map-line
           string ws-km-disp delimited by size
                   "  " delimited by size
                   ws-map-row-text delimited by size
               into distribution-map-line
           perform write-map-line
           .

       write-map-line.
           write distribution-map-line
           display distribution-map-line
           add 1 to ws-lines-written
           .

      *> Square by square, every species recorded there in the period
      *> - the mapped one marked * - then the sightings the map could
      *> not place.
       write-distribution-listing.
           open output distribution-list-file
           if ws-distribution-list-status not = "00"
               display "DISTLIST.TXT OPEN FAILED - STATUS "
                   ws-distribution-list-status
               move 16 to ws-program-return-code
               exit paragraph
           end-if
           move spaces to distribution-list-line
           string "SPECIES BY 10KM SQUARE " delimited by size
                   ws-from-date delimited by size
                   " TO " delimited by size
                   ws-to-date delimited by size
               into distribution-list-line
           perform write-list-line

           move spaces to ws-current-square
           perform varying ws-ssp-idx from 1 by 1
                   until ws-ssp-idx > ws-square-species-count
               if ws-ssp-square-name(ws-ssp-idx)
                       not = ws-current-square
                   perform write-square-heading
               end-if
               perform write-square-species-line
           end-perform
           if ws-square-species-count = 0
               move "NO SIGHTINGS PLACED IN ANY SQUARE FOR THE PERIOD"
                   to distribution-list-line
               perform write-list-line
           end-if

           move spaces to distribution-list-line
           perform write-list-line
           move ws-unplaced-count to ws-count-disp
           move spaces to distribution-list-line
           string "SIGHTINGS THAT CANNOT BE MAPPED " delimited by size
                   function trim(ws-count-disp) delimited by size
               into distribution-list-line
           perform write-list-line
           perform varying ws-upl-idx from 1 by 1
                   until ws-upl-idx > ws-unplaced-listed
               perform write-unplaced-line
           end-perform
           if ws-unplaced-count > ws-unplaced-listed
               move "  ... MORE NOT LISTED" to distribution-list-line
               perform write-list-line
           end-if
           close distribution-list-file
           .

       write-square-heading.
           move ws-ssp-square-name(ws-ssp-idx) to ws-current-square
           move 0 to ws-square-match
           perform varying ws-sqr-idx from 1 by 1
                   until ws-sqr-idx > ws-square-count
                       or ws-square-match > 0
               if ws-sqr-name(ws-sqr-idx) = ws-current-square
                   set ws-square-match to ws-sqr-idx
               end-if
           end-perform
           set ws-sqr-idx to ws-square-match
           move ws-sqr-species-count(ws-sqr-idx) to ws-count-disp
           move spaces to distribution-list-line
           perform write-list-line
           move spaces to distribution-list-line
           string ws-current-square delimited by size
                   "  SPECIES " delimited by size
                   function trim(ws-count-disp) delimited by size
               into distribution-list-line
           perform write-list-line
           .

       write-square-species-line.
           move "  " to ws-species-marker
           if ws-one-species
                   and ws-ssp-scientific-name(ws-ssp-idx)
                       = ws-map-species
               move "* " to ws-species-marker
           end-if
           move ws-ssp-sightings(ws-ssp-idx) to ws-sightings-disp
           move ws-ssp-birds(ws-ssp-idx) to ws-birds-disp
           move spaces to distribution-list-line
           string "  " delimited by size
                   ws-species-marker delimited by size
                   ws-ssp-scientific-name(ws-ssp-idx)
                       delimited by size
                   " sightings=" delimited by size
                   function trim(ws-sightings-disp) delimited by size
                   " birds=" delimited by size
                   function trim(ws-birds-disp) delimited by size
                   " first=" delimited by size
                   ws-ssp-first-date(ws-ssp-idx) delimited by size
                   " last=" delimited by size
                   ws-ssp-last-date(ws-ssp-idx) delimited by size
               into distribution-list-line
           perform write-list-line
           .

       write-unplaced-line.
           move ws-upl-sighting(ws-upl-idx) to ws-unplaced-sighting
           move spaces to distribution-list-line
           string "  " delimited by size
                   ws-upl-reason(ws-upl-idx) delimited by size
                   " " delimited by size
                   ws-ups-observer-id delimited by size
                   " " delimited by size
                   ws-ups-sighting-date delimited by size
                   " " delimited by size
                   ws-ups-site-code delimited by size
                   " " delimited by size
                   ws-ups-location delimited by size
                   " " delimited by size
                   function trim(ws-ups-scientific-name)
                       delimited by size
                   " COUNT " delimited by size
                   ws-ups-count delimited by size
               into distribution-list-line
           perform write-list-line
           .

       write-list-line.
           write distribution-list-line
           add 1 to ws-lines-written
           .

           copy jobbnr replacing ==JOB-NAME-LIT== by =="DISTMAP"==.
