       identification division.
       program-id. PHENORPT.

      *> Modification history:
      *> 2026-10-15 - new program.  Every spring members ask whether
      *>              the Swallows are early and we answered from
      *>              memory.  For each species the bird master marks
      *>              as a migrant (bm-migrant-status S, W or P) this
      *>              gives, per season, the first and last sighting
      *>              on SIGHTMST.TXT, the observer and site of the
      *>              first record, and how many days early or late
      *>              the arrival (and, for a finished season, the
      *>              departure) was against the average of every
      *>              earlier season on file - flagging an arrival
      *>              further from the average than the set number of
      *>              days.  Summer visitors and passage migrants are
      *>              measured by calendar year; winter visitors by a
      *>              season starting 1 July, so their autumn arrival
      *>              and spring departure fall in one season.

       environment division.
       input-output section.
       file-control.
           copy joblogsl.
           select sighting-master-file assign to "SIGHTMST.TXT"
               organization is line sequential
               file status is ws-sighting-master-status.
           select bird-master-file assign to "BIRDMAST.DAT"
               organization is indexed
               access mode is random
               record key is bm-scientific-name
               alternate record key is bm-common-name
                   with duplicates
               file status is ws-bird-master-status.
           select phenology-report-file assign to "PHENORPT.TXT"
               organization is line sequential
               file status is ws-phenology-report-status.

       data division.
       file section.
           copy joblogfd.

       fd  sighting-master-file.
           copy sightrec.

       fd  bird-master-file.
           copy birdrec.

       fd  phenology-report-file.
       01  phenology-report-line         pic X(160).

       working-storage section.
           copy joblogws.
           copy stepstat.
       01  ws-sighting-master-status     pic XX.
       01  ws-bird-master-status         pic XX.
       01  ws-phenology-report-status    pic XX.

       01  ws-run-date                   pic 9(8).

      *> An arrival this many days or more either side of the
      *> species' average is flagged.
       01  ws-flag-days                  pic 9(3) value 10.

      *> Migrant status per species, read off the bird master the
      *> first time the species turns up on the sightings master.
       01  ws-status-table.
           05  ws-status-entry occurs 500 times
                       indexed by ws-sts-idx.
               10  ws-sts-scientific-name   pic X(30).
               10  ws-sts-migrant-status    pic X(1).
       01  ws-status-count               pic 9(3) value 0.
       01  ws-status-max                 pic 9(3) value 500.
       01  ws-status-match               pic 9(3).
       01  ws-migrant-status             pic X(1).
           88  ws-summer-visitor           value "S".
           88  ws-winter-visitor           value "W".
           88  ws-passage-migrant          value "P".
           88  ws-migrant                  value "S" "W" "P".

      *> One entry per migrant species per season, sorted into
      *> species then season order once accumulated.  Days are
      *> counted from the season's first day (day 1).
       01  ws-season-table.
           05  ws-season-entry occurs 3000 times
                       indexed by ws-ssn-idx ws-prior-idx.
               10  ws-ssn-scientific-name   pic X(30).
               10  ws-ssn-season-year       pic 9(4).
               10  ws-ssn-migrant-status    pic X(1).
               10  ws-ssn-first-date        pic 9(8).
               10  ws-ssn-first-day         pic 9(3).
               10  ws-ssn-first-observer    pic X(8).
               10  ws-ssn-first-site        pic X(4).
               10  ws-ssn-last-date         pic 9(8).
               10  ws-ssn-last-day          pic 9(3).
       01  ws-season-count               pic 9(4) value 0.
       01  ws-season-max                 pic 9(4) value 3000.
       01  ws-season-found-switch        pic X.
           88  ws-season-found             value "Y".
           88  ws-season-not-found         value "N".
       01  ws-ssn-sort-work-entry        pic X(69).
       01  ws-sort-swapped-switch        pic X.
           88  ws-sort-swapped             value "Y".
           88  ws-sort-not-swapped         value "N".

       01  ws-season-year                pic 9(4).
       01  ws-season-start-date          pic 9(8).
       01  ws-season-end-date            pic 9(8).
       01  ws-day-of-season              pic 9(3).

      *> The earlier seasons' averages for the entry being reported.
       01  ws-prior-seasons              pic 9(3).
       01  ws-prior-first-days           pic 9(7).
       01  ws-prior-last-days            pic 9(7).
       01  ws-avg-first-day              pic 9(3).
       01  ws-avg-last-day               pic 9(3).
       01  ws-avg-first-date             pic 9(8).
       01  ws-days-diff                  pic S9(3).
       01  ws-days-abs                   pic 9(3).
       01  ws-days-disp                  pic ZZ9.
       01  ws-prior-disp                 pic ZZ9.
       01  ws-arrival-text               pic X(24).
       01  ws-departure-text             pic X(24).
       01  ws-flag-text                  pic X(12).
       01  ws-line-prefix                pic X(160).

       01  ws-sightings-read             pic 9(7) value 0.
       01  ws-lines-written              pic 9(5) value 0.
       01  ws-arrivals-flagged           pic 9(5) value 0.
       01  ws-count-disp                 pic ZZZZ9.

      *> Non-zero once a hard failure (e.g. the bird master won't
      *> open) has been detected, so the driver's step check has
      *> something real to catch instead of RETURN-CODE always being 0.
       01  ws-program-return-code        pic 9(4) value 0.

       procedure division.
       main-logic.
           perform JOBBNR-WRITE-START
           accept ws-run-date from date yyyymmdd
           open input bird-master-file
           if ws-bird-master-status not = "00"
               display "BIRD-MASTER-FILE OPEN FAILED - STATUS "
                   ws-bird-master-status
               move 16 to ws-program-return-code
           else
               perform accumulate-migrant-seasons
               close bird-master-file
               perform sort-season-table
               perform produce-phenology-report
           end-if

           move ws-sightings-read to bss-records-read
           move ws-lines-written to bss-records-written
           move ws-arrivals-flagged to bss-exception-count

           perform JOBBNR-WRITE-END
           move ws-program-return-code to return-code
           goback
           .

      *> A missing SIGHTMST.TXT just means no field data exists yet -
      *> the report still writes, saying so.
       accumulate-migrant-seasons.
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
                           perform accumulate-one-sighting
                   end-read
               end-perform
               close sighting-master-file
           end-if
           .

       accumulate-one-sighting.
           perform find-migrant-status
           if not ws-migrant
               exit paragraph
           end-if
           if sgm-sighting-date not numeric
               exit paragraph
           end-if
           if function test-date-yyyymmdd(sgm-sighting-date) not = 0
               exit paragraph
           end-if

           perform determine-season
           compute ws-day-of-season =
               function integer-of-date(sgm-sighting-date)
                   - function integer-of-date(ws-season-start-date)
                   + 1

           set ws-season-not-found to true
           perform varying ws-ssn-idx from 1 by 1
                   until ws-ssn-idx > ws-season-count
                       or ws-season-found
               if ws-ssn-scientific-name(ws-ssn-idx)
                           = sgm-scientific-name
                       and ws-ssn-season-year(ws-ssn-idx)
                           = ws-season-year
                   set ws-season-found to true
                   perform update-season-entry
               end-if
           end-perform
           if ws-season-not-found
               if ws-season-count >= ws-season-max
                   display "SEASON TABLE FULL - SIGHTING DROPPED: "
                       sgm-scientific-name
               else
                   add 1 to ws-season-count
                   set ws-ssn-idx to ws-season-count
                   move sgm-scientific-name
                       to ws-ssn-scientific-name(ws-ssn-idx)
                   move ws-season-year to ws-ssn-season-year(ws-ssn-idx)
                   move ws-migrant-status
                       to ws-ssn-migrant-status(ws-ssn-idx)
                   perform set-first-record
                   move sgm-sighting-date
                       to ws-ssn-last-date(ws-ssn-idx)
                   move ws-day-of-season to ws-ssn-last-day(ws-ssn-idx)
               end-if
           end-if
           .

      *> The SET leaves the index one past the match by the time the
      *> loop ends, so the entry is updated inside the loop.
       update-season-entry.
           if sgm-sighting-date < ws-ssn-first-date(ws-ssn-idx)
               perform set-first-record
           end-if
           if sgm-sighting-date > ws-ssn-last-date(ws-ssn-idx)
               move sgm-sighting-date to ws-ssn-last-date(ws-ssn-idx)
               move ws-day-of-season to ws-ssn-last-day(ws-ssn-idx)
           end-if
           .

       set-first-record.
           move sgm-sighting-date to ws-ssn-first-date(ws-ssn-idx)
           move ws-day-of-season to ws-ssn-first-day(ws-ssn-idx)
           move sgm-observer-id to ws-ssn-first-observer(ws-ssn-idx)
           move sgm-site-code to ws-ssn-first-site(ws-ssn-idx)
           .

      *> A species not on the bird master reads as no status and is
      *> left out, the same as a resident.
       find-migrant-status.
           move 0 to ws-status-match
           perform varying ws-sts-idx from 1 by 1
                   until ws-sts-idx > ws-status-count
                       or ws-status-match > 0
               if ws-sts-scientific-name(ws-sts-idx)
                       = sgm-scientific-name
                   set ws-status-match to ws-sts-idx
               end-if
           end-perform
           if ws-status-match > 0
               set ws-sts-idx to ws-status-match
               move ws-sts-migrant-status(ws-sts-idx)
                   to ws-migrant-status
               exit paragraph
           end-if

           move sgm-scientific-name to bm-scientific-name
           read bird-master-file
               invalid key
                   move space to ws-migrant-status
               not invalid key
                   move bm-migrant-status to ws-migrant-status
           end-read
           if ws-status-count < ws-status-max
               add 1 to ws-status-count
               set ws-sts-idx to ws-status-count
               move sgm-scientific-name
                   to ws-sts-scientific-name(ws-sts-idx)
               move ws-migrant-status
                   to ws-sts-migrant-status(ws-sts-idx)
           end-if
           .

      *> A winter visitor's season runs 1 July to 30 June and is
      *> named for the year it starts; every other migrant's is the
      *> calendar year.
       determine-season.
           move sgm-sighting-date(1:4) to ws-season-year
           if ws-winter-visitor
               if sgm-sighting-date(5:2) < "07"
                   subtract 1 from ws-season-year
               end-if
               compute ws-season-start-date =
                   ws-season-year * 10000 + 0701
           else
               compute ws-season-start-date =
                   ws-season-year * 10000 + 0101
           end-if
           .

      *> Ascending bubble sort on species then season, so a species'
      *> earlier seasons sit ahead of the one being reported.
       sort-season-table.
           if ws-season-count > 1
               set ws-sort-swapped to true
               perform with test after until ws-sort-not-swapped
                   set ws-sort-not-swapped to true
                   perform varying ws-ssn-idx from 1 by 1
                           until ws-ssn-idx > ws-season-count - 1
                       if ws-season-entry(ws-ssn-idx)(1:34)
                               > ws-season-entry(ws-ssn-idx + 1)(1:34)
                           perform swap-season-entries
                           set ws-sort-swapped to true
                       end-if
                   end-perform
               end-perform
           end-if
           .

       swap-season-entries.
           move ws-season-entry(ws-ssn-idx) to ws-ssn-sort-work-entry
           move ws-season-entry(ws-ssn-idx + 1)
               to ws-season-entry(ws-ssn-idx)
           move ws-ssn-sort-work-entry
               to ws-season-entry(ws-ssn-idx + 1)
           .

       produce-phenology-report.
           open output phenology-report-file
           if ws-phenology-report-status not = "00"
               display "PHENORPT.TXT OPEN FAILED - STATUS "
                   ws-phenology-report-status
               move 16 to ws-program-return-code
               exit paragraph
           end-if
           move spaces to phenology-report-line
           string "MIGRANT ARRIVAL AND DEPARTURE VS EARLIER SEASONS "
                       delimited by size
                   "AT " delimited by size
                   ws-run-date delimited by size
               into phenology-report-line
           perform write-report-line
           move
               "S SUMMER VISITOR  W WINTER VISITOR (SEASON FROM 1 JULY)"
               to phenology-report-line
           perform write-report-line
           move "P PASSAGE MIGRANT" to phenology-report-line
           perform write-report-line
           move spaces to phenology-report-line
           perform write-report-line

           if ws-season-count = 0
               move "NO SIGHTINGS OF MIGRANT SPECIES ON FILE"
                   to phenology-report-line
               perform write-report-line
           end-if
           perform varying ws-ssn-idx from 1 by 1
                   until ws-ssn-idx > ws-season-count
               perform write-season-line
           end-perform

           move ws-arrivals-flagged to ws-count-disp
           move spaces to phenology-report-line
           perform write-report-line
           string "ARRIVALS FLAGGED " delimited by size
                   function trim(ws-count-disp) delimited by size
               into phenology-report-line
           perform write-report-line
           close phenology-report-file
           .

      *> Earlier seasons of the same species sit just above the entry
      *> in sort order.  The departure is compared only once the
      *> season is over - until then the last record so far is not a
      *> departure.
       write-season-line.
           move 0 to ws-prior-seasons ws-prior-first-days
               ws-prior-last-days
           perform varying ws-prior-idx from 1 by 1
                   until ws-prior-idx >= ws-ssn-idx
               if ws-ssn-scientific-name(ws-prior-idx)
                       = ws-ssn-scientific-name(ws-ssn-idx)
                   add 1 to ws-prior-seasons
                   add ws-ssn-first-day(ws-prior-idx)
                       to ws-prior-first-days
                   add ws-ssn-last-day(ws-prior-idx)
                       to ws-prior-last-days
               end-if
           end-perform

           move spaces to ws-arrival-text ws-departure-text
               ws-flag-text
           if ws-prior-seasons = 0
               move "NO EARLIER SEASON" to ws-arrival-text
                   ws-departure-text
           else
               compute ws-avg-first-day rounded =
                   ws-prior-first-days / ws-prior-seasons
               compute ws-avg-last-day rounded =
                   ws-prior-last-days / ws-prior-seasons
               compute ws-days-diff =
                   ws-ssn-first-day(ws-ssn-idx) - ws-avg-first-day
               perform format-days-diff
               move ws-departure-text to ws-arrival-text
               if ws-days-abs >= ws-flag-days
                   move " ** FLAGGED" to ws-flag-text
                   add 1 to ws-arrivals-flagged
               end-if

               move ws-ssn-season-year(ws-ssn-idx) to ws-season-year
               if ws-ssn-migrant-status(ws-ssn-idx) = "W"
                   compute ws-season-end-date =
                       (ws-season-year + 1) * 10000 + 0630
               else
                   compute ws-season-end-date =
                       ws-season-year * 10000 + 1231
               end-if
               if ws-season-end-date < ws-run-date
                   compute ws-days-diff =
                       ws-ssn-last-day(ws-ssn-idx) - ws-avg-last-day
                   perform format-days-diff
               else
                   move "SEASON NOT OVER" to ws-departure-text
               end-if
           end-if

           move ws-prior-seasons to ws-prior-disp
           move spaces to ws-line-prefix
           string ws-ssn-scientific-name(ws-ssn-idx) delimited by size
                   " " delimited by size
                   ws-ssn-migrant-status(ws-ssn-idx) delimited by size
                   " " delimited by size
                   ws-ssn-season-year(ws-ssn-idx) delimited by size
                   " FIRST " delimited by size
                   ws-ssn-first-date(ws-ssn-idx) delimited by size
                   " " delimited by size
                   ws-ssn-first-observer(ws-ssn-idx)
                       delimited by size
                   " " delimited by size
                   ws-ssn-first-site(ws-ssn-idx) delimited by size
                   " LAST " delimited by size
                   ws-ssn-last-date(ws-ssn-idx) delimited by size
               into ws-line-prefix
           move spaces to phenology-report-line
           string ws-line-prefix(1:80) delimited by size
                   " ARRIVAL " delimited by size
                   ws-arrival-text delimited by size
                   " DEPARTURE " delimited by size
                   ws-departure-text delimited by size
                   ws-flag-text delimited by size
               into phenology-report-line
           perform write-report-line
           if ws-flag-text not = spaces
               display phenology-report-line
           end-if
           .

      *> Positive is later than the average, negative earlier.
       format-days-diff.
           if ws-days-diff < 0
               compute ws-days-abs = 0 - ws-days-diff
           else
               move ws-days-diff to ws-days-abs
           end-if
           move ws-days-abs to ws-days-disp
           move spaces to ws-departure-text
           evaluate true
               when ws-days-diff = 0
                   move "ON THE AVERAGE" to ws-departure-text
               when ws-days-diff < 0
                   string function trim(ws-days-disp) delimited by size
                           " DAYS EARLY" delimited by size
                       into ws-departure-text
               when other
                   string function trim(ws-days-disp) delimited by size
                           " DAYS LATE" delimited by size
                       into ws-departure-text
           end-evaluate
           .

       write-report-line.
           write phenology-report-line
           add 1 to ws-lines-written
           .

           copy jobbnr replacing ==JOB-NAME-LIT== by =="PHENORPT"==.
