      *>              since the previous year on file.  That
      *>              divergence is the first thing the conservation
      *>              board challenges us on.
      *> 2026-10-15 - an effort-corrected index now prints beside the
      *>              birds-per-sighting figure: birds per hour, from
      *>              sightings made on complete-list survey visits
      *>              (SURVVIS.TXT) over the year's complete-list hours,
      *>              so a year the volunteers simply put in more hours
      *>              no longer reads as more birds. NO EFFORT where the
      *>              year has no complete-list visits.

       environment division.
       input-output section.
               alternate record key is bm-common-name
                   with duplicates
               file status is ws-bird-master-status.
           select survey-visit-file assign to "SURVVIS.TXT"
               organization is line sequential
               file status is ws-survey-visit-status.
           select abundance-report-file assign to "ABNDIDX.TXT"
               organization is line sequential
               file status is ws-abundance-report-status.
       fd  bird-master-file.
           copy birdrec.

       fd  survey-visit-file.
           copy survvis.

       fd  abundance-report-file.
       01  abundance-report-line         pic X(140).

       01  ws-sighting-master-status     pic XX.
       01  ws-bird-master-status         pic XX.
       01  ws-abundance-report-status    pic XX.
       01  ws-survey-visit-status        pic XX.
       01  ws-sighting-eof-switch        pic X.
           88  ws-sighting-eof             value "Y".
           88  ws-sighting-not-eof         value "N".
               10  ws-idx-official-flag     pic X(1).
                   88  ws-idx-official-known value "Y".
                   88  ws-idx-official-none  value "N".
               10  ws-idx-effort-birds      pic 9(9).
               10  ws-idx-per-hour          pic 9(5)V99.
               10  ws-idx-effort-flag       pic X(1).
                   88  ws-idx-effort-known   value "Y".
                   88  ws-idx-effort-none    value "N".
       01  ws-index-count                pic 9(4) value 0.
       01  ws-index-max                  pic 9(4) value 500.
       01  ws-index-found-switch         pic X.
           05  ws-idx-work-sighting-index   pic 9(5)V99.
           05  ws-idx-work-official-count   pic 9(9).
           05  ws-idx-work-official-flag    pic X(1).
           05  ws-idx-work-effort-birds     pic 9(9).
           05  ws-idx-work-per-hour         pic 9(5)V99.
           05  ws-idx-work-effort-flag      pic X(1).
       01  ws-sort-swapped-switch        pic X.
           88  ws-sort-swapped             value "Y".
           88  ws-sort-not-swapped         value "N".
       01  ws-sort-key-next              pic X(34).

       01  ws-sighting-year              pic 9(4).

      *> Effort correction.  Only complete-list visits count: their
      *> hours are effort for every species, whether seen or not, and
      *> only sightings made on them are divided by those hours.
       01  ws-visit-table.
           05  ws-visit-entry occurs 10000 times
                       indexed by ws-vis-idx.
               10  ws-vis-visit-key         pic X(20).
       01  ws-visit-count                pic 9(5) value 0.
       01  ws-visit-max                  pic 9(5) value 10000.
       01  ws-visit-found-switch         pic X.
           88  ws-visit-found              value "Y".
           88  ws-visit-not-found          value "N".
       01  ws-visit-key-work.
           05  ws-vkw-observer-id         pic X(8).
           05  ws-vkw-site-code           pic X(4).
           05  ws-vkw-visit-date          pic 9(8).
       01  ws-effort-year-table.
           05  ws-effort-year-entry occurs 100 times
                       indexed by ws-efy-idx.
               10  ws-efy-year              pic 9(4).
               10  ws-efy-minutes           pic 9(9).
       01  ws-effort-year-count          pic 9(3) value 0.
       01  ws-effort-year-max            pic 9(3) value 100.
       01  ws-effort-year-found-switch   pic X.
           88  ws-effort-year-found        value "Y".
           88  ws-effort-year-not-found    value "N".
       01  ws-visit-minutes              pic 9(4).
       01  ws-visit-year                 pic 9(4).
       01  ws-sighting-effort-birds      pic 9(5).
       01  ws-bird-minutes               pic 9(11).
       01  ws-per-hour-disp              pic ZZZZ9.99.
       01  ws-per-hour-text              pic X(20).
       01  ws-sightings-read             pic 9(7) value 0.
       01  ws-index-disp                 pic ZZZZ9.99.
       01  ws-official-disp              pic ZZZ,ZZZ,ZZ9.
       procedure division.
       main-logic.
           perform JOBBNR-WRITE-START
           perform load-survey-visits
           perform accumulate-sighting-index
           perform sort-index-table
           perform fill-official-counts
           goback
           .

      *> A missing SURVVIS.TXT just means no visit has been recorded
      *> yet - every species reports NO EFFORT beside its index.
       load-survey-visits.
           open input survey-visit-file
           evaluate ws-survey-visit-status
               when "35"
                   display "SURVVIS.TXT NOT FOUND - NO VISITS ON FILE"
               when "00"
                   perform until ws-survey-visit-status not = "00"
                       read survey-visit-file
                           at end
                               move "10" to ws-survey-visit-status
                           not at end
                               if svv-complete-list-yes
                                   perform add-visit-entry
                               end-if
                       end-read
                   end-perform
                   close survey-visit-file
               when other
                   display "SURVVIS.TXT OPEN FAILED - STATUS "
                       ws-survey-visit-status
                   move 16 to ws-program-return-code
           end-evaluate
           .

       add-visit-entry.
           if ws-visit-count >= ws-visit-max
               display "VISIT TABLE FULL - VISIT DROPPED: "
                   svv-visit-key
               exit paragraph
           end-if
           add 1 to ws-visit-count
           set ws-vis-idx to ws-visit-count
           move svv-visit-key to ws-vis-visit-key(ws-vis-idx)

           compute ws-visit-minutes =
               (svv-end-hh * 60 + svv-end-mm)
                   - (svv-start-hh * 60 + svv-start-mm)
           move svv-visit-date(1:4) to ws-visit-year
           set ws-effort-year-not-found to true
           perform varying ws-efy-idx from 1 by 1
                   until ws-efy-idx > ws-effort-year-count
                       or ws-effort-year-found
               if ws-efy-year(ws-efy-idx) = ws-visit-year
                   set ws-effort-year-found to true
                   add ws-visit-minutes to ws-efy-minutes(ws-efy-idx)
               end-if
           end-perform
           if ws-effort-year-not-found
               if ws-effort-year-count >= ws-effort-year-max
                   display "EFFORT YEAR TABLE FULL - HOURS DROPPED: "
                       svv-visit-key
               else
                   add 1 to ws-effort-year-count
                   set ws-efy-idx to ws-effort-year-count
                   move ws-visit-year to ws-efy-year(ws-efy-idx)
                   move ws-visit-minutes to ws-efy-minutes(ws-efy-idx)
               end-if
           end-if
           .

      *> A missing SIGHTMST.TXT just means no field data exists yet -
      *> the report still writes, saying so.
       accumulate-sighting-index.

       accumulate-one-sighting.
           move sgm-sighting-date(1:4) to ws-sighting-year
           move sgm-observer-id to ws-vkw-observer-id
           move sgm-site-code to ws-vkw-site-code
           move sgm-sighting-date to ws-vkw-visit-date
           set ws-visit-not-found to true
           perform varying ws-vis-idx from 1 by 1
                   until ws-vis-idx > ws-visit-count
                       or ws-visit-found
               if ws-vis-visit-key(ws-vis-idx) = ws-visit-key-work
                   set ws-visit-found to true
               end-if
           end-perform
           move 0 to ws-sighting-effort-birds
           if ws-visit-found
               move sgm-count to ws-sighting-effort-birds
           end-if
           set ws-index-not-found to true
           perform varying ws-idx-idx from 1 by 1
                   until ws-idx-idx > ws-index-count
                   add sgm-count
                       to ws-idx-total-birds(ws-idx-idx)
                   add 1 to ws-idx-sighting-count(ws-idx-idx)
                   add ws-sighting-effort-birds
                       to ws-idx-effort-birds(ws-idx-idx)
               end-if
           end-perform
           if ws-index-not-found
                   move 1 to ws-idx-sighting-count(ws-idx-idx)
                   move 0 to ws-idx-official-count(ws-idx-idx)
                   set ws-idx-official-none(ws-idx-idx) to true
                   move ws-sighting-effort-birds
                       to ws-idx-effort-birds(ws-idx-idx)
                   move 0 to ws-idx-per-hour(ws-idx-idx)
                   set ws-idx-effort-none(ws-idx-idx) to true
               end-if
           end-if
           .
           compute ws-idx-sighting-index(ws-idx-idx) rounded =
               ws-idx-total-birds(ws-idx-idx)
                   / ws-idx-sighting-count(ws-idx-idx)
           perform varying ws-efy-idx from 1 by 1
                   until ws-efy-idx > ws-effort-year-count
               if ws-efy-year(ws-efy-idx) = ws-idx-year(ws-idx-idx)
                       and ws-efy-minutes(ws-efy-idx) > 0
                   compute ws-bird-minutes =
                       ws-idx-effort-birds(ws-idx-idx) * 60
                   compute ws-idx-per-hour(ws-idx-idx) rounded =
                       ws-bird-minutes / ws-efy-minutes(ws-efy-idx)
                   set ws-idx-effort-known(ws-idx-idx) to true
               end-if
           end-perform
           move ws-idx-scientific-name(ws-idx-idx)
               to bm-scientific-name
           read bird-master-file
           end-if
           .

      *> Birds per hour sits beside the birds-per-sighting index: the
      *> year's birds seen on complete-list visits over the year's
      *> complete-list hours across all sites.
       format-abundance-line.
           move ws-idx-sighting-index(ws-idx-idx) to ws-index-disp
           if ws-idx-effort-known(ws-idx-idx)
               move ws-idx-per-hour(ws-idx-idx) to ws-per-hour-disp
               move spaces to ws-per-hour-text
               string " per-hour=" delimited by size
                       function trim(ws-per-hour-disp)
                           delimited by size
                   into ws-per-hour-text
           else
               move " per-hour=NO EFFORT" to ws-per-hour-text
           end-if
           move ws-idx-sighting-count(ws-idx-idx)
               to ws-sighting-count-disp
           move spaces to abundance-report-line
                       " index=" delimited by size
                       function trim(ws-index-disp)
                           delimited by size
                       function trim(ws-per-hour-text trailing)
                           delimited by size
                       " sightings=" delimited by size
                       function trim(ws-sighting-count-disp)
                           delimited by size
                       " index=" delimited by size
                       function trim(ws-index-disp)
                           delimited by size
                       function trim(ws-per-hour-text trailing)
                           delimited by size
                       " sightings=" delimited by size
                       function trim(ws-sighting-count-disp)
                           delimited by size
