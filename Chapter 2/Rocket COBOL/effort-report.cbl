       identification division.
       program-id. EFFORTRP.

      *> Modification history:
      *> 2026-10-15 - new program.  Ten birds in a five-minute visit
      *>              and ten in a full day counted the same in every
      *>              report we had.  Now that each sighting is made on
      *>              a survey visit (SURVVIS.TXT, survvis copybook)
      *>              with a start and end time, this reports birds
      *>              per hour per species per site, by month and by
      *>              year, from complete-list visits only - the hours
      *>              of a visit that did not list every species are
      *>              not effort for the species it left out.  Site
      *>              hours include visits where the species was not
      *>              seen, so a species seen once in a busy month
      *>              scores low, as it should.

       environment division.
       input-output section.
       file-control.
           copy joblogsl.
           select site-master-file assign to "SITEMAST.TXT"
               organization is line sequential
               file status is ws-site-master-status.
           select survey-visit-file assign to "SURVVIS.TXT"
               organization is line sequential
               file status is ws-survey-visit-status.
           select sighting-master-file assign to "SIGHTMST.TXT"
               organization is line sequential
               file status is ws-sighting-master-status.
           select effort-report-file assign to "EFFORTRP.TXT"
               organization is line sequential
               file status is ws-effort-report-status.

       data division.
       file section.
           copy joblogfd.

       fd  site-master-file.
           copy siterec.

       fd  survey-visit-file.
           copy survvis.

       fd  sighting-master-file.
           copy sightrec.

       fd  effort-report-file.
       01  effort-report-line            pic X(120).

       working-storage section.
           copy joblogws.
           copy stepstat.
       01  ws-site-master-status         pic XX.
       01  ws-survey-visit-status        pic XX.
       01  ws-sighting-master-status     pic XX.
       01  ws-effort-report-status       pic XX.

      *> The site reference loaded for the run, report order.
       01  ws-site-table.
           05  ws-site-entry occurs 100 times
                       indexed by ws-sit-idx.
               10  ws-sit-site-code         pic X(4).
               10  ws-sit-full-name         pic X(30).
       01  ws-site-count                 pic 9(3) value 0.
       01  ws-site-max                   pic 9(3) value 100.

      *> Complete-list visits only - a sighting whose visit is not
      *> here is left out of the per-hour figures.
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
       01  ws-visit-minutes              pic 9(4).

      *> Minutes of complete-list effort per site per month.
       01  ws-effort-table.
           05  ws-effort-entry occurs 2000 times
                       indexed by ws-eff-idx.
               10  ws-eff-site-code         pic X(4).
               10  ws-eff-year-month        pic 9(6).
               10  ws-eff-minutes           pic 9(7).
       01  ws-effort-count               pic 9(4) value 0.
       01  ws-effort-max                 pic 9(4) value 2000.
       01  ws-effort-found-switch        pic X.
           88  ws-effort-found             value "Y".
           88  ws-effort-not-found         value "N".
       01  ws-lookup-year-month          pic 9(6).

      *> Birds per site, species and month off complete-list visits,
      *> sorted into report order once accumulated.
       01  ws-species-month-table.
           05  ws-species-month-entry occurs 5000 times
                       indexed by ws-spm-idx.
               10  ws-spm-site-code         pic X(4).
               10  ws-spm-scientific-name   pic X(30).
               10  ws-spm-year-month        pic 9(6).
               10  ws-spm-total-birds       pic 9(9).
       01  ws-species-month-count        pic 9(4) value 0.
       01  ws-species-month-max          pic 9(4) value 5000.
       01  ws-species-month-found-switch pic X.
           88  ws-species-month-found      value "Y".
           88  ws-species-month-not-found  value "N".
       01  ws-spm-sort-work-entry        pic X(49).
       01  ws-sort-swapped-switch        pic X.
           88  ws-sort-swapped             value "Y".
           88  ws-sort-not-swapped         value "N".
       01  ws-sort-key-this              pic X(40).
       01  ws-sort-key-next              pic X(40).

       01  ws-lookup-site-code           pic X(4).
       01  ws-site-lines-written         pic 9(5).
       01  ws-year-break-switch          pic X.
           88  ws-year-break               value "Y".
           88  ws-no-year-break            value "N".
       01  ws-year-birds                 pic 9(9).
       01  ws-line-birds                 pic 9(9).
       01  ws-line-minutes               pic 9(9).
       01  ws-line-hours                 pic 9(7)V99.
       01  ws-line-per-hour              pic 9(7)V99.
       01  ws-bird-minutes               pic 9(11).
       01  ws-line-period                pic X(9).
       01  ws-birds-disp                 pic ZZZ,ZZZ,ZZ9.
       01  ws-hours-disp                 pic Z,ZZZ,ZZ9.99.
       01  ws-per-hour-disp              pic Z,ZZZ,ZZ9.99.

       01  ws-sightings-read             pic 9(7) value 0.
       01  ws-sightings-left-out         pic 9(7) value 0.
       01  ws-lines-written              pic 9(7) value 0.
       01  ws-count-disp                 pic Z,ZZZ,ZZ9.

      *> Non-zero once a hard failure (e.g. the site reference won't
      *> open) has been detected, so the driver's step check has
      *> something real to catch instead of RETURN-CODE always being 0.
       01  ws-program-return-code        pic 9(4) value 0.

       procedure division.
       main-logic.
           perform JOBBNR-WRITE-START
           perform load-site-reference
           if ws-program-return-code = 0
               perform load-survey-visits
           end-if
           if ws-program-return-code = 0
               perform accumulate-sightings
               perform sort-species-month-table
               perform produce-effort-report
           end-if

           move ws-sightings-read to bss-records-read
           move ws-lines-written to bss-records-written
           move 0 to bss-exception-count

           perform JOBBNR-WRITE-END
           move ws-program-return-code to return-code
           goback
           .

      *> The site reference is BIRDSIGT's file and this program only
      *> consults it, so a missing reference is a failure here, not
      *> something to seed.
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
           else
               add 1 to ws-site-count
               set ws-sit-idx to ws-site-count
               move sit-site-code to ws-sit-site-code(ws-sit-idx)
               move sit-full-name to ws-sit-full-name(ws-sit-idx)
           end-if
           .

      *> A missing SURVVIS.TXT just means no visit has been recorded
      *> yet - every site reports with no effort.
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
           move svv-visit-date(1:6) to ws-lookup-year-month
           set ws-effort-not-found to true
           perform varying ws-eff-idx from 1 by 1
                   until ws-eff-idx > ws-effort-count
                       or ws-effort-found
               if ws-eff-site-code(ws-eff-idx) = svv-site-code
                       and ws-eff-year-month(ws-eff-idx)
                           = ws-lookup-year-month
                   set ws-effort-found to true
                   add ws-visit-minutes to ws-eff-minutes(ws-eff-idx)
               end-if
           end-perform
           if ws-effort-not-found
               if ws-effort-count >= ws-effort-max
                   display "EFFORT TABLE FULL - VISIT HOURS DROPPED: "
                       svv-visit-key
               else
                   add 1 to ws-effort-count
                   set ws-eff-idx to ws-effort-count
                   move svv-site-code to ws-eff-site-code(ws-eff-idx)
                   move ws-lookup-year-month
                       to ws-eff-year-month(ws-eff-idx)
                   move ws-visit-minutes to ws-eff-minutes(ws-eff-idx)
               end-if
           end-if
           .

      *> A sighting with no complete-list visit - accepted before
      *> visits were recorded, or made on a partial list - has no
      *> effort to divide by and is counted out, not guessed at.
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
                           perform accumulate-one-sighting
                   end-read
               end-perform
               close sighting-master-file
           end-if
           .

       accumulate-one-sighting.
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
           if ws-visit-not-found
               add 1 to ws-sightings-left-out
               exit paragraph
           end-if

           move sgm-sighting-date(1:6) to ws-lookup-year-month
           set ws-species-month-not-found to true
           perform varying ws-spm-idx from 1 by 1
                   until ws-spm-idx > ws-species-month-count
                       or ws-species-month-found
               if ws-spm-site-code(ws-spm-idx) = sgm-site-code
                       and ws-spm-scientific-name(ws-spm-idx)
                           = sgm-scientific-name
                       and ws-spm-year-month(ws-spm-idx)
                           = ws-lookup-year-month
                   set ws-species-month-found to true
                   add sgm-count to ws-spm-total-birds(ws-spm-idx)
               end-if
           end-perform
           if ws-species-month-not-found
               if ws-species-month-count >= ws-species-month-max
                   display "SPECIES/MONTH TABLE FULL - SIGHTING "
                       "DROPPED: " sgm-scientific-name
                   add 1 to ws-sightings-left-out
               else
                   add 1 to ws-species-month-count
                   set ws-spm-idx to ws-species-month-count
                   move sgm-site-code to ws-spm-site-code(ws-spm-idx)
                   move sgm-scientific-name
                       to ws-spm-scientific-name(ws-spm-idx)
                   move ws-lookup-year-month
                       to ws-spm-year-month(ws-spm-idx)
                   move sgm-count to ws-spm-total-birds(ws-spm-idx)
               end-if
           end-if
           .

      *> Ascending bubble sort on site, species then month, so each
      *> species' months sit together in order and a year total can
      *> be printed where the year changes.
       sort-species-month-table.
           if ws-species-month-count > 1
               set ws-sort-swapped to true
               perform with test after until ws-sort-not-swapped
                   set ws-sort-not-swapped to true
                   perform varying ws-spm-idx from 1 by 1
                           until ws-spm-idx
                               > ws-species-month-count - 1
                       move ws-species-month-entry(ws-spm-idx)(1:40)
                           to ws-sort-key-this
                       move ws-species-month-entry(ws-spm-idx + 1)
                               (1:40)
                           to ws-sort-key-next
                       if ws-sort-key-this > ws-sort-key-next
                           perform swap-species-month-entries
                           set ws-sort-swapped to true
                       end-if
                   end-perform
               end-perform
           end-if
           .

       swap-species-month-entries.
           move ws-species-month-entry(ws-spm-idx)
               to ws-spm-sort-work-entry
           move ws-species-month-entry(ws-spm-idx + 1)
               to ws-species-month-entry(ws-spm-idx)
           move ws-spm-sort-work-entry
               to ws-species-month-entry(ws-spm-idx + 1)
           .

       produce-effort-report.
           open output effort-report-file
           if ws-effort-report-status not = "00"
               display "EFFORTRP.TXT OPEN FAILED - STATUS "
                   ws-effort-report-status
               move 16 to ws-program-return-code
               exit paragraph
           end-if
           move "BIRDS PER HOUR - SITE, SPECIES, MONTH - COMPLETE LISTS"
               to effort-report-line
           write effort-report-line
           display effort-report-line

           perform varying ws-sit-idx from 1 by 1
                   until ws-sit-idx > ws-site-count
               perform write-one-site-section
           end-perform

           move ws-sightings-left-out to ws-count-disp
           move spaces to effort-report-line
           string "SIGHTINGS LEFT OUT - NO COMPLETE-LIST VISIT "
                       delimited by size
                   function trim(ws-count-disp) delimited by size
               into effort-report-line
           write effort-report-line
           display effort-report-line
           close effort-report-file
           .

       write-one-site-section.
           move spaces to effort-report-line
           string ws-sit-site-code(ws-sit-idx) delimited by size
                   " " delimited by size
                   function trim(ws-sit-full-name(ws-sit-idx))
                       delimited by size
               into effort-report-line
           write effort-report-line
           display effort-report-line

           move ws-sit-site-code(ws-sit-idx) to ws-lookup-site-code
           move 0 to ws-site-lines-written
           move 0 to ws-year-birds
           perform varying ws-spm-idx from 1 by 1
                   until ws-spm-idx > ws-species-month-count
               if ws-spm-site-code(ws-spm-idx) = ws-lookup-site-code
                   perform write-species-month-line
               end-if
           end-perform
           if ws-site-lines-written = 0
               move "  NO COMPLETE-LIST SIGHTINGS YET"
                   to effort-report-line
               write effort-report-line
               display effort-report-line
           end-if
           .

      *> The year line follows the species' last month of that year:
      *> the next entry is another species, site or year, or there
      *> is no next entry.
       write-species-month-line.
           add 1 to ws-site-lines-written
           move ws-spm-total-birds(ws-spm-idx) to ws-line-birds
           add ws-line-birds to ws-year-birds
           move ws-spm-year-month(ws-spm-idx) to ws-lookup-year-month
           perform sum-month-effort
           move spaces to ws-line-period
           string ws-lookup-year-month(1:4) delimited by size
                   "-" delimited by size
                   ws-lookup-year-month(5:2) delimited by size
               into ws-line-period
           perform write-per-hour-line

           set ws-no-year-break to true
           if ws-spm-idx = ws-species-month-count
               set ws-year-break to true
           else
               if ws-species-month-entry(ws-spm-idx)(1:38)
                       not = ws-species-month-entry(ws-spm-idx + 1)
                           (1:38)
                   set ws-year-break to true
               end-if
           end-if
           if ws-year-break
               move ws-year-birds to ws-line-birds
               perform sum-year-effort
               move spaces to ws-line-period
               string ws-lookup-year-month(1:4) delimited by size
                       " YEAR" delimited by size
                   into ws-line-period
               perform write-per-hour-line
               move 0 to ws-year-birds
           end-if
           .

       sum-month-effort.
           move 0 to ws-line-minutes
           perform varying ws-eff-idx from 1 by 1
                   until ws-eff-idx > ws-effort-count
               if ws-eff-site-code(ws-eff-idx) = ws-lookup-site-code
                       and ws-eff-year-month(ws-eff-idx)
                           = ws-lookup-year-month
                   add ws-eff-minutes(ws-eff-idx) to ws-line-minutes
               end-if
           end-perform
           .

       sum-year-effort.
           move 0 to ws-line-minutes
           perform varying ws-eff-idx from 1 by 1
                   until ws-eff-idx > ws-effort-count
               if ws-eff-site-code(ws-eff-idx) = ws-lookup-site-code
                       and ws-eff-year-month(ws-eff-idx)(1:4)
                           = ws-lookup-year-month(1:4)
                   add ws-eff-minutes(ws-eff-idx) to ws-line-minutes
               end-if
           end-perform
           .

       write-per-hour-line.
           compute ws-line-hours rounded = ws-line-minutes / 60
           move 0 to ws-line-per-hour
           if ws-line-minutes > 0
               compute ws-bird-minutes = ws-line-birds * 60
               compute ws-line-per-hour rounded =
                   ws-bird-minutes / ws-line-minutes
           end-if
           move ws-line-birds to ws-birds-disp
           move ws-line-hours to ws-hours-disp
           move ws-line-per-hour to ws-per-hour-disp
           move spaces to effort-report-line
           string "  " delimited by size
                   function trim(
                       ws-spm-scientific-name(ws-spm-idx))
                       delimited by size
                   " " delimited by size
                   ws-line-period delimited by size
                   " birds=" delimited by size
                   function trim(ws-birds-disp) delimited by size
                   " hours=" delimited by size
                   function trim(ws-hours-disp) delimited by size
                   " per-hour=" delimited by size
                   function trim(ws-per-hour-disp) delimited by size
               into effort-report-line
           write effort-report-line
           display effort-report-line
           add 1 to ws-lines-written
           .

           copy jobbnr replacing ==JOB-NAME-LIT== by =="EFFORTRP"==.
