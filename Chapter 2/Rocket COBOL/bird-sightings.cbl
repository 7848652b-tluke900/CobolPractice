      *>              off the sightings master - so the recorder can
      *>              verify a notable record within a day or two
      *>              instead of finding it at the spring WATCH run.
      *> 2026-10-15 - a sighting of a species flagged
      *>              description-required on the bird master is no
      *>              longer accepted onto SIGHTMST.TXT: it is held on
      *>              the pending-records file (SIGHTPND.TXT, new
      *>              sightpnd copybook) under a
      *>              received-date/running-number record id, and
      *>              reaches the master - and so the sightings, site,
      *>              observer and abundance reports - only when RAREDEC
      *>              applies the records committee's acceptance. Held
      *>              sightings raise no same-night alert and are
      *>              counted separately from accepted ones.
      *> 2026-10-15 - survey visits (observer, site and date, with start
      *>              and end time, weather and a complete-list flag -
      *>              new survvis copybook) are now taken from
      *>              SURVTRN.TXT ahead of the night's sightings, edited
      *>              and appended to the visit master SURVVIS.TXT; a
      *>              sighting is accepted only if a visit is on file
      *>              for its observer, site and date, so every record
      *>              on the master can be weighed by the hours behind
      *>              it. Visit rejects share the exception file.

       environment division.
       input-output section.
           select sighting-alert-file assign to "SIGHTALR.TXT"
               organization is line sequential
               file status is ws-sighting-alert-status.
           select sighting-pending-file assign to "SIGHTPND.TXT"
               organization is line sequential
               file status is ws-sighting-pending-status.
           select visit-trans-file assign to "SURVTRN.TXT"
               organization is line sequential
               file status is ws-visit-trans-status.
           select survey-visit-file assign to "SURVVIS.TXT"
               organization is line sequential
               file status is ws-survey-visit-status.

       data division.
       file section.
       fd  sighting-alert-file.
       01  sighting-alert-line           pic X(140).

       fd  sighting-pending-file.
           copy sightpnd.

      *> The day's survey visits, keyed the same way as the visit
      *> master they are appended to.
       fd  visit-trans-file.
       01  visit-trans-record.
           05  svt-observer-id            pic X(8).
           05  svt-site-code              pic X(4).
           05  svt-visit-date             pic 9(8).
           05  svt-start-time.
               10  svt-start-hh             pic 9(2).
               10  svt-start-mm             pic 9(2).
           05  svt-end-time.
               10  svt-end-hh               pic 9(2).
               10  svt-end-mm               pic 9(2).
           05  svt-weather                pic X(20).
           05  svt-complete-list          pic X(1).
               88  svt-complete-list-valid  value "Y" "N".

       fd  survey-visit-file.
           copy survvis.

       working-storage section.
           copy joblogws.
           copy stepstat.
           88  ws-sighting-invalid         value "N".
       01  ws-reject-reason              pic X(40).

      *> Observer and site under edit - a sighting's or a visit's, so
      *> both transactions share the one pair of register lookups.
       01  ws-edit-observer-id           pic X(8).
       01  ws-edit-site-code             pic X(4).

      *> Survey visits on file plus those accepted tonight.  A
      *> sighting is accepted only if its observer, site and date
      *> match one of these - the visit is what the sighting's effort
      *> is measured by.
       01  ws-visit-trans-status         pic XX.
       01  ws-survey-visit-status        pic XX.
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
       01  ws-visit-start-minutes        pic 9(4).
       01  ws-visit-end-minutes          pic 9(4).
       01  ws-visits-read                pic 9(5) value 0.
       01  ws-visits-accepted            pic 9(5) value 0.
       01  ws-visits-rejected            pic 9(5) value 0.
       01  ws-visits-read-disp           pic ZZZZ9.
       01  ws-visits-accepted-disp       pic ZZZZ9.
       01  ws-visits-rejected-disp       pic ZZZZ9.

      *> Observer register loaded for the run, so each transaction's
      *> observer id is an in-memory lookup rather than a file read.
       01  ws-observer-master-status     pic XX.
       01  ws-sightings-read             pic 9(5) value 0.
       01  ws-sightings-accepted         pic 9(5) value 0.
       01  ws-sightings-rejected         pic 9(5) value 0.
       01  ws-sightings-held             pic 9(5) value 0.
       01  ws-sightings-held-disp        pic ZZZZ9.
       01  ws-sighting-pending-status    pic XX.
       01  ws-sightings-read-disp        pic ZZZZ9.
       01  ws-sightings-accepted-disp    pic ZZZZ9.
       01  ws-sightings-rejected-disp    pic ZZZZ9.
           accept ws-run-date from date yyyymmdd
           perform load-observer-master
           perform load-site-master
           perform load-survey-visits
           perform load-species-history
           perform load-sighting-checkpoint

           else
               perform open-sighting-files
               if ws-program-return-code = 0
                   perform process-visit-transactions
                   perform process-sighting-transactions
                   perform close-sighting-files
                   if ws-sighting-trans-found
                   to sighting-alert-line
               write sighting-alert-line
           end-if

           open extend sighting-pending-file
           if ws-sighting-pending-status = "35"
               open output sighting-pending-file
           end-if
           if ws-sighting-pending-status not = "00"
               display "SIGHTPND.TXT OPEN FAILED - STATUS "
                   ws-sighting-pending-status
               move 16 to ws-program-return-code
           end-if

           open extend survey-visit-file
           if ws-survey-visit-status = "35"
               open output survey-visit-file
           end-if
           if ws-survey-visit-status not = "00"
               display "SURVVIS.TXT OPEN FAILED - STATUS "
                   ws-survey-visit-status
               move 16 to ws-program-return-code
           end-if
           .

      *> Visits go in ahead of the sightings, so a sighting keyed the
      *> same night as its visit finds it.  A missing SURVTRN.TXT is
      *> a night with no new visits - any sighting tonight must then
      *> belong to a visit already on file.
       process-visit-transactions.
           open input visit-trans-file
           evaluate ws-visit-trans-status
               when "35"
                   display "SURVTRN.TXT NOT FOUND - NO VISITS TODAY"
               when "00"
                   perform until ws-visit-trans-status not = "00"
                       read visit-trans-file
                           at end
                               move "10" to ws-visit-trans-status
                           not at end
                               add 1 to ws-visits-read
                               perform validate-visit
                               if ws-sighting-valid
                                   perform accept-visit
                               else
                                   perform reject-visit
                               end-if
                       end-read
                   end-perform
                   close visit-trans-file
               when other
                   display "SURVTRN.TXT OPEN FAILED - STATUS "
                       ws-visit-trans-status
                   move 16 to ws-program-return-code
           end-evaluate
           move ws-visits-read to ws-visits-read-disp
           move ws-visits-accepted to ws-visits-accepted-disp
           move ws-visits-rejected to ws-visits-rejected-disp
           display "VISITS READ        " ws-visits-read-disp
           display "VISITS ACCEPTED    " ws-visits-accepted-disp
           display "VISITS REJECTED    " ws-visits-rejected-disp
           .

      *> The same observer and site edits a sighting gets, a real
      *> date, start and end as real 24-hour times with the end after
      *> the start (a visit past midnight is keyed as two), and a Y/N
      *> complete-list flag.  One visit per observer, site and day.
       validate-visit.
           set ws-sighting-valid to true
           move spaces to ws-reject-reason
           move svt-observer-id to ws-edit-observer-id
           move svt-site-code to ws-edit-site-code

           perform validate-observer-id
           if ws-sighting-valid
               perform validate-site-code
           end-if

           if ws-sighting-valid
               if svt-visit-date not numeric
                   set ws-sighting-invalid to true
                   move "BAD DATE" to ws-reject-reason
               else
                   if function test-date-yyyymmdd(svt-visit-date)
                           not = 0
                       set ws-sighting-invalid to true
                       move "BAD DATE" to ws-reject-reason
                   end-if
               end-if
           end-if

           if ws-sighting-valid
               if svt-start-time not numeric
                       or svt-end-time not numeric
                   set ws-sighting-invalid to true
                   move "BAD START OR END TIME" to ws-reject-reason
               else
                   if svt-start-hh > 23 or svt-start-mm > 59
                           or svt-end-hh > 23 or svt-end-mm > 59
                       set ws-sighting-invalid to true
                       move "BAD START OR END TIME"
                           to ws-reject-reason
                   end-if
               end-if
           end-if
           if ws-sighting-valid
               compute ws-visit-start-minutes =
                   svt-start-hh * 60 + svt-start-mm
               compute ws-visit-end-minutes =
                   svt-end-hh * 60 + svt-end-mm
               if ws-visit-end-minutes not > ws-visit-start-minutes
                   set ws-sighting-invalid to true
                   move "END TIME NOT AFTER START TIME"
                       to ws-reject-reason
               end-if
           end-if

           if ws-sighting-valid and not svt-complete-list-valid
               set ws-sighting-invalid to true
               move "COMPLETE-LIST FLAG NOT Y OR N"
                   to ws-reject-reason
           end-if

           if ws-sighting-valid
               move svt-observer-id to ws-vkw-observer-id
               move svt-site-code to ws-vkw-site-code
               move svt-visit-date to ws-vkw-visit-date
               perform find-survey-visit
               if ws-visit-found
                   set ws-sighting-invalid to true
                   move "VISIT ALREADY RECORDED" to ws-reject-reason
               end-if
           end-if
           .

       accept-visit.
           if ws-visit-count >= ws-visit-max
               display "VISIT TABLE FULL - SIGHTINGS ON THIS VISIT "
                   "WILL REJECT: " ws-visit-key-work
           else
               add 1 to ws-visit-count
               set ws-vis-idx to ws-visit-count
               move ws-visit-key-work to ws-vis-visit-key(ws-vis-idx)
           end-if
           add 1 to ws-visits-accepted
           move visit-trans-record to survey-visit-record
           write survey-visit-record
           .

       reject-visit.
           add 1 to ws-visits-rejected
           move spaces to sighting-exception-line
           string function trim(ws-reject-reason) delimited by size
                   ": VISIT OBSERVER " delimited by size
                   svt-observer-id delimited by size
                   " SITE " delimited by size
                   svt-site-code delimited by size
                   " DATE " delimited by size
                   svt-visit-date delimited by size
                   " " delimited by size
                   svt-start-time delimited by size
                   "-" delimited by size
                   svt-end-time delimited by size
               into sighting-exception-line
           write sighting-exception-line
           display sighting-exception-line
           .

      *> Looks ws-visit-key-work up among the visits on file.
       find-survey-visit.
           set ws-visit-not-found to true
           perform varying ws-vis-idx from 1 by 1
                   until ws-vis-idx > ws-visit-count
                       or ws-visit-found
               if ws-vis-visit-key(ws-vis-idx) = ws-visit-key-work
                   set ws-visit-found to true
               end-if
           end-perform
           .

      *> Every visit on file, for the sighting-to-visit match.  A
      *> missing SURVVIS.TXT means no visit has been recorded yet.
       load-survey-visits.
           move 0 to ws-visit-count
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
                               perform load-survey-visit-entry
                       end-read
                   end-perform
                   close survey-visit-file
               when other
                   display "SURVVIS.TXT OPEN FAILED - STATUS "
                       ws-survey-visit-status
                   move 16 to ws-program-return-code
           end-evaluate
           .

       load-survey-visit-entry.
           if ws-visit-count >= ws-visit-max
               display "VISIT TABLE FULL - ENTRY DROPPED: "
                   svv-visit-key
           else
               add 1 to ws-visit-count
               set ws-vis-idx to ws-visit-count
               move svv-visit-key to ws-vis-visit-key(ws-vis-idx)
           end-if
           .

      *> A missing SIGHTTRN.TXT (no sightings fed in yet) is a quiet
           .

      *> A sighting is accepted only when its species is on the bird
      *> master, its date is a real calendar date, its count is
      *> non-zero and a survey visit is on file for its observer, site
      *> and date.  The first edit that fails supplies the reject
      *> reason - one reason per reject keeps the exception file
      *> readable for the volunteers who key the corrections.
       validate-sighting.
           set ws-sighting-valid to true
           move spaces to ws-reject-reason
           move stn-observer-id to ws-edit-observer-id
           move stn-site-code to ws-edit-site-code

           perform validate-observer-id
           if ws-sighting-valid
               set ws-sighting-invalid to true
               move "ZERO COUNT" to ws-reject-reason
           end-if

           if ws-sighting-valid
               move stn-observer-id to ws-vkw-observer-id
               move stn-site-code to ws-vkw-site-code
               move stn-sighting-date to ws-vkw-visit-date
               perform find-survey-visit
               if ws-visit-not-found
                   set ws-sighting-invalid to true
                   move "NO SURVEY VISIT RECORDED" to ws-reject-reason
               end-if
           end-if
           .

       validate-sighting-date.
           end-if
           .

      *> A species the records committee must see a description for
      *> is held on the pending-records file instead - it reaches the
      *> master, and so every report, only once RAREDEC applies the
      *> committee's acceptance.
       accept-sighting.
           if bm-description-needed
               perform hold-sighting
               exit paragraph
           end-if
           add 1 to ws-sightings-accepted
           move stn-observer-id to sgm-observer-id
           move stn-sighting-date to sgm-sighting-date
           perform check-sighting-alerts
           .

      *> The running number restarts each night; the checkpoint
      *> keeps a night's file from being loaded twice, so a record id
      *> is never reused.
       hold-sighting.
           add 1 to ws-sightings-held
           move ws-run-date to spn-received-date
           move ws-sightings-held to spn-received-seq
           move stn-observer-id to spn-observer-id
           move stn-sighting-date to spn-sighting-date
           move stn-location to spn-location
           move stn-scientific-name to spn-scientific-name
           move stn-count to spn-count
           move stn-site-code to spn-site-code
           write sighting-pending-record
           .

       reject-sighting.
           add 1 to ws-sightings-rejected
           move spaces to sighting-exception-line
           move ws-sightings-rejected to ws-sightings-rejected-disp
           display "SIGHTINGS READ     " ws-sightings-read-disp
           display "SIGHTINGS ACCEPTED " ws-sightings-accepted-disp
           move ws-sightings-held to ws-sightings-held-disp
           display "SIGHTINGS HELD     " ws-sightings-held-disp
           display "SIGHTINGS REJECTED " ws-sightings-rejected-disp
           .

       close-sighting-files.
           close bird-master-file
           close sighting-master-file
           close sighting-pending-file
           close survey-visit-file
           if ws-sightings-rejected = 0
               move "NO SIGHTINGS REJECTED THIS RUN"
                   to sighting-exception-line
           perform varying ws-obs-idx from 1 by 1
                   until ws-obs-idx > ws-observer-count
                       or ws-observer-found
               if ws-obs-observer-id(ws-obs-idx) = ws-edit-observer-id
                   set ws-observer-found to true
                   if ws-obs-active-flag(ws-obs-idx) not = "A"
                       set ws-sighting-invalid to true
           perform varying ws-sit-idx from 1 by 1
                   until ws-sit-idx > ws-site-count
                       or ws-site-found
               if ws-sit-site-code(ws-sit-idx) = ws-edit-site-code
                   set ws-site-found to true
               end-if
           end-perform
