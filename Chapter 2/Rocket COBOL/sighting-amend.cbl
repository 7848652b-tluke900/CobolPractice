       identification division.
       program-id. SIGHTAMD.

      *> Modification history:
      *> 2026-10-15 - new program.  SIGHTMST.TXT is append-only, so a
      *>              sighting keyed with the wrong count, species or
      *>              site - or one the recorder later rules out -
      *>              could only be put right by editing the master by
      *>              hand, with no trace of who changed what.  Reads
      *>              the day's amendment transactions (SIGHTAMT.TXT),
      *>              each naming one accepted sighting by observer,
      *>              date, site and species, and either amends its
      *>              count, species or site or withdraws it from the
      *>              master.  A new species or site is validated
      *>              against BIRDMAST.DAT and SITEMAST.TXT exactly as
      *>              BIRDSIGT validates a new sighting - a new site
      *>              also needs a survey visit on SURVVIS.TXT for the
      *>              same observer and date - and every change applied
      *>              is journaled to SIGHTJRN.TXT with its before and
      *>              after images, who asked for it and why.  Refused
      *>              amendments are listed with their reason on
      *>              SIGHTAMR.TXT.
      *> 2026-10-15 - an amendment that would change a sighting to a
      *>              species flagged description-required on the bird
      *>              master is refused - that record has to go to the
      *>              records committee as a new sighting, not slip onto
      *>              the master past it.

       environment division.
       input-output section.
       file-control.
           copy joblogsl.
           select sighting-amend-file assign to "SIGHTAMT.TXT"
               organization is line sequential
               file status is ws-sighting-amend-status.
           select bird-master-file assign to "BIRDMAST.DAT"
               organization is indexed
               access mode is random
               record key is bm-scientific-name
               alternate record key is bm-common-name
                   with duplicates
               file status is ws-bird-master-status.
           select sighting-master-file assign to "SIGHTMST.TXT"
               organization is line sequential
               file status is ws-sighting-master-status.
           select site-master-file assign to "SITEMAST.TXT"
               organization is line sequential
               file status is ws-site-master-status.
           select survey-visit-file assign to "SURVVIS.TXT"
               organization is line sequential
               file status is ws-survey-visit-status.
           select sighting-journal-file assign to "SIGHTJRN.TXT"
               organization is line sequential
               file status is ws-sighting-journal-status.
           select amend-report-file assign to "SIGHTAMR.TXT"
               organization is line sequential
               file status is ws-amend-report-status.
           select amend-checkpoint-file assign to "SIGHTAMC.TXT"
               organization is line sequential
               file status is ws-amend-checkpoint-status.

       data division.
       file section.
           copy joblogfd.

      *> The first four fields name the sighting exactly as it stands
      *> on the master; the old count is only needed to tell apart two
      *> otherwise identical sightings (a morning and an evening count
      *> of the same species at the same site).  A blank new field
      *> leaves that field as it is.
       fd  sighting-amend-file.
       01  sighting-amend-record.
           05  amt-observer-id            pic X(8).
           05  amt-sighting-date          pic X(8).
           05  amt-site-code              pic X(4).
           05  amt-scientific-name        pic X(30).
           05  amt-old-count              pic X(5).
           05  amt-action                 pic X(1).
               88  amt-amend                value "A".
               88  amt-withdraw             value "W".
           05  amt-new-scientific-name    pic X(30).
           05  amt-new-site-code          pic X(4).
           05  amt-new-count              pic X(5).
           05  amt-requested-by           pic X(20).
           05  amt-reason                 pic X(40).

       fd  bird-master-file.
           copy birdrec.

       fd  sighting-master-file.
           copy sightrec.

       fd  site-master-file.
           copy siterec.

       fd  survey-visit-file.
           copy survvis.

       fd  sighting-journal-file.
           copy sightjrn.

       fd  amend-report-file.
       01  amend-report-line             pic X(160).

      *> Date whose amendments are already on the master, so a rerun
      *> never applies the same day's amendments twice.
       fd  amend-checkpoint-file.
       01  amend-checkpoint-record.
           05  sac-last-applied-date      pic 9(8).

       working-storage section.
           copy joblogws.
           copy stepstat.
       01  ws-sighting-amend-status      pic XX.
       01  ws-bird-master-status         pic XX.
       01  ws-sighting-master-status     pic XX.
       01  ws-site-master-status         pic XX.
       01  ws-survey-visit-status        pic XX.
       01  ws-sighting-journal-status    pic XX.
       01  ws-amend-report-status        pic XX.
       01  ws-amend-checkpoint-status    pic XX.

       01  ws-run-date                   pic 9(8).
       01  ws-last-applied-date          pic 9(8) value 0.
       01  ws-amend-found-switch         pic X.
           88  ws-amend-found              value "Y".
           88  ws-amend-not-found          value "N".

      *> The day's amendments, held so every one can be matched
      *> against the master before any of them is applied.
       01  ws-amendment-table.
           05  ws-amendment-entry occurs 200 times
                       indexed by ws-amd-idx.
               10  ws-amd-observer-id       pic X(8).
               10  ws-amd-sighting-date     pic X(8).
               10  ws-amd-site-code         pic X(4).
               10  ws-amd-scientific-name   pic X(30).
               10  ws-amd-old-count         pic X(5).
               10  ws-amd-action            pic X(1).
               10  ws-amd-new-scientific-name
                                            pic X(30).
               10  ws-amd-new-site-code     pic X(4).
               10  ws-amd-new-count         pic X(5).
               10  ws-amd-new-count-n redefines ws-amd-new-count
                                            pic 9(5).
               10  ws-amd-requested-by      pic X(20).
               10  ws-amd-reason            pic X(40).
               10  ws-amd-status            pic X(1).
                   88  ws-amd-valid           value "V".
                   88  ws-amd-refused         value "R".
               10  ws-amd-refuse-reason     pic X(40).
               10  ws-amd-master-index      pic 9(5).
               10  ws-amd-before-image      pic X(75).
               10  ws-amd-after-image       pic X(75).
       01  ws-amendment-count            pic 9(3) value 0.
       01  ws-amendment-max              pic 9(3) value 200.

      *> The whole sightings master, held so it can be rewritten in
      *> place with the amendments applied.  A master that will not
      *> fit is a hard failure - rewriting part of it would lose
      *> sightings.
       01  ws-sighting-table.
           05  ws-sighting-entry occurs 10000 times
                       indexed by ws-sgt-idx.
               10  ws-sgt-image             pic X(75).
               10  ws-sgt-amended-flag      pic X(1).
                   88  ws-sgt-amended         value "A".
                   88  ws-sgt-withdrawn       value "W".
                   88  ws-sgt-untouched       value " ".
       01  ws-sighting-count             pic 9(5) value 0.
       01  ws-sighting-max               pic 9(5) value 10000.
       01  ws-sighting-match-count       pic 9(5).
       01  ws-sighting-match             pic 9(5).

      *> Working view of one sighting image, for matching and for
      *> building the after image.
       01  ws-sighting-work.
           05  ws-sgw-observer-id         pic X(8).
           05  ws-sgw-sighting-date       pic 9(8).
           05  ws-sgw-sighting-date-x redefines ws-sgw-sighting-date
                                          pic X(8).
           05  ws-sgw-location            pic X(20).
           05  ws-sgw-scientific-name     pic X(30).
           05  ws-sgw-count               pic 9(5).
           05  ws-sgw-count-x redefines ws-sgw-count
                                          pic X(5).
           05  ws-sgw-site-code           pic X(4).

      *> Site reference loaded for the run - the same table BIRDSIGT
      *> validates a new sighting's site code against.
       01  ws-site-table.
           05  ws-site-entry occurs 100 times
                       indexed by ws-sit-idx.
               10  ws-sit-site-code         pic X(4).
       01  ws-site-count                 pic 9(3) value 0.
       01  ws-site-max                   pic 9(3) value 100.
       01  ws-site-found-switch          pic X.
           88  ws-site-found               value "Y".
           88  ws-site-not-found           value "N".

      *> Every survey visit on file - a sighting moved to another
      *> site must have been made on a visit to that site, the same
      *> match BIRDSIGT makes for a new sighting.
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
           05  ws-vkw-visit-date          pic X(8).

       01  ws-amendments-read            pic 9(5) value 0.
       01  ws-amendments-applied         pic 9(5) value 0.
       01  ws-sightings-withdrawn        pic 9(5) value 0.
       01  ws-amendments-refused         pic 9(5) value 0.
       01  ws-count-disp                 pic ZZZZ9.
       01  ws-line-prefix                pic X(60).

      *> Non-zero once a hard failure (e.g. BIRD-MASTER-FILE won't
      *> open) has been detected, so the driver's step check has
      *> something real to catch instead of RETURN-CODE always being 0.
       01  ws-program-return-code        pic 9(4) value 0.

       procedure division.
       main-logic.
           perform JOBBNR-WRITE-START
           accept ws-run-date from date yyyymmdd
           perform load-amend-checkpoint

           if ws-last-applied-date = ws-run-date
               display "SIGHTING AMENDMENTS ALREADY APPLIED FOR "
                   ws-run-date " - RERUN SKIPS RE-APPLYING THEM"
           else
               perform load-site-master
               perform load-survey-visits
               if ws-program-return-code = 0
                   perform load-amendments
               end-if
               if ws-amend-found and ws-program-return-code = 0
                   perform load-sighting-master
               end-if
               if ws-amend-found and ws-program-return-code = 0
                   perform match-amendments
                   if ws-amendments-applied > 0
                       perform rewrite-sighting-master
                   end-if
               end-if
               if ws-amend-found and ws-program-return-code = 0
                   perform write-sighting-journal
                   perform write-amendment-report
                   perform save-amend-checkpoint
               end-if
           end-if

           move ws-amendments-read to bss-records-read
           move ws-amendments-applied to bss-records-written
           move ws-amendments-refused to bss-exception-count

           perform JOBBNR-WRITE-END
           move ws-program-return-code to return-code
           goback
           .

      *> A missing SIGHTAMT.TXT is the normal case - most nights
      *> nobody asks for a correction.  Each amendment is edited as it
      *> is loaded; the bird master is only consulted for a new
      *> species, the same random read BIRDSIGT makes.
       load-amendments.
           set ws-amend-not-found to true
           move 0 to ws-amendment-count
           open input sighting-amend-file
           evaluate ws-sighting-amend-status
               when "35"
                   display
                       "SIGHTAMT.TXT NOT FOUND - NO AMENDMENTS TODAY"
               when "00"
                   set ws-amend-found to true
                   open input bird-master-file
                   if ws-bird-master-status not = "00"
                       display "BIRD-MASTER-FILE OPEN FAILED - STATUS "
                           ws-bird-master-status
                       move 16 to ws-program-return-code
                   else
                       perform until ws-sighting-amend-status
                               not = "00"
                           read sighting-amend-file
                               at end
                                   move "10"
                                       to ws-sighting-amend-status
                               not at end
                                   perform load-amendment-entry
                           end-read
                       end-perform
                       close bird-master-file
                   end-if
                   close sighting-amend-file
               when other
                   display "SIGHTAMT.TXT OPEN FAILED - STATUS "
                       ws-sighting-amend-status
                   move 16 to ws-program-return-code
           end-evaluate
           .

       load-amendment-entry.
           add 1 to ws-amendments-read
           if ws-amendment-count >= ws-amendment-max
               display "AMENDMENT TABLE FULL - AMENDMENT DROPPED: "
                   amt-observer-id " " amt-sighting-date " "
                   function trim(amt-scientific-name)
               add 1 to ws-amendments-refused
               exit paragraph
           end-if
           add 1 to ws-amendment-count
           set ws-amd-idx to ws-amendment-count
           move amt-observer-id to ws-amd-observer-id(ws-amd-idx)
           move amt-sighting-date to ws-amd-sighting-date(ws-amd-idx)
           move amt-site-code to ws-amd-site-code(ws-amd-idx)
           move amt-scientific-name
               to ws-amd-scientific-name(ws-amd-idx)
           move amt-old-count to ws-amd-old-count(ws-amd-idx)
           move amt-action to ws-amd-action(ws-amd-idx)
           move amt-new-scientific-name
               to ws-amd-new-scientific-name(ws-amd-idx)
           move amt-new-site-code to ws-amd-new-site-code(ws-amd-idx)
           move amt-new-count to ws-amd-new-count(ws-amd-idx)
           move amt-requested-by to ws-amd-requested-by(ws-amd-idx)
           move amt-reason to ws-amd-reason(ws-amd-idx)
           set ws-amd-valid(ws-amd-idx) to true
           move spaces to ws-amd-refuse-reason(ws-amd-idx)
           move 0 to ws-amd-master-index(ws-amd-idx)
           move spaces to ws-amd-before-image(ws-amd-idx)
           move spaces to ws-amd-after-image(ws-amd-idx)
           perform validate-amendment
           .

      *> The first edit that fails supplies the refusal reason, one
      *> reason per refusal, the way BIRDSIGT's exception file reads.
       validate-amendment.
           if not amt-amend and not amt-withdraw
               move "ACTION MUST BE A (AMEND) OR W (WITHDRAW)"
                   to ws-amd-refuse-reason(ws-amd-idx)
           end-if
           if ws-amd-refuse-reason(ws-amd-idx) = spaces
                   and amt-requested-by = spaces
               move "REQUESTED-BY MISSING"
                   to ws-amd-refuse-reason(ws-amd-idx)
           end-if
           if ws-amd-refuse-reason(ws-amd-idx) = spaces
                   and amt-sighting-date not numeric
               move "BAD DATE" to ws-amd-refuse-reason(ws-amd-idx)
           end-if
           if ws-amd-refuse-reason(ws-amd-idx) = spaces
                   and amt-old-count not = spaces
                   and amt-old-count not numeric
               move "BAD OLD COUNT" to ws-amd-refuse-reason(ws-amd-idx)
           end-if
           if ws-amd-refuse-reason(ws-amd-idx) = spaces and amt-amend
               if amt-new-scientific-name = spaces
                       and amt-new-site-code = spaces
                       and amt-new-count = spaces
                   move "NOTHING TO AMEND"
                       to ws-amd-refuse-reason(ws-amd-idx)
               end-if
           end-if
           if ws-amd-refuse-reason(ws-amd-idx) = spaces and amt-amend
               perform validate-new-values
           end-if
           if ws-amd-refuse-reason(ws-amd-idx) not = spaces
               set ws-amd-refused(ws-amd-idx) to true
           end-if
           .

      *> Each new value gets the edit a new sighting's value would.
       validate-new-values.
           if amt-new-count not = spaces
               if amt-new-count not numeric
                   move "BAD COUNT" to ws-amd-refuse-reason(ws-amd-idx)
               else
                   if ws-amd-new-count-n(ws-amd-idx) = 0
                       move "ZERO COUNT - WITHDRAW IT INSTEAD"
                           to ws-amd-refuse-reason(ws-amd-idx)
                   end-if
               end-if
           end-if
           if ws-amd-refuse-reason(ws-amd-idx) = spaces
                   and amt-new-site-code not = spaces
               perform validate-new-site-code
           end-if
           if ws-amd-refuse-reason(ws-amd-idx) = spaces
                   and amt-new-scientific-name not = spaces
               move amt-new-scientific-name to bm-scientific-name
               read bird-master-file
                   invalid key
                       move "UNKNOWN SPECIES"
                           to ws-amd-refuse-reason(ws-amd-idx)
                   not invalid key
                       if bm-description-needed
                           move
                               "DESCRIPTION SPECIES - FOR THE COMMITTEE"
                               to ws-amd-refuse-reason(ws-amd-idx)
                       end-if
               end-read
           end-if
           .

       validate-new-site-code.
           set ws-site-not-found to true
           perform varying ws-sit-idx from 1 by 1
                   until ws-sit-idx > ws-site-count
                       or ws-site-found
               if ws-sit-site-code(ws-sit-idx) = amt-new-site-code
                   set ws-site-found to true
               end-if
           end-perform
           if ws-site-not-found
               move "UNKNOWN SITE CODE"
                   to ws-amd-refuse-reason(ws-amd-idx)
               exit paragraph
           end-if
           move amt-observer-id to ws-vkw-observer-id
           move amt-new-site-code to ws-vkw-site-code
           move amt-sighting-date to ws-vkw-visit-date
           perform find-survey-visit
           if ws-visit-not-found
               move "NO SURVEY VISIT RECORDED"
                   to ws-amd-refuse-reason(ws-amd-idx)
           end-if
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

      *> A missing SURVVIS.TXT means no visit has been recorded yet,
      *> so no sighting can be moved to a new site.  A visit table
      *> that will not hold them all is a hard failure - a dropped
      *> visit would refuse a good amendment with the wrong reason.
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
               if ws-program-return-code = 0
                   display "VISIT TABLE FULL - NO AMENDMENTS APPLIED"
               end-if
               move 16 to ws-program-return-code
           else
               add 1 to ws-visit-count
               set ws-vis-idx to ws-visit-count
               move svv-visit-key to ws-vis-visit-key(ws-vis-idx)
           end-if
           .

      *> BIRDSIGT seeds SITEMAST.TXT the first time it runs, ahead of
      *> this step; without it no new site code can be accepted, so
      *> an amendment that moves a sighting is refused, not guessed.
       load-site-master.
           move 0 to ws-site-count
           open input site-master-file
           evaluate ws-site-master-status
               when "35"
                   display "SITEMAST.TXT NOT FOUND - NO SITE CHANGES"
               when "00"
                   perform until ws-site-master-status not = "00"
                       read site-master-file
                           at end
                               move "10" to ws-site-master-status
                           not at end
                               perform load-site-entry
                       end-read
                   end-perform
                   close site-master-file
               when other
                   display "SITEMAST.TXT OPEN FAILED - STATUS "
                       ws-site-master-status
                   move 16 to ws-program-return-code
           end-evaluate
           .

       load-site-entry.
           if ws-site-count >= ws-site-max
               display "SITE TABLE FULL - ENTRY DROPPED: "
                   sit-site-code
           else
               add 1 to ws-site-count
               set ws-sit-idx to ws-site-count
               move sit-site-code to ws-sit-site-code(ws-sit-idx)
           end-if
           .

      *> No master yet simply means nothing can match - every
      *> amendment is refused as not found.
       load-sighting-master.
           move 0 to ws-sighting-count
           open input sighting-master-file
           evaluate ws-sighting-master-status
               when "35"
                   continue
               when "00"
                   perform until ws-sighting-master-status not = "00"
                       read sighting-master-file
                           at end
                               move "10"
                                   to ws-sighting-master-status
                           not at end
                               perform load-sighting-entry
                       end-read
                   end-perform
                   close sighting-master-file
               when other
                   display "SIGHTMST.TXT OPEN FAILED - STATUS "
                       ws-sighting-master-status
                   move 16 to ws-program-return-code
           end-evaluate
           .

       load-sighting-entry.
           if ws-sighting-count >= ws-sighting-max
               if ws-program-return-code = 0
                   display "SIGHTING TABLE FULL - MASTER NOT AMENDED"
               end-if
               move 16 to ws-program-return-code
           else
               add 1 to ws-sighting-count
               set ws-sgt-idx to ws-sighting-count
               move sighting-master-record to ws-sgt-image(ws-sgt-idx)
               set ws-sgt-untouched(ws-sgt-idx) to true
           end-if
           .

      *> An amendment must name exactly one sighting on the master,
      *> and no sighting is changed twice in one run - the second
      *> amendment is refused, so the journal never records a before
      *> image that was not what the master actually held.
       match-amendments.
           perform varying ws-amd-idx from 1 by 1
                   until ws-amd-idx > ws-amendment-count
               if ws-amd-valid(ws-amd-idx)
                   perform match-one-amendment
               end-if
               if ws-amd-valid(ws-amd-idx)
                   perform apply-one-amendment
               end-if
               if ws-amd-refused(ws-amd-idx)
                   add 1 to ws-amendments-refused
               end-if
           end-perform
           .

       match-one-amendment.
           move 0 to ws-sighting-match-count
           move 0 to ws-sighting-match
           perform varying ws-sgt-idx from 1 by 1
                   until ws-sgt-idx > ws-sighting-count
               move ws-sgt-image(ws-sgt-idx) to ws-sighting-work
               if ws-sgw-observer-id = ws-amd-observer-id(ws-amd-idx)
                   and ws-sgw-sighting-date-x
                       = ws-amd-sighting-date(ws-amd-idx)
                   and ws-sgw-site-code = ws-amd-site-code(ws-amd-idx)
                   and ws-sgw-scientific-name
                       = ws-amd-scientific-name(ws-amd-idx)
                   and (ws-amd-old-count(ws-amd-idx) = spaces
                       or ws-sgw-count-x
                           = ws-amd-old-count(ws-amd-idx))
                   add 1 to ws-sighting-match-count
                   set ws-sighting-match to ws-sgt-idx
               end-if
           end-perform
           evaluate true
               when ws-sighting-match-count = 0
                   move "NO SUCH SIGHTING ON THE MASTER"
                       to ws-amd-refuse-reason(ws-amd-idx)
                   set ws-amd-refused(ws-amd-idx) to true
               when ws-sighting-match-count > 1
                   move "MORE THAN ONE MATCH - GIVE THE OLD COUNT"
                       to ws-amd-refuse-reason(ws-amd-idx)
                   set ws-amd-refused(ws-amd-idx) to true
               when other
                   set ws-sgt-idx to ws-sighting-match
                   if not ws-sgt-untouched(ws-sgt-idx)
                       move "SIGHTING ALREADY AMENDED THIS RUN"
                           to ws-amd-refuse-reason(ws-amd-idx)
                       set ws-amd-refused(ws-amd-idx) to true
                   else
                       move ws-sighting-match
                           to ws-amd-master-index(ws-amd-idx)
                   end-if
           end-evaluate
           .

      *> Applied to the in-memory master only; the file is rewritten
      *> once every amendment has been through.
       apply-one-amendment.
           set ws-sgt-idx to ws-amd-master-index(ws-amd-idx)
           move ws-sgt-image(ws-sgt-idx)
               to ws-amd-before-image(ws-amd-idx)
           if ws-amd-action(ws-amd-idx) = "W"
               set ws-sgt-withdrawn(ws-sgt-idx) to true
               add 1 to ws-sightings-withdrawn
           else
               move ws-sgt-image(ws-sgt-idx) to ws-sighting-work
               if ws-amd-new-scientific-name(ws-amd-idx) not = spaces
                   move ws-amd-new-scientific-name(ws-amd-idx)
                       to ws-sgw-scientific-name
               end-if
               if ws-amd-new-site-code(ws-amd-idx) not = spaces
                   move ws-amd-new-site-code(ws-amd-idx)
                       to ws-sgw-site-code
               end-if
               if ws-amd-new-count(ws-amd-idx) not = spaces
                   move ws-amd-new-count-n(ws-amd-idx)
                       to ws-sgw-count
               end-if
               if ws-sighting-work = ws-sgt-image(ws-sgt-idx)
                   move "AMENDMENT CHANGES NOTHING"
                       to ws-amd-refuse-reason(ws-amd-idx)
                   set ws-amd-refused(ws-amd-idx) to true
                   move spaces to ws-amd-before-image(ws-amd-idx)
                   exit paragraph
               end-if
               move ws-sighting-work to ws-sgt-image(ws-sgt-idx)
               move ws-sighting-work to ws-amd-after-image(ws-amd-idx)
               set ws-sgt-amended(ws-sgt-idx) to true
           end-if
           add 1 to ws-amendments-applied
           .

       rewrite-sighting-master.
           open output sighting-master-file
           if ws-sighting-master-status not = "00"
               display "SIGHTMST.TXT REWRITE FAILED - STATUS "
                   ws-sighting-master-status
               move 16 to ws-program-return-code
               exit paragraph
           end-if
           perform varying ws-sgt-idx from 1 by 1
                   until ws-sgt-idx > ws-sighting-count
               if not ws-sgt-withdrawn(ws-sgt-idx)
                   move ws-sgt-image(ws-sgt-idx)
                       to sighting-master-record
                   write sighting-master-record
               end-if
           end-perform
           close sighting-master-file
           .

      *> Journaled only once the master has been rewritten, so the
      *> trail never shows a change the master does not carry.
       write-sighting-journal.
           if ws-amendments-applied = 0
               exit paragraph
           end-if
           open extend sighting-journal-file
           if ws-sighting-journal-status = "35"
               open output sighting-journal-file
           end-if
           if ws-sighting-journal-status not = "00"
               display "SIGHTJRN.TXT OPEN FAILED - STATUS "
                   ws-sighting-journal-status
               move 16 to ws-program-return-code
               exit paragraph
           end-if
           perform JOBBNR-STAMP-DATE-TIME
           perform varying ws-amd-idx from 1 by 1
                   until ws-amd-idx > ws-amendment-count
               if ws-amd-valid(ws-amd-idx)
                   move spaces to sjr-timestamp
                   string ws-job-log-date-display " "
                           ws-job-log-time-display
                       delimited by size into sjr-timestamp
                   if ws-amd-action(ws-amd-idx) = "W"
                       set sjr-action-withdraw to true
                   else
                       set sjr-action-amend to true
                   end-if
                   move ws-amd-requested-by(ws-amd-idx)
                       to sjr-requested-by
                   move ws-amd-reason(ws-amd-idx) to sjr-reason
                   move ws-amd-before-image(ws-amd-idx)
                       to sjr-before-image
                   move ws-amd-after-image(ws-amd-idx)
                       to sjr-after-image
                   write sighting-journal-record
               end-if
           end-perform
           close sighting-journal-file
           .

       write-amendment-report.
           open output amend-report-file
           if ws-amend-report-status not = "00"
               display "SIGHTAMR.TXT OPEN FAILED - STATUS "
                   ws-amend-report-status
               move 16 to ws-program-return-code
               exit paragraph
           end-if
           move spaces to amend-report-line
           string "SIGHTING AMENDMENTS FOR " delimited by size
                   ws-run-date delimited by size
               into amend-report-line
           write amend-report-line
           perform varying ws-amd-idx from 1 by 1
                   until ws-amd-idx > ws-amendment-count
               perform write-amendment-line
           end-perform
           move ws-amendments-read to ws-count-disp
           move spaces to amend-report-line
           string "AMENDMENTS READ     " delimited by size
                   ws-count-disp delimited by size
               into amend-report-line
           write amend-report-line
           display amend-report-line
           move ws-amendments-applied to ws-count-disp
           move spaces to amend-report-line
           string "AMENDMENTS APPLIED  " delimited by size
                   ws-count-disp delimited by size
               into amend-report-line
           write amend-report-line
           display amend-report-line
           move ws-sightings-withdrawn to ws-count-disp
           move spaces to amend-report-line
           string "  OF WHICH WITHDRAWN" delimited by size
                   ws-count-disp delimited by size
               into amend-report-line
           write amend-report-line
           display amend-report-line
           move ws-amendments-refused to ws-count-disp
           move spaces to amend-report-line
           string "AMENDMENTS REFUSED  " delimited by size
                   ws-count-disp delimited by size
               into amend-report-line
           write amend-report-line
           display amend-report-line
           close amend-report-file
           .

       write-amendment-line.
           move spaces to ws-line-prefix
           if ws-amd-refused(ws-amd-idx)
               string "REFUSED  " delimited by size
                       function trim(ws-amd-refuse-reason(ws-amd-idx))
                           delimited by size
                       ":" delimited by size
                   into ws-line-prefix
           else
               if ws-amd-action(ws-amd-idx) = "W"
                   move "WITHDRAWN:" to ws-line-prefix
               else
                   move "AMENDED:" to ws-line-prefix
               end-if
           end-if
           move spaces to amend-report-line
           string function trim(ws-line-prefix) delimited by size
                   " OBSERVER " delimited by size
                   ws-amd-observer-id(ws-amd-idx) delimited by size
                   " DATE " delimited by size
                   ws-amd-sighting-date(ws-amd-idx) delimited by size
                   " SITE " delimited by size
                   ws-amd-site-code(ws-amd-idx) delimited by size
                   " NAME " delimited by size
                   function trim(ws-amd-scientific-name(ws-amd-idx))
                       delimited by size
                   " BY " delimited by size
                   function trim(ws-amd-requested-by(ws-amd-idx))
                       delimited by size
               into amend-report-line
           write amend-report-line
           if ws-amd-valid(ws-amd-idx)
                   and ws-amd-action(ws-amd-idx) = "A"
               move ws-amd-after-image(ws-amd-idx) to ws-sighting-work
               move spaces to amend-report-line
               string "    NOW NAME " delimited by size
                       function trim(ws-sgw-scientific-name)
                           delimited by size
                       " SITE " delimited by size
                       ws-sgw-site-code delimited by size
                       " COUNT " delimited by size
                       ws-sgw-count delimited by size
                   into amend-report-line
               write amend-report-line
           end-if
           .

      *> A missing checkpoint just means no amendments have ever been
      *> applied.  A day with no SIGHTAMT.TXT is not checkpointed, so
      *> a same-day rerun once the file lands still applies it - the
      *> arrangement BIRDSIGT uses for the sightings themselves.
       load-amend-checkpoint.
           move 0 to ws-last-applied-date
           open input amend-checkpoint-file
           if ws-amend-checkpoint-status = "00"
               read amend-checkpoint-file
                   at end
                       continue
                   not at end
                       move sac-last-applied-date
                           to ws-last-applied-date
               end-read
               close amend-checkpoint-file
           end-if
           .

       save-amend-checkpoint.
           move ws-run-date to sac-last-applied-date
           open output amend-checkpoint-file
           write amend-checkpoint-record
           close amend-checkpoint-file
           .

           copy jobbnr replacing ==JOB-NAME-LIT== by =="SIGHTAMD"==.
