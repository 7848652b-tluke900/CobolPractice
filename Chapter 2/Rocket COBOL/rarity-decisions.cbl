       identification division.
       program-id. RAREDEC.

      *> Modification history:
      *> 2026-10-15 - new program.  Applies the county records
      *>              committee's decisions (RAREDEC.TXT) to the
      *>              sightings BIRDSIGT holds on the pending-records
      *>              file (SIGHTPND.TXT) for description species: an
      *>              accepted record is moved to the sightings master,
      *>              a not-proven one to the rejected-records register
      *>              (SIGHTNPR.TXT) with the decision date and the
      *>              committee's note.  Every night it also prints
      *>              the submission list for the committee secretary
      *>              (RARESUB.TXT) - every record still awaiting a
      *>              decision, oldest first, with tonight's new ones
      *>              marked - after the decisions applied or refused.

       environment division.
       input-output section.
       file-control.
           copy joblogsl.
           select decision-file assign to "RAREDEC.TXT"
               organization is line sequential
               file status is ws-decision-status.
           select sighting-pending-file assign to "SIGHTPND.TXT"
               organization is line sequential
               file status is ws-sighting-pending-status.
           select sighting-master-file assign to "SIGHTMST.TXT"
               organization is line sequential
               file status is ws-sighting-master-status.
           select not-proven-file assign to "SIGHTNPR.TXT"
               organization is line sequential
               file status is ws-not-proven-status.
           select submission-list-file assign to "RARESUB.TXT"
               organization is line sequential
               file status is ws-submission-list-status.
           select decision-checkpoint-file assign to "RAREDCKP.TXT"
               organization is line sequential
               file status is ws-decision-checkpoint-status.

       data division.
       file section.
           copy joblogfd.

      *> One committee decision: the record id from the submission
      *> list, A (accepted) or N (not proven), the date the committee
      *> decided and an optional note for the register.
       fd  decision-file.
       01  decision-record.
           05  rdc-record-id              pic X(12).
           05  rdc-decision               pic X(1).
               88  rdc-accepted             value "A".
               88  rdc-not-proven           value "N".
           05  rdc-decision-date          pic X(8).
           05  rdc-decision-date-n redefines rdc-decision-date
                                          pic 9(8).
           05  rdc-committee-note         pic X(40).

       fd  sighting-pending-file.
           copy sightpnd.

       fd  sighting-master-file.
           copy sightrec.

       fd  not-proven-file.
           copy sightnpr.

       fd  submission-list-file.
       01  submission-list-line          pic X(160).

      *> Date whose decisions are already applied, so a rerun never
      *> moves the same records twice.
       fd  decision-checkpoint-file.
       01  decision-checkpoint-record.
           05  rdk-last-applied-date      pic 9(8).

       working-storage section.
           copy joblogws.
           copy stepstat.
       01  ws-decision-status            pic XX.
       01  ws-sighting-pending-status    pic XX.
       01  ws-sighting-master-status     pic XX.
       01  ws-not-proven-status          pic XX.
       01  ws-submission-list-status     pic XX.
       01  ws-decision-checkpoint-status pic XX.

       01  ws-run-date                   pic 9(8).
       01  ws-last-applied-date          pic 9(8) value 0.
       01  ws-decision-found-switch      pic X.
           88  ws-decision-found           value "Y".
           88  ws-decision-not-found       value "N".

      *> The whole pending-records file, held so decided records can
      *> be taken off it and the rest written back.  A file that will
      *> not fit is a hard failure - writing back part of it would
      *> lose held records.
       01  ws-pending-table.
           05  ws-pending-entry occurs 2000 times
                       indexed by ws-pnd-idx.
               10  ws-pnd-image             pic X(87).
               10  ws-pnd-decision          pic X(1).
                   88  ws-pnd-undecided       value " ".
                   88  ws-pnd-accepted        value "A".
                   88  ws-pnd-not-proven      value "N".
               10  ws-pnd-decision-date     pic 9(8).
               10  ws-pnd-committee-note    pic X(40).
       01  ws-pending-count              pic 9(4) value 0.
       01  ws-pending-max                pic 9(4) value 2000.
       01  ws-pending-match              pic 9(4).
      *> Which records the pending file is written back with: the
      *> accepted ones come off as soon as they are on the master,
      *> the not-proven ones once they are on the register.
       01  ws-pending-keep-switch        pic X.
           88  ws-keep-not-proven          value "N".
           88  ws-keep-undecided-only      value "U".

       01  ws-refuse-reason              pic X(40).
       01  ws-days-waiting               pic 9(5).
       01  ws-new-flag                   pic X(6).
       01  ws-line-prefix                pic X(14).

       01  ws-decisions-read             pic 9(5) value 0.
       01  ws-records-accepted           pic 9(5) value 0.
       01  ws-records-not-proven         pic 9(5) value 0.
       01  ws-decisions-refused          pic 9(5) value 0.
       01  ws-records-awaiting           pic 9(5) value 0.
       01  ws-count-disp                 pic ZZZZ9.
       01  ws-days-disp                  pic ZZZZ9.

      *> Non-zero once a hard failure (e.g. SIGHTMST.TXT won't open)
      *> has been detected, so the driver's step check has something
      *> real to catch instead of RETURN-CODE always being 0.
       01  ws-program-return-code        pic 9(4) value 0.

       procedure division.
       main-logic.
           perform JOBBNR-WRITE-START
           accept ws-run-date from date yyyymmdd
           perform load-decision-checkpoint
           perform load-pending-records

           open output submission-list-file
           if ws-submission-list-status not = "00"
               display "RARESUB.TXT OPEN FAILED - STATUS "
                   ws-submission-list-status
               move 16 to ws-program-return-code
           else
               move spaces to submission-list-line
               string "RECORDS COMMITTEE SUBMISSION LIST AT "
                           delimited by size
                       ws-run-date delimited by size
                   into submission-list-line
               write submission-list-line
           end-if

           if ws-program-return-code = 0
               if ws-last-applied-date = ws-run-date
                   display "COMMITTEE DECISIONS ALREADY APPLIED FOR "
                       ws-run-date " - RERUN SKIPS RE-APPLYING THEM"
               else
                   perform apply-decisions
               end-if
           end-if

           if ws-program-return-code = 0
               perform list-awaiting-records
           end-if
           if ws-submission-list-status = "00"
               close submission-list-file
           end-if

           move ws-decisions-read to bss-records-read
           add ws-records-accepted ws-records-not-proven
               giving bss-records-written
           move ws-decisions-refused to bss-exception-count

           perform JOBBNR-WRITE-END
           move ws-program-return-code to return-code
           goback
           .

      *> No SIGHTPND.TXT means no description species has ever been
      *> seen - nothing awaits a decision.
       load-pending-records.
           move 0 to ws-pending-count
           open input sighting-pending-file
           evaluate ws-sighting-pending-status
               when "35"
                   continue
               when "00"
                   perform until ws-sighting-pending-status not = "00"
                       read sighting-pending-file
                           at end
                               move "10"
                                   to ws-sighting-pending-status
                           not at end
                               perform load-pending-entry
                       end-read
                   end-perform
                   close sighting-pending-file
               when other
                   display "SIGHTPND.TXT OPEN FAILED - STATUS "
                       ws-sighting-pending-status
                   move 16 to ws-program-return-code
           end-evaluate
           .

       load-pending-entry.
           if ws-pending-count >= ws-pending-max
               if ws-program-return-code = 0
                   display "PENDING TABLE FULL - NO DECISIONS APPLIED"
               end-if
               move 16 to ws-program-return-code
           else
               add 1 to ws-pending-count
               set ws-pnd-idx to ws-pending-count
               move sighting-pending-record to ws-pnd-image(ws-pnd-idx)
               set ws-pnd-undecided(ws-pnd-idx) to true
               move 0 to ws-pnd-decision-date(ws-pnd-idx)
               move spaces to ws-pnd-committee-note(ws-pnd-idx)
           end-if
           .

      *> A missing RAREDEC.TXT is the normal night - the committee
      *> meets a few times a year.  The pending file is written back
      *> after each posting, so a record already moved is never still
      *> pending if a later step fails, and the night is only
      *> checkpointed once everything is done.
       apply-decisions.
           set ws-decision-not-found to true
           open input decision-file
           evaluate ws-decision-status
               when "35"
                   exit paragraph
               when "00"
                   set ws-decision-found to true
               when other
                   display "RAREDEC.TXT OPEN FAILED - STATUS "
                       ws-decision-status
                   move 16 to ws-program-return-code
                   exit paragraph
           end-evaluate

           move spaces to submission-list-line
           write submission-list-line
           move "COMMITTEE DECISIONS APPLIED TONIGHT"
               to submission-list-line
           write submission-list-line
           perform until ws-decision-status not = "00"
               read decision-file
                   at end
                       move "10" to ws-decision-status
                   not at end
                       perform apply-one-decision
               end-read
           end-perform
           close decision-file

           if ws-records-accepted > 0
               perform post-accepted-records
               if ws-program-return-code = 0
                   set ws-keep-not-proven to true
                   perform rewrite-pending-records
                   if ws-program-return-code not = 0
                       display "ACCEPTED RECORDS ARE ON SIGHTMST.TXT - "
                           "TAKE THEM OFF SIGHTPND.TXT BEFORE A RERUN"
                   end-if
               end-if
           end-if
           if ws-records-not-proven > 0 and ws-program-return-code = 0
               perform post-not-proven-records
               if ws-program-return-code = 0
                   set ws-keep-undecided-only to true
                   perform rewrite-pending-records
                   if ws-program-return-code not = 0
                       display "NOT-PROVEN RECORDS ARE ON SIGHTNPR.TXT "
                           "- TAKE THEM OFF SIGHTPND.TXT BEFORE A "
                           "RERUN"
                   end-if
               end-if
           end-if
           if ws-program-return-code = 0
               perform save-decision-checkpoint
           end-if
           perform write-decision-totals
           .

       apply-one-decision.
           add 1 to ws-decisions-read
           move spaces to ws-refuse-reason
           move 0 to ws-pending-match
           evaluate true
               when not rdc-accepted and not rdc-not-proven
                   move "DECISION MUST BE A OR N" to ws-refuse-reason
               when rdc-decision-date not numeric
                   move "BAD DECISION DATE" to ws-refuse-reason
               when function test-date-yyyymmdd(rdc-decision-date-n)
                       not = 0
                   move "BAD DECISION DATE" to ws-refuse-reason
               when rdc-decision-date-n > ws-run-date
                   move "DECISION DATE IN THE FUTURE"
                       to ws-refuse-reason
               when other
                   perform varying ws-pnd-idx from 1 by 1
                           until ws-pnd-idx > ws-pending-count
                       if ws-pnd-image(ws-pnd-idx)(1:12)
                               = rdc-record-id
                           set ws-pending-match to ws-pnd-idx
                       end-if
                   end-perform
                   if ws-pending-match = 0
                       move "NOT ON THE PENDING FILE"
                           to ws-refuse-reason
                   else
                       set ws-pnd-idx to ws-pending-match
                       if not ws-pnd-undecided(ws-pnd-idx)
                           move "ALREADY DECIDED THIS RUN"
                               to ws-refuse-reason
                       end-if
                   end-if
           end-evaluate

           move spaces to submission-list-line
           if ws-refuse-reason not = spaces
               add 1 to ws-decisions-refused
               string "  REFUSED " delimited by size
                       function trim(ws-refuse-reason) delimited by size
                       ": RECORD " delimited by size
                       rdc-record-id delimited by size
                       " DECISION " delimited by size
                       rdc-decision delimited by size
                       " DATE " delimited by size
                       rdc-decision-date delimited by size
                   into submission-list-line
               write submission-list-line
               display submission-list-line
               exit paragraph
           end-if

           move ws-pnd-image(ws-pnd-idx) to sighting-pending-record
           move rdc-decision-date-n to ws-pnd-decision-date(ws-pnd-idx)
           move rdc-committee-note to ws-pnd-committee-note(ws-pnd-idx)
           if rdc-accepted
               set ws-pnd-accepted(ws-pnd-idx) to true
               add 1 to ws-records-accepted
               move "  ACCEPTED" to ws-line-prefix
           else
               set ws-pnd-not-proven(ws-pnd-idx) to true
               add 1 to ws-records-not-proven
               move "  NOT PROVEN" to ws-line-prefix
           end-if
           string ws-line-prefix delimited by size
                   spn-record-id delimited by size
                   " " delimited by size
                   function trim(spn-scientific-name)
                       delimited by size
                   " OBSERVER " delimited by size
                   spn-observer-id delimited by size
                   " DATE " delimited by size
                   spn-sighting-date delimited by size
                   " SITE " delimited by size
                   spn-site-code delimited by size
               into submission-list-line
           write submission-list-line
           .

      *> Accepted records join the master the way BIRDSIGT appends a
      *> new sighting, so every report picks them up from tonight.
       post-accepted-records.
           open extend sighting-master-file
           if ws-sighting-master-status = "35"
               open output sighting-master-file
           end-if
           if ws-sighting-master-status not = "00"
               display "SIGHTMST.TXT OPEN FAILED - STATUS "
                   ws-sighting-master-status
               move 16 to ws-program-return-code
               exit paragraph
           end-if
           perform varying ws-pnd-idx from 1 by 1
                   until ws-pnd-idx > ws-pending-count
               if ws-pnd-accepted(ws-pnd-idx)
                   move ws-pnd-image(ws-pnd-idx)
                       to sighting-pending-record
                   move spn-sighting to sighting-master-record
                   write sighting-master-record
               end-if
           end-perform
           close sighting-master-file
           .

       post-not-proven-records.
           open extend not-proven-file
           if ws-not-proven-status = "35"
               open output not-proven-file
           end-if
           if ws-not-proven-status not = "00"
               display "SIGHTNPR.TXT OPEN FAILED - STATUS "
                   ws-not-proven-status
               move 16 to ws-program-return-code
               exit paragraph
           end-if
           perform varying ws-pnd-idx from 1 by 1
                   until ws-pnd-idx > ws-pending-count
               if ws-pnd-not-proven(ws-pnd-idx)
                   move ws-pnd-image(ws-pnd-idx)
                       to sighting-pending-record
                   move spn-record-id to snp-record-id
                   move spn-sighting to snp-sighting
                   move ws-pnd-decision-date(ws-pnd-idx)
                       to snp-decision-date
                   move ws-pnd-committee-note(ws-pnd-idx)
                       to snp-committee-note
                   write sighting-not-proven-record
               end-if
           end-perform
           close not-proven-file
           .

       rewrite-pending-records.
           open output sighting-pending-file
           if ws-sighting-pending-status not = "00"
               display "SIGHTPND.TXT REWRITE FAILED - STATUS "
                   ws-sighting-pending-status
               move 16 to ws-program-return-code
               exit paragraph
           end-if
           perform varying ws-pnd-idx from 1 by 1
                   until ws-pnd-idx > ws-pending-count
               if ws-pnd-undecided(ws-pnd-idx)
                       or (ws-pnd-not-proven(ws-pnd-idx)
                           and ws-keep-not-proven)
                   move ws-pnd-image(ws-pnd-idx)
                       to sighting-pending-record
                   write sighting-pending-record
               end-if
           end-perform
           close sighting-pending-file
           .

       write-decision-totals.
           move ws-records-accepted to ws-count-disp
           move spaces to submission-list-line
           string "RECORDS ACCEPTED    " delimited by size
                   ws-count-disp delimited by size
               into submission-list-line
           write submission-list-line
           display submission-list-line
           move ws-records-not-proven to ws-count-disp
           move spaces to submission-list-line
           string "RECORDS NOT PROVEN  " delimited by size
                   ws-count-disp delimited by size
               into submission-list-line
           write submission-list-line
           display submission-list-line
           move ws-decisions-refused to ws-count-disp
           move spaces to submission-list-line
           string "DECISIONS REFUSED   " delimited by size
                   ws-count-disp delimited by size
               into submission-list-line
           write submission-list-line
           display submission-list-line
           .

      *> The pending file is in the order records arrived, so the
      *> list runs oldest first - the secretary works from the top.
       list-awaiting-records.
           move spaces to submission-list-line
           write submission-list-line
           move "AWAITING COMMITTEE DECISION" to submission-list-line
           write submission-list-line
           perform varying ws-pnd-idx from 1 by 1
                   until ws-pnd-idx > ws-pending-count
               if ws-pnd-undecided(ws-pnd-idx)
                   perform list-one-awaiting-record
               end-if
           end-perform
           move ws-records-awaiting to ws-count-disp
           move spaces to submission-list-line
           string "RECORDS AWAITING A DECISION " delimited by size
                   ws-count-disp delimited by size
               into submission-list-line
           write submission-list-line
           display submission-list-line
           .

       list-one-awaiting-record.
           add 1 to ws-records-awaiting
           move ws-pnd-image(ws-pnd-idx) to sighting-pending-record
           compute ws-days-waiting =
               function integer-of-date(ws-run-date)
                   - function integer-of-date(spn-received-date)
           move ws-days-waiting to ws-days-disp
           if spn-received-date = ws-run-date
               move " NEW" to ws-new-flag
           else
               move spaces to ws-new-flag
           end-if
           move spaces to submission-list-line
           string "  " delimited by size
                   spn-record-id delimited by size
                   " " delimited by size
                   function trim(spn-scientific-name)
                       delimited by size
                   " x" delimited by size
                   spn-count delimited by size
                   " OBSERVER " delimited by size
                   spn-observer-id delimited by size
                   " DATE " delimited by size
                   spn-sighting-date delimited by size
                   " SITE " delimited by size
                   spn-site-code delimited by size
                   " " delimited by size
                   function trim(spn-location) delimited by size
                   " WAITING " delimited by size
                   function trim(ws-days-disp) delimited by size
                   " DAYS" delimited by size
                   ws-new-flag delimited by size
               into submission-list-line
           write submission-list-line
           .

      *> A missing checkpoint just means no decisions have ever been
      *> applied.  A night with no RAREDEC.TXT is not checkpointed, so
      *> a same-day rerun once the file lands still applies it.
       load-decision-checkpoint.
           move 0 to ws-last-applied-date
           open input decision-checkpoint-file
           if ws-decision-checkpoint-status = "00"
               read decision-checkpoint-file
                   at end
                       continue
                   not at end
                       move rdk-last-applied-date
                           to ws-last-applied-date
               end-read
               close decision-checkpoint-file
           end-if
           .

       save-decision-checkpoint.
           move ws-run-date to rdk-last-applied-date
           open output decision-checkpoint-file
           write decision-checkpoint-record
           close decision-checkpoint-file
           .

           copy jobbnr replacing ==JOB-NAME-LIT== by =="RAREDEC"==.
