      *>              and the completed-steps restart table is sized
      *>              to the step table so a long chain's restart
      *>              never overflows it and re-runs completed steps.
      *> 2026-10-15 - the bank returns job now runs as a step right
      *>              before the bank-payment job, so the bank's
      *>              returned items are registered against the last
      *>              submission before tonight's file replaces it
      *>              and re-offers them.  (Added to the step control
      *>              seed; an installation whose BATCHSTP.TXT
      *>              predates this adds the step by editing that
      *>              file.)
      *> 2026-10-15 - the net-pay variance check now runs as a step
      *>              right after the payroll run, so a flagged
      *>              employee is on the pay hold file before the
      *>              bank-payment job builds tonight's file, same
      *>              seed arrangement.
      *> 2026-10-15 - the HMRC Full Payment Submission job now runs
      *>              as a step after the bank-payment job, building
      *>              tonight's submission from the payroll run, same
      *>              seed arrangement.
      *> 2026-10-15 - the purchase-invoice edit (PURCHEDT) now runs as a
      *>              step between the sales edit and the roll-up, so
      *>              tonight's input VAT is on INPVATQ.TXT before the
      *>              VAT return is produced - same seed arrangement.
      *>              The step, run-result and completed-step tables are
      *>              enlarged from 20 to 40 rows; the chain was one
      *>              step short of the old limit.
      *> 2026-10-15 - the shop stock update (STOCKUPD) now runs nightly
      *>              after the sales edit, and the stock valuation
      *>              (STOCKVAL) on period-end days only.
      *> 2026-10-15 - the gift voucher liability report (VOUCHLIB) runs
      *>              on period-end days, after the ledger posting.
      *> 2026-10-15 - the sightings amendment run (SIGHTAMD) now runs as
      *>              a step right after the sightings load, so a
      *>              correction keyed today is on the master before
      *>              tonight's sightings reports read it.
      *> 2026-10-15 - the records committee decisions run (RAREDEC) now
      *>              runs after the sightings amendments, moving
      *>              accepted description-species records onto the
      *>              master before the sightings reports read it and
      *>              printing the secretary's submission list.
      *> 2026-10-15 - the sightings export (SIGHTEXP) runs on period-end
      *>              days once the committee decisions are in, sending
      *>              the previous quarter's accepted sightings to the
      *>              county recorder and the national scheme; the
      *>              export control file keeps each sighting to one
      *>              send.
      *> 2026-10-15 - the ring stock report (RINGSTKR) runs as step 31,
      *>              after RINGLOAD has taken the day's ringing, so the
      *>              stock left of each size is current.
      *> 2026-10-15 - the birds-per-hour effort report (EFFORTRP) runs
      *>              as step 38; BIRDSIGT now takes the night's survey
      *>              visits ahead of its sightings, so no extra step is
      *>              needed for them.
      *> 2026-10-15 - the 10km distribution map (DISTMAP) runs as step
      *>              39 on period-end days - all species for the year
      *>              to date unless the step's parm names a period and
      *>              species for the atlas editors.
      *> 2026-10-15 - a step frequency of MONTHmmnn runs the step every
      *>              night from month mm through month nn (wrapping the
      *>              year end when mm is later), and the migrant
      *>              phenology report (PHENORPT) runs as step 41 on
      *>              MONTH0311 - March to November, the spring and
      *>              autumn migration.
      *> 2026-10-15 - each step now names its job stream (BIRDS,
      *>              PAYROLL, SALES, LEDGER) and up to four
      *>              prerequisite steps in BATCHSTP.TXT. A failed step
      *>              no longer stops the night: only the steps
      *>              depending on it, directly or through another held
      *>              step, are held back (PREREQ on RUNRPT.TXT, with
      *>              the step that did not complete), every other
      *>              stream runs to completion, and the run report ends
      *>              with a line per stream. Completed steps are
      *>              checkpointed from every stream, so the restart
      *>              re-runs only the failed and held work. A
      *>              BATCHSTP.TXT predating the columns has no streams
      *>              and still stops at the first failure; the seed
      *>              carries the streams. The driver's exit code is now
      *>              set after the lock release, whose CALL was
      *>              resetting a failed night's RETURN-CODE to 0.
      *> 2026-10-15 - a pre-flight check of the night's input files now
      *>              runs before the first step. BATCHEXP.TXT (seeded
      *>              once, then ops data, like BATCHSTP.TXT) lists each
      *>              step's input files as required or optional,
      *>              whether they must hold data, whether they must be
      *>              newer than the step's last successful run (kept
      *>              per step in BATCHLOK.TXT), and a maximum age in
      *>              hours. Only steps running tonight and not already
      *>              done are checked. A file that is not ready holds
      *>              its step's stream, or the whole chain if its row
      *>              says so; the steps show HELD on RUNRPT.TXT with
      *>              the file, under a pre-flight summary, and their
      *>              dependents in other streams show PREREQ.
      *> 2026-10-15 - the cross-step balancing step (BALRPT) is seeded
      *>              as the last step of the chain in the LEDGER
      *>              stream, after GLPOST and BANKPAY - an installation
      *>              with BATCHSTP.TXT already on disk adds the row. A
      *>              break fails the step, so it shows on the morning
      *>              run report.
      *> 2026-10-15 - the weekly referential integrity sweep (INTEGCHK)
      *>              is seeded as the last step of the chain, Sundays
      *>              only (WEEKLY-7), in a stream of its own (AUDIT)
      *>              with no prerequisites - it only reads, so it runs
      *>              whatever else failed. An installation with
      *>              BATCHSTP.TXT already on disk adds the row.
      *> 2026-10-15 - the archive and purge step (ARCHPURG, parm
      *>              ARCHIVE) is seeded as the last step of the chain,
      *>              at period end only, in the AUDIT stream with no
      *>              prerequisites - the chain already holds the locks
      *>              it would otherwise take. An installation with
      *>              BATCHSTP.TXT already on disk adds the row.
      *> 2026-10-15 - the local ledger-balances update (GLBALUPD) is
      *>              seeded as step 56, nightly in the LEDGER stream
      *>              after GLPOST, and the month-end trial balance
      *>              (TRIALBAL) as step 59 on period-end days after it.
      *>              An installation with BATCHSTP.TXT already on disk
      *>              adds the rows.

       environment division.
       input-output section.
           select run-report-file assign to "RUNRPT.TXT"
               organization is line sequential
               file status is ws-run-report-status.
           select file-expectation-file assign to "BATCHEXP.TXT"
               organization is line sequential
               file status is ws-file-expectation-status.
           select step-last-ok-file assign to "BATCHLOK.TXT"
               organization is line sequential
               file status is ws-step-last-ok-status.

       data division.
       file section.
           05  stp-enabled                pic X(1).
           05  stp-parm                   pic X(60).
      *> DAILY (or spaces, for a file predating the column),
      *> WEEKLY-n with n 1=Monday..7=Sunday, PERIODEND for the
      *> business calendar's period-end marker, or MONTHmmnn for
      *> every night from month mm through month nn (MONTH0311 is
      *> March to November; MONTH1003 wraps the year end).
           05  stp-frequency              pic X(9).
      *> The job stream the step belongs to (BIRDS, PAYROLL, SALES,
      *> LEDGER, AUDIT) and the steps, by program name, that must have
      *> completed before it may run.  A failure skips only the steps
      *> that depend on it, directly or through another skipped step;
      *> every other stream runs on.  A step with no stream (a file
      *> predating these columns) depends on every step before it -
      *> the chain stops at a failure, as it always did.
           05  stp-stream                 pic X(8).
           05  stp-prerequisites.
               10  stp-prerequisite occurs 4 times
                                          pic X(10).

       fd  run-report-file.
       01  run-report-line                pic X(140).

      *> One input file a step expects to find when the chain starts,
      *> checked before the first step runs.  Required means the file
      *> must be there; optional means its absence is normal (no
      *> feed tonight) but if it is there it is checked like any
      *> other.  Must-have-data refuses an empty file.  Newer-than-
      *> last refuses a file no newer than the step's last successful
      *> run - last night's feed left in place.  A maximum age of
      *> zero means no limit.  A file that fails holds the step's
      *> stream (S) or the whole chain (H).
       fd  file-expectation-file.
       01  file-expectation-record.
           05  exp-step-name              pic X(10).
           05  exp-file-name              pic X(20).
           05  exp-requirement            pic X(1).
               88  exp-required             value "R".
               88  exp-optional             value "O".
           05  exp-must-have-data         pic X(1).
               88  exp-data-required        value "Y".
           05  exp-newer-than-last        pic X(1).
               88  exp-newer-required       value "Y".
           05  exp-max-age-hours          pic 9(3).
           05  exp-on-failure             pic X(1).
               88  exp-hold-chain           value "H".
               88  exp-hold-stream          value "S".

      *> When each step last completed cleanly, on any run date -
      *> what a newer-than-last expectation is measured against.
       fd  step-last-ok-file.
       01  step-last-ok-record.
           05  lok-step-name              pic X(10).
           05  lok-date                   pic 9(8).
           05  lok-time                   pic 9(6).

       working-storage section.
           copy joblogws.
           copy stepparm.
       01  ws-run-checkpoint-status      pic XX.
       01  ws-step-control-status        pic XX.
       01  ws-run-report-status          pic XX.
       01  ws-file-expectation-status    pic XX.
       01  ws-step-last-ok-status        pic XX.

      *> One row per step for the morning run report.
       01  ws-run-result-table.
           05  ws-run-result-entry occurs 40 times
                       indexed by ws-rr-idx.
               10  ws-rr-step-name          pic X(10).
               10  ws-rr-stream             pic X(8).
               10  ws-rr-disposition        pic X(8).
               10  ws-rr-reason             pic X(40).
               10  ws-rr-return-code        pic S9(4).
               10  ws-rr-elapsed            pic 9(5).
               10  ws-rr-records-read       pic 9(7).
      *> The chain as the step control file defines it, held in run
      *> order.
       01  ws-step-table.
           05  ws-step-entry occurs 40 times
                       indexed by ws-stp-idx ws-prq-idx.
               10  ws-stp-sequence          pic 9(2).
               10  ws-stp-program-name      pic X(10).
               10  ws-stp-enabled           pic X(1).
               10  ws-stp-parm              pic X(60).
               10  ws-stp-frequency         pic X(9).
               10  ws-stp-stream            pic X(8).
               10  ws-stp-prerequisites.
                   15  ws-stp-prerequisite occurs 4 times
                               indexed by ws-dep-idx
                                            pic X(10).
      *> How the step ended tonight, as it shows on the run report -
      *> what its dependents check before they run.
               10  ws-stp-run-status        pic X(8).
      *> Whether the step's frequency has it running tonight, worked
      *> out once before the pre-flight check so the check and the
      *> chain agree.
               10  ws-stp-tonight           pic X(1).
       01  ws-step-count                 pic 9(2) value 0.
       01  ws-step-max                   pic 9(2) value 40.
       01  ws-step-sort-work-entry.
           05  ws-stp-work-sequence         pic 9(2).
           05  ws-stp-work-program-name     pic X(10).
           05  ws-stp-work-enabled          pic X(1).
           05  ws-stp-work-parm             pic X(60).
           05  ws-stp-work-frequency        pic X(9).
           05  ws-stp-work-stream           pic X(8).
           05  ws-stp-work-prerequisites    pic X(40).
           05  ws-stp-work-run-status       pic X(8).
           05  ws-stp-work-tonight          pic X(1).
       01  ws-step-sort-swapped-switch   pic X.
           88  ws-step-sort-swapped        value "Y".
           88  ws-step-sort-not-swapped    value "N".
       01  ws-step-return-code           pic S9(4) comp.
       01  ws-batch-failed-switch        pic X value "N".
           88  ws-batch-failed             value "Y".
      *> Set only when nothing further can run at all (the locks or
      *> the step control file); a failed step sets ws-batch-failed
      *> and leaves the unaffected streams running.
       01  ws-chain-stopped-switch       pic X value "N".
           88  ws-chain-stopped            value "Y".
       01  ws-prereq-met-switch          pic X.
           88  ws-prereq-met               value "Y".
           88  ws-prereq-not-met           value "N".
       01  ws-prereq-found-switch        pic X.
           88  ws-prereq-found             value "Y".
           88  ws-prereq-not-found         value "N".
       01  ws-blocked-by                 pic X(10).

      *> Per-stream totals for the foot of the run report.
       01  ws-stream-table.
           05  ws-stream-entry occurs 10 times
                       indexed by ws-str-idx.
               10  ws-str-name              pic X(8).
               10  ws-str-ok                pic 9(2).
               10  ws-str-failed            pic 9(2).
               10  ws-str-prereq            pic 9(2).
               10  ws-str-held              pic 9(2).
               10  ws-str-other             pic 9(2).
       01  ws-stream-count               pic 9(2) value 0.
       01  ws-stream-max                 pic 9(2) value 10.
       01  ws-stream-work-name           pic X(8).
       01  ws-str-ok-disp                pic Z9.
       01  ws-str-failed-disp            pic Z9.
       01  ws-str-prereq-disp            pic Z9.
       01  ws-str-held-disp              pic Z9.

      *> The input-file expectations, as BATCHEXP.TXT defines them.
       01  ws-expectation-table.
           05  ws-expectation-entry occurs 60 times
                       indexed by ws-exp-idx.
               10  ws-exp-step-name         pic X(10).
               10  ws-exp-file-name         pic X(20).
               10  ws-exp-requirement       pic X(1).
               10  ws-exp-must-have-data    pic X(1).
               10  ws-exp-newer-than-last   pic X(1).
               10  ws-exp-max-age-hours     pic 9(3).
               10  ws-exp-on-failure        pic X(1).
       01  ws-expectation-count          pic 9(2) value 0.
       01  ws-expectation-max            pic 9(2) value 60.

       01  ws-step-last-ok-table.
           05  ws-step-last-ok-entry occurs 40 times
                       indexed by ws-lok-idx.
               10  ws-lok-step-name         pic X(10).
               10  ws-lok-stamp.
                   15  ws-lok-date          pic 9(8).
                   15  ws-lok-time          pic 9(6).
       01  ws-step-last-ok-count         pic 9(2) value 0.
       01  ws-step-last-ok-max           pic 9(2) value 40.
       01  ws-lok-match                  pic 9(2).

      *> CBL_CHECK_FILE_EXIST's answer: size in bytes and the date
      *> and time the file was last written.
       01  ws-check-file-name            pic X(21).
       01  ws-check-file-details.
           05  ws-cfd-size                pic X(8) comp-x.
           05  ws-cfd-date.
               10  ws-cfd-day             pic X comp-x.
               10  ws-cfd-month           pic X comp-x.
               10  ws-cfd-year            pic X(2) comp-x.
           05  ws-cfd-time.
               10  ws-cfd-hours           pic X comp-x.
               10  ws-cfd-minutes         pic X comp-x.
               10  ws-cfd-seconds         pic X comp-x.
               10  ws-cfd-hundredths      pic X comp-x.
       01  ws-check-file-status          pic S9(9) comp.
       01  ws-file-stamp.
           05  ws-file-stamp-date.
               10  ws-fst-year            pic 9(4).
               10  ws-fst-month           pic 9(2).
               10  ws-fst-day             pic 9(2).
           05  ws-file-stamp-date-n redefines ws-file-stamp-date
                                          pic 9(8).
           05  ws-file-stamp-time.
               10  ws-fst-hours           pic 9(2).
               10  ws-fst-minutes         pic 9(2).
               10  ws-fst-seconds         pic 9(2).
       01  ws-file-age-minutes           pic S9(9).
       01  ws-now-time                   pic 9(8).
       01  ws-now-time-r redefines ws-now-time.
           05  ws-now-hh                  pic 9(2).
           05  ws-now-mm                  pic 9(2).
           05  filler                     pic 9(4).
       01  ws-now-date                   pic 9(8).
       01  ws-max-age-disp               pic ZZ9.

      *> What the pre-flight check found wrong, for the run report.
       01  ws-preflight-table.
           05  ws-preflight-entry occurs 60 times
                       indexed by ws-pfl-idx.
               10  ws-pfl-file-name         pic X(20).
               10  ws-pfl-step-name         pic X(10).
               10  ws-pfl-problem           pic X(30).
               10  ws-pfl-action            pic X(24).
       01  ws-preflight-count            pic 9(2) value 0.
       01  ws-preflight-checked          pic 9(3) value 0.
       01  ws-preflight-problem          pic X(30).
       01  ws-preflight-checked-disp     pic ZZ9.
       01  ws-preflight-count-disp       pic Z9.

      *> Streams held back by a file that was not ready, and the
      *> reason their steps carry on the run report.
       01  ws-held-stream-table.
           05  ws-held-stream-entry occurs 10 times
                       indexed by ws-hld-idx.
               10  ws-hld-stream            pic X(8).
               10  ws-hld-reason            pic X(40).
       01  ws-held-stream-count          pic 9(2) value 0.
       01  ws-held-stream-max            pic 9(2) value 10.
       01  ws-chain-held-switch          pic X value "N".
           88  ws-chain-held               value "Y".
       01  ws-chain-held-reason          pic X(40).
       01  ws-held-reason                pic X(40).
       01  ws-step-held-switch           pic X.
           88  ws-step-held                value "Y".
           88  ws-step-not-held            value "N".
       01  ws-str-other-disp             pic Z9.

       01  ws-driver-parm                pic X(40).
       01  ws-driver-parm-token-1        pic X(10).
           88  ws-master-lock-held         value "Y".
       01  ws-run-date                   pic 9(8).
       01  ws-run-day-of-week            pic 9.
       01  ws-run-month                  pic 9(2).
       01  ws-freq-from-month            pic 9(2).
       01  ws-freq-to-month              pic 9(2).
       01  ws-run-date-int               pic 9(8) comp.
       01  ws-step-scheduled-switch      pic X.
           88  ws-step-scheduled           value "Y".
      *> run date - the restart skips them.  Sized to the step table:
      *> every step of a full chain can be checkpointed.
       01  ws-completed-steps-table.
           05  ws-completed-step occurs 40 times
                       indexed by ws-ckp-idx
                                  pic X(10).
       01  ws-completed-count            pic 9(2) value 0.
       01  ws-completed-max              pic 9(2) value 40.
       01  ws-step-done-switch           pic X.
           88  ws-step-done                value "Y".
           88  ws-step-not-done            value "N".
           perform acquire-chain-lock
           perform load-run-checkpoints
           perform load-step-control
           perform load-step-last-ok
           perform determine-tonights-steps
           perform preflight-input-check

           perform varying ws-stp-idx from 1 by 1
                   until ws-stp-idx > ws-step-count
               if ws-stp-enabled(ws-stp-idx) = "Y"
                   if ws-stp-tonight(ws-stp-idx) = "Y"
                       move ws-stp-program-name(ws-stp-idx)
                           to ws-step-name
                       move ws-stp-parm(ws-stp-idx)

           if ws-batch-failed
               display "NIGHTLY BATCH CHAIN FAILED - SEE STEP ABOVE"
           else
               display "NIGHTLY BATCH CHAIN COMPLETED SUCCESSFULLY"
               perform clear-run-checkpoints
           end-if
           perform produce-run-report
           perform release-chain-lock
      *> Set after the lock release - the CALL to RUNLOCK resets
      *> RETURN-CODE, which left a failed night ending with 0.
           if ws-batch-failed
               move 1 to return-code
           else
               move 0 to return-code
           end-if

           perform JOBBNR-WRITE-END
           goback
               display "ANOTHER BATCH CHAIN IS RUNNING - THIS "
                   "EXECUTION STOPS HERE"
               set ws-batch-failed to true
               set ws-chain-stopped to true
           end-if
           .

               display "BIRD MASTER IS IN USE AT A TERMINAL - "
                   "THE CHAIN STOPS HERE"
               set ws-batch-failed to true
               set ws-chain-stopped to true
               perform release-chain-lock
           end-if
           .
               display "BATCHSTP.TXT OPEN FAILED - STATUS "
                   ws-step-control-status
               set ws-batch-failed to true
               set ws-chain-stopped to true
           else
               perform until ws-step-control-eof
                   read step-control-file
                                   to ws-stp-parm(ws-stp-idx)
                               move stp-frequency
                                   to ws-stp-frequency(ws-stp-idx)
                               move stp-stream
                                   to ws-stp-stream(ws-stp-idx)
                               move stp-prerequisites to
                                   ws-stp-prerequisites(ws-stp-idx)
                               move spaces
                                   to ws-stp-run-status(ws-stp-idx)
                           end-if
                   end-read
               end-perform
           move "LEVELNUM" to stp-program-name
           move "Y" to stp-enabled
           move spaces to stp-parm
           move "BIRDS" to stp-stream
           move spaces to stp-prerequisites
           write step-control-record
           move 20 to stp-sequence
           move "BIRDSIGT" to stp-program-name
           move "Y" to stp-enabled
           move spaces to stp-parm
           move "BIRDS" to stp-stream
           move spaces to stp-prerequisites
           move "LEVELNUM" to stp-prerequisite(1)
           write step-control-record
           move 22 to stp-sequence
           move "SIGHTAMD" to stp-program-name
           move "Y" to stp-enabled
           move spaces to stp-parm
           move "BIRDS" to stp-stream
           move spaces to stp-prerequisites
           move "BIRDSIGT" to stp-prerequisite(1)
           write step-control-record
           move 23 to stp-sequence
           move "RAREDEC" to stp-program-name
           move "Y" to stp-enabled
           move spaces to stp-parm
           move "BIRDS" to stp-stream
           move spaces to stp-prerequisites
           move "SIGHTAMD" to stp-prerequisite(1)
           write step-control-record
           move 24 to stp-sequence
           move "SIGHTEXP" to stp-program-name
           move "Y" to stp-enabled
           move spaces to stp-parm
           move "BIRDS" to stp-stream
           move spaces to stp-prerequisites
           move "RAREDEC" to stp-prerequisite(1)
           move "PERIODEND" to stp-frequency
           write step-control-record
           move "DAILY" to stp-frequency
           move 25 to stp-sequence
           move "SIGHTRPT" to stp-program-name
           move "Y" to stp-enabled
           move spaces to stp-parm
           move "BIRDS" to stp-stream
           move spaces to stp-prerequisites
           move "RAREDEC" to stp-prerequisite(1)
           write step-control-record
           move 26 to stp-sequence
           move "OBSACTRP" to stp-program-name
           move "Y" to stp-enabled
           move spaces to stp-parm
           move "BIRDS" to stp-stream
           move spaces to stp-prerequisites
           move "RAREDEC" to stp-prerequisite(1)
           write step-control-record
           move 27 to stp-sequence
           move "SITERPT" to stp-program-name
           move "Y" to stp-enabled
           move spaces to stp-parm
           move "BIRDS" to stp-stream
           move spaces to stp-prerequisites
           move "RAREDEC" to stp-prerequisite(1)
           write step-control-record
           move 28 to stp-sequence
           move "ABNDIDX" to stp-program-name
           move "Y" to stp-enabled
           move spaces to stp-parm
           move "BIRDS" to stp-stream
           move spaces to stp-prerequisites
           move "RAREDEC" to stp-prerequisite(1)
           write step-control-record
           move 29 to stp-sequence
           move "RINGLOAD" to stp-program-name
           move "Y" to stp-enabled
           move spaces to stp-parm
           move "BIRDS" to stp-stream
           move spaces to stp-prerequisites
           move "LEVELNUM" to stp-prerequisite(1)
           write step-control-record
           move 31 to stp-sequence
           move "RINGSTKR" to stp-program-name
           move "Y" to stp-enabled
           move spaces to stp-parm
           move "BIRDS" to stp-stream
           move spaces to stp-prerequisites
           move "RINGLOAD" to stp-prerequisite(1)
           write step-control-record
           move 30 to stp-sequence
           move "EMPMAINT" to stp-program-name
           move "Y" to stp-enabled
           move spaces to stp-parm
           move "PAYROLL" to stp-stream
           move spaces to stp-prerequisites
           write step-control-record
           move 32 to stp-sequence
           move "DATATYPES" to stp-program-name
           move "Y" to stp-enabled
           move spaces to stp-parm
           move "PAYROLL" to stp-stream
           move spaces to stp-prerequisites
           move "EMPMAINT" to stp-prerequisite(1)
           write step-control-record
           move 33 to stp-sequence
           move "PAYVARCK" to stp-program-name
           move "Y" to stp-enabled
           move spaces to stp-parm
           move "PAYROLL" to stp-stream
           move spaces to stp-prerequisites
           move "DATATYPES" to stp-prerequisite(1)
           write step-control-record
           move 34 to stp-sequence
           move "PAYSLIP" to stp-program-name
           move "Y" to stp-enabled
           move spaces to stp-parm
           move "PAYROLL" to stp-stream
           move spaces to stp-prerequisites
           move "DATATYPES" to stp-prerequisite(1)
           write step-control-record
           move 35 to stp-sequence
           move "BANKRETN" to stp-program-name
           move "Y" to stp-enabled
           move spaces to stp-parm
           move "PAYROLL" to stp-stream
           move spaces to stp-prerequisites
           write step-control-record
           move 36 to stp-sequence
           move "BANKPAY" to stp-program-name
           move "Y" to stp-enabled
           move spaces to stp-parm
           move "PAYROLL" to stp-stream
           move spaces to stp-prerequisites
           move "DATATYPES" to stp-prerequisite(1)
           move "PAYVARCK" to stp-prerequisite(2)
           move "BANKRETN" to stp-prerequisite(3)
           write step-control-record
           move 37 to stp-sequence
           move "PAYFPS" to stp-program-name
           move "Y" to stp-enabled
           move spaces to stp-parm
           move "PAYROLL" to stp-stream
           move spaces to stp-prerequisites
           move "BANKPAY" to stp-prerequisite(1)
           write step-control-record
           move 38 to stp-sequence
           move "EFFORTRP" to stp-program-name
           move "Y" to stp-enabled
           move spaces to stp-parm
           move "BIRDS" to stp-stream
           move spaces to stp-prerequisites
           move "RAREDEC" to stp-prerequisite(1)
           write step-control-record
           move 39 to stp-sequence
           move "DISTMAP" to stp-program-name
           move "Y" to stp-enabled
           move spaces to stp-parm
           move "BIRDS" to stp-stream
           move spaces to stp-prerequisites
           move "RAREDEC" to stp-prerequisite(1)
           move "PERIODEND" to stp-frequency
           write step-control-record
           move "DAILY" to stp-frequency
           move 40 to stp-sequence
           move "SALESEDT" to stp-program-name
           move "Y" to stp-enabled
           move spaces to stp-parm
           move "SALES" to stp-stream
           move spaces to stp-prerequisites
           write step-control-record
           move 41 to stp-sequence
           move "PHENORPT" to stp-program-name
           move "Y" to stp-enabled
           move spaces to stp-parm
           move "BIRDS" to stp-stream
           move spaces to stp-prerequisites
           move "RAREDEC" to stp-prerequisite(1)
           move "MONTH0311" to stp-frequency
           write step-control-record
           move "DAILY" to stp-frequency
           move 42 to stp-sequence
           move "STOCKUPD" to stp-program-name
           move "Y" to stp-enabled
           move spaces to stp-parm
           move "SALES" to stp-stream
           move spaces to stp-prerequisites
           move "SALESEDT" to stp-prerequisite(1)
           write step-control-record
           move 45 to stp-sequence
           move "PURCHEDT" to stp-program-name
           move "Y" to stp-enabled
           move spaces to stp-parm
           move "SALES" to stp-stream
           move spaces to stp-prerequisites
           write step-control-record
           move 50 to stp-sequence
           move "COMPFUNC" to stp-program-name
           move "Y" to stp-enabled
           move spaces to stp-parm
           move "SALES" to stp-stream
           move spaces to stp-prerequisites
           move "SALESEDT" to stp-prerequisite(1)
           move "PURCHEDT" to stp-prerequisite(2)
           write step-control-record
           move 55 to stp-sequence
           move "GLPOST" to stp-program-name
           move "Y" to stp-enabled
           move spaces to stp-parm
           move "LEDGER" to stp-stream
           move spaces to stp-prerequisites
           move "COMPFUNC" to stp-prerequisite(1)
           move "DATATYPES" to stp-prerequisite(2)
           write step-control-record
           move 56 to stp-sequence
           move "GLBALUPD" to stp-program-name
           move "Y" to stp-enabled
           move spaces to stp-parm
           move "LEDGER" to stp-stream
           move spaces to stp-prerequisites
           move "GLPOST" to stp-prerequisite(1)
           write step-control-record
           move 57 to stp-sequence
           move "VOUCHLIB" to stp-program-name
           move "Y" to stp-enabled
           move spaces to stp-parm
           move "LEDGER" to stp-stream
           move spaces to stp-prerequisites
           move "GLPOST" to stp-prerequisite(1)
           move "PERIODEND" to stp-frequency
           write step-control-record
           move 58 to stp-sequence
           move "STOCKVAL" to stp-program-name
           move "Y" to stp-enabled
           move spaces to stp-parm
           move "SALES" to stp-stream
           move spaces to stp-prerequisites
           move "STOCKUPD" to stp-prerequisite(1)
           move "PERIODEND" to stp-frequency
           write step-control-record
           move 59 to stp-sequence
           move "TRIALBAL" to stp-program-name
           move "Y" to stp-enabled
           move spaces to stp-parm
           move "LEDGER" to stp-stream
           move spaces to stp-prerequisites
           move "GLBALUPD" to stp-prerequisite(1)
           move "PERIODEND" to stp-frequency
           write step-control-record
           move "DAILY" to stp-frequency
           move 60 to stp-sequence
           move "STRINGS" to stp-program-name
           move "Y" to stp-enabled
           move spaces to stp-parm
           move "BIRDS" to stp-stream
           move spaces to stp-prerequisites
           move "LEVELNUM" to stp-prerequisite(1)
           write step-control-record
           move 70 to stp-sequence
           move "BALRPT" to stp-program-name
           move "Y" to stp-enabled
           move spaces to stp-parm
           move "LEDGER" to stp-stream
           move spaces to stp-prerequisites
           move "GLPOST" to stp-prerequisite(1)
           move "BANKPAY" to stp-prerequisite(2)
           write step-control-record
           move 75 to stp-sequence
           move "INTEGCHK" to stp-program-name
           move "Y" to stp-enabled
           move spaces to stp-parm
           move "AUDIT" to stp-stream
           move spaces to stp-prerequisites
           move "WEEKLY-7" to stp-frequency
           write step-control-record
           move 80 to stp-sequence
           move "ARCHPURG" to stp-program-name
           move "Y" to stp-enabled
           move "ARCHIVE" to stp-parm
           move "AUDIT" to stp-stream
           move spaces to stp-prerequisites
           move "PERIODEND" to stp-frequency
           write step-control-record
           close step-control-file
           .
               to ws-step-entry(ws-stp-idx + 1)
           .

      *> Runs one step of the chain unless this run date's checkpoint
      *> file says it already completed, or a step it depends on
      *> failed tonight - then it is reported PREREQ and left for the
      *> restart, which re-runs only what did not complete.
       run-chain-step.
           if ws-chain-stopped
               exit paragraph
           end-if
           perform check-step-already-done
           if ws-step-done
               display ws-step-name " ALREADY COMPLETED THIS "
                   "RUN DATE - SKIPPED"
               move "SKIPPED " to ws-rr-work-disposition
               perform record-run-result
               exit paragraph
           end-if
           perform check-step-held
           if ws-step-held
               display ws-step-name " HELD - "
                   function trim(ws-held-reason)
               move "HELD    " to ws-rr-work-disposition
               perform record-run-result
               exit paragraph
           end-if
           perform check-step-prerequisites
           if ws-prereq-not-met
               display ws-step-name " NOT RUN - PREREQUISITE "
                   function trim(ws-blocked-by) " DID NOT COMPLETE"
               move "PREREQ  " to ws-rr-work-disposition
               perform record-run-result
               exit paragraph
           end-if

           move 0 to bss-records-read
           move 0 to bss-records-written
           move 0 to bss-exception-count
           accept ws-step-start-time from time
      *> The step control file is ops-editable, so a mistyped program
      *> name must fail the one step - not abend the whole driver
      *> with no run report and no checkpoint handling.
           move 0 to return-code
           call ws-step-name
               on exception
                   display ws-step-name " COULD NOT BE "
                       "CALLED - CHECK BATCHSTP.TXT"
                   move 12 to return-code
           end-call
           move return-code to ws-step-return-code
           accept ws-step-end-time from time
           perform compute-step-elapsed
           perform check-step-return-code
           if ws-step-return-code not = 0
               move "FAILED  " to ws-rr-work-disposition
           else
               move "OK      " to ws-rr-work-disposition
               perform record-step-checkpoint
               perform record-step-last-ok
           end-if
           perform record-run-result
           .

      *> Held by the pre-flight check: the whole chain, or this
      *> step's stream, had an input file that was not ready.
       check-step-held.
           set ws-step-not-held to true
           if ws-chain-held
               set ws-step-held to true
               move ws-chain-held-reason to ws-held-reason
               exit paragraph
           end-if
           perform varying ws-hld-idx from 1 by 1
                   until ws-hld-idx > ws-held-stream-count
                       or ws-step-held
               if ws-hld-stream(ws-hld-idx) = ws-stp-stream(ws-stp-idx)
                   set ws-step-held to true
                   move ws-hld-reason(ws-hld-idx) to ws-held-reason
               end-if
           end-perform
           .

      *> A prerequisite that failed tonight, or was itself held back
      *> by one, holds this step back.  One that was disabled, not
      *> scheduled tonight or already done on this run date does not
      *> - it left nothing half-finished.  A step with no stream
      *> depends on every step before it.
       check-step-prerequisites.
           set ws-prereq-met to true
           move spaces to ws-blocked-by
           if ws-stp-stream(ws-stp-idx) = spaces
               perform varying ws-prq-idx from 1 by 1
                       until ws-prq-idx >= ws-stp-idx
                           or ws-prereq-not-met
                   perform check-prerequisite-status
               end-perform
               exit paragraph
           end-if
           perform varying ws-dep-idx from 1 by 1
                   until ws-dep-idx > 4 or ws-prereq-not-met
               if ws-stp-prerequisite(ws-stp-idx, ws-dep-idx)
                       not = spaces
                   perform find-prerequisite-step
               end-if
           end-perform
           .

      *> A name that is not an earlier step - a typo, or a step
      *> sequenced after this one - is warned about and ignored: a
      *> typo in an ops file must never silently skip a job.
       find-prerequisite-step.
           set ws-prereq-not-found to true
           perform varying ws-prq-idx from 1 by 1
                   until ws-prq-idx >= ws-stp-idx
               if ws-stp-program-name(ws-prq-idx)
                       = ws-stp-prerequisite(ws-stp-idx, ws-dep-idx)
                   set ws-prereq-found to true
                   perform check-prerequisite-status
               end-if
           end-perform
           if ws-prereq-not-found
               display "PREREQUISITE "
                   function trim(
                       ws-stp-prerequisite(ws-stp-idx, ws-dep-idx))
                   " OF " ws-step-name
                   " IS NOT AN EARLIER STEP - IGNORED"
           end-if
           .

       check-prerequisite-status.
           if ws-stp-run-status(ws-prq-idx) = "FAILED  "
                   or ws-stp-run-status(ws-prq-idx) = "PREREQ  "
                   or ws-stp-run-status(ws-prq-idx) = "HELD    "
               set ws-prereq-not-met to true
               move ws-stp-program-name(ws-prq-idx) to ws-blocked-by
           end-if
           .

           end-if
           .

      *> One report row per step.  DISABLED, NOTSCHED, SKIPPED, HELD
      *> and PREREQ rows carry zeros; an executed row carries the
      *> step's own posted stats.
       record-run-result.
           move ws-rr-work-disposition to ws-stp-run-status(ws-stp-idx)
           if ws-run-result-count >= 40
               display "RUN RESULT TABLE FULL - ROW DROPPED: "
                   ws-step-name
           else
               add 1 to ws-run-result-count
               set ws-rr-idx to ws-run-result-count
               move ws-step-name to ws-rr-step-name(ws-rr-idx)
               move ws-stp-stream(ws-stp-idx)
                   to ws-rr-stream(ws-rr-idx)
               move ws-rr-work-disposition
                   to ws-rr-disposition(ws-rr-idx)
               move spaces to ws-rr-reason(ws-rr-idx)
               evaluate ws-rr-work-disposition
                   when "PREREQ  "
                       string "PREREQ NOT COMPLETE: " delimited by size
                               ws-blocked-by delimited by size
                           into ws-rr-reason(ws-rr-idx)
                   when "HELD    "
                       move ws-held-reason to ws-rr-reason(ws-rr-idx)
               end-evaluate
               if ws-rr-work-disposition = "OK      "
                       or ws-rr-work-disposition = "FAILED  "
                   move ws-step-return-code
           end-if
           write run-report-line
           display run-report-line
           perform write-preflight-lines

           perform varying ws-rr-idx from 1 by 1
                   until ws-rr-idx > ws-run-result-count
               write run-report-line
               display run-report-line
           end-perform

           perform accumulate-stream-totals
           perform varying ws-str-idx from 1 by 1
                   until ws-str-idx > ws-stream-count
               perform format-stream-total-line
               write run-report-line
               display run-report-line
           end-perform
           close run-report-file
           .

      *> One line per stream under the step rows: a stream with
      *> nothing failed or held back ran to completion tonight.
       accumulate-stream-totals.
           move 0 to ws-stream-count
           perform varying ws-rr-idx from 1 by 1
                   until ws-rr-idx > ws-run-result-count
               move ws-rr-stream(ws-rr-idx) to ws-stream-work-name
               if ws-stream-work-name = spaces
                   move "(NONE)" to ws-stream-work-name
               end-if
               perform varying ws-str-idx from 1 by 1
                       until ws-str-idx > ws-stream-count
                           or ws-str-name(ws-str-idx)
                               = ws-stream-work-name
                   continue
               end-perform
               if ws-str-idx > ws-stream-count
                       and ws-stream-count < ws-stream-max
                   add 1 to ws-stream-count
                   set ws-str-idx to ws-stream-count
                   move ws-stream-work-name to ws-str-name(ws-str-idx)
                   move 0 to ws-str-ok(ws-str-idx)
                       ws-str-failed(ws-str-idx)
                       ws-str-prereq(ws-str-idx)
                       ws-str-held(ws-str-idx)
                       ws-str-other(ws-str-idx)
               end-if
               if ws-str-idx <= ws-stream-count
                   evaluate ws-rr-disposition(ws-rr-idx)
                       when "OK      "
                           add 1 to ws-str-ok(ws-str-idx)
                       when "FAILED  "
                           add 1 to ws-str-failed(ws-str-idx)
                       when "PREREQ  "
                           add 1 to ws-str-prereq(ws-str-idx)
                       when "HELD    "
                           add 1 to ws-str-held(ws-str-idx)
                       when other
                           add 1 to ws-str-other(ws-str-idx)
                   end-evaluate
               end-if
           end-perform
           .

       format-stream-total-line.
           move ws-str-ok(ws-str-idx) to ws-str-ok-disp
           move ws-str-failed(ws-str-idx) to ws-str-failed-disp
           move ws-str-prereq(ws-str-idx) to ws-str-prereq-disp
           move ws-str-held(ws-str-idx) to ws-str-held-disp
           move ws-str-other(ws-str-idx) to ws-str-other-disp
           move spaces to run-report-line
           string "STREAM " delimited by size
                   ws-str-name(ws-str-idx) delimited by size
                   " OK=" delimited by size
                   ws-str-ok-disp delimited by size
                   " FAILED=" delimited by size
                   ws-str-failed-disp delimited by size
                   " PREREQ=" delimited by size
                   ws-str-prereq-disp delimited by size
                   " HELD=" delimited by size
                   ws-str-held-disp delimited by size
                   " OTHER=" delimited by size
                   ws-str-other-disp delimited by size
               into run-report-line
           if ws-str-failed(ws-str-idx) = 0
                   and ws-str-prereq(ws-str-idx) = 0
                   and ws-str-held(ws-str-idx) = 0
               move "COMPLETE" to run-report-line(77:8)
           else
               move "INCOMPLETE" to run-report-line(77:10)
           end-if
           .

       format-run-report-line.
           move ws-rr-return-code(ws-rr-idx)
               to ws-rr-return-code-disp
                   " EXCEPTIONS=" delimited by size
                   function trim(ws-rr-exceptions-disp)
                       delimited by size
                   " STREAM=" delimited by size
                   ws-rr-stream(ws-rr-idx) delimited by size
               into run-report-line
           if ws-rr-reason(ws-rr-idx) not = spaces
               move ws-rr-reason(ws-rr-idx) to run-report-line(100:40)
           end-if
           .

      *> Blank or DAILY runs every night - so a BATCHSTP.TXT from
                   if ws-bus-cal-day-not-period-end
                       set ws-step-not-scheduled to true
                   end-if
               when ws-stp-frequency(ws-stp-idx)(1:5) = "MONTH"
                   perform evaluate-month-window
               when other
                   display "UNRECOGNIZED FREQUENCY "
                       function trim(
           end-evaluate
           .

      *> MONTHmmnn: in season from the first of month mm to the end
      *> of month nn.  A from-month after the to-month is a window
      *> across the year end.
       evaluate-month-window.
           if ws-stp-frequency(ws-stp-idx)(6:4) is not numeric
               display "BAD MONTH FREQUENCY ON "
                   ws-stp-program-name(ws-stp-idx)
                   " - STEP RUNS ANYWAY"
               exit paragraph
           end-if
           move ws-stp-frequency(ws-stp-idx)(6:2) to ws-freq-from-month
           move ws-stp-frequency(ws-stp-idx)(8:2) to ws-freq-to-month
           if ws-freq-from-month < 1 or ws-freq-from-month > 12
                   or ws-freq-to-month < 1 or ws-freq-to-month > 12
               display "BAD MONTH FREQUENCY ON "
                   ws-stp-program-name(ws-stp-idx)
                   " - STEP RUNS ANYWAY"
               exit paragraph
           end-if
           move ws-run-date(5:2) to ws-run-month
           if ws-freq-from-month <= ws-freq-to-month
               if ws-run-month < ws-freq-from-month
                       or ws-run-month > ws-freq-to-month
                   set ws-step-not-scheduled to true
               end-if
           else
               if ws-run-month < ws-freq-from-month
                       and ws-run-month > ws-freq-to-month
                   set ws-step-not-scheduled to true
               end-if
           end-if
           .

      *> Every step's frequency is evaluated once, up front, so the
      *> pre-flight check looks only at the feeds of steps that run
      *> tonight - a weekly job's file is not chased on the other
      *> six nights.
       determine-tonights-steps.
           perform varying ws-stp-idx from 1 by 1
                   until ws-stp-idx > ws-step-count
               move "N" to ws-stp-tonight(ws-stp-idx)
               if ws-stp-enabled(ws-stp-idx) = "Y"
                   perform evaluate-step-schedule
                   if ws-step-scheduled
                       move "Y" to ws-stp-tonight(ws-stp-idx)
                   end-if
               end-if
           end-perform
           .

      *> Before the first step runs, every expected input file of a
      *> step running tonight (and not already done on this run
      *> date) is checked.  A file that is not ready holds its
      *> step's stream, or the whole chain, with the reason on the
      *> run report - the operator chases the late feed and restarts,
      *> instead of finding a zero day in the morning.
       preflight-input-check.
           if ws-chain-stopped
               exit paragraph
           end-if
           perform load-file-expectations
           perform varying ws-exp-idx from 1 by 1
                   until ws-exp-idx > ws-expectation-count
               perform check-one-expectation
           end-perform
           move ws-preflight-checked to ws-preflight-checked-disp
           move ws-preflight-count to ws-preflight-count-disp
           display "PRE-FLIGHT INPUT CHECK: "
               function trim(ws-preflight-checked-disp)
               " FILES CHECKED, "
               function trim(ws-preflight-count-disp)
               " NOT READY"
           if ws-preflight-count > 0
               set ws-batch-failed to true
           end-if
           .

       check-one-expectation.
           perform varying ws-prq-idx from 1 by 1
                   until ws-prq-idx > ws-step-count
                       or ws-stp-program-name(ws-prq-idx)
                           = ws-exp-step-name(ws-exp-idx)
               continue
           end-perform
           if ws-prq-idx > ws-step-count
               display "BATCHEXP.TXT STEP "
                   function trim(ws-exp-step-name(ws-exp-idx))
                   " IS NOT IN BATCHSTP.TXT - "
                   function trim(ws-exp-file-name(ws-exp-idx))
                   " NOT CHECKED"
               exit paragraph
           end-if
           if ws-stp-tonight(ws-prq-idx) not = "Y"
               exit paragraph
           end-if
           move ws-stp-program-name(ws-prq-idx) to ws-step-name
           perform check-step-already-done
           if ws-step-done
               exit paragraph
           end-if

           add 1 to ws-preflight-checked
           move spaces to ws-preflight-problem
           move ws-exp-file-name(ws-exp-idx) to ws-check-file-name
           call "CBL_CHECK_FILE_EXIST" using ws-check-file-name
                                             ws-check-file-details
           move return-code to ws-check-file-status
           move 0 to return-code
           if ws-check-file-status not = 0
               if ws-exp-requirement(ws-exp-idx) = "R"
                   move "MISSING - REQUIRED" to ws-preflight-problem
               end-if
           else
               perform check-file-contents
           end-if
           if ws-preflight-problem not = spaces
               perform record-preflight-problem
           end-if
           .

      *> An empty file cannot be processed twice, so only a file with
      *> data in it is held to the newer-than-last-run test.
       check-file-contents.
           move ws-cfd-year to ws-fst-year
           move ws-cfd-month to ws-fst-month
           move ws-cfd-day to ws-fst-day
           move ws-cfd-hours to ws-fst-hours
           move ws-cfd-minutes to ws-fst-minutes
           move ws-cfd-seconds to ws-fst-seconds
           if ws-exp-must-have-data(ws-exp-idx) = "Y"
                   and ws-cfd-size = 0
               move "EMPTY - MUST HAVE DATA" to ws-preflight-problem
               exit paragraph
           end-if
           if ws-exp-newer-than-last(ws-exp-idx) = "Y"
                   and ws-cfd-size > 0
               perform find-step-last-ok
               if ws-lok-match > 0
                   set ws-lok-idx to ws-lok-match
                   if ws-file-stamp not > ws-lok-stamp(ws-lok-idx)
                       move "NOT NEWER THAN STEP'S LAST RUN"
                           to ws-preflight-problem
                       exit paragraph
                   end-if
               end-if
           end-if
           if ws-exp-max-age-hours(ws-exp-idx) > 0
               accept ws-now-date from date yyyymmdd
               accept ws-now-time from time
               compute ws-file-age-minutes =
                   (function integer-of-date(ws-now-date)
                       - function integer-of-date(ws-file-stamp-date-n))
                       * 1440
                   + ws-now-hh * 60 + ws-now-mm
                   - ws-fst-hours * 60 - ws-fst-minutes
               if ws-file-age-minutes >
                       ws-exp-max-age-hours(ws-exp-idx) * 60
                   move ws-exp-max-age-hours(ws-exp-idx)
                       to ws-max-age-disp
                   string "OLDER THAN " delimited by size
                           function trim(ws-max-age-disp)
                               delimited by size
                           " HOURS" delimited by size
                       into ws-preflight-problem
               end-if
           end-if
           .

      *> Anything but H holds just the stream - the narrower hold is
      *> the safe reading of a mistyped column.
       record-preflight-problem.
           move spaces to ws-held-reason
           string "INPUT NOT READY: " delimited by size
                   ws-exp-file-name(ws-exp-idx) delimited by size
               into ws-held-reason
           if ws-preflight-count < 60
               add 1 to ws-preflight-count
               set ws-pfl-idx to ws-preflight-count
               move ws-exp-file-name(ws-exp-idx)
                   to ws-pfl-file-name(ws-pfl-idx)
               move ws-exp-step-name(ws-exp-idx)
                   to ws-pfl-step-name(ws-pfl-idx)
               move ws-preflight-problem to ws-pfl-problem(ws-pfl-idx)
               move spaces to ws-pfl-action(ws-pfl-idx)
           end-if
           if ws-exp-on-failure(ws-exp-idx) = "H"
               if not ws-chain-held
                   set ws-chain-held to true
                   move spaces to ws-chain-held-reason
                   string "CHAIN HELD: " delimited by size
                           ws-exp-file-name(ws-exp-idx)
                               delimited by size
                       into ws-chain-held-reason
               end-if
               move "WHOLE CHAIN HELD" to ws-pfl-action(ws-pfl-idx)
           else
               perform varying ws-hld-idx from 1 by 1
                       until ws-hld-idx > ws-held-stream-count
                           or ws-hld-stream(ws-hld-idx)
                               = ws-stp-stream(ws-prq-idx)
                   continue
               end-perform
               if ws-hld-idx > ws-held-stream-count
                       and ws-held-stream-count < ws-held-stream-max
                   add 1 to ws-held-stream-count
                   set ws-hld-idx to ws-held-stream-count
                   move ws-stp-stream(ws-prq-idx)
                       to ws-hld-stream(ws-hld-idx)
                   move ws-held-reason to ws-hld-reason(ws-hld-idx)
               end-if
               if ws-stp-stream(ws-prq-idx) = spaces
                   move "STREAM (NONE) HELD"
                       to ws-pfl-action(ws-pfl-idx)
               else
                   string "STREAM " delimited by size
                           function trim(ws-stp-stream(ws-prq-idx))
                               delimited by size
                           " HELD" delimited by size
                       into ws-pfl-action(ws-pfl-idx)
               end-if
           end-if
           display "NOT READY: "
               function trim(ws-exp-file-name(ws-exp-idx))
               " FOR " function trim(ws-exp-step-name(ws-exp-idx))
               " - " function trim(ws-preflight-problem)
               " - " function trim(ws-pfl-action(ws-pfl-idx))
           .

      *> Like BATCHSTP.TXT, seeded the first time it does not exist
      *> and ops data from then on.  If it cannot be read the chain
      *> runs unchecked, with a warning, as it did before the check.
       load-file-expectations.
           move 0 to ws-expectation-count
           open input file-expectation-file
           if ws-file-expectation-status = "35"
               perform seed-file-expectation-file
               open input file-expectation-file
           end-if
           if ws-file-expectation-status not = "00"
               display "BATCHEXP.TXT OPEN FAILED - STATUS "
                   ws-file-expectation-status
                   " - INPUT FILES NOT CHECKED"
               exit paragraph
           end-if
           perform until ws-file-expectation-status not = "00"
               read file-expectation-file
                   at end
                       move "10" to ws-file-expectation-status
                   not at end
                       if ws-expectation-count >= ws-expectation-max
                           display "EXPECTATION TABLE FULL - "
                               "NOT CHECKED: " exp-file-name
                       else
                           add 1 to ws-expectation-count
                           set ws-exp-idx to ws-expectation-count
                           move file-expectation-record
                               to ws-expectation-entry(ws-exp-idx)
                       end-if
               end-read
           end-perform
           close file-expectation-file
           .

      *> The nightly feeds as they stand.  Most are optional - a
      *> night with no ringing or no invoices is normal - but every
      *> one is refused if it is last night's file left in place.
      *> The tills' SALESIN.TXT must arrive, with data, inside a day;
      *> payroll needs tonight's timesheets and approvals files even
      *> when they are empty.
       seed-file-expectation-file.
           open output file-expectation-file
           move "N" to exp-must-have-data
           move "Y" to exp-newer-than-last
           move 0 to exp-max-age-hours
           move "S" to exp-on-failure
           move "O" to exp-requirement
           move "BIRDSIGT" to exp-step-name
           move "SIGHTTRN.TXT" to exp-file-name
           write file-expectation-record
           move "SURVTRN.TXT" to exp-file-name
           write file-expectation-record
           move "SIGHTAMD" to exp-step-name
           move "SIGHTAMT.TXT" to exp-file-name
           write file-expectation-record
           move "RAREDEC" to exp-step-name
           move "RAREDEC.TXT" to exp-file-name
           write file-expectation-record
           move "RINGLOAD" to exp-step-name
           move "RINGTRN.TXT" to exp-file-name
           write file-expectation-record
           move "EMPMAINT" to exp-step-name
           move "EMPMNT.TXT" to exp-file-name
           write file-expectation-record
           move "BANKRETN" to exp-step-name
           move "BANKRTN.TXT" to exp-file-name
           write file-expectation-record
           move "PAYVARCK" to exp-step-name
           move "PAYVREL.TXT" to exp-file-name
           write file-expectation-record
           move "PURCHEDT" to exp-step-name
           move "PURCHIN.TXT" to exp-file-name
           write file-expectation-record
           move "STOCKUPD" to exp-step-name
           move "GOODSIN.TXT" to exp-file-name
           write file-expectation-record
           move "STOCKADJ.TXT" to exp-file-name
           write file-expectation-record
           move "R" to exp-requirement
           move "DATATYPES" to exp-step-name
           move "PAYTIME.TXT" to exp-file-name
           write file-expectation-record
           move "PAYAPPR.TXT" to exp-file-name
           write file-expectation-record
           move "SALESEDT" to exp-step-name
           move "SALESIN.TXT" to exp-file-name
           move "Y" to exp-must-have-data
           move 24 to exp-max-age-hours
           write file-expectation-record
           close file-expectation-file
           .

       load-step-last-ok.
           move 0 to ws-step-last-ok-count
           open input step-last-ok-file
           if ws-step-last-ok-status not = "00"
               exit paragraph
           end-if
           perform until ws-step-last-ok-status not = "00"
               read step-last-ok-file
                   at end
                       move "10" to ws-step-last-ok-status
                   not at end
                       if ws-step-last-ok-count < ws-step-last-ok-max
                           add 1 to ws-step-last-ok-count
                           set ws-lok-idx to ws-step-last-ok-count
                           move step-last-ok-record
                               to ws-step-last-ok-entry(ws-lok-idx)
                       end-if
               end-read
           end-perform
           close step-last-ok-file
           .

       find-step-last-ok.
           move 0 to ws-lok-match
           perform varying ws-lok-idx from 1 by 1
                   until ws-lok-idx > ws-step-last-ok-count
                       or ws-lok-match > 0
               if ws-lok-step-name(ws-lok-idx) = ws-step-name
                   set ws-lok-match to ws-lok-idx
               end-if
           end-perform
           .

      *> Stamped when the step returns, so anything it wrote to its
      *> own input on the way out is no newer than its last run.
      *> The file is rewritten whole each time - it is one short
      *> record per step.
       record-step-last-ok.
           perform find-step-last-ok
           if ws-lok-match = 0
               if ws-step-last-ok-count >= ws-step-last-ok-max
                   exit paragraph
               end-if
               add 1 to ws-step-last-ok-count
               move ws-step-last-ok-count to ws-lok-match
           end-if
           set ws-lok-idx to ws-lok-match
           move ws-step-name to ws-lok-step-name(ws-lok-idx)
           accept ws-lok-date(ws-lok-idx) from date yyyymmdd
           accept ws-now-time from time
           move ws-now-time(1:6) to ws-lok-time(ws-lok-idx)
           open output step-last-ok-file
           perform varying ws-lok-idx from 1 by 1
                   until ws-lok-idx > ws-step-last-ok-count
               move ws-step-last-ok-entry(ws-lok-idx)
                   to step-last-ok-record
               write step-last-ok-record
           end-perform
           close step-last-ok-file
           .

       write-preflight-lines.
           move ws-preflight-checked to ws-preflight-checked-disp
           move ws-preflight-count to ws-preflight-count-disp
           move spaces to run-report-line
           string "PRE-FLIGHT INPUT CHECK: " delimited by size
                   function trim(ws-preflight-checked-disp)
                       delimited by size
                   " FILES CHECKED, " delimited by size
                   function trim(ws-preflight-count-disp)
                       delimited by size
                   " NOT READY" delimited by size
               into run-report-line
           write run-report-line
           display run-report-line
           perform varying ws-pfl-idx from 1 by 1
                   until ws-pfl-idx > ws-preflight-count
               move spaces to run-report-line
               string "NOT READY: " delimited by size
                       ws-pfl-file-name(ws-pfl-idx) delimited by size
                       " FOR " delimited by size
                       ws-pfl-step-name(ws-pfl-idx) delimited by size
                       " " delimited by size
                       ws-pfl-problem(ws-pfl-idx) delimited by size
                       " " delimited by size
                       ws-pfl-action(ws-pfl-idx) delimited by size
                   into run-report-line
               write run-report-line
               display run-report-line
           end-perform
           .

       check-step-already-done.
           set ws-step-not-done to true
           perform varying ws-ckp-idx from 1 by 1
           close run-checkpoint-file
           .

      *> A non-zero RETURN-CODE from the step just CALLed fails the
      *> night's run, and the steps that depend on it are held back
      *> rather than run against a step that didn't complete cleanly.
       check-step-return-code.
           if ws-step-return-code = 0
               display ws-step-name " STEP COMPLETED OK"
