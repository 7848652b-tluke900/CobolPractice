       identification division.
       program-id. PAYVARCK.

      *> Modification history:
      *> 2026-10-15 - new program.  Nothing sat between DATATYPES
      *>              writing PAYEXTR.TXT and BANKPAY turning it into
      *>              money leaving the account, so a mis-keyed
      *>              em-salary went straight to the bank.  This
      *>              pre-payment check compares each employee's net
      *>              and gross on tonight's run with that employee's
      *>              previous run on the extract - the latest one
      *>              not held pending or rejected - and flags anything
      *>              that moved by more than the threshold held on
      *>              PAYVARPM.TXT (seeded once if the file does not
      *>              exist yet), plus every first-time payee and
      *>              anyone whose pay doubled.  A flagged employee
      *>              goes onto the pay hold file (PAYHOLD.TXT) and
      *>              BANKPAY keeps them off BANKPAY.TXT until a
      *>              supervisor releases them on the release
      *>              transaction file (PAYVREL.TXT) - A releases, R
      *>              rejects, quoting the held run's date - the same
      *>              way PAYAPPR.TXT releases suspended adjustments.
      *>              PAYVREL.TXT is checked before the step like any
      *>              other nightly feed, so last week's file is never
      *>              taken again.  The variance report
      *>              (PAYVARRP.TXT) shows what was flagged and why.
      *> 2026-10-15 - the extract row now ends with DATATYPES' employer
      *>              contribution pairs; the record here is widened to
      *>              match so a full-length row still reads cleanly.
      *>              Employer amounts play no part in this program's
      *>              figures.

       environment division.
       input-output section.
       file-control.
           copy joblogsl.
           select payroll-extract-file assign to "PAYEXTR.TXT"
               organization is line sequential
               file status is ws-payroll-extract-status.
           select variance-parm-file assign to "PAYVARPM.TXT"
               organization is line sequential
               file status is ws-variance-parm-status.
           select pay-hold-file assign to "PAYHOLD.TXT"
               organization is line sequential
               file status is ws-pay-hold-status.
           select release-trans-file assign to "PAYVREL.TXT"
               organization is line sequential
               file status is ws-release-trans-status.
           select variance-report-file assign to "PAYVARRP.TXT"
               organization is line sequential
               file status is ws-variance-report-status.

       data division.
       file section.
           copy joblogfd.

      *> Same layout DATATYPES writes, held as X fields the way
      *> BANKPAY and GLPOST take it.
       fd  payroll-extract-file.
           copy pextrlr.
       01  payroll-extract-record.
           05  pxr-employee-id            pic X(5).
           05  pxr-name                   pic X(30).
           05  pxr-grade                  pic X(2).
           05  pxr-gross-pay              pic X(9).
           05  pxr-deduction occurs 5 times.
               10  pxr-ded-code           pic X(2).
               10  pxr-ded-amount         pic X(9).
           05  pxr-adjustment             pic X(6).
           05  pxr-net-pay                pic X(9).
           05  pxr-run-date               pic X(10).
           05  pxr-run-time               pic X(8).
           05  pxr-employer occurs 3 times.
               10  pxr-er-code            pic X(2).
               10  pxr-er-amount          pic X(9).

      *> The percentage movement in net or gross, either way, that
      *> holds an employee's payment for a supervisor's look.
       fd  variance-parm-file.
       01  variance-parm-record.
           05  pvp-threshold-pct          pic 9(3)V99.

      *> One held payment: whose, from which pay run, the net the
      *> run produced and why it was held.  P pending a supervisor's
      *> decision, A released (BANKPAY pays it on its next run), C
      *> released and paid, X rejected - never paid from this run.
      *> BANKPAY keeps the same layout.
       fd  pay-hold-file.
       01  pay-hold-record.
           05  hld-employee-id            pic 9(5).
           05  hld-run-date               pic 9(8).
           05  hld-net-pay                pic S9(9)V99
                                          sign leading separate.
           05  hld-reason                 pic X(30).
           05  hld-state                  pic X(1).
               88  hld-pending              value "P".
               88  hld-released             value "A".
               88  hld-paid                 value "C".
               88  hld-rejected             value "X".
           05  hld-date-decided           pic 9(8).

      *> One supervisor decision on a held payment: A releases it to
      *> the bank, R rejects it.  The run date of the hold, as the
      *> variance report shows it, names which hold is decided - a
      *> decision never carries over to a later night's hold.
       fd  release-trans-file.
       01  release-trans-record.
           05  vrl-employee-id            pic 9(5).
           05  vrl-action                 pic X(1).
               88  vrl-action-release      value "A".
               88  vrl-action-reject       value "R".
           05  vrl-hold-run-date          pic 9(8).

       fd  variance-report-file.
       01  variance-report-line          pic X(120).

       working-storage section.
           copy joblogws.
           copy stepstat.
       01  ws-payroll-extract-status     pic XX.
       01  ws-variance-parm-status       pic XX.
       01  ws-pay-hold-status            pic XX.
       01  ws-release-trans-status       pic XX.
       01  ws-variance-report-status     pic XX.
       01  ws-extract-eof-switch         pic X.
           88  ws-extract-eof              value "Y".
           88  ws-extract-not-eof          value "N".
       01  ws-hold-eof-switch            pic X.
           88  ws-hold-eof                 value "Y".
           88  ws-hold-not-eof             value "N".
       01  ws-release-eof-switch         pic X.
           88  ws-release-eof              value "Y".
           88  ws-release-not-eof          value "N".

       01  ws-run-date                   pic 9(8).
       01  ws-extract-run-date           pic 9(8).
       01  ws-threshold-pct              pic 9(3)V99 value 25.00.
       01  ws-threshold-disp             pic ZZ9.99.

      *> Per employee: tonight's latest row, and the latest row from
      *> any earlier run date - the previous run it is compared with.
       01  ws-compare-table.
           05  ws-compare-entry occurs 200 times
                       indexed by ws-cmp-idx.
               10  ws-cmp-employee-id      pic X(5).
               10  ws-cmp-name             pic X(30).
               10  ws-cmp-current-flag     pic X(1).
                   88  ws-cmp-on-tonight     value "Y".
               10  ws-cmp-current-net      pic S9(9)V99.
               10  ws-cmp-current-gross    pic S9(9)V99.
               10  ws-cmp-previous-date    pic 9(8).
               10  ws-cmp-previous-net     pic S9(9)V99.
               10  ws-cmp-previous-gross   pic S9(9)V99.
               10  ws-cmp-held-run-flag    pic X(1).
                   88  ws-cmp-held-run-skipped value "Y".
       01  ws-compare-count              pic 9(3) value 0.
       01  ws-compare-max                pic 9(3) value 200.
       01  ws-cmp-found-switch           pic X.
           88  ws-cmp-found                value "Y".
           88  ws-cmp-not-found            value "N".
       01  ws-cmp-match-index            pic 9(3).
       01  ws-net-work                   pic S9(9)V99.
      *> An earlier run whose payment is held pending or was rejected
      *> is never the run tonight is measured against.
       01  ws-held-employee-id           pic 9(5).
       01  ws-run-held-switch            pic X.
           88  ws-run-held                 value "Y".
           88  ws-run-not-held             value "N".
       01  ws-gross-work                 pic S9(9)V99.

      *> Per-set trailer verification over the extract, the same
      *> check BANKPAY and GLPOST run.
       01  ws-set-row-count              pic 9(7) value 0.
       01  ws-set-net-total              pic S9(11)V99 value 0.
       01  ws-set-net-work               pic S9(11)V99.
       01  ws-extract-trailers-seen      pic 9(4) value 0.

      *> The hold file, loaded whole and written back.
       01  ws-hold-table.
           05  ws-hold-entry occurs 300 times
                       indexed by ws-hld-idx.
               10  hte-employee-id         pic 9(5).
               10  hte-run-date            pic 9(8).
               10  hte-net-pay             pic S9(9)V99.
               10  hte-reason              pic X(30).
               10  hte-state               pic X(1).
                   88  hte-pending          value "P".
                   88  hte-released         value "A".
                   88  hte-paid             value "C".
                   88  hte-rejected         value "X".
               10  hte-date-decided        pic 9(8).
      *> Set once the employee passes the check on a later run - the
      *> rejected hold can then drop off the file.
               10  hte-superseded-flag     pic X(1).
                   88  hte-superseded       value "Y".
       01  ws-hold-count                 pic 9(3) value 0.
       01  ws-hold-max                   pic 9(3) value 300.
       01  ws-hold-match-switch          pic X.
           88  ws-hold-match               value "Y".
           88  ws-hold-no-match            value "N".

       01  ws-flag-reason                pic X(30).
       01  ws-flag-switch                pic X.
           88  ws-employee-flagged         value "Y".
           88  ws-employee-not-flagged     value "N".
       01  ws-net-pct                    pic 9(5)V99.
       01  ws-gross-pct                  pic 9(5)V99.
       01  ws-change-work                pic S9(9)V99.
       01  ws-pct-disp                   pic ZZZZ9.99.
       01  ws-current-net-disp           pic -ZZ,ZZZ,ZZ9.99.
       01  ws-previous-net-disp          pic -ZZ,ZZZ,ZZ9.99.
       01  ws-current-gross-disp         pic -ZZ,ZZZ,ZZ9.99.
       01  ws-previous-gross-disp        pic -ZZ,ZZZ,ZZ9.99.

       01  ws-employees-checked          pic 9(5) value 0.
       01  ws-employees-passed           pic 9(5) value 0.
       01  ws-employees-flagged          pic 9(5) value 0.
       01  ws-holds-pending              pic 9(5) value 0.
       01  ws-count-disp                 pic ZZZZ9.

      *> Non-zero once a hard failure (a truncated extract, a file
      *> that won't open) has been detected, so the driver's step
      *> check has something real to catch.
       01  ws-program-return-code        pic 9(4) value 0.

       procedure division.
       main-logic.
           perform JOBBNR-WRITE-START
           accept ws-run-date from date yyyymmdd
           perform load-variance-parameters
           perform load-pay-hold-file
           perform apply-release-transactions
           perform load-extract-comparisons

           if ws-program-return-code = 0
               perform produce-variance-report
               perform save-pay-hold-file
           end-if

           move ws-employees-checked to bss-records-read
           move ws-employees-passed to bss-records-written
           move ws-employees-flagged to bss-exception-count

           perform JOBBNR-WRITE-END
           move ws-program-return-code to return-code
           goback
           .

      *> The threshold is data, seeded once the first time the file
      *> does not exist yet - a change of policy is an edit to
      *> PAYVARPM.TXT, not a recompile.
       load-variance-parameters.
           open input variance-parm-file
           if ws-variance-parm-status = "35"
               open output variance-parm-file
               move ws-threshold-pct to pvp-threshold-pct
               write variance-parm-record
               close variance-parm-file
               open input variance-parm-file
           end-if
           if ws-variance-parm-status = "00"
               read variance-parm-file
                   at end
                       display "PAYVARPM.TXT EMPTY - DEFAULT "
                           "THRESHOLD USED"
                   not at end
                       if pvp-threshold-pct numeric
                           move pvp-threshold-pct to ws-threshold-pct
                       else
                           display "PAYVARPM.TXT THRESHOLD NOT "
                               "NUMERIC - DEFAULT THRESHOLD USED"
                       end-if
               end-read
               close variance-parm-file
           end-if
           .

      *> Rows for tonight's run date give the current figures (a
      *> rerun's later row supersedes); rows from any earlier date
      *> give the previous run - the latest such row wins, the
      *> extract being in run order.
       load-extract-comparisons.
           set ws-extract-not-eof to true
           open input payroll-extract-file
           if ws-payroll-extract-status = "35"
               display "PAYEXTR.TXT NOT FOUND - NOTHING TO CHECK"
           else
               perform until ws-extract-eof
                   read payroll-extract-file
                       at end
                           set ws-extract-eof to true
                       not at end
                           if ptr-is-trailer
                               perform verify-extract-trailer
                           else
                               add 1 to ws-set-row-count
                               compute ws-set-net-work =
                                   function numval(pxr-net-pay)
                               add ws-set-net-work
                                   to ws-set-net-total
                               perform collect-comparison-row
                           end-if
                   end-read
               end-perform
               close payroll-extract-file
               perform check-extract-trailer-presence
           end-if
           .

       verify-extract-trailer.
           add 1 to ws-extract-trailers-seen
           if ptr-record-count = ws-set-row-count
                   and ptr-net-total = ws-set-net-total
               continue
           else
               display "PAYEXTR.TXT TRAILER MISMATCH - SET READ "
                   ws-set-row-count " ROWS, TRAILER SAYS "
                   ptr-record-count " - STEP FAILED"
               move 16 to ws-program-return-code
           end-if
           move 0 to ws-set-row-count
           move 0 to ws-set-net-total
           .

       check-extract-trailer-presence.
           if ws-set-row-count > 0
               if ws-extract-trailers-seen > 0
                   display "PAYEXTR.TXT HAS ROWS AFTER ITS LAST "
                       "TRAILER - FILE MAY BE TRUNCATED, STEP "
                       "FAILED"
                   move 16 to ws-program-return-code
               else
                   display "PAYEXTR.TXT CARRIES NO CONTROL "
                       "TRAILERS - PRE-CONTROL FILE, NOT VERIFIED"
               end-if
           end-if
           .

       collect-comparison-row.
           move pxr-run-date(1:4) to ws-extract-run-date(1:4)
           move pxr-run-date(6:2) to ws-extract-run-date(5:2)
           move pxr-run-date(9:2) to ws-extract-run-date(7:2)
           if ws-extract-run-date > ws-run-date
               continue
           else
               compute ws-net-work = function numval(pxr-net-pay)
               compute ws-gross-work =
                   function numval(pxr-gross-pay)
               perform find-compare-entry
               if ws-cmp-found
                   if ws-extract-run-date = ws-run-date
                       move pxr-name to ws-cmp-name(ws-cmp-idx)
                       move "Y" to ws-cmp-current-flag(ws-cmp-idx)
                       move ws-net-work
                           to ws-cmp-current-net(ws-cmp-idx)
                       move ws-gross-work
                           to ws-cmp-current-gross(ws-cmp-idx)
                   else
                       perform take-previous-run
                   end-if
               end-if
           end-if
           .

      *> The latest earlier run not held pending or rejected.
       take-previous-run.
           perform check-run-held
           if ws-run-held
               move "Y" to ws-cmp-held-run-flag(ws-cmp-idx)
           else
               if ws-extract-run-date
                       >= ws-cmp-previous-date(ws-cmp-idx)
                   move ws-extract-run-date
                       to ws-cmp-previous-date(ws-cmp-idx)
                   move ws-net-work to ws-cmp-previous-net(ws-cmp-idx)
                   move ws-gross-work
                       to ws-cmp-previous-gross(ws-cmp-idx)
               end-if
           end-if
           .

      *> A released hold was looked at and paid, so only a pending or
      *> rejected one keeps the run out of the comparison.
       check-run-held.
           set ws-run-not-held to true
           if pxr-employee-id is not numeric
               exit paragraph
           end-if
           move pxr-employee-id to ws-held-employee-id
           perform varying ws-hld-idx from 1 by 1
                   until ws-hld-idx > ws-hold-count
               if hte-employee-id(ws-hld-idx) = ws-held-employee-id
                       and hte-run-date(ws-hld-idx)
                           = ws-extract-run-date
                       and (hte-pending(ws-hld-idx)
                           or hte-rejected(ws-hld-idx))
                   set ws-run-held to true
               end-if
           end-perform
           .

      *> Finds the employee's entry, adding it the first time the
      *> employee is seen; the match index is captured and re-set
      *> the way BANKPAY's find-bank-details does it.
       find-compare-entry.
           set ws-cmp-not-found to true
           move 0 to ws-cmp-match-index
           perform varying ws-cmp-idx from 1 by 1
                   until ws-cmp-idx > ws-compare-count
               if ws-cmp-employee-id(ws-cmp-idx) = pxr-employee-id
                   set ws-cmp-found to true
                   set ws-cmp-match-index to ws-cmp-idx
               end-if
           end-perform
           if ws-cmp-found
               set ws-cmp-idx to ws-cmp-match-index
           else
               if ws-compare-count >= ws-compare-max
                   if ws-program-return-code = 0
                       display "COMPARE TABLE FULL - NOTHING CHECKED"
                   end-if
                   move 16 to ws-program-return-code
               else
                   add 1 to ws-compare-count
                   set ws-cmp-idx to ws-compare-count
                   move pxr-employee-id
                       to ws-cmp-employee-id(ws-cmp-idx)
                   move pxr-name to ws-cmp-name(ws-cmp-idx)
                   move "N" to ws-cmp-current-flag(ws-cmp-idx)
                   move 0 to ws-cmp-current-net(ws-cmp-idx)
                   move 0 to ws-cmp-current-gross(ws-cmp-idx)
                   move 0 to ws-cmp-previous-date(ws-cmp-idx)
                   move 0 to ws-cmp-previous-net(ws-cmp-idx)
                   move 0 to ws-cmp-previous-gross(ws-cmp-idx)
                   move "N" to ws-cmp-held-run-flag(ws-cmp-idx)
                   set ws-cmp-found to true
               end-if
           end-if
           .

      *> A missing PAYHOLD.TXT just means nothing has been held yet.
      *> It is rewritten from the table, so one that will not open or
      *> will not fit fails the step - a dropped hold would be paid.
       load-pay-hold-file.
           move 0 to ws-hold-count
           set ws-hold-not-eof to true
           open input pay-hold-file
           if ws-pay-hold-status not = "00"
                   and ws-pay-hold-status not = "35"
               display "PAYHOLD.TXT OPEN FAILED - STATUS "
                   ws-pay-hold-status
               move 16 to ws-program-return-code
           end-if
           if ws-pay-hold-status = "00"
               perform until ws-hold-eof
                   read pay-hold-file
                       at end
                           set ws-hold-eof to true
                       not at end
                           perform load-pay-hold-entry
                   end-read
               end-perform
               close pay-hold-file
           end-if
           .

       load-pay-hold-entry.
           if ws-hold-count >= ws-hold-max
               if ws-program-return-code = 0
                   display "HOLD TABLE FULL - NOTHING CHECKED"
               end-if
               move 16 to ws-program-return-code
           else
               add 1 to ws-hold-count
               set ws-hld-idx to ws-hold-count
               move hld-employee-id to hte-employee-id(ws-hld-idx)
               move hld-run-date to hte-run-date(ws-hld-idx)
               move hld-net-pay to hte-net-pay(ws-hld-idx)
               move hld-reason to hte-reason(ws-hld-idx)
               move hld-state to hte-state(ws-hld-idx)
               move hld-date-decided
                   to hte-date-decided(ws-hld-idx)
               move "N" to hte-superseded-flag(ws-hld-idx)
           end-if
           .

      *> A missing PAYVREL.TXT means no decisions were fed in
      *> tonight; one that will not open fails the step, since every
      *> hold on it would otherwise stay held unexplained.  A
      *> decision with no pending hold is reported, not silently
      *> dropped.
       apply-release-transactions.
           set ws-release-not-eof to true
           open input release-trans-file
           if ws-release-trans-status = "00"
               perform until ws-release-eof
                   read release-trans-file
                       at end
                           set ws-release-eof to true
                       not at end
                           perform apply-one-release
                   end-read
               end-perform
               close release-trans-file
           else
               if ws-release-trans-status not = "35"
                   display "PAYVREL.TXT OPEN FAILED - STATUS "
                       ws-release-trans-status
                   move 16 to ws-program-return-code
               end-if
           end-if
           .

       apply-one-release.
           if not vrl-action-release and not vrl-action-reject
               display "UNKNOWN RELEASE ACTION "
                   vrl-action " FOR " vrl-employee-id
           else
           if vrl-hold-run-date not numeric
               display "RELEASE HAS NO HOLD RUN DATE: "
                   vrl-employee-id
           else
               set ws-hold-no-match to true
               perform varying ws-hld-idx from 1 by 1
                       until ws-hld-idx > ws-hold-count
                   if hte-pending(ws-hld-idx)
                           and hte-employee-id(ws-hld-idx)
                               = vrl-employee-id
                           and hte-run-date(ws-hld-idx)
                               = vrl-hold-run-date
                       set ws-hold-match to true
                       move ws-run-date
                           to hte-date-decided(ws-hld-idx)
                       if vrl-action-release
                           set hte-released(ws-hld-idx) to true
                           display "HELD PAYMENT RELEASED: "
                               vrl-employee-id
                       else
                           set hte-rejected(ws-hld-idx) to true
                           display "HELD PAYMENT REJECTED: "
                               vrl-employee-id
                       end-if
                   end-if
               end-perform
               if ws-hold-no-match
                   display "RELEASE HAS NO PENDING HOLD: "
                       vrl-employee-id " " vrl-hold-run-date
               end-if
           end-if
           end-if
           .

       produce-variance-report.
           open output variance-report-file
           move ws-threshold-pct to ws-threshold-disp
           move spaces to variance-report-line
           string "NET PAY VARIANCE CHECK " delimited by size
                   ws-run-date delimited by size
                   "  THRESHOLD " delimited by size
                   function trim(ws-threshold-disp)
                       delimited by size
                   "%" delimited by size
               into variance-report-line
           write variance-report-line
           display variance-report-line

           perform varying ws-cmp-idx from 1 by 1
                   until ws-cmp-idx > ws-compare-count
               if ws-cmp-on-tonight(ws-cmp-idx)
                   add 1 to ws-employees-checked
                   perform check-one-employee
               end-if
           end-perform

           move "PAYMENTS HELD AWAITING A SUPERVISOR'S RELEASE"
               to variance-report-line
           write variance-report-line
           perform varying ws-hld-idx from 1 by 1
                   until ws-hld-idx > ws-hold-count
               if hte-pending(ws-hld-idx)
                   add 1 to ws-holds-pending
                   perform write-pending-hold-line
               end-if
           end-perform
           if ws-holds-pending = 0
               move "  NONE" to variance-report-line
               write variance-report-line
           end-if

           move ws-employees-checked to ws-count-disp
           move spaces to variance-report-line
           string "EMPLOYEES CHECKED " delimited by size
                   function trim(ws-count-disp) delimited by size
               into variance-report-line
           write variance-report-line
           display variance-report-line
           move ws-employees-flagged to ws-count-disp
           move spaces to variance-report-line
           string "FLAGGED AND HELD  " delimited by size
                   function trim(ws-count-disp) delimited by size
               into variance-report-line
           write variance-report-line
           display variance-report-line
           move ws-holds-pending to ws-count-disp
           move spaces to variance-report-line
           string "HOLDS PENDING     " delimited by size
                   function trim(ws-count-disp) delimited by size
               into variance-report-line
           write variance-report-line
           display variance-report-line
           close variance-report-file
           .

      *> An employee already held from tonight's run (a rerun of
      *> this step) keeps the decision already on file instead of
      *> being flagged a second time.
       check-one-employee.
           set ws-hold-no-match to true
           perform varying ws-hld-idx from 1 by 1
                   until ws-hld-idx > ws-hold-count
               if hte-employee-id(ws-hld-idx)
                       = function numval(
                           ws-cmp-employee-id(ws-cmp-idx))
                       and hte-run-date(ws-hld-idx) = ws-run-date
                   set ws-hold-match to true
               end-if
           end-perform
           if ws-hold-match
               add 1 to ws-employees-flagged
           else
               perform evaluate-employee-variance
               if ws-employee-flagged
                   add 1 to ws-employees-flagged
                   perform write-flagged-line
                   perform add-pay-hold
               else
                   add 1 to ws-employees-passed
                   perform supersede-rejected-holds
               end-if
           end-if
           .

      *> Tonight's run is now the one the next is measured against,
      *> so the employee's older rejected holds are no longer needed.
       supersede-rejected-holds.
           perform varying ws-hld-idx from 1 by 1
                   until ws-hld-idx > ws-hold-count
               if hte-rejected(ws-hld-idx)
                       and hte-employee-id(ws-hld-idx)
                           = function numval(
                               ws-cmp-employee-id(ws-cmp-idx))
                       and hte-run-date(ws-hld-idx) < ws-run-date
                   move "Y" to hte-superseded-flag(ws-hld-idx)
               end-if
           end-perform
           .

      *> First-time payee, doubled pay, then the percentage movement
      *> in net and in gross - the first test that fires gives the
      *> reason.
       evaluate-employee-variance.
           set ws-employee-not-flagged to true
           move spaces to ws-flag-reason
           move 0 to ws-net-pct ws-gross-pct
           if ws-cmp-previous-date(ws-cmp-idx) = 0
               set ws-employee-flagged to true
               if ws-cmp-held-run-skipped(ws-cmp-idx)
                   move "EARLIER RUN HELD OR REJECTED"
                       to ws-flag-reason
               else
                   move "FIRST-TIME PAYEE" to ws-flag-reason
               end-if
           else
               if ws-cmp-previous-net(ws-cmp-idx) > 0
                   compute ws-change-work =
                       ws-cmp-current-net(ws-cmp-idx)
                           - ws-cmp-previous-net(ws-cmp-idx)
                   if ws-change-work < 0
                       compute ws-change-work = 0 - ws-change-work
                   end-if
                   compute ws-net-pct rounded =
                       ws-change-work * 100
                           / ws-cmp-previous-net(ws-cmp-idx)
               end-if
               if ws-cmp-previous-gross(ws-cmp-idx) > 0
                   compute ws-change-work =
                       ws-cmp-current-gross(ws-cmp-idx)
                           - ws-cmp-previous-gross(ws-cmp-idx)
                   if ws-change-work < 0
                       compute ws-change-work = 0 - ws-change-work
                   end-if
                   compute ws-gross-pct rounded =
                       ws-change-work * 100
                           / ws-cmp-previous-gross(ws-cmp-idx)
               end-if
               evaluate true
                   when (ws-cmp-previous-net(ws-cmp-idx) > 0
                           and ws-cmp-current-net(ws-cmp-idx)
                               >= ws-cmp-previous-net(ws-cmp-idx)
                                   * 2)
                       or (ws-cmp-previous-gross(ws-cmp-idx) > 0
                           and ws-cmp-current-gross(ws-cmp-idx)
                               >= ws-cmp-previous-gross(ws-cmp-idx)
                                   * 2)
                       set ws-employee-flagged to true
                       move "PAY DOUBLED" to ws-flag-reason
                   when ws-cmp-previous-net(ws-cmp-idx) <= 0
                           and ws-cmp-current-net(ws-cmp-idx)
                               not = ws-cmp-previous-net(ws-cmp-idx)
                       set ws-employee-flagged to true
                       move "PREVIOUS NET NOT POSITIVE"
                           to ws-flag-reason
                   when ws-net-pct > ws-threshold-pct
                       set ws-employee-flagged to true
                       move "NET MOVED OVER THRESHOLD"
                           to ws-flag-reason
                   when ws-gross-pct > ws-threshold-pct
                       set ws-employee-flagged to true
                       move "GROSS MOVED OVER THRESHOLD"
                           to ws-flag-reason
                   when other
                       continue
               end-evaluate
           end-if
           .

       write-flagged-line.
           move ws-cmp-current-net(ws-cmp-idx) to ws-current-net-disp
           move ws-cmp-previous-net(ws-cmp-idx)
               to ws-previous-net-disp
           move ws-cmp-current-gross(ws-cmp-idx)
               to ws-current-gross-disp
           move ws-cmp-previous-gross(ws-cmp-idx)
               to ws-previous-gross-disp
           move spaces to variance-report-line
           string ws-cmp-employee-id(ws-cmp-idx) delimited by size
                   " " delimited by size
                   function trim(ws-cmp-name(ws-cmp-idx))
                       delimited by size
                   " *" delimited by size
                   function trim(ws-flag-reason) delimited by size
                   "* - HELD" delimited by size
               into variance-report-line
           write variance-report-line
           display variance-report-line
           move spaces to variance-report-line
           move ws-net-pct to ws-pct-disp
           string "      NET   " delimited by size
                   ws-current-net-disp delimited by size
                   "  PREVIOUS " delimited by size
                   ws-previous-net-disp delimited by size
                   "  MOVED " delimited by size
                   function trim(ws-pct-disp) delimited by size
                   "%" delimited by size
               into variance-report-line
           write variance-report-line
           move spaces to variance-report-line
           move ws-gross-pct to ws-pct-disp
           string "      GROSS " delimited by size
                   ws-current-gross-disp delimited by size
                   "  PREVIOUS " delimited by size
                   ws-previous-gross-disp delimited by size
                   "  MOVED " delimited by size
                   function trim(ws-pct-disp) delimited by size
                   "%" delimited by size
                   "  PREVIOUS RUN " delimited by size
                   ws-cmp-previous-date(ws-cmp-idx)
                       delimited by size
               into variance-report-line
           write variance-report-line
           .

       add-pay-hold.
           if ws-hold-count >= ws-hold-max
               display "HOLD TABLE FULL - PAYMENT CANNOT BE HELD: "
                   ws-cmp-employee-id(ws-cmp-idx)
                   " - STEP FAILED"
               move 16 to ws-program-return-code
           else
               add 1 to ws-hold-count
               set ws-hld-idx to ws-hold-count
               compute hte-employee-id(ws-hld-idx) =
                   function numval(ws-cmp-employee-id(ws-cmp-idx))
               move ws-run-date to hte-run-date(ws-hld-idx)
               move ws-cmp-current-net(ws-cmp-idx)
                   to hte-net-pay(ws-hld-idx)
               move ws-flag-reason to hte-reason(ws-hld-idx)
               set hte-pending(ws-hld-idx) to true
               move 0 to hte-date-decided(ws-hld-idx)
               move "N" to hte-superseded-flag(ws-hld-idx)
           end-if
           .

       write-pending-hold-line.
           move hte-net-pay(ws-hld-idx) to ws-current-net-disp
           move spaces to variance-report-line
           string "  " delimited by size
                   hte-employee-id(ws-hld-idx) delimited by size
                   " RUN " delimited by size
                   hte-run-date(ws-hld-idx) delimited by size
                   " NET " delimited by size
                   ws-current-net-disp delimited by size
                   " " delimited by size
                   function trim(hte-reason(ws-hld-idx))
                       delimited by size
               into variance-report-line
           write variance-report-line
           .

      *> Pending and released holds always go back; a paid hold is
      *> kept only for the night it was paid, so a same-night rerun
      *> of BANKPAY still sees it, and then drops off.  A rejected
      *> hold stays until the employee passes on a later run - until
      *> then it keeps the rejected run out of the comparison.
       save-pay-hold-file.
           open output pay-hold-file
           if ws-pay-hold-status not = "00"
               display "PAYHOLD.TXT OPEN FAILED - STATUS "
                   ws-pay-hold-status
               move 16 to ws-program-return-code
           else
               perform varying ws-hld-idx from 1 by 1
                       until ws-hld-idx > ws-hold-count
                   if hte-pending(ws-hld-idx)
                           or hte-released(ws-hld-idx)
                           or (hte-rejected(ws-hld-idx)
                               and not hte-superseded(ws-hld-idx))
                           or hte-date-decided(ws-hld-idx)
                               = ws-run-date
                           or hte-run-date(ws-hld-idx) = ws-run-date
                       move hte-employee-id(ws-hld-idx)
                           to hld-employee-id
                       move hte-run-date(ws-hld-idx) to hld-run-date
                       move hte-net-pay(ws-hld-idx) to hld-net-pay
                       move hte-reason(ws-hld-idx) to hld-reason
                       move hte-state(ws-hld-idx) to hld-state
                       move hte-date-decided(ws-hld-idx)
                           to hld-date-decided
                       write pay-hold-record
                   end-if
               end-perform
               close pay-hold-file
           end-if
           .

           copy jobbnr replacing ==JOB-NAME-LIT== by =="PAYVARCK"==.
