      *>              exactly one run.  Decided items drop off once
      *>              the master value changes, and the suspense
      *>              report shows them while they remain.
      *> 2026-10-15 - the employee master carries each employee's NI
      *>              number and tax code for the new HMRC Full
      *>              Payment Submission step; the first-use seed
      *>              writes them for the three seeded employees.
      *> 2026-10-15 - hourly-paid staff.  An employee whose master
      *>              pay basis is H is paid from weekly timesheets
      *>              (PAYTIME.TXT - basic, overtime and weekend hours
      *>              per employee per week) at em-hourly-rate, with
      *>              the overtime and weekend multipliers and the
      *>              most hours a week can plausibly hold taken from
      *>              PAYHRATE.TXT (seeded once if the file does not
      *>              exist yet; the set in force on the run date
      *>              wins, as with PAYRATE.DAT).  Timesheets for an
      *>              unknown or salaried employee, a week after the
      *>              employee left or before they started, a week
      *>              not yet ended, implausible hours, a duplicate,
      *>              or a week already paid on an earlier night are
      *>              rejected and reported on PAYTSRP.TXT; the weeks
      *>              paid are registered on PAYTSREG.TXT so a
      *>              timesheet left on file is never paid twice (a
      *>              same-night rerun pays it again, superseding);
      *>              a register that cannot be read in full stops the
      *>              step before anyone is paid or anything written.
      *>              An hourly employee with no accepted timesheet
      *>              is not paid.  The hours and rates behind each
      *>              hourly gross go to PAYHOURS.TXT (payhrs
      *>              copybook) for the payslip.  The seed now marks
      *>              its employees salaried and adds one hourly
      *>              employee.
      *> 2026-10-15 - employer on-costs.  A PAYRATE.DAT row with the
      *>              new paid-by column set to E is an employer-paid
      *>              contribution: it is banded against gross like
      *>              any deduction (optional codes still need an
      *>              enrollment row for that code) but never comes
      *>              out of net pay.  Up to three employer code/
      *>              amount pairs travel at the end of each extract
      *>              row for GLPOST to post as employer cost, and
      *>              PAYYTD.TXT gains employer NI and employer
      *>              pension columns (any other employer code sums
      *>              into pension).  The seed adds employer NI (EN)
      *>              and the employer pension match (EP); an
      *>              installation with PAYRATE.DAT already on file
      *>              adds those rows by hand.
      *> 2026-10-15 - the PAYEXTR.TXT trailer's row count and net total
      *>              are posted to the shared control-figure file
      *>              (CTLFIG.TXT, ctlfig copybooks) for the nightly
      *>              cross-step balancing report.

       environment division.
       input-output section.
           copy joblogsl.
           copy buscalsl.
           copy repgensl.
           copy ctlfigsl.
           select employee-master-file assign to "EMPMAST.TXT"
               organization is line sequential
               file status is ws-employee-master-status.
           select starters-leavers-file assign to "PAYSTLV.TXT"
               organization is line sequential
               file status is ws-starters-leavers-status.
           select timesheet-file assign to "PAYTIME.TXT"
               organization is line sequential
               file status is ws-timesheet-status.
           select hourly-rate-file assign to "PAYHRATE.TXT"
               organization is line sequential
               file status is ws-hourly-rate-status.
           select timesheet-register-file assign to "PAYTSREG.TXT"
               organization is line sequential
               file status is ws-timesheet-register-status.
           select timesheet-report-file assign to "PAYTSRP.TXT"
               organization is line sequential
               file status is ws-timesheet-report-status.
           select pay-hours-file assign to "PAYHOURS.TXT"
               organization is line sequential
               file status is ws-pay-hours-status.

       data division.
       file section.
           copy joblogfd.
           copy buscalfd.
           copy repgenfd.
           copy ctlfigfd.

       fd  employee-master-file.
           copy emprec.
      *> record written before this column existed, which reads back
      *> as spaces) is statutory and applies to everyone.
           05  prf-optional-flag          pic X(1).
      *> "E" marks a contribution the employer pays on top of gross
      *> (employer NI, the employer's pension match) - worked out the
      *> same banded way but never deducted from the employee's pay.
      *> Spaces (and rows written before this column) are deductions.
           05  prf-paid-by                pic X(1).

       fd  payroll-extract-file.
           copy pextrlr.
           05  per-net-pay                pic -(5)9.99.
           05  per-run-date               pic X(10).
           05  per-run-time               pic X(8).
      *> Employer-paid contributions, after everything the older
      *> readers already knew about - a row written before these
      *> columns reads back with them blank.
           05  per-employer occurs 3 times.
               10  per-er-code            pic X(2).
               10  per-er-amount          pic -(5)9.99.

       fd  audit-file.
       01  audit-record.
      *> year's figures are never lost - the same arrangement the
      *> sales roll-up has with PRIORYR.TXT.
       fd  ytd-archive-file.
       01  ytd-archive-record            pic X(103).

      *> One optional-deduction enrollment: this employee has opted
      *> into this deduction code.  Keyed as data by the payroll
       fd  starters-leavers-file.
       01  starters-leavers-line         pic X(100).

      *> One employee's week: hours at the basic rate, overtime
      *> hours and weekend hours, keyed by the week-ending date.
       fd  timesheet-file.
       01  timesheet-record.
           05  tms-employee-id            pic X(5).
           05  tms-week-ending            pic X(8).
           05  tms-basic-hours            pic X(5).
           05  tms-basic-hours-n redefines tms-basic-hours
                                          pic 9(3)V99.
           05  tms-overtime-hours         pic X(5).
           05  tms-overtime-hours-n redefines tms-overtime-hours
                                          pic 9(3)V99.
           05  tms-weekend-hours          pic X(5).
           05  tms-weekend-hours-n redefines tms-weekend-hours
                                          pic 9(3)V99.

      *> The hourly-pay multipliers and the most hours one week can
      *> plausibly carry, in force from hrf-effective-date.
       fd  hourly-rate-file.
       01  hourly-rate-record.
           05  hrf-effective-date         pic 9(8).
           05  hrf-overtime-multiplier    pic 9V99.
           05  hrf-weekend-multiplier     pic 9V99.
           05  hrf-max-week-hours         pic 9(3)V99.

      *> One timesheet week already paid, and the run that paid it.
       fd  timesheet-register-file.
       01  timesheet-register-record.
           05  tsr-employee-id            pic 9(5).
           05  tsr-week-ending            pic 9(8).
           05  tsr-run-date               pic 9(8).

       fd  timesheet-report-file.
       01  timesheet-report-line         pic X(100).

       fd  pay-hours-file.
           copy payhrs.

       working-storage section.
           copy joblogws.
           copy stepparm.
           copy stepstat.
           copy buscalws.
           copy repgenws.
           copy ctlfigws.
       01  ws-exception-report-name       pic X(30).
       01  ws-employee-master-status      pic XX.
       01  ws-payroll-extract-status      pic XX.
               10  prt-band-upper          pic 9(7)V99.
               10  prt-rate                pic 9V999.
               10  prt-optional-flag       pic X(1).
               10  prt-paid-by             pic X(1).
       01  pay-rate-entry-count           pic 9(2) value 0.

      *> The distinct deduction codes the rate file defines, in
                       indexed by ws-dcd-idx.
               10  ws-dcd-code             pic X(2).
               10  ws-dcd-optional-flag    pic X(1).
               10  ws-dcd-paid-by          pic X(1).
       01  ws-deduction-code-count        pic 9(2) value 0.
       01  ws-deduction-code-max          pic 9(2) value 10.
       01  ws-dcd-found-switch            pic X.
       01  ws-total-deductions            pic 9(7)V99.
       01  ws-other-deductions            pic 9(7)V99.

      *> This employee's employer-paid contributions for the run -
      *> employer cost on top of gross, never part of the net.
       01  ws-run-employer-list.
           05  ws-run-employer occurs 3 times
                       indexed by ws-ers-idx.
               10  ws-run-er-code          pic X(2).
               10  ws-run-er-amount        pic 9(7)V99.
       01  ws-run-employer-count          pic 9(1) value 0.
       01  ws-run-employer-max            pic 9(1) value 3.
       01  ws-total-employer              pic 9(7)V99.
       01  ws-employer-ni                 pic 9(7)V99.
       01  ws-employer-pension            pic 9(7)V99.

       01  ws-pay-run-date                pic 9(8).
       01  ws-deduction-code              pic X(2).
       01  ws-deduction-amount            pic 9(7)V99.
               10  yte-adjustments         pic S9(7).
               10  yte-net                 pic S9(9)V99.
               10  yte-other-deductions    pic 9(9)V99.
               10  yte-employer-ni         pic 9(9)V99.
               10  yte-employer-pension    pic 9(9)V99.
       01  ws-ytd-count                   pic 9(3) value 0.
       01  ws-ytd-max                     pic 9(3) value 200.
       01  ws-ytd-found-switch            pic X.
      *> and each employee's employment window intersected with it
      *> for the pro-rata fraction.
       01  ws-starters-leavers-status     pic XX.

      *> Hourly pay.  The multipliers in force on the run date, the
      *> night's timesheets with their dispositions, the weeks paid
      *> on earlier nights, and this employee's hours for the run.
       01  ws-timesheet-status            pic XX.
       01  ws-hourly-rate-status          pic XX.
       01  ws-timesheet-register-status   pic XX.
       01  ws-timesheet-report-status     pic XX.
       01  ws-pay-hours-status            pic XX.
       01  ws-overtime-multiplier         pic 9V99 value 1.50.
       01  ws-weekend-multiplier          pic 9V99 value 2.00.
       01  ws-max-week-hours              pic 9(3)V99 value 60.00.
       01  ws-hourly-rate-date            pic 9(8) value 0.
       01  ws-timesheet-table.
           05  ws-timesheet-entry occurs 500 times
                       indexed by ws-tse-idx.
               10  tse-employee-id         pic X(5).
               10  tse-week-ending         pic X(8).
               10  tse-basic-hours         pic 9(3)V99.
               10  tse-overtime-hours      pic 9(3)V99.
               10  tse-weekend-hours       pic 9(3)V99.
               10  tse-state               pic X(1).
                   88  tse-unmatched        value " ".
                   88  tse-accepted         value "A".
                   88  tse-rejected         value "R".
               10  tse-reason              pic X(30).
       01  ws-timesheet-count             pic 9(3) value 0.
       01  ws-timesheet-max               pic 9(3) value 500.
       01  ws-timesheet-register-table.
           05  ws-timesheet-register-entry occurs 2000 times
                       indexed by ws-tsr-idx.
               10  tsr-tbl-employee-id     pic 9(5).
               10  tsr-tbl-week-ending     pic 9(8).
               10  tsr-tbl-run-date        pic 9(8).
       01  ws-register-count              pic 9(4) value 0.
       01  ws-register-max                pic 9(4) value 2000.
       01  ws-register-cutoff-int         pic 9(8) comp.
       01  ws-week-ending-work            pic 9(8).
       01  ws-week-ending-int             pic 9(8) comp.
       01  ws-week-total-hours            pic 9(4)V99.
       01  ws-ts-scan-idx                 pic 9(3).
       01  ws-emp-timesheet-count         pic 9(2).
       01  ws-emp-basic-hours             pic 9(4)V99.
       01  ws-emp-overtime-hours          pic 9(4)V99.
       01  ws-emp-weekend-hours           pic 9(4)V99.
       01  ws-hourly-gross                pic 9(7)V99.
       01  ws-timesheets-accepted         pic 9(5) value 0.
       01  ws-timesheets-rejected         pic 9(5) value 0.
       01  ws-hours-disp                  pic ZZ9.99.
       01  ws-hours-disp-2                pic ZZ9.99.
       01  ws-hours-disp-3                pic ZZ9.99.
       01  ws-ts-count-disp               pic ZZZZ9.
       01  ws-period-start-int            pic 9(8) comp.
       01  ws-period-end-int              pic 9(8) comp.
       01  ws-period-trading-days         pic 9(3).
               perform open-starters-leavers-report
               perform load-ytd-totals
               perform load-enrollment-file
               perform load-hourly-rates
               perform load-timesheet-register
               if ws-program-return-code < 16
                   perform load-timesheets
                   perform open-timesheet-report
                   perform load-suspense-file
                   perform apply-approval-transactions
                   perform process-date
                   perform process-employees
                   perform reject-unmatched-timesheets
                   perform write-extract-trailer
                   perform reinstate-unmatched-releases
                   perform save-suspense-file
                   perform produce-suspense-report
                   if ws-ytd-accumulate
                       perform save-ytd-totals
                   end-if
                   perform close-starters-leavers-report
                   perform close-timesheet-report
                   perform save-timesheet-register
               else
                   perform close-starters-leavers-report
               end-if
               perform close-exception-report
           end-if

           move 31926819 to em-account-number
           move 20240101 to em-start-date
           move 0 to em-end-date
           move "AB123456C" to em-ni-number
           move "1257L" to em-tax-code
           move "S" to em-pay-basis
           move 0 to em-hourly-rate
           write employee-master-record
           move 10002 to em-employee-id
           move "BRIAN OSPREY" to em-name
           move 52077143 to em-account-number
           move 20240101 to em-start-date
           move 0 to em-end-date
           move "CE654321A" to em-ni-number
           move "1257L" to em-tax-code
           move "S" to em-pay-basis
           move 0 to em-hourly-rate
           write employee-master-record
           move 10003 to em-employee-id
           move "CAROL FINCH" to em-name
           move 74310258 to em-account-number
           move 20250601 to em-start-date
           move 0 to em-end-date
           move "JK908172B" to em-ni-number
           move "1257L" to em-tax-code
           move "S" to em-pay-basis
           move 0 to em-hourly-rate
           write employee-master-record
           move 10004 to em-employee-id
           move "DAVID WREN" to em-name
           move "G1" to em-grade
           move 0 to em-salary
           move 0 to em-adjustment
           move 309841 to em-sort-code
           move 61554207 to em-account-number
           move 20260401 to em-start-date
           move 0 to em-end-date
           move "PW271828D" to em-ni-number
           move "1257L" to em-tax-code
           move "H" to em-pay-basis
           move 12.21 to em-hourly-rate
           write employee-master-record
           close employee-master-file
           .

      *> An hourly employee is paid for the timesheets accepted
      *> tonight, however the employment window falls - a leaver's
      *> late final week is still owed - and not at all without one.
       process-one-employee.
           perform determine-employment-window
           perform match-employee-timesheets
           evaluate true
               when em-paid-hourly and ws-emp-timesheet-count = 0
                   perform report-hourly-not-paid
               when not em-paid-hourly
                       and ws-employee-not-in-period
                   perform report-out-of-period-employee
               when other
                   if not em-paid-hourly
                       and (ws-employee-starts-here
                           or ws-employee-leaves-here)
                       perform report-starter-or-leaver
                   end-if
                   perform process-salary
                   perform process-signed-numeric
                   perform compute-gross-to-net
                   perform write-payroll-extract
                   if em-paid-hourly
                       perform write-pay-hours
                   end-if
                   if ws-ytd-accumulate
                       perform accumulate-employee-ytd
                   end-if
           end-evaluate
           .

       process-salary.
      *> fields for the year-to-date file; everything else sums into
      *> the other-deductions figure.
       compute-gross-to-net.
           if em-paid-hourly
               perform compute-hourly-gross
               move ws-hourly-gross to ws-gross-pay
           else
               move em-salary to ws-gross-pay
      *> A window covering only part of the period earns only the
      *> employed fraction of the period's trading days.
               if ws-employed-trading-days < ws-period-trading-days
                       and ws-period-trading-days > 0
                   compute ws-gross-pay rounded =
                       em-salary * ws-employed-trading-days
                           / ws-period-trading-days
               end-if
           end-if
           move 0 to ws-run-deduction-count
           move 0 to ws-total-deductions
           move 0 to ws-income-tax
           move 0 to ws-nat-insurance
           move 0 to ws-other-deductions
           move 0 to ws-run-employer-count
           move 0 to ws-total-employer
           move 0 to ws-employer-ni
           move 0 to ws-employer-pension
           perform varying ws-dcd-idx from 1 by 1
                   until ws-dcd-idx > ws-deduction-code-count
               perform apply-one-deduction-code
           if ws-employee-enrolled
               move ws-dcd-code(ws-dcd-idx) to ws-deduction-code
               perform compute-banded-deduction
               if ws-dcd-paid-by(ws-dcd-idx) = "E"
                   perform record-employer-contribution
               else
                   perform record-run-deduction
               end-if
           end-if
           .

           end-if
           .

      *> An employer-paid amount is cost to the business, not a
      *> deduction: it stays out of ws-total-deductions (and so out
      *> of net) and is carried in its own slots on the extract.
       record-employer-contribution.
           add ws-deduction-amount to ws-total-employer
           if ws-deduction-code = "EN"
               add ws-deduction-amount to ws-employer-ni
           else
               add ws-deduction-amount to ws-employer-pension
           end-if
           if ws-run-employer-count >= ws-run-employer-max
               display "EMPLOYER LIST FULL - CODE NOT CARRIED ON "
                   "EXTRACT: " ws-deduction-code
           else
               add 1 to ws-run-employer-count
               set ws-ers-idx to ws-run-employer-count
               move ws-deduction-code
                   to ws-run-er-code(ws-ers-idx)
               move ws-deduction-amount
                   to ws-run-er-amount(ws-ers-idx)
           end-if
           .

      *> Applies every band on file for ws-deduction-code from the
      *> band set in force on the run date: the slice of gross that
      *> falls between a band's lower and upper bounds is deducted at
           move ws-net-pay to per-net-pay
           move ws-job-log-date-display to per-run-date
           move ws-job-log-time-display to per-run-time
           perform varying ws-ers-idx from 1 by 1
                   until ws-ers-idx > ws-run-employer-max
               if ws-ers-idx > ws-run-employer-count
                   move spaces to per-er-code(ws-ers-idx)
                   move 0 to per-er-amount(ws-ers-idx)
               else
                   move ws-run-er-code(ws-ers-idx)
                       to per-er-code(ws-ers-idx)
                   move ws-run-er-amount(ws-ers-idx)
                       to per-er-amount(ws-ers-idx)
               end-if
           end-perform
           open extend payroll-extract-file
           if ws-payroll-extract-status = "35"
               open output payroll-extract-file
           display em-employee-id " GROSS " per-gross-pay
               " DEDUCTIONS " ws-total-deductions
               " NET " per-net-pay
               " EMPLOYER " ws-total-employer
           .

      *> Loads PAY-RATE-TABLE from PAYRATE.DAT, seeding the file the
               move prf-rate to prt-rate(pay-rate-entry-count)
               move prf-optional-flag to
                   prt-optional-flag(pay-rate-entry-count)
               move prf-paid-by to
                   prt-paid-by(pay-rate-entry-count)
               perform note-deduction-code
           end-if
           .

      *> Adds this entry's code to the distinct-code list the first
      *> time it is seen.  An "O" on any of a code's records makes
      *> the whole code optional, and an "E" in the paid-by column
      *> makes it employer-paid.
       note-deduction-code.
           set ws-dcd-not-found to true
           perform varying ws-dcd-idx from 1 by 1
                       move "O"
                           to ws-dcd-optional-flag(ws-dcd-idx)
                   end-if
                   if prf-paid-by = "E"
                       move "E" to ws-dcd-paid-by(ws-dcd-idx)
                   end-if
               end-if
           end-perform
           if ws-dcd-not-found
                       to ws-dcd-code(ws-dcd-idx)
                   move prf-optional-flag
                       to ws-dcd-optional-flag(ws-dcd-idx)
                   move prf-paid-by to ws-dcd-paid-by(ws-dcd-idx)
               end-if
           end-if
           .
       seed-pay-rate-file.
           open output pay-rate-file
           move space to prf-optional-flag
           move space to prf-paid-by
           move "TX" to prf-deduction-code
           move 20260406 to prf-effective-date
           move 0 to prf-band-lower
           move 0.050 to prf-rate
           move "O" to prf-optional-flag
           write pay-rate-file-record
      *> Employer NI: paid by the employer on everyone's gross above
      *> the secondary threshold, never deducted from pay.
           move space to prf-optional-flag
           move "E" to prf-paid-by
           move "EN" to prf-deduction-code
           move 20260406 to prf-effective-date
           move 0 to prf-band-lower
           move 5000.00 to prf-band-upper
           move 0.000 to prf-rate
           write pay-rate-file-record
           move "EN" to prf-deduction-code
           move 20260406 to prf-effective-date
           move 5000.00 to prf-band-lower
           move 9999999.99 to prf-band-upper
           move 0.150 to prf-rate
           write pay-rate-file-record
      *> The employer's pension match: 3% of the whole gross for
      *> employees with a PAYENRL.TXT row for "EP".
           move "EP" to prf-deduction-code
           move 20260406 to prf-effective-date
           move 0 to prf-band-lower
           move 9999999.99 to prf-band-upper
           move 0.030 to prf-rate
           move "O" to prf-optional-flag
           write pay-rate-file-record
           close pay-rate-file
           .

                       move 0
                           to yte-other-deductions(ws-ytd-idx)
                   end-if
                   if pyt-employer-ni numeric
                       move pyt-employer-ni
                           to yte-employer-ni(ws-ytd-idx)
                   else
                       move 0 to yte-employer-ni(ws-ytd-idx)
                   end-if
                   if pyt-employer-pension numeric
                       move pyt-employer-pension
                           to yte-employer-pension(ws-ytd-idx)
                   else
                       move 0 to yte-employer-pension(ws-ytd-idx)
                   end-if
               end-if
           end-if
           .
           move ws-pay-run-date to pyt-last-run-date
           move yte-other-deductions(ws-ytd-idx)
               to pyt-other-deductions
           move yte-employer-ni(ws-ytd-idx) to pyt-employer-ni
           move yte-employer-pension(ws-ytd-idx)
               to pyt-employer-pension
           .

      *> Adds tonight's figures to the employee's running totals,
                   move 0 to yte-adjustments(ws-ytd-idx)
                   move 0 to yte-net(ws-ytd-idx)
                   move 0 to yte-other-deductions(ws-ytd-idx)
                   move 0 to yte-employer-ni(ws-ytd-idx)
                   move 0 to yte-employer-pension(ws-ytd-idx)
                   perform add-run-figures-to-ytd
               end-if
           end-if
           add ws-net-pay to yte-net(ws-ytd-idx)
           add ws-other-deductions
               to yte-other-deductions(ws-ytd-idx)
           add ws-employer-ni to yte-employer-ni(ws-ytd-idx)
           add ws-employer-pension
               to yte-employer-pension(ws-ytd-idx)
           .

      *> Control row first, then one row per employee - written only
           move 0 to pyt-gross pyt-income-tax pyt-nat-insurance
           move 0 to pyt-adjustments pyt-net
           move 0 to pyt-other-deductions
           move 0 to pyt-employer-ni pyt-employer-pension
           move ws-pay-run-date to pyt-last-run-date
           write ytd-totals-record
           move 0 to ws-ytd-file-tax-year
           end-if
           write payroll-extract-trailer
           close payroll-extract-file
           perform post-control-figures
           .

      *> The trailer just written is the pay run's figure the
      *> balancing step holds the bank file and the ledger against.
       post-control-figures.
           move "DATATYPES" to ws-ctl-fig-step
           move "PAYEXTR TRAILER" to ws-ctl-fig-name
           move ws-pay-run-date to ws-ctl-fig-date
           move ws-extract-rows-written to ws-ctl-fig-count
           move ws-extract-net-total to ws-ctl-fig-amount
           perform CTLFIG-POST
           .

      *> Loads the multipliers and the weekly hours ceiling in force
      *> on the run date, seeding PAYHRATE.TXT the first time it
      *> does not exist yet - the latest set on or before the run
      *> date wins, the same selection PAYRATE.DAT's bands get.
       load-hourly-rates.
           open input hourly-rate-file
           if ws-hourly-rate-status = "35"
               open output hourly-rate-file
               move 20240101 to hrf-effective-date
               move ws-overtime-multiplier to hrf-overtime-multiplier
               move ws-weekend-multiplier to hrf-weekend-multiplier
               move ws-max-week-hours to hrf-max-week-hours
               write hourly-rate-record
               close hourly-rate-file
               open input hourly-rate-file
           end-if
           if ws-hourly-rate-status = "00"
               perform until ws-hourly-rate-status not = "00"
                   read hourly-rate-file
                       at end
                           move "10" to ws-hourly-rate-status
                       not at end
                           perform select-hourly-rate-set
                   end-read
               end-perform
               close hourly-rate-file
           else
               display "PAYHRATE.TXT OPEN FAILED - STATUS "
                   ws-hourly-rate-status
               move 16 to ws-program-return-code
           end-if
           .

       select-hourly-rate-set.
           if hrf-effective-date numeric
                   and hrf-effective-date <= ws-pay-run-date
                   and hrf-effective-date >= ws-hourly-rate-date
               move hrf-effective-date to ws-hourly-rate-date
               move hrf-overtime-multiplier to ws-overtime-multiplier
               move hrf-weekend-multiplier to ws-weekend-multiplier
               move hrf-max-week-hours to ws-max-week-hours
           end-if
           .

      *> The weeks paid on earlier nights.  Tonight's own entries are
      *> left behind (a rerun pays them again and re-registers
      *> them), and anything older than the oldest week a timesheet
      *> may still carry is dropped.  A missing PAYTSREG.TXT just
      *> means no timesheet has been paid yet; one that will not
      *> open, or will not fit, stops the step before anyone is
      *> paid, since a week paid before could be paid again.
       load-timesheet-register.
           move 0 to ws-register-count
           compute ws-register-cutoff-int =
               function integer-of-date(ws-pay-run-date) - 400
           open input timesheet-register-file
           if ws-timesheet-register-status = "00"
               perform until ws-timesheet-register-status not = "00"
                   read timesheet-register-file
                       at end
                           move "10" to ws-timesheet-register-status
                       not at end
                           perform load-timesheet-register-entry
                   end-read
               end-perform
               close timesheet-register-file
           else
               if ws-timesheet-register-status not = "35"
                   display "PAYTSREG.TXT OPEN FAILED - STATUS "
                       ws-timesheet-register-status
                   move 16 to ws-program-return-code
               end-if
           end-if
           .

       load-timesheet-register-entry.
           if tsr-run-date not = ws-pay-run-date
                   and function integer-of-date(tsr-week-ending)
                       >= ws-register-cutoff-int
               if ws-register-count >= ws-register-max
                   display "TIMESHEET REGISTER FULL - STEP FAILED"
                   move 16 to ws-program-return-code
               else
                   add 1 to ws-register-count
                   set ws-tsr-idx to ws-register-count
                   move tsr-employee-id
                       to tsr-tbl-employee-id(ws-tsr-idx)
                   move tsr-week-ending
                       to tsr-tbl-week-ending(ws-tsr-idx)
                   move tsr-run-date to tsr-tbl-run-date(ws-tsr-idx)
               end-if
           end-if
           .

      *> A missing PAYTIME.TXT means no timesheets were fed in
      *> tonight - hourly staff simply go unpaid until they are.
       load-timesheets.
           move 0 to ws-timesheet-count
           open input timesheet-file
           evaluate ws-timesheet-status
               when "35"
                   display "PAYTIME.TXT NOT FOUND - NO TIMESHEETS "
                       "TONIGHT"
               when "00"
                   perform until ws-timesheet-status not = "00"
                       read timesheet-file
                           at end
                               move "10" to ws-timesheet-status
                           not at end
                               perform load-timesheet-entry
                       end-read
                   end-perform
                   close timesheet-file
               when other
                   display "PAYTIME.TXT OPEN FAILED - STATUS "
                       ws-timesheet-status
                   move 16 to ws-program-return-code
           end-evaluate
           .

       load-timesheet-entry.
           if ws-timesheet-count >= ws-timesheet-max
               display "TIMESHEET TABLE FULL - TIMESHEET DROPPED: "
                   tms-employee-id " " tms-week-ending
               move 16 to ws-program-return-code
           else
               add 1 to ws-timesheet-count
               set ws-tse-idx to ws-timesheet-count
               move tms-employee-id to tse-employee-id(ws-tse-idx)
               move tms-week-ending to tse-week-ending(ws-tse-idx)
               move 0 to tse-basic-hours(ws-tse-idx)
               move 0 to tse-overtime-hours(ws-tse-idx)
               move 0 to tse-weekend-hours(ws-tse-idx)
               move spaces to tse-state(ws-tse-idx)
               move spaces to tse-reason(ws-tse-idx)
               perform edit-timesheet
               if tse-reason(ws-tse-idx) not = spaces
                   set tse-rejected(ws-tse-idx) to true
               end-if
           end-if
           .

      *> The edits that need nothing but the timesheet itself; the
      *> employee edits wait for the master pass.
       edit-timesheet.
           evaluate true
               when tms-employee-id not numeric
                   move "EMPLOYEE ID NOT NUMERIC"
                       to tse-reason(ws-tse-idx)
               when tms-week-ending not numeric
                   move "WEEK ENDING INVALID" to tse-reason(ws-tse-idx)
               when tms-basic-hours not numeric
                       or tms-overtime-hours not numeric
                       or tms-weekend-hours not numeric
                   move "HOURS NOT NUMERIC" to tse-reason(ws-tse-idx)
               when other
                   move tms-basic-hours-n
                       to tse-basic-hours(ws-tse-idx)
                   move tms-overtime-hours-n
                       to tse-overtime-hours(ws-tse-idx)
                   move tms-weekend-hours-n
                       to tse-weekend-hours(ws-tse-idx)
                   move tms-week-ending to ws-week-ending-work
                   perform edit-timesheet-week
           end-evaluate
           if tse-reason(ws-tse-idx) = spaces
               perform check-timesheet-duplicate
           end-if
           if tse-reason(ws-tse-idx) = spaces
               perform check-timesheet-already-paid
           end-if
           .

       edit-timesheet-week.
           compute ws-week-total-hours =
               tse-basic-hours(ws-tse-idx)
                   + tse-overtime-hours(ws-tse-idx)
                   + tse-weekend-hours(ws-tse-idx)
           if function test-date-yyyymmdd(ws-week-ending-work)
                   not = 0
               move "WEEK ENDING INVALID" to tse-reason(ws-tse-idx)
           else
               compute ws-week-ending-int =
                   function integer-of-date(ws-week-ending-work)
               evaluate true
                   when ws-week-ending-work > ws-pay-run-date
                       move "WEEK NOT YET ENDED"
                           to tse-reason(ws-tse-idx)
                   when ws-week-ending-int < ws-register-cutoff-int
                       move "WEEK ENDING OUT OF RANGE"
                           to tse-reason(ws-tse-idx)
                   when ws-week-total-hours = 0
                           or ws-week-total-hours > ws-max-week-hours
                       move "IMPLAUSIBLE HOURS"
                           to tse-reason(ws-tse-idx)
                   when other
                       continue
               end-evaluate
           end-if
           .

       check-timesheet-duplicate.
           perform varying ws-ts-scan-idx from 1 by 1
                   until ws-ts-scan-idx >= ws-timesheet-count
               if not tse-rejected(ws-ts-scan-idx)
                       and tse-employee-id(ws-ts-scan-idx)
                           = tse-employee-id(ws-tse-idx)
                       and tse-week-ending(ws-ts-scan-idx)
                           = tse-week-ending(ws-tse-idx)
                   move "DUPLICATE TIMESHEET" to tse-reason(ws-tse-idx)
               end-if
           end-perform
           .

       check-timesheet-already-paid.
           perform varying ws-tsr-idx from 1 by 1
                   until ws-tsr-idx > ws-register-count
               if tsr-tbl-employee-id(ws-tsr-idx)
                       = tse-employee-id(ws-tse-idx)
                       and tsr-tbl-week-ending(ws-tsr-idx)
                           = ws-week-ending-work
                   string "WEEK ALREADY PAID ON " delimited by size
                           tsr-tbl-run-date(ws-tsr-idx)
                               delimited by size
                       into tse-reason(ws-tse-idx)
               end-if
           end-perform
           .

       open-timesheet-report.
           open output timesheet-report-file
           move spaces to timesheet-report-line
           string "HOURLY PAY - TIMESHEETS FOR RUN " delimited by size
                   ws-pay-run-date delimited by size
               into timesheet-report-line
           write timesheet-report-line
           .

      *> Pairs tonight's timesheets with this master record: the
      *> employee must be hourly-paid, and the week must fall inside
      *> the employment window.
       match-employee-timesheets.
           move 0 to ws-emp-timesheet-count
           move 0 to ws-emp-basic-hours
           move 0 to ws-emp-overtime-hours
           move 0 to ws-emp-weekend-hours
           perform varying ws-tse-idx from 1 by 1
                   until ws-tse-idx > ws-timesheet-count
               if tse-unmatched(ws-tse-idx)
                       and tse-employee-id(ws-tse-idx)
                           = em-employee-id
                   perform match-one-timesheet
               end-if
           end-perform
           .

       match-one-timesheet.
           move tse-week-ending(ws-tse-idx) to ws-week-ending-work
           compute ws-week-ending-int =
               function integer-of-date(ws-week-ending-work)
           evaluate true
               when not em-paid-hourly
                   set tse-rejected(ws-tse-idx) to true
                   move "EMPLOYEE NOT HOURLY-PAID"
                       to tse-reason(ws-tse-idx)
               when ws-end-date-work not = 0
                       and ws-week-ending-int - 6
                           > function integer-of-date(ws-end-date-work)
                   set tse-rejected(ws-tse-idx) to true
                   move "EMPLOYEE HAS LEFT" to tse-reason(ws-tse-idx)
               when ws-start-date-work not = 0
                       and ws-week-ending-work < ws-start-date-work
                   set tse-rejected(ws-tse-idx) to true
                   move "BEFORE EMPLOYEE STARTED"
                       to tse-reason(ws-tse-idx)
               when other
                   set tse-accepted(ws-tse-idx) to true
                   add 1 to ws-emp-timesheet-count
                   add tse-basic-hours(ws-tse-idx)
                       to ws-emp-basic-hours
                   add tse-overtime-hours(ws-tse-idx)
                       to ws-emp-overtime-hours
                   add tse-weekend-hours(ws-tse-idx)
                       to ws-emp-weekend-hours
           end-evaluate
           .

       compute-hourly-gross.
           if em-hourly-rate not numeric
               move 0 to ws-hourly-gross
           else
               compute ws-hourly-gross rounded =
                   em-hourly-rate
                       * (ws-emp-basic-hours
                           + ws-emp-overtime-hours
                               * ws-overtime-multiplier
                           + ws-emp-weekend-hours
                               * ws-weekend-multiplier)
           end-if
           .

       write-pay-hours.
           move em-employee-id to phr-employee-id
           move ws-pay-run-date to phr-run-date
           move ws-emp-timesheet-count to phr-timesheet-count
           move ws-emp-basic-hours to phr-basic-hours
           move ws-emp-overtime-hours to phr-overtime-hours
           move ws-emp-weekend-hours to phr-weekend-hours
           move em-hourly-rate to phr-hourly-rate
           move ws-overtime-multiplier to phr-overtime-multiplier
           move ws-weekend-multiplier to phr-weekend-multiplier
           move ws-gross-pay to phr-gross-pay
           open extend pay-hours-file
           if ws-pay-hours-status = "35"
               open output pay-hours-file
           end-if
           write pay-hours-record
           close pay-hours-file
           .

       report-hourly-not-paid.
           move spaces to timesheet-report-line
           string "NOT PAID  " delimited by size
                   em-employee-id delimited by size
                   " " delimited by size
                   function trim(em-name) delimited by size
                   " - HOURLY-PAID, NO ACCEPTED TIMESHEET"
                       delimited by size
               into timesheet-report-line
           write timesheet-report-line
           display timesheet-report-line
           .

      *> Whatever no master record claimed belongs to nobody on the
      *> payroll.
       reject-unmatched-timesheets.
           perform varying ws-tse-idx from 1 by 1
                   until ws-tse-idx > ws-timesheet-count
               if tse-unmatched(ws-tse-idx)
                   set tse-rejected(ws-tse-idx) to true
                   move "UNKNOWN EMPLOYEE" to tse-reason(ws-tse-idx)
               end-if
           end-perform
           .

      *> Every timesheet's disposition, then the counts; each
      *> rejection counts as an exception for the step.
       close-timesheet-report.
           perform varying ws-tse-idx from 1 by 1
                   until ws-tse-idx > ws-timesheet-count
               perform write-timesheet-line
           end-perform
           if ws-timesheet-count = 0
               move "NO TIMESHEETS TONIGHT" to timesheet-report-line
               write timesheet-report-line
           end-if
           move ws-timesheets-accepted to ws-ts-count-disp
           move spaces to timesheet-report-line
           string "TIMESHEETS ACCEPTED " delimited by size
                   function trim(ws-ts-count-disp) delimited by size
               into timesheet-report-line
           write timesheet-report-line
           display timesheet-report-line
           move ws-timesheets-rejected to ws-ts-count-disp
           move spaces to timesheet-report-line
           string "TIMESHEETS REJECTED " delimited by size
                   function trim(ws-ts-count-disp) delimited by size
               into timesheet-report-line
           write timesheet-report-line
           display timesheet-report-line
           add ws-timesheets-rejected to ws-exception-count
           close timesheet-report-file
           .

       write-timesheet-line.
           move tse-basic-hours(ws-tse-idx) to ws-hours-disp
           move tse-overtime-hours(ws-tse-idx) to ws-hours-disp-2
           move tse-weekend-hours(ws-tse-idx) to ws-hours-disp-3
           move spaces to timesheet-report-line
           if tse-accepted(ws-tse-idx)
               add 1 to ws-timesheets-accepted
               string "ACCEPTED  " delimited by size
                       tse-employee-id(ws-tse-idx) delimited by size
                       " WEEK ENDING " delimited by size
                       tse-week-ending(ws-tse-idx) delimited by size
                       "  BASIC " delimited by size
                       ws-hours-disp delimited by size
                       "  OVERTIME " delimited by size
                       ws-hours-disp-2 delimited by size
                       "  WEEKEND " delimited by size
                       ws-hours-disp-3 delimited by size
                   into timesheet-report-line
           else
               add 1 to ws-timesheets-rejected
               string "REJECTED  " delimited by size
                       tse-employee-id(ws-tse-idx) delimited by size
                       " WEEK ENDING " delimited by size
                       tse-week-ending(ws-tse-idx) delimited by size
                       " - " delimited by size
                       function trim(tse-reason(ws-tse-idx))
                           delimited by size
                   into timesheet-report-line
               display timesheet-report-line
           end-if
           write timesheet-report-line
           .

      *> Earlier nights' weeks carried forward, plus every week paid
      *> tonight.
       save-timesheet-register.
           open output timesheet-register-file
           if ws-timesheet-register-status not = "00"
               display "PAYTSREG.TXT OPEN FAILED - STATUS "
                   ws-timesheet-register-status
               move 16 to ws-program-return-code
           else
               perform varying ws-tsr-idx from 1 by 1
                       until ws-tsr-idx > ws-register-count
                   move tsr-tbl-employee-id(ws-tsr-idx)
                       to tsr-employee-id
                   move tsr-tbl-week-ending(ws-tsr-idx)
                       to tsr-week-ending
                   move tsr-tbl-run-date(ws-tsr-idx) to tsr-run-date
                   write timesheet-register-record
               end-perform
               perform varying ws-tse-idx from 1 by 1
                       until ws-tse-idx > ws-timesheet-count
                   if tse-accepted(ws-tse-idx)
                       move tse-employee-id(ws-tse-idx)
                           to tsr-employee-id
                       move tse-week-ending(ws-tse-idx)
                           to tsr-week-ending
                       move ws-pay-run-date to tsr-run-date
                       write timesheet-register-record
                   end-if
               end-perform
               close timesheet-register-file
           end-if
           .

       log-salary-change.

           copy repgenpr.

           copy ctlfigpr.

           copy jobbnr replacing ==JOB-NAME-LIT== by =="DATATYPES"==.
