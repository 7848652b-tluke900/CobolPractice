      *>              DATATYPES history) - old untrailered rows
      *>              would otherwise count into the first trailer's
      *>              set and fail it.
      *> 2026-10-15 - an hourly-paid employee's payslip shows the
      *>              hours behind the gross - basic, overtime and
      *>              weekend hours, each with the rate paid - from
      *>              the pay run's PAYHOURS.TXT (payhrs copybook),
      *>              the latest row per employee for the run date.
      *> 2026-10-15 - employer-paid contributions carried at the end of
      *>              the extract row (employer NI, the employer pension
      *>              match) print after the net pay, marked as paid by
      *>              the employer and not deducted.

       environment division.
       input-output section.
           select suspense-file assign to "PAYSUSP.TXT"
               organization is line sequential
               file status is ws-suspense-status.
           select pay-hours-file assign to "PAYHOURS.TXT"
               organization is line sequential
               file status is ws-pay-hours-status.
           select payslip-file assign to dynamic ws-payslip-name
               organization is line sequential
               file status is ws-payslip-status.
           05  pxr-net-pay                pic X(9).
           05  pxr-run-date               pic X(10).
           05  pxr-run-time               pic X(8).
           05  pxr-employer occurs 3 times.
               10  pxr-er-code            pic X(2).
               10  pxr-er-amount          pic X(9).

      *> Same layout DATATYPES keeps - a pending item here is an
      *> adjustment held out of the run, which the payslip must say.
           05  sus-date-suspended         pic 9(8).
           05  sus-state                  pic X(1).

       fd  pay-hours-file.
           copy payhrs.

       fd  payslip-file.
       01  payslip-line                  pic X(80).

       01  ws-payroll-extract-status     pic XX.
       01  ws-suspense-status            pic XX.
       01  ws-payslip-status             pic XX.
       01  ws-pay-hours-status           pic XX.
       01  ws-hours-eof-switch           pic X.
           88  ws-hours-eof                value "Y".
           88  ws-hours-not-eof            value "N".
       01  ws-payslip-name               pic X(30).
       01  ws-extract-eof-switch         pic X.
           88  ws-extract-eof              value "Y".
                   15  ws-slp-ded-amount   pic X(9).
               10  ws-slp-adjustment       pic X(6).
               10  ws-slp-net              pic X(9).
               10  ws-slp-employer occurs 3 times.
                   15  ws-slp-er-code      pic X(2).
                   15  ws-slp-er-amount    pic X(9).
       01  ws-slip-count                 pic 9(3) value 0.
       01  ws-slip-max                   pic 9(3) value 200.
       01  ws-slip-found-switch          pic X.
       01  ws-suspense-count             pic 9(3) value 0.
       01  ws-suspense-max               pic 9(3) value 200.
       01  ws-sus-adjustment-disp        pic +9(3).

      *> Hours behind an hourly-paid employee's gross, latest row per
      *> employee for the run date.
       01  ws-hours-table.
           05  ws-hours-entry occurs 200 times
                       indexed by ws-hrs-idx.
               10  ws-hrs-employee-id      pic 9(5).
               10  ws-hrs-basic-hours      pic 9(4)V99.
               10  ws-hrs-overtime-hours   pic 9(4)V99.
               10  ws-hrs-weekend-hours    pic 9(4)V99.
               10  ws-hrs-hourly-rate      pic 9(3)V99.
               10  ws-hrs-overtime-mult    pic 9V99.
               10  ws-hrs-weekend-mult     pic 9V99.
       01  ws-hours-count                pic 9(3) value 0.
       01  ws-hours-max                  pic 9(3) value 200.
       01  ws-hours-found-switch         pic X.
           88  ws-hours-found              value "Y".
           88  ws-hours-not-found          value "N".
       01  ws-hours-match-index          pic 9(3).
       01  ws-slip-employee-key          pic 9(5).
       01  ws-rate-work                  pic 9(3)V99.
       01  ws-hours-disp                 pic Z,ZZ9.99.
       01  ws-rate-disp                  pic ZZ9.99.
       01  ws-mult-disp                  pic 9.99.
       01  ws-ded-idx                    pic 9(1).
       01  ws-deduction-label            pic X(19).

           accept ws-run-date from date yyyymmdd
           perform load-extract-rows
           perform load-pending-suspense
           perform load-pay-hours
           if ws-program-return-code = 0
               perform produce-payslips
           end-if
           end-perform
           move pxr-adjustment to ws-slp-adjustment(ws-slp-idx)
           move pxr-net-pay to ws-slp-net(ws-slp-idx)
           perform varying ws-ded-idx from 1 by 1
                   until ws-ded-idx > 3
               move pxr-er-code(ws-ded-idx)
                   to ws-slp-er-code(ws-slp-idx ws-ded-idx)
               move pxr-er-amount(ws-ded-idx)
                   to ws-slp-er-amount(ws-slp-idx ws-ded-idx)
           end-perform
           .

      *> A missing PAYSUSP.TXT just means nothing is in suspense.
           end-if
           .

      *> A missing PAYHOURS.TXT just means nobody has been paid by
      *> the hour yet.
       load-pay-hours.
           set ws-hours-not-eof to true
           open input pay-hours-file
           if ws-pay-hours-status = "35"
               set ws-hours-eof to true
           else
               perform until ws-hours-eof
                   read pay-hours-file
                       at end
                           set ws-hours-eof to true
                       not at end
                           if phr-run-date = ws-run-date
                               perform store-pay-hours
                           end-if
                   end-read
               end-perform
               close pay-hours-file
           end-if
           .

       store-pay-hours.
           move phr-employee-id to ws-slip-employee-key
           perform find-pay-hours
           if ws-hours-not-found
               if ws-hours-count >= ws-hours-max
                   display "HOURS TABLE FULL - ROW DROPPED: "
                       phr-employee-id
               else
                   add 1 to ws-hours-count
                   set ws-hrs-idx to ws-hours-count
                   move phr-employee-id
                       to ws-hrs-employee-id(ws-hrs-idx)
                   set ws-hours-found to true
               end-if
           end-if
           if ws-hours-found
               move phr-basic-hours to ws-hrs-basic-hours(ws-hrs-idx)
               move phr-overtime-hours
                   to ws-hrs-overtime-hours(ws-hrs-idx)
               move phr-weekend-hours
                   to ws-hrs-weekend-hours(ws-hrs-idx)
               move phr-hourly-rate to ws-hrs-hourly-rate(ws-hrs-idx)
               move phr-overtime-multiplier
                   to ws-hrs-overtime-mult(ws-hrs-idx)
               move phr-weekend-multiplier
                   to ws-hrs-weekend-mult(ws-hrs-idx)
           end-if
           .

       find-pay-hours.
           set ws-hours-not-found to true
           move 0 to ws-hours-match-index
           perform varying ws-hrs-idx from 1 by 1
                   until ws-hrs-idx > ws-hours-count
               if ws-hrs-employee-id(ws-hrs-idx) = ws-slip-employee-key
                   set ws-hours-found to true
                   set ws-hours-match-index to ws-hrs-idx
               end-if
           end-perform
           if ws-hours-found
               set ws-hrs-idx to ws-hours-match-index
           end-if
           .

       produce-payslips.
           move "PAYSLIPS" to ws-repgen-base
           move ".TXT" to ws-repgen-extension
               into payslip-line
           write payslip-line

           perform write-hours-lines

           move spaces to payslip-line
           string "  GROSS PAY          " delimited by size
                   ws-slp-gross(ws-slp-idx) delimited by size
                   ws-slp-net(ws-slp-idx) delimited by size
               into payslip-line
           write payslip-line
           perform varying ws-ded-idx from 1 by 1
                   until ws-ded-idx > 3
               if ws-slp-er-code(ws-slp-idx ws-ded-idx)
                       not = spaces
                   perform write-employer-line
               end-if
           end-perform
           .

      *> An hourly-paid employee's hours and the rate each kind was
      *> paid at, ahead of the gross they add up to.  A salaried
      *> employee has no hours row and prints nothing here.
       write-hours-lines.
           if ws-slp-employee-id(ws-slp-idx) is numeric
               move ws-slp-employee-id(ws-slp-idx)
                   to ws-slip-employee-key
               perform find-pay-hours
               if ws-hours-found
                   move ws-hrs-basic-hours(ws-hrs-idx) to ws-hours-disp
                   move ws-hrs-hourly-rate(ws-hrs-idx) to ws-rate-disp
                   move spaces to payslip-line
                   string "  BASIC HOURS    " delimited by size
                           ws-hours-disp delimited by size
                           " AT " delimited by size
                           ws-rate-disp delimited by size
                       into payslip-line
                   write payslip-line
                   move ws-hrs-overtime-hours(ws-hrs-idx)
                       to ws-hours-disp
                   compute ws-rate-work rounded =
                       ws-hrs-hourly-rate(ws-hrs-idx)
                           * ws-hrs-overtime-mult(ws-hrs-idx)
                   move ws-rate-work to ws-rate-disp
                   move ws-hrs-overtime-mult(ws-hrs-idx)
                       to ws-mult-disp
                   move spaces to payslip-line
                   string "  OVERTIME HOURS " delimited by size
                           ws-hours-disp delimited by size
                           " AT " delimited by size
                           ws-rate-disp delimited by size
                           " (X" delimited by size
                           ws-mult-disp delimited by size
                           ")" delimited by size
                       into payslip-line
                   write payslip-line
                   move ws-hrs-weekend-hours(ws-hrs-idx)
                       to ws-hours-disp
                   compute ws-rate-work rounded =
                       ws-hrs-hourly-rate(ws-hrs-idx)
                           * ws-hrs-weekend-mult(ws-hrs-idx)
                   move ws-rate-work to ws-rate-disp
                   move ws-hrs-weekend-mult(ws-hrs-idx)
                       to ws-mult-disp
                   move spaces to payslip-line
                   string "  WEEKEND HOURS  " delimited by size
                           ws-hours-disp delimited by size
                           " AT " delimited by size
                           ws-rate-disp delimited by size
                           " (X" delimited by size
                           ws-mult-disp delimited by size
                           ")" delimited by size
                       into payslip-line
                   write payslip-line
               end-if
           end-if
           .

      *> Each deduction prints under its plain-English name; a code
           write payslip-line
           .

      *> What the employer paid on top, after the net so nobody
      *> reads it as money taken from the pay.
       write-employer-line.
           evaluate ws-slp-er-code(ws-slp-idx ws-ded-idx)
               when "EN"
                   move "EMPLOYER NI" to ws-deduction-label
               when "EP"
                   move "EMPLOYER PENSION" to ws-deduction-label
               when other
                   move ws-slp-er-code(ws-slp-idx ws-ded-idx)
                       to ws-deduction-label
           end-evaluate
           move spaces to payslip-line
           string "  " delimited by size
                   ws-deduction-label delimited by size
                   ws-slp-er-amount(ws-slp-idx ws-ded-idx)
                       delimited by size
                   "  PAID BY EMPLOYER, NOT DEDUCTED"
                       delimited by size
               into payslip-line
           write payslip-line
           .

       write-suspense-notes.
           perform varying ws-sus-idx from 1 by 1
                   until ws-sus-idx > ws-suspense-count
