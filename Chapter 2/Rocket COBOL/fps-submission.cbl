       identification division.
       program-id. PAYFPS.

      *> Modification history:
      *> 2026-10-15 - new program.  Each pay run's Full Payment
      *>              Submission to HMRC was typed up by hand from the
      *>              payslips and the year-to-date file.  This step
      *>              builds it from the run itself: tonight's rows on
      *>              PAYEXTR.TXT give each employee's period gross
      *>              and the TX and NI deduction pairs, PAYYTD.TXT
      *>              the year-to-date gross, tax and NI, and the
      *>              employee master the NI number, tax code and
      *>              start and leaving dates.  PAYFPS.TXT carries a
      *>              header (employer references from PAYFPSPM.TXT,
      *>              seeded once if the file does not exist yet, tax
      *>              year and tax month), one record per employee and
      *>              a trailer with the record count and control
      *>              totals.  The reconciliation page (PAYFPSRC.TXT)
      *>              ties the submission's count and net pay to the
      *>              extract trailer for tonight's run and lists
      *>              every employee missing an identifier; a break
      *>              fails the step so the file is not sent.
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
           select employee-master-file assign to "EMPMAST.TXT"
               organization is line sequential
               file status is ws-employee-master-status.
           select ytd-totals-file assign to "PAYYTD.TXT"
               organization is line sequential
               file status is ws-ytd-totals-status.
           select fps-parm-file assign to "PAYFPSPM.TXT"
               organization is line sequential
               file status is ws-fps-parm-status.
           select fps-submission-file assign to "PAYFPS.TXT"
               organization is line sequential
               file status is ws-fps-submission-status.
           select reconciliation-file assign to "PAYFPSRC.TXT"
               organization is line sequential
               file status is ws-reconciliation-status.

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

       fd  employee-master-file.
           copy emprec.

       fd  ytd-totals-file.
           copy payytd.

      *> The employer's HMRC references, held as data so a change of
      *> scheme is an edit to PAYFPSPM.TXT, not a recompile.
       fd  fps-parm-file.
       01  fps-parm-record.
           05  fpm-paye-reference         pic X(14).
           05  fpm-accounts-office-ref    pic X(13).

      *> The submission: one header, one record per employee paid
      *> tonight, one trailer - told apart by the record type in the
      *> first byte.
       fd  fps-submission-file.
       01  fps-header-record.
           05  fph-record-type            pic X(1).
           05  fph-paye-reference         pic X(14).
           05  fph-accounts-office-ref    pic X(13).
           05  fph-tax-year               pic 9(4).
           05  fph-tax-month              pic 9(2).
           05  fph-payment-date           pic 9(8).
       01  fps-employee-record.
           05  fpe-record-type            pic X(1).
           05  fpe-employee-id            pic 9(5).
           05  fpe-ni-number              pic X(9).
           05  fpe-name                   pic X(30).
           05  fpe-tax-code               pic X(7).
           05  fpe-start-date             pic 9(8).
           05  fpe-leave-date             pic 9(8).
           05  fpe-period-gross           pic S9(7)V99
                                          sign leading separate.
           05  fpe-period-tax             pic S9(7)V99
                                          sign leading separate.
           05  fpe-period-ni              pic S9(7)V99
                                          sign leading separate.
           05  fpe-period-net             pic S9(7)V99
                                          sign leading separate.
           05  fpe-ytd-gross              pic 9(9)V99.
           05  fpe-ytd-tax                pic 9(9)V99.
           05  fpe-ytd-ni                 pic 9(9)V99.
       01  fps-trailer-record.
           05  fpt-record-type            pic X(1).
           05  fpt-employee-count         pic 9(7).
           05  fpt-total-gross            pic S9(11)V99
                                          sign leading separate.
           05  fpt-total-tax              pic S9(11)V99
                                          sign leading separate.
           05  fpt-total-ni               pic S9(11)V99
                                          sign leading separate.
           05  fpt-total-net              pic S9(11)V99
                                          sign leading separate.

       fd  reconciliation-file.
       01  reconciliation-line           pic X(120).

       working-storage section.
           copy joblogws.
           copy stepstat.
       01  ws-payroll-extract-status     pic XX.
       01  ws-employee-master-status     pic XX.
       01  ws-ytd-totals-status          pic XX.
       01  ws-fps-parm-status            pic XX.
       01  ws-fps-submission-status      pic XX.
       01  ws-reconciliation-status      pic XX.
       01  ws-extract-eof-switch         pic X.
           88  ws-extract-eof              value "Y".
           88  ws-extract-not-eof          value "N".
       01  ws-master-eof-switch          pic X.
           88  ws-master-eof               value "Y".
           88  ws-master-not-eof           value "N".
       01  ws-ytd-eof-switch             pic X.
           88  ws-ytd-eof                  value "Y".
           88  ws-ytd-not-eof              value "N".

       01  ws-run-date                   pic 9(8).
       01  ws-extract-run-date           pic 9(8).
       01  ws-current-tax-year           pic 9(4).
       01  ws-tax-month                  pic S9(2).
       01  ws-tax-month-disp             pic 9(2).
       01  ws-ytd-file-tax-year          pic 9(4) value 0.
       01  ws-paye-reference             pic X(14) value "120/A12345".
       01  ws-accounts-office-ref        pic X(13)
                                         value "120PA00012345".

      *> One entry per employee on tonight's run.  A rerun's set
      *> supersedes the earlier one: only entries from the last set
      *> carrying tonight's rows are submitted.
       01  ws-fps-table.
           05  ws-fps-entry occurs 200 times
                       indexed by ws-fps-idx.
               10  ws-fps-employee-id      pic 9(5).
               10  ws-fps-name             pic X(30).
               10  ws-fps-set-number       pic 9(4).
               10  ws-fps-gross            pic S9(7)V99.
               10  ws-fps-tax              pic S9(7)V99.
               10  ws-fps-ni               pic S9(7)V99.
               10  ws-fps-net              pic S9(7)V99.
               10  ws-fps-ni-number        pic X(9).
               10  ws-fps-tax-code         pic X(7).
               10  ws-fps-start-date       pic 9(8).
               10  ws-fps-leave-date       pic 9(8).
               10  ws-fps-master-flag      pic X(1).
                   88  ws-fps-on-master      value "Y".
               10  ws-fps-ytd-flag         pic X(1).
                   88  ws-fps-has-ytd        value "Y".
               10  ws-fps-ytd-gross        pic 9(9)V99.
               10  ws-fps-ytd-tax          pic 9(9)V99.
               10  ws-fps-ytd-ni           pic 9(9)V99.
       01  ws-fps-count                  pic 9(3) value 0.
       01  ws-fps-max                    pic 9(3) value 200.
       01  ws-fps-found-switch           pic X.
           88  ws-fps-found                value "Y".
           88  ws-fps-not-found            value "N".
       01  ws-fps-match-index            pic 9(3).
       01  ws-fps-employee-key           pic 9(5).
       01  ws-ded-idx                    pic 9(1).
       01  ws-amount-work                pic S9(7)V99.

      *> Per-set trailer verification over the extract, the same
      *> check BANKPAY and GLPOST run, plus the trailer of the last
      *> set carrying tonight's rows - the figures the submission
      *> must agree with.
       01  ws-set-number                 pic 9(4) value 1.
       01  ws-set-row-count              pic 9(7) value 0.
       01  ws-set-net-total              pic S9(11)V99 value 0.
       01  ws-set-net-work               pic S9(11)V99.
       01  ws-extract-trailers-seen      pic 9(4) value 0.
       01  ws-set-tonight-switch         pic X value "N".
           88  ws-set-has-tonight          value "Y".
           88  ws-set-not-tonight          value "N".
       01  ws-tonight-set-number         pic 9(4) value 0.
       01  ws-tonight-trailer-switch     pic X value "N".
           88  ws-tonight-trailer-seen     value "Y".
           88  ws-tonight-trailer-missing  value "N".
       01  ws-trailer-count              pic 9(7) value 0.
       01  ws-trailer-net                pic S9(11)V99 value 0.

       01  ws-submit-count               pic 9(7) value 0.
       01  ws-submit-gross               pic S9(11)V99 value 0.
       01  ws-submit-tax                 pic S9(11)V99 value 0.
       01  ws-submit-ni                  pic S9(11)V99 value 0.
       01  ws-submit-net                 pic S9(11)V99 value 0.
       01  ws-identifier-exceptions      pic 9(5) value 0.
       01  ws-exception-reason           pic X(40).
       01  ws-reconcile-switch           pic X value "Y".
           88  ws-reconcile-agreed         value "Y".
           88  ws-reconcile-broken         value "N".

       01  ws-count-disp                 pic Z,ZZZ,ZZ9.
       01  ws-count-disp-2               pic Z,ZZZ,ZZ9.
       01  ws-amount-disp                pic -ZZ,ZZZ,ZZZ,ZZ9.99.
       01  ws-amount-disp-2              pic -ZZ,ZZZ,ZZZ,ZZ9.99.
       01  ws-agree-disp                 pic X(8).

      *> Non-zero once a hard failure (a truncated extract, a file
      *> that won't open, a submission that does not reconcile) has
      *> been detected, so the driver's step check has something
      *> real to catch.
       01  ws-program-return-code        pic 9(4) value 0.

       procedure division.
       main-logic.
           perform JOBBNR-WRITE-START
           accept ws-run-date from date yyyymmdd
           perform determine-tax-period
           perform load-fps-parameters
           perform load-tonight-extract
           if ws-program-return-code = 0
               perform match-employee-master
               perform match-ytd-totals
               perform write-fps-submission
               perform write-reconciliation-page
           end-if

           move ws-fps-count to bss-records-read
           move ws-submit-count to bss-records-written
           move ws-identifier-exceptions to bss-exception-count

           perform JOBBNR-WRITE-END
           move ws-program-return-code to return-code
           goback
           .

      *> The UK tax year runs April 6 to April 5, labelled by the
      *> calendar year it started in (as DATATYPES labels PAYYTD.TXT);
      *> tax month 1 runs April 6 to May 5.
       determine-tax-period.
           if ws-run-date(5:4) >= "0406"
               move ws-run-date(1:4) to ws-current-tax-year
           else
               compute ws-current-tax-year =
                   function numval(ws-run-date(1:4)) - 1
           end-if
           if ws-run-date(7:2) >= "06"
               compute ws-tax-month =
                   function numval(ws-run-date(5:2)) - 3
           else
               compute ws-tax-month =
                   function numval(ws-run-date(5:2)) - 4
           end-if
           if ws-tax-month <= 0
               add 12 to ws-tax-month
           end-if
           move ws-tax-month to ws-tax-month-disp
           .

       load-fps-parameters.
           open input fps-parm-file
           if ws-fps-parm-status = "35"
               open output fps-parm-file
               move ws-paye-reference to fpm-paye-reference
               move ws-accounts-office-ref to fpm-accounts-office-ref
               write fps-parm-record
               close fps-parm-file
               open input fps-parm-file
           end-if
           if ws-fps-parm-status = "00"
               read fps-parm-file
                   at end
                       display "PAYFPSPM.TXT EMPTY - DEFAULT "
                           "EMPLOYER REFERENCES USED"
                   not at end
                       move fpm-paye-reference to ws-paye-reference
                       move fpm-accounts-office-ref
                           to ws-accounts-office-ref
               end-read
               close fps-parm-file
           end-if
           .

      *> Collects tonight's rows per employee; a later set for the
      *> same night (a rerun) supersedes, the extract being in run
      *> order.  A missing extract means there is no run to submit.
       load-tonight-extract.
           set ws-extract-not-eof to true
           open input payroll-extract-file
           if ws-payroll-extract-status = "35"
               display "PAYEXTR.TXT NOT FOUND - NOTHING TO SUBMIT"
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
                               perform collect-tonight-row
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
           if ws-set-has-tonight
               set ws-tonight-trailer-seen to true
               move ptr-record-count to ws-trailer-count
               move ptr-net-total to ws-trailer-net
           end-if
           add 1 to ws-set-number
           set ws-set-not-tonight to true
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

      *> A set carrying tonight's rows becomes tonight's set, and its
      *> rows replace whatever an earlier set tonight left.
       collect-tonight-row.
           move pxr-run-date(1:4) to ws-extract-run-date(1:4)
           move pxr-run-date(6:2) to ws-extract-run-date(5:2)
           move pxr-run-date(9:2) to ws-extract-run-date(7:2)
           if ws-extract-run-date = ws-run-date
               set ws-set-has-tonight to true
               set ws-tonight-trailer-missing to true
               move ws-set-number to ws-tonight-set-number
               compute ws-fps-employee-key =
                   function numval(pxr-employee-id)
               perform find-fps-entry
               if ws-fps-found
                   move pxr-name to ws-fps-name(ws-fps-idx)
                   move ws-set-number to ws-fps-set-number(ws-fps-idx)
                   compute ws-fps-gross(ws-fps-idx) =
                       function numval(pxr-gross-pay)
                   compute ws-fps-net(ws-fps-idx) =
                       function numval(pxr-net-pay)
                   move 0 to ws-fps-tax(ws-fps-idx)
                   move 0 to ws-fps-ni(ws-fps-idx)
                   perform varying ws-ded-idx from 1 by 1
                           until ws-ded-idx > 5
                       perform collect-deduction-pair
                   end-perform
               end-if
           end-if
           .

      *> Only the TX and NI pairs go on the submission; any other
      *> deduction (pension and the like) is not HMRC's figure.
       collect-deduction-pair.
           if pxr-ded-code(ws-ded-idx) = "TX"
                   or pxr-ded-code(ws-ded-idx) = "NI"
               compute ws-amount-work =
                   function numval(pxr-ded-amount(ws-ded-idx))
               if pxr-ded-code(ws-ded-idx) = "TX"
                   add ws-amount-work to ws-fps-tax(ws-fps-idx)
               else
                   add ws-amount-work to ws-fps-ni(ws-fps-idx)
               end-if
           end-if
           .

       find-fps-entry.
           set ws-fps-not-found to true
           move 0 to ws-fps-match-index
           perform varying ws-fps-idx from 1 by 1
                   until ws-fps-idx > ws-fps-count
               if ws-fps-employee-id(ws-fps-idx) = ws-fps-employee-key
                   set ws-fps-found to true
                   set ws-fps-match-index to ws-fps-idx
               end-if
           end-perform
           if ws-fps-found
               set ws-fps-idx to ws-fps-match-index
           else
               if ws-fps-count >= ws-fps-max
                   display "SUBMISSION TABLE FULL - EMPLOYEE DROPPED: "
                       pxr-employee-id
                   move 16 to ws-program-return-code
               else
                   add 1 to ws-fps-count
                   set ws-fps-idx to ws-fps-count
                   move ws-fps-employee-key
                       to ws-fps-employee-id(ws-fps-idx)
                   move spaces to ws-fps-ni-number(ws-fps-idx)
                   move spaces to ws-fps-tax-code(ws-fps-idx)
                   move 0 to ws-fps-start-date(ws-fps-idx)
                   move 0 to ws-fps-leave-date(ws-fps-idx)
                   move "N" to ws-fps-master-flag(ws-fps-idx)
                   move "N" to ws-fps-ytd-flag(ws-fps-idx)
                   move 0 to ws-fps-ytd-gross(ws-fps-idx)
                   move 0 to ws-fps-ytd-tax(ws-fps-idx)
                   move 0 to ws-fps-ytd-ni(ws-fps-idx)
                   set ws-fps-found to true
               end-if
           end-if
           .

      *> Identity from the master: NI number, tax code, start and
      *> leaving dates.  Records written before the NI number and
      *> tax code columns read back as spaces and are listed on the
      *> reconciliation page as missing an identifier.
       match-employee-master.
           set ws-master-not-eof to true
           open input employee-master-file
           if ws-employee-master-status not = "00"
               display "EMPMAST.TXT OPEN FAILED - STATUS "
                   ws-employee-master-status
                   " - NO IDENTITIES ON THE SUBMISSION"
           else
               perform until ws-master-eof
                   read employee-master-file
                       at end
                           set ws-master-eof to true
                       not at end
                           perform match-one-master-record
                   end-read
               end-perform
               close employee-master-file
           end-if
           .

       match-one-master-record.
           if em-employee-id numeric
               move em-employee-id to ws-fps-employee-key
               perform find-existing-fps-entry
               if ws-fps-found
                   move "Y" to ws-fps-master-flag(ws-fps-idx)
                   move em-ni-number to ws-fps-ni-number(ws-fps-idx)
                   move em-tax-code to ws-fps-tax-code(ws-fps-idx)
                   if em-start-date numeric
                       move em-start-date
                           to ws-fps-start-date(ws-fps-idx)
                   end-if
                   if em-end-date numeric
                       move em-end-date
                           to ws-fps-leave-date(ws-fps-idx)
                   end-if
               end-if
           end-if
           .

      *> Like find-fps-entry, but never adds: the master and the
      *> year-to-date file only enrich employees paid tonight.
       find-existing-fps-entry.
           set ws-fps-not-found to true
           move 0 to ws-fps-match-index
           perform varying ws-fps-idx from 1 by 1
                   until ws-fps-idx > ws-fps-count
               if ws-fps-employee-id(ws-fps-idx) = ws-fps-employee-key
                   set ws-fps-found to true
                   set ws-fps-match-index to ws-fps-idx
               end-if
           end-perform
           if ws-fps-found
               set ws-fps-idx to ws-fps-match-index
           end-if
           .

      *> The year-to-date figures DATATYPES has just accumulated,
      *> tonight included.  A file still labelled with another tax
      *> year is not used - its totals are not this year's.
       match-ytd-totals.
           set ws-ytd-not-eof to true
           open input ytd-totals-file
           if ws-ytd-totals-status not = "00"
               display "PAYYTD.TXT NOT AVAILABLE - STATUS "
                   ws-ytd-totals-status
                   " - NO YEAR-TO-DATE FIGURES ON THE SUBMISSION"
           else
               perform until ws-ytd-eof
                   read ytd-totals-file
                       at end
                           set ws-ytd-eof to true
                       not at end
                           perform match-one-ytd-record
                   end-read
               end-perform
               close ytd-totals-file
               if ws-ytd-file-tax-year not = 0
                       and ws-ytd-file-tax-year
                           not = ws-current-tax-year
                   display "PAYYTD.TXT IS FOR TAX YEAR "
                       ws-ytd-file-tax-year " - NOT USED"
               end-if
           end-if
           .

       match-one-ytd-record.
           if pyt-employee-id = 0
               move pyt-tax-year to ws-ytd-file-tax-year
           else
               if pyt-tax-year = ws-current-tax-year
                   move pyt-employee-id to ws-fps-employee-key
                   perform find-existing-fps-entry
                   if ws-fps-found
                       move "Y" to ws-fps-ytd-flag(ws-fps-idx)
                       move pyt-gross to ws-fps-ytd-gross(ws-fps-idx)
                       move pyt-income-tax
                           to ws-fps-ytd-tax(ws-fps-idx)
                       move pyt-nat-insurance
                           to ws-fps-ytd-ni(ws-fps-idx)
                   end-if
               end-if
           end-if
           .

      *> Written every night, so yesterday's file can never be sent
      *> again by mistake: a night with no pay run is a header and
      *> an empty trailer.
       write-fps-submission.
           open output fps-submission-file
           if ws-fps-submission-status not = "00"
               display "PAYFPS.TXT OPEN FAILED - STATUS "
                   ws-fps-submission-status
               move 16 to ws-program-return-code
           else
               move "H" to fph-record-type
               move ws-paye-reference to fph-paye-reference
               move ws-accounts-office-ref to fph-accounts-office-ref
               move ws-current-tax-year to fph-tax-year
               move ws-tax-month to fph-tax-month
               move ws-run-date to fph-payment-date
               write fps-header-record
               perform varying ws-fps-idx from 1 by 1
                       until ws-fps-idx > ws-fps-count
                   if ws-fps-set-number(ws-fps-idx)
                           = ws-tonight-set-number
                       perform write-fps-employee
                   end-if
               end-perform
               move "T" to fpt-record-type
               move ws-submit-count to fpt-employee-count
               move ws-submit-gross to fpt-total-gross
               move ws-submit-tax to fpt-total-tax
               move ws-submit-ni to fpt-total-ni
               move ws-submit-net to fpt-total-net
               write fps-trailer-record
               close fps-submission-file
           end-if
           .

       write-fps-employee.
           move "E" to fpe-record-type
           move ws-fps-employee-id(ws-fps-idx) to fpe-employee-id
           move ws-fps-ni-number(ws-fps-idx) to fpe-ni-number
           move ws-fps-name(ws-fps-idx) to fpe-name
           move ws-fps-tax-code(ws-fps-idx) to fpe-tax-code
           move ws-fps-start-date(ws-fps-idx) to fpe-start-date
           move ws-fps-leave-date(ws-fps-idx) to fpe-leave-date
           move ws-fps-gross(ws-fps-idx) to fpe-period-gross
           move ws-fps-tax(ws-fps-idx) to fpe-period-tax
           move ws-fps-ni(ws-fps-idx) to fpe-period-ni
           move ws-fps-net(ws-fps-idx) to fpe-period-net
           move ws-fps-ytd-gross(ws-fps-idx) to fpe-ytd-gross
           move ws-fps-ytd-tax(ws-fps-idx) to fpe-ytd-tax
           move ws-fps-ytd-ni(ws-fps-idx) to fpe-ytd-ni
           write fps-employee-record
           add 1 to ws-submit-count
           add ws-fps-gross(ws-fps-idx) to ws-submit-gross
           add ws-fps-tax(ws-fps-idx) to ws-submit-tax
           add ws-fps-ni(ws-fps-idx) to ws-submit-ni
           add ws-fps-net(ws-fps-idx) to ws-submit-net
           .

      *> The submission's totals against the extract trailer for
      *> tonight's run, then every employee the submission carries
      *> without a full identity.
       write-reconciliation-page.
           open output reconciliation-file
           move spaces to reconciliation-line
           string "FULL PAYMENT SUBMISSION RECONCILIATION "
                       delimited by size
                   ws-run-date delimited by size
                   "  TAX YEAR " delimited by size
                   ws-current-tax-year delimited by size
                   "  TAX MONTH " delimited by size
                   ws-tax-month-disp delimited by size
               into reconciliation-line
           write reconciliation-line
           display reconciliation-line
           move spaces to reconciliation-line
           string "EMPLOYER PAYE REFERENCE " delimited by size
                   function trim(ws-paye-reference) delimited by size
                   "  ACCOUNTS OFFICE " delimited by size
                   function trim(ws-accounts-office-ref)
                       delimited by size
               into reconciliation-line
           write reconciliation-line

           if ws-tonight-set-number = 0
               move spaces to reconciliation-line
               string "NO PAY RUN ON THE EXTRACT FOR TONIGHT - "
                           delimited by size
                       "NOTHING TO SUBMIT" delimited by size
                   into reconciliation-line
               write reconciliation-line
               display reconciliation-line
           else
               perform write-reconciliation-totals
           end-if

           move spaces to reconciliation-line
           write reconciliation-line
           move "EMPLOYEES SUBMITTED WITHOUT A FULL IDENTITY"
               to reconciliation-line
           write reconciliation-line
           perform varying ws-fps-idx from 1 by 1
                   until ws-fps-idx > ws-fps-count
               if ws-fps-set-number(ws-fps-idx)
                       = ws-tonight-set-number
                   perform check-employee-identity
               end-if
           end-perform
           if ws-identifier-exceptions = 0
               move "  NONE" to reconciliation-line
               write reconciliation-line
           end-if

           move spaces to reconciliation-line
           write reconciliation-line
           if ws-reconcile-agreed
               move "SUBMISSION AGREES WITH THE PAYROLL EXTRACT"
                   to reconciliation-line
           else
               move spaces to reconciliation-line
               string "*** SUBMISSION DOES NOT AGREE WITH THE "
                           delimited by size
                       "PAYROLL EXTRACT - DO NOT SEND ***"
                           delimited by size
                   into reconciliation-line
               move 16 to ws-program-return-code
           end-if
           write reconciliation-line
           display reconciliation-line
           close reconciliation-file
           .

       write-reconciliation-totals.
           move spaces to reconciliation-line
           write reconciliation-line
           move spaces to reconciliation-line
           string "                          SUBMISSION"
                       delimited by size
                   "     EXTRACT TRAILER" delimited by size
               into reconciliation-line
           write reconciliation-line

           move ws-submit-count to ws-count-disp
           move ws-trailer-count to ws-count-disp-2
           if ws-tonight-trailer-seen
                   and ws-submit-count = ws-trailer-count
               move "AGREE" to ws-agree-disp
           else
               move "*BREAK*" to ws-agree-disp
               set ws-reconcile-broken to true
           end-if
           move spaces to reconciliation-line
           string "EMPLOYEES          " delimited by size
                   "         " delimited by size
                   ws-count-disp delimited by size
                   "           " delimited by size
                   ws-count-disp-2 delimited by size
                   "  " delimited by size
                   ws-agree-disp delimited by size
               into reconciliation-line
           write reconciliation-line
           display reconciliation-line

           move ws-submit-net to ws-amount-disp
           move ws-trailer-net to ws-amount-disp-2
           if ws-tonight-trailer-seen
                   and ws-submit-net = ws-trailer-net
               move "AGREE" to ws-agree-disp
           else
               move "*BREAK*" to ws-agree-disp
               set ws-reconcile-broken to true
           end-if
           move spaces to reconciliation-line
           string "NET PAY            " delimited by size
                   ws-amount-disp delimited by size
                   ws-amount-disp-2 delimited by size
                   "  " delimited by size
                   ws-agree-disp delimited by size
               into reconciliation-line
           write reconciliation-line
           display reconciliation-line

           if ws-tonight-trailer-missing
               move "  TONIGHT'S EXTRACT SET HAS NO CONTROL TRAILER"
                   to reconciliation-line
               write reconciliation-line
               display reconciliation-line
           end-if

           move ws-submit-gross to ws-amount-disp
           move spaces to reconciliation-line
           string "GROSS PAY          " delimited by size
                   ws-amount-disp delimited by size
               into reconciliation-line
           write reconciliation-line
           move ws-submit-tax to ws-amount-disp
           move spaces to reconciliation-line
           string "INCOME TAX         " delimited by size
                   ws-amount-disp delimited by size
               into reconciliation-line
           write reconciliation-line
           move ws-submit-ni to ws-amount-disp
           move spaces to reconciliation-line
           string "NATIONAL INSURANCE " delimited by size
                   ws-amount-disp delimited by size
               into reconciliation-line
           write reconciliation-line
           .

       check-employee-identity.
           move spaces to ws-exception-reason
           evaluate true
               when not ws-fps-on-master(ws-fps-idx)
                   move "NOT ON THE EMPLOYEE MASTER"
                       to ws-exception-reason
               when ws-fps-ni-number(ws-fps-idx) = spaces
                   move "NI NUMBER MISSING" to ws-exception-reason
               when ws-fps-tax-code(ws-fps-idx) = spaces
                   move "TAX CODE MISSING" to ws-exception-reason
               when not ws-fps-has-ytd(ws-fps-idx)
                   move "NO YEAR-TO-DATE FIGURES"
                       to ws-exception-reason
               when other
                   continue
           end-evaluate
           if ws-exception-reason not = spaces
               add 1 to ws-identifier-exceptions
               move spaces to reconciliation-line
               string "  " delimited by size
                       ws-fps-employee-id(ws-fps-idx) delimited by size
                       " " delimited by size
                       function trim(ws-fps-name(ws-fps-idx))
                           delimited by size
                       " - " delimited by size
                       function trim(ws-exception-reason)
                           delimited by size
                   into reconciliation-line
               write reconciliation-line
               display reconciliation-line
           end-if
           .

           copy jobbnr replacing ==JOB-NAME-LIT== by =="PAYFPS"==.
