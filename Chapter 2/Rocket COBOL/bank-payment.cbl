      *>              DATATYPES history) - old untrailered rows
      *>              would otherwise count into the first trailer's
      *>              set and fail it.
      *> 2026-10-15 - re-offers payments the bank returned.  BANKRETN
      *>              puts each returned item on the returned-
      *>              payments register (BANKRREG.TXT) as unpaid; once
      *>              EMPMAINT has changed that employee's sort code
      *>              or account on the master, the amount goes back
      *>              on tonight's file as a re-issue (reference
      *>              "RPY " and the id) and the register entry is
      *>              marked re-issued.  An entry whose bank details
      *>              have not changed stays unpaid - paying the same
      *>              dead account again would only bounce again.
      *>              BANKPCTL.TXT now shows returned, re-issued and
      *>              still-unpaid totals, so the payroll control
      *>              account balances again.  A register too big to
      *>              hold fails the step rather than lose entries
      *>              when it is rewritten.
      *> 2026-10-15 - honours the pre-payment variance gate.  An
      *>              employee PAYVARCK has put on the pay hold file
      *>              (PAYHOLD.TXT) for tonight's run stays off
      *>              BANKPAY.TXT until a supervisor releases them;
      *>              a hold released on a later night is paid then,
      *>              from the net the held run produced (reference
      *>              "REL " and the id), and marked paid on the hold
      *>              file - only once a payment has actually gone
      *>              out; one with no usable bank details or no
      *>              positive net stays released for a later night.
      *>              A rejected hold is never paid from that
      *>              run.  BANKPCTL.TXT shows what was held at the
      *>              variance check and what was released.  A hold
      *>              file too big to hold fails the step likewise.
      *> 2026-10-15 - the extract row now ends with DATATYPES' employer
      *>              contribution pairs; the record here is widened to
      *>              match so a full-length row still reads cleanly.
      *>              Employer amounts play no part in this program's
      *>              figures.
      *> 2026-10-15 - tonight's extract net, the BANKPAY.TXT trailer,
      *>              the re-issues and released holds on it, and the
      *>              net held back are posted to the shared
      *>              control-figure file (CTLFIG.TXT, ctlfig copybooks)
      *>              for the nightly cross-step balancing report.

       environment division.
       input-output section.
       file-control.
           copy joblogsl.
           copy ctlfigsl.
           select payroll-extract-file assign to "PAYEXTR.TXT"
               organization is line sequential
               file status is ws-payroll-extract-status.
           select control-report-file assign to "BANKPCTL.TXT"
               organization is line sequential
               file status is ws-control-report-status.
           select returns-register-file assign to "BANKRREG.TXT"
               organization is line sequential
               file status is ws-returns-register-status.
           select pay-hold-file assign to "PAYHOLD.TXT"
               organization is line sequential
               file status is ws-pay-hold-status.

       data division.
       file section.
           copy joblogfd.
           copy ctlfigfd.

      *> Same layout DATATYPES writes, held as X fields here because
      *> the money columns are numeric-edited on the extract - the
           05  pxr-net-pay                pic X(9).
           05  pxr-run-date               pic X(10).
           05  pxr-run-time               pic X(8).
           05  pxr-employer occurs 3 times.
               10  pxr-er-code            pic X(2).
               10  pxr-er-amount          pic X(9).

       fd  employee-master-file.
           copy emprec.
       fd  control-report-file.
       01  control-report-line           pic X(120).

      *> Same layout BANKRETN writes: R still unpaid, I re-issued.
       fd  returns-register-file.
       01  returns-register-record.
           05  rrg-employee-id            pic 9(5).
           05  rrg-reference              pic X(12).
           05  rrg-sort-code              pic 9(6).
           05  rrg-account-number         pic 9(8).
           05  rrg-amount-pence           pic 9(11).
           05  rrg-return-reason          pic X(4).
           05  rrg-date-returned          pic 9(8).
           05  rrg-state                  pic X(1).
               88  rrg-unpaid               value "R".
               88  rrg-reissued             value "I".
           05  rrg-date-reissued          pic 9(8).

      *> Same layout PAYVARCK writes: P pending, A released, C
      *> released and paid, X rejected.
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

       working-storage section.
           copy joblogws.
           copy stepstat.
           copy ctlfigws.
       01  ws-payroll-extract-status     pic XX.
       01  ws-employee-master-status     pic XX.
       01  ws-bank-payment-status        pic XX.
       01  ws-control-report-status      pic XX.
       01  ws-returns-register-status    pic XX.
       01  ws-pay-hold-status            pic XX.
       01  ws-extract-eof-switch         pic X.
           88  ws-extract-eof              value "Y".
           88  ws-extract-not-eof          value "N".
               10  ws-pay-employee-id      pic X(5).
               10  ws-pay-name             pic X(30).
               10  ws-pay-net              pic S9(9)V99.
      *> V held at the variance check, X rejected there, space
      *> otherwise - set as the payment is written, read back by
      *> the control report.
               10  ws-pay-hold-flag        pic X(1).
       01  ws-pay-count                  pic 9(3) value 0.
       01  ws-pay-max                    pic 9(3) value 200.
       01  ws-pay-found-switch           pic X.
       01  ws-set-net-work               pic S9(11)V99.
       01  ws-extract-trailers-seen      pic 9(4) value 0.

      *> The returned-payments register, loaded whole and written
      *> back when tonight's file re-issues anything from it.
       01  ws-register-table.
           05  ws-register-entry occurs 500 times
                       indexed by ws-reg-idx.
               10  ws-reg-record            pic X(63).
       01  ws-register-count             pic 9(3) value 0.
       01  ws-register-max               pic 9(3) value 500.
       01  ws-register-eof-switch        pic X.
           88  ws-register-eof             value "Y".
           88  ws-register-not-eof         value "N".
       01  ws-register-changed-switch    pic X value "N".
           88  ws-register-changed         value "Y".
       01  ws-reissue-employee-id        pic X(5).
       01  ws-returned-count             pic 9(5) value 0.
       01  ws-reissued-count             pic 9(5) value 0.
       01  ws-unpaid-count               pic 9(5) value 0.
       01  ws-returned-pence             pic 9(13) value 0.
       01  ws-reissued-pence             pic 9(13) value 0.
       01  ws-unpaid-pence               pic 9(13) value 0.
       01  ws-returns-net-work           pic S9(11)V99.
       01  ws-returns-count-disp         pic ZZZZ9.
       01  ws-returns-amount-disp        pic -Z,ZZZ,ZZZ,ZZ9.99.

      *> The pay hold file, loaded whole and written back when
      *> tonight's file pays anything PAYVARCK had held.
       01  ws-hold-table.
           05  ws-hold-entry occurs 300 times
                       indexed by ws-hld-idx.
               10  ws-hld-record            pic X(64).
       01  ws-hold-count                 pic 9(3) value 0.
       01  ws-hold-max                   pic 9(3) value 300.
       01  ws-hold-eof-switch            pic X.
           88  ws-hold-eof                 value "Y".
           88  ws-hold-not-eof             value "N".
       01  ws-hold-changed-switch        pic X value "N".
           88  ws-hold-changed             value "Y".
       01  ws-payment-written-switch     pic X.
           88  ws-payment-written          value "Y".
           88  ws-payment-not-written      value "N".
       01  ws-hold-found-switch          pic X.
           88  ws-hold-found               value "Y".
           88  ws-hold-not-found           value "N".
       01  ws-hold-match-index           pic 9(3).
       01  ws-variance-held-count        pic 9(5) value 0.
       01  ws-variance-held-net          pic S9(11)V99 value 0.
       01  ws-variance-released-count    pic 9(5) value 0.
       01  ws-variance-released-pence    pic 9(13) value 0.
       01  ws-release-employee-id        pic X(5).

      *> Non-zero once a hard failure (a file won't open) has been
      *> detected, so the driver's step check has something real to
      *> catch instead of RETURN-CODE always being 0.
           accept ws-run-date from date yyyymmdd
           perform load-extract-net-pay
           perform load-bank-details
           perform load-returns-register
           perform load-pay-hold-file
           if ws-program-return-code = 0
               perform produce-bank-payment-file
               perform produce-control-report
               if ws-program-return-code = 0
                   perform post-control-figures
               end-if
               if ws-register-changed
                   perform save-returns-register
               end-if
               if ws-hold-changed
                   perform save-pay-hold-file
               end-if
           end-if

           move ws-pay-count to bss-records-read
           move ws-payments-written to bss-records-written
           add ws-payments-held ws-unpaid-count
               giving bss-exception-count

           perform JOBBNR-WRITE-END
           move ws-program-return-code to return-code
                       to ws-pay-employee-id(ws-pay-idx)
                   move pxr-name to ws-pay-name(ws-pay-idx)
                   move ws-net-work to ws-pay-net(ws-pay-idx)
                   move space to ws-pay-hold-flag(ws-pay-idx)
               end-if
           end-if
           .
                       to ws-extract-net-total
                   perform write-one-payment
               end-perform
               perform varying ws-reg-idx from 1 by 1
                       until ws-reg-idx > ws-register-count
                   perform reoffer-returned-payment
               end-perform
               perform varying ws-hld-idx from 1 by 1
                       until ws-hld-idx > ws-hold-count
                   perform pay-released-hold
               end-perform
               move "T" to btr-record-type
               move ws-payments-written to btr-payment-count
               move ws-total-pence to btr-total-pence
      *> details are usable and the net is positive - anything else
      *> is held and lands on the control report instead.
       write-one-payment.
           move space to ws-pay-hold-flag(ws-pay-idx)
           perform find-tonight-hold
           if ws-hold-found
               move ws-hld-record(ws-hld-idx) to pay-hold-record
               if hld-pending or hld-rejected
                   if hld-pending
                       move "V" to ws-pay-hold-flag(ws-pay-idx)
                   else
                       move "X" to ws-pay-hold-flag(ws-pay-idx)
                   end-if
                   add 1 to ws-payments-held
                   add 1 to ws-variance-held-count
                   add ws-pay-net(ws-pay-idx)
                       to ws-variance-held-net
                   display "PAYMENT HELD AT VARIANCE CHECK: "
                       ws-pay-employee-id(ws-pay-idx)
               else
      *> A released hold the payment could not go out for stays
      *> released, for a later night's pay-released-hold.
                   perform write-unheld-payment
                   if hld-released and ws-payment-written
                       set hld-paid to true
                       move ws-run-date to hld-date-decided
                       move pay-hold-record
                           to ws-hld-record(ws-hld-idx)
                       set ws-hold-changed to true
                   end-if
               end-if
           else
               perform write-unheld-payment
           end-if
           .

       write-unheld-payment.
           set ws-payment-not-written to true
           perform find-bank-details
           if ws-bnk-not-found
                   or ws-bnk-details-bad(ws-bnk-idx)
                       ws-pay-net(ws-pay-idx) * 100
                   move ws-pence-work to bpr-amount-pence
                   write bank-payment-record
                   set ws-payment-written to true
                   add 1 to ws-payments-written
                   add ws-pence-work to ws-total-pence
                   add ws-pay-net(ws-pay-idx)
           write control-report-line
           display control-report-line

           perform write-returns-control-lines
           perform write-variance-control-lines

           move "SUPERVISOR SIGN-OFF: ____________  DATE: ________"
               to control-report-line
           write control-report-line
           move ws-pay-net(ws-pay-idx) to ws-net-disp
           perform find-bank-details
           move spaces to control-report-line
           if ws-pay-hold-flag(ws-pay-idx) = "V"
                   or ws-pay-hold-flag(ws-pay-idx) = "X"
               if ws-pay-hold-flag(ws-pay-idx) = "V"
                   string ws-pay-employee-id(ws-pay-idx)
                               delimited by size
                           " " delimited by size
                           function trim(ws-pay-name(ws-pay-idx))
                               delimited by size
                           " NET " delimited by size
                           function trim(ws-net-disp)
                               delimited by size
                           " *HELD - PAY VARIANCE AWAITING RELEASE*"
                               delimited by size
                       into control-report-line
               else
                   string ws-pay-employee-id(ws-pay-idx)
                               delimited by size
                           " " delimited by size
                           function trim(ws-pay-name(ws-pay-idx))
                               delimited by size
                           " NET " delimited by size
                           function trim(ws-net-disp)
                               delimited by size
                           " *HELD - REJECTED AT VARIANCE CHECK*"
                               delimited by size
                       into control-report-line
               end-if
               write control-report-line
               display control-report-line
           else
               perform write-unheld-detail-line
           end-if
           .

       write-unheld-detail-line.
           if ws-bnk-not-found
                   or ws-bnk-details-bad(ws-bnk-idx)
               string ws-pay-employee-id(ws-pay-idx)
           display control-report-line
           .

      *> A missing register just means nothing has ever been
      *> returned.  One too big to hold is a hard failure - it is
      *> rewritten from the table, so a dropped entry would be lost.
       load-returns-register.
           move 0 to ws-register-count
           set ws-register-not-eof to true
           open input returns-register-file
           if ws-returns-register-status not = "00"
                   and ws-returns-register-status not = "35"
               display "BANKRREG.TXT OPEN FAILED - STATUS "
                   ws-returns-register-status
               move 16 to ws-program-return-code
           end-if
           if ws-returns-register-status = "00"
               perform until ws-register-eof
                   read returns-register-file
                       at end
                           set ws-register-eof to true
                       not at end
                           if ws-register-count >= ws-register-max
                               if ws-program-return-code = 0
                                   display "REGISTER TABLE FULL - "
                                       "NO PAYMENT FILE PRODUCED"
                               end-if
                               move 16 to ws-program-return-code
                           else
                               add 1 to ws-register-count
                               set ws-reg-idx to ws-register-count
                               move returns-register-record
                                   to ws-reg-record(ws-reg-idx)
                           end-if
                   end-read
               end-perform
               close returns-register-file
           end-if
           .

      *> An unpaid return goes back out only to bank details that
      *> differ from the ones the bank bounced.  An entry re-issued
      *> earlier on this same run date is offered again, so a rerun
      *> of the step rebuilds the same file instead of dropping the
      *> re-issue it already recorded.
       reoffer-returned-payment.
           move ws-reg-record(ws-reg-idx) to returns-register-record
           if rrg-unpaid
                   or (rrg-reissued
                       and rrg-date-reissued = ws-run-date)
               add 1 to ws-returned-count
               add rrg-amount-pence to ws-returned-pence
               move rrg-employee-id to ws-reissue-employee-id
               perform find-reissue-bank-details
               if ws-bnk-found
                       and ws-bnk-details-good(ws-bnk-idx)
                       and (ws-bnk-sort-code(ws-bnk-idx)
                               not = rrg-sort-code
                           or ws-bnk-account-number(ws-bnk-idx)
                               not = rrg-account-number)
                   move "D" to bpr-record-type
                   move ws-bnk-sort-code(ws-bnk-idx)
                       to bpr-sort-code
                   move ws-bnk-account-number(ws-bnk-idx)
                       to bpr-account-number
                   move spaces to bpr-reference
                   string "RPY " delimited by size
                           ws-reissue-employee-id delimited by size
                       into bpr-reference
                   move rrg-amount-pence to bpr-amount-pence
                   write bank-payment-record
                   add 1 to ws-payments-written
                   add rrg-amount-pence to ws-total-pence
                   add 1 to ws-reissued-count
                   add rrg-amount-pence to ws-reissued-pence
                   set rrg-reissued to true
                   move ws-run-date to rrg-date-reissued
                   move returns-register-record
                       to ws-reg-record(ws-reg-idx)
                   set ws-register-changed to true
               else
                   add 1 to ws-unpaid-count
                   add rrg-amount-pence to ws-unpaid-pence
                   if rrg-reissued
                       set rrg-unpaid to true
                       move 0 to rrg-date-reissued
                       move returns-register-record
                           to ws-reg-record(ws-reg-idx)
                       set ws-register-changed to true
                   end-if
                   display "RETURNED PAYMENT STILL UNPAID - BANK "
                       "DETAILS NOT CORRECTED: " rrg-employee-id
               end-if
           end-if
           .

      *> Same capture-and-reset as find-bank-details, keyed by the
      *> register's employee id instead of a pay table row.
       find-reissue-bank-details.
           set ws-bnk-not-found to true
           move 0 to ws-bank-match-index
           perform varying ws-bnk-idx from 1 by 1
                   until ws-bnk-idx > ws-bank-count
               if ws-bnk-employee-id(ws-bnk-idx) = rrg-employee-id
                   set ws-bnk-found to true
                   set ws-bank-match-index to ws-bnk-idx
               end-if
           end-perform
           if ws-bnk-found
               set ws-bnk-idx to ws-bank-match-index
           end-if
           .

      *> Returned = re-issued + still unpaid: the three figures the
      *> payroll control account needs to balance again.
       write-returns-control-lines.
           perform varying ws-reg-idx from 1 by 1
                   until ws-reg-idx > ws-register-count
               move ws-reg-record(ws-reg-idx)
                   to returns-register-record
               if rrg-unpaid
                       or (rrg-reissued
                           and rrg-date-reissued = ws-run-date)
                   perform write-returns-detail-line
               end-if
           end-perform

           move ws-returned-count to ws-returns-count-disp
           compute ws-returns-net-work = ws-returned-pence / 100
           move ws-returns-net-work to ws-returns-amount-disp
           move spaces to control-report-line
           string "RETURNED PAYMENTS " delimited by size
                   ws-returns-amount-disp delimited by size
                   "  COUNT " delimited by size
                   function trim(ws-returns-count-disp)
                       delimited by size
               into control-report-line
           write control-report-line
           display control-report-line

           move ws-reissued-count to ws-returns-count-disp
           compute ws-returns-net-work = ws-reissued-pence / 100
           move ws-returns-net-work to ws-returns-amount-disp
           move spaces to control-report-line
           string "RE-ISSUED TONIGHT " delimited by size
                   ws-returns-amount-disp delimited by size
                   "  COUNT " delimited by size
                   function trim(ws-returns-count-disp)
                       delimited by size
               into control-report-line
           write control-report-line
           display control-report-line

           move ws-unpaid-count to ws-returns-count-disp
           compute ws-returns-net-work = ws-unpaid-pence / 100
           move ws-returns-net-work to ws-returns-amount-disp
           move spaces to control-report-line
           string "STILL UNPAID      " delimited by size
                   ws-returns-amount-disp delimited by size
                   "  COUNT " delimited by size
                   function trim(ws-returns-count-disp)
                       delimited by size
               into control-report-line
           write control-report-line
           display control-report-line
           .

       write-returns-detail-line.
           compute ws-returns-net-work = rrg-amount-pence / 100
           move ws-returns-net-work to ws-returns-amount-disp
           move spaces to control-report-line
           if rrg-reissued
               string rrg-employee-id delimited by size
                       " RETURNED " delimited by size
                       rrg-date-returned delimited by size
                       " " delimited by size
                       function trim(ws-returns-amount-disp)
                           delimited by size
                       " RE-ISSUED TO CORRECTED BANK DETAILS"
                           delimited by size
                   into control-report-line
           else
               string rrg-employee-id delimited by size
                       " RETURNED " delimited by size
                       rrg-date-returned delimited by size
                       " " delimited by size
                       function trim(ws-returns-amount-disp)
                           delimited by size
                       " REASON " delimited by size
                       rrg-return-reason delimited by size
                       " *UNPAID - AWAITING CORRECTED BANK "
                           delimited by size
                       "DETAILS*" delimited by size
                   into control-report-line
           end-if
           write control-report-line
           display control-report-line
           .

      *> A missing hold file just means the variance check has never
      *> held anyone.  Like the register, it is rewritten from the
      *> table, so one too big to hold fails the step.
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
                           if ws-hold-count >= ws-hold-max
                               if ws-program-return-code = 0
                                   display "HOLD TABLE FULL - "
                                       "NO PAYMENT FILE PRODUCED"
                               end-if
                               move 16 to ws-program-return-code
                           else
                               add 1 to ws-hold-count
                               set ws-hld-idx to ws-hold-count
                               move pay-hold-record
                                   to ws-hld-record(ws-hld-idx)
                           end-if
                   end-read
               end-perform
               close pay-hold-file
           end-if
           .

      *> The hold, if any, PAYVARCK put on this employee for
      *> tonight's run - same capture-and-reset as the other finds.
       find-tonight-hold.
           set ws-hold-not-found to true
           move 0 to ws-hold-match-index
           perform varying ws-hld-idx from 1 by 1
                   until ws-hld-idx > ws-hold-count
               move ws-hld-record(ws-hld-idx) to pay-hold-record
               if hld-employee-id = function numval(
                           ws-pay-employee-id(ws-pay-idx))
                       and hld-run-date = ws-run-date
                   set ws-hold-found to true
                   set ws-hold-match-index to ws-hld-idx
               end-if
           end-perform
           if ws-hold-found
               set ws-hld-idx to ws-hold-match-index
           end-if
           .

      *> A hold released since an earlier run is paid tonight from
      *> the net that run produced.  One paid earlier on this same
      *> run date is paid again, so a rerun rebuilds the same file.
      *> No usable bank details leaves it released for a later
      *> night.
       pay-released-hold.
           move ws-hld-record(ws-hld-idx) to pay-hold-record
           if hld-run-date not = ws-run-date
                   and (hld-released
                       or (hld-paid
                           and hld-date-decided = ws-run-date))
               move hld-employee-id to rrg-employee-id
               move hld-employee-id to ws-release-employee-id
               perform find-reissue-bank-details
               if ws-bnk-found
                       and ws-bnk-details-good(ws-bnk-idx)
                       and hld-net-pay > 0
                   move "D" to bpr-record-type
                   move ws-bnk-sort-code(ws-bnk-idx)
                       to bpr-sort-code
                   move ws-bnk-account-number(ws-bnk-idx)
                       to bpr-account-number
                   move spaces to bpr-reference
                   string "REL " delimited by size
                           ws-release-employee-id delimited by size
                       into bpr-reference
                   compute ws-pence-work = hld-net-pay * 100
                   move ws-pence-work to bpr-amount-pence
                   write bank-payment-record
                   add 1 to ws-payments-written
                   add ws-pence-work to ws-total-pence
                   add 1 to ws-variance-released-count
                   add ws-pence-work to ws-variance-released-pence
                   set hld-paid to true
                   move ws-run-date to hld-date-decided
                   move pay-hold-record to ws-hld-record(ws-hld-idx)
                   set ws-hold-changed to true
               else
                   display "RELEASED HOLD NOT PAID - NO USABLE BANK "
                       "DETAILS OR NET NOT POSITIVE: "
                       hld-employee-id
               end-if
           end-if
           .

       write-variance-control-lines.
           move ws-variance-held-count to ws-returns-count-disp
           move ws-variance-held-net to ws-returns-amount-disp
           move spaces to control-report-line
           string "HELD AT VARIANCE  " delimited by size
                   ws-returns-amount-disp delimited by size
                   "  COUNT " delimited by size
                   function trim(ws-returns-count-disp)
                       delimited by size
               into control-report-line
           write control-report-line
           display control-report-line

           move ws-variance-released-count to ws-returns-count-disp
           compute ws-returns-net-work =
               ws-variance-released-pence / 100
           move ws-returns-net-work to ws-returns-amount-disp
           move spaces to control-report-line
           string "RELEASED HOLDS    " delimited by size
                   ws-returns-amount-disp delimited by size
                   "  COUNT " delimited by size
                   function trim(ws-returns-count-disp)
                       delimited by size
               into control-report-line
           write control-report-line
           display control-report-line
           .

       save-pay-hold-file.
           open output pay-hold-file
           if ws-pay-hold-status not = "00"
               display "PAYHOLD.TXT OPEN FAILED - STATUS "
                   ws-pay-hold-status
               move 16 to ws-program-return-code
           else
               perform varying ws-hld-idx from 1 by 1
                       until ws-hld-idx > ws-hold-count
                   move ws-hld-record(ws-hld-idx) to pay-hold-record
                   write pay-hold-record
               end-perform
               close pay-hold-file
           end-if
           .

       save-returns-register.
           open output returns-register-file
           if ws-returns-register-status not = "00"
               display "BANKRREG.TXT OPEN FAILED - STATUS "
                   ws-returns-register-status
               move 16 to ws-program-return-code
           else
               perform varying ws-reg-idx from 1 by 1
                       until ws-reg-idx > ws-register-count
                   move ws-reg-record(ws-reg-idx)
                       to returns-register-record
                   write returns-register-record
               end-perform
               close returns-register-file
           end-if
           .

      *> What the balancing step needs to hold the bank file against
      *> the pay run: the file's trailer, the re-issues and released
      *> holds in it that belong to earlier runs, and tonight's net
      *> kept off it.  Tonight's extract net is posted alongside so a
      *> break can be traced to this step or the one before it.
       post-control-figures.
           move "BANKPAY" to ws-ctl-fig-step
           move ws-run-date to ws-ctl-fig-date
           move "EXTRACT NET" to ws-ctl-fig-name
           move ws-pay-count to ws-ctl-fig-count
           move ws-extract-net-total to ws-ctl-fig-amount
           perform CTLFIG-POST
           move "BANKPAY TRAILER" to ws-ctl-fig-name
           move ws-payments-written to ws-ctl-fig-count
           compute ws-ctl-fig-amount = ws-total-pence / 100
           perform CTLFIG-POST
           move "REISSUED RETURNS" to ws-ctl-fig-name
           move ws-reissued-count to ws-ctl-fig-count
           compute ws-ctl-fig-amount = ws-reissued-pence / 100
           perform CTLFIG-POST
           move "RELEASED HOLDS" to ws-ctl-fig-name
           move ws-variance-released-count to ws-ctl-fig-count
           compute ws-ctl-fig-amount =
               ws-variance-released-pence / 100
           perform CTLFIG-POST
           move "HELD BACK" to ws-ctl-fig-name
           move ws-payments-held to ws-ctl-fig-count
           compute ws-ctl-fig-amount =
               ws-extract-net-total - ws-paid-net-total
           perform CTLFIG-POST
           .

           copy ctlfigpr.

           copy jobbnr replacing ==JOB-NAME-LIT== by =="BANKPAY"==.
