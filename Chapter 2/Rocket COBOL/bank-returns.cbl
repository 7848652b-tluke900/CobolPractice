       identification division.
       program-id. BANKRETN.

      *> Modification history:
      *> 2026-10-15 - new program.  When the bank bounces a salary
      *>              payment (closed account, wrong sort code) it
      *>              sends a returns file back, and the returned
      *>              items were being matched against BANKPAY.TXT by
      *>              eye.  This reads the bank's returns file
      *>              (BANKRTN.TXT) and matches each returned item to
      *>              its D record on the last submission by
      *>              reference, sort code, account and pence.  A
      *>              matched item goes onto the returned-payments
      *>              register (BANKRREG.TXT) as unpaid, which is
      *>              what BANKPAY re-offers from once EMPMAINT has
      *>              corrected the employee's bank details; anything
      *>              that does not match - or is already on the
      *>              register as unpaid - is an exception.  Every
      *>              returned item, matched or not, is printed on
      *>              the returns exception report (BANKRTEX.TXT) for
      *>              the payroll supervisor.  Runs in the chain
      *>              before BANKPAY, while BANKPAY.TXT still holds
      *>              the submission the returns relate to.

       environment division.
       input-output section.
       file-control.
           copy joblogsl.
           select bank-returns-file assign to "BANKRTN.TXT"
               organization is line sequential
               file status is ws-bank-returns-status.
           select bank-payment-file assign to "BANKPAY.TXT"
               organization is line sequential
               file status is ws-bank-payment-status.
           select returns-register-file assign to "BANKRREG.TXT"
               organization is line sequential
               file status is ws-returns-register-status.
           select returns-report-file assign to "BANKRTEX.TXT"
               organization is line sequential
               file status is ws-returns-report-status.

       data division.
       file section.
           copy joblogfd.

      *> One item the bank could not apply: the D record's own
      *> routing, reference and amount as submitted, plus the bank's
      *> reason code for sending it back.
       fd  bank-returns-file.
       01  bank-returns-record.
           05  brt-sort-code              pic 9(6).
           05  brt-account-number         pic 9(8).
           05  brt-reference              pic X(12).
           05  brt-amount-pence           pic 9(11).
           05  brt-return-reason          pic X(4).

      *> Same layout BANKPAY writes.
       fd  bank-payment-file.
       01  bank-payment-record.
           05  bpr-record-type            pic X(1).
           05  bpr-sort-code              pic 9(6).
           05  bpr-account-number         pic 9(8).
           05  bpr-reference              pic X(12).
           05  bpr-amount-pence           pic 9(11).
       01  bank-trailer-record.
           05  btr-record-type            pic X(1).
           05  btr-payment-count          pic 9(7).
           05  btr-total-pence            pic 9(13).

      *> One returned payment: who it was for, where it was sent and
      *> how much, and whether it is still unpaid (R) or BANKPAY has
      *> since re-issued it (I) to corrected bank details.  BANKPAY
      *> keeps the same layout.
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

       fd  returns-report-file.
       01  returns-report-line           pic X(120).

       working-storage section.
           copy joblogws.
           copy stepstat.
       01  ws-bank-returns-status        pic XX.
       01  ws-bank-payment-status        pic XX.
       01  ws-returns-register-status    pic XX.
       01  ws-returns-report-status      pic XX.
       01  ws-returns-eof-switch         pic X.
           88  ws-returns-eof              value "Y".
           88  ws-returns-not-eof          value "N".
       01  ws-payment-eof-switch         pic X.
           88  ws-payment-eof              value "Y".
           88  ws-payment-not-eof          value "N".
       01  ws-register-eof-switch        pic X.
           88  ws-register-eof             value "Y".
           88  ws-register-not-eof         value "N".

       01  ws-run-date                   pic 9(8).

      *> The last submission's D records.  The used flag stops two
      *> identical returned items both matching one payment.
       01  ws-submitted-table.
           05  ws-submitted-entry occurs 400 times
                       indexed by ws-sub-idx.
               10  ws-sub-sort-code         pic 9(6).
               10  ws-sub-account-number    pic 9(8).
               10  ws-sub-reference         pic X(12).
               10  ws-sub-amount-pence      pic 9(11).
               10  ws-sub-used-flag         pic X(1).
                   88  ws-sub-used            value "Y".
                   88  ws-sub-not-used        value "N".
       01  ws-submitted-count            pic 9(3) value 0.
       01  ws-submitted-max              pic 9(3) value 400.
       01  ws-sub-found-switch           pic X.
           88  ws-sub-found                value "Y".
           88  ws-sub-not-found            value "N".
       01  ws-sub-match-index            pic 9(3).

      *> The register, loaded whole and written back with tonight's
      *> matched items appended.
       01  ws-register-table.
           05  ws-register-entry occurs 500 times
                       indexed by ws-reg-idx.
               10  ws-reg-record            pic X(63).
       01  ws-register-count             pic 9(3) value 0.
       01  ws-register-max               pic 9(3) value 500.
       01  ws-register-changed-switch    pic X value "N".
           88  ws-register-changed         value "Y".
       01  ws-reg-dup-switch             pic X.
           88  ws-reg-duplicate            value "Y".
           88  ws-reg-not-duplicate        value "N".

       01  ws-returns-read               pic 9(5) value 0.
       01  ws-returns-matched            pic 9(5) value 0.
       01  ws-returns-exceptions         pic 9(5) value 0.
       01  ws-matched-pence              pic 9(13) value 0.
       01  ws-exception-pence            pic 9(13) value 0.
       01  ws-amount-work                pic 9(11)V99.
       01  ws-count-disp                 pic ZZZZ9.
       01  ws-amount-disp                pic ZZ,ZZZ,ZZZ,ZZ9.99.
       01  ws-exception-reason           pic X(40).

      *> Non-zero once a hard failure (a file won't open) has been
      *> detected, so the driver's step check has something real to
      *> catch instead of RETURN-CODE always being 0.
       01  ws-program-return-code        pic 9(4) value 0.

       procedure division.
       main-logic.
           perform JOBBNR-WRITE-START
           accept ws-run-date from date yyyymmdd

           open input bank-returns-file
           if ws-bank-returns-status = "35"
               display "BANKRTN.TXT NOT FOUND - NO RETURNS TONIGHT"
           else
               if ws-bank-returns-status not = "00"
                   display "BANKRTN.TXT OPEN FAILED - STATUS "
                       ws-bank-returns-status
                   move 16 to ws-program-return-code
               else
                   perform load-submitted-payments
                   perform load-returns-register
                   if ws-program-return-code = 0
                       perform process-returned-items
                   else
                       close bank-returns-file
                   end-if
      *> A register that could not hold every entry is never
      *> rewritten - the entries it dropped would be gone for good.
                   if ws-register-changed
                           and ws-program-return-code = 0
                       perform save-returns-register
                   end-if
               end-if
           end-if

           move ws-returns-read to bss-records-read
           move ws-returns-matched to bss-records-written
           move ws-returns-exceptions to bss-exception-count

           perform JOBBNR-WRITE-END
           move ws-program-return-code to return-code
           goback
           .

      *> A missing submission just means nothing can match - every
      *> returned item then lands on the report as an exception.
       load-submitted-payments.
           move 0 to ws-submitted-count
           set ws-payment-not-eof to true
           open input bank-payment-file
           if ws-bank-payment-status not = "00"
               display "BANKPAY.TXT NOT AVAILABLE - NO SUBMISSION "
                   "TO MATCH RETURNS AGAINST"
           else
               perform until ws-payment-eof
                   read bank-payment-file
                       at end
                           set ws-payment-eof to true
                       not at end
                           if bpr-record-type = "D"
                               perform store-submitted-payment
                           end-if
                   end-read
               end-perform
               close bank-payment-file
           end-if
           .

       store-submitted-payment.
           if ws-submitted-count >= ws-submitted-max
               display "SUBMISSION TABLE FULL - PAYMENT DROPPED: "
                   bpr-reference
           else
               add 1 to ws-submitted-count
               set ws-sub-idx to ws-submitted-count
               move bpr-sort-code to ws-sub-sort-code(ws-sub-idx)
               move bpr-account-number
                   to ws-sub-account-number(ws-sub-idx)
               move bpr-reference to ws-sub-reference(ws-sub-idx)
               move bpr-amount-pence
                   to ws-sub-amount-pence(ws-sub-idx)
               set ws-sub-not-used(ws-sub-idx) to true
           end-if
           .

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
                                       "NO RETURNS PROCESSED"
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

       process-returned-items.
           open output returns-report-file
           move "BANK RETURNS EXCEPTION REPORT" to returns-report-line
           write returns-report-line
           display returns-report-line
           move spaces to returns-report-line
           string "RETURNS PROCESSED " delimited by size
                   ws-run-date delimited by size
               into returns-report-line
           write returns-report-line

           set ws-returns-not-eof to true
           perform until ws-returns-eof
               read bank-returns-file
                   at end
                       set ws-returns-eof to true
                   not at end
                       add 1 to ws-returns-read
                       perform match-one-returned-item
               end-read
           end-perform
           close bank-returns-file

           perform write-returns-totals
           close returns-report-file
           .

      *> A returned item is only accepted as unpaid when it is the
      *> very payment we sent - all four of reference, sort code,
      *> account and pence must agree with an unmatched D record.
       match-one-returned-item.
           perform check-register-duplicate
           if ws-reg-duplicate
               move "ALREADY ON REGISTER AS UNPAID"
                   to ws-exception-reason
               perform write-exception-line
           else
               perform find-submitted-payment
               if ws-sub-not-found
                   move "NO MATCHING PAYMENT ON BANKPAY.TXT"
                       to ws-exception-reason
                   perform write-exception-line
               else
                   set ws-sub-used(ws-sub-idx) to true
                   perform add-register-entry
                   perform write-matched-line
               end-if
           end-if
           .

      *> The same returned item read twice (a returns file processed
      *> again) must not put the employee on the register twice.
       check-register-duplicate.
           set ws-reg-not-duplicate to true
           perform varying ws-reg-idx from 1 by 1
                   until ws-reg-idx > ws-register-count
               move ws-reg-record(ws-reg-idx)
                   to returns-register-record
               if rrg-unpaid
                       and rrg-reference = brt-reference
                       and rrg-sort-code = brt-sort-code
                       and rrg-account-number = brt-account-number
                       and rrg-amount-pence = brt-amount-pence
                   set ws-reg-duplicate to true
               end-if
           end-perform
           .

      *> The match index is captured inside the loop and re-set
      *> afterwards, the same way BANKPAY finds bank details.
       find-submitted-payment.
           set ws-sub-not-found to true
           move 0 to ws-sub-match-index
           perform varying ws-sub-idx from 1 by 1
                   until ws-sub-idx > ws-submitted-count
                       or ws-sub-found
               if ws-sub-not-used(ws-sub-idx)
                       and ws-sub-reference(ws-sub-idx)
                           = brt-reference
                       and ws-sub-sort-code(ws-sub-idx)
                           = brt-sort-code
                       and ws-sub-account-number(ws-sub-idx)
                           = brt-account-number
                       and ws-sub-amount-pence(ws-sub-idx)
                           = brt-amount-pence
                   set ws-sub-found to true
                   set ws-sub-match-index to ws-sub-idx
               end-if
           end-perform
           if ws-sub-found
               set ws-sub-idx to ws-sub-match-index
           end-if
           .

      *> The reference BANKPAY writes is a four-character prefix and
      *> the employee id, for a first payment and a re-issue alike.
       add-register-entry.
           if ws-register-count >= ws-register-max
               display "REGISTER TABLE FULL - RETURN NOT "
                   "REGISTERED: " brt-reference
                   " - REGISTER LEFT AS IT WAS"
               add 1 to ws-returns-exceptions
               move 16 to ws-program-return-code
           else
               move spaces to returns-register-record
               if brt-reference(5:5) numeric
                   move brt-reference(5:5) to rrg-employee-id
               else
                   move 0 to rrg-employee-id
               end-if
               move brt-reference to rrg-reference
               move brt-sort-code to rrg-sort-code
               move brt-account-number to rrg-account-number
               move brt-amount-pence to rrg-amount-pence
               move brt-return-reason to rrg-return-reason
               move ws-run-date to rrg-date-returned
               set rrg-unpaid to true
               move 0 to rrg-date-reissued
               add 1 to ws-register-count
               set ws-reg-idx to ws-register-count
               move returns-register-record
                   to ws-reg-record(ws-reg-idx)
               set ws-register-changed to true
               add 1 to ws-returns-matched
               add brt-amount-pence to ws-matched-pence
           end-if
           .

       write-matched-line.
           compute ws-amount-work = brt-amount-pence / 100
           move ws-amount-work to ws-amount-disp
           move spaces to returns-report-line
           string brt-reference delimited by size
                   " " delimited by size
                   brt-sort-code delimited by size
                   " / " delimited by size
                   brt-account-number delimited by size
                   " " delimited by size
                   function trim(ws-amount-disp) delimited by size
                   " REASON " delimited by size
                   brt-return-reason delimited by size
                   " UNPAID - RE-OFFERED ONCE BANK DETAILS "
                       delimited by size
                   "ARE CORRECTED" delimited by size
               into returns-report-line
           write returns-report-line
           display returns-report-line
           .

       write-exception-line.
           add 1 to ws-returns-exceptions
           add brt-amount-pence to ws-exception-pence
           compute ws-amount-work = brt-amount-pence / 100
           move ws-amount-work to ws-amount-disp
           move spaces to returns-report-line
           string brt-reference delimited by size
                   " " delimited by size
                   brt-sort-code delimited by size
                   " / " delimited by size
                   brt-account-number delimited by size
                   " " delimited by size
                   function trim(ws-amount-disp) delimited by size
                   " REASON " delimited by size
                   brt-return-reason delimited by size
                   " *" delimited by size
                   function trim(ws-exception-reason)
                       delimited by size
                   "*" delimited by size
               into returns-report-line
           write returns-report-line
           display returns-report-line
           .

       write-returns-totals.
           move ws-returns-read to ws-count-disp
           move spaces to returns-report-line
           string "RETURNED ITEMS READ " delimited by size
                   function trim(ws-count-disp) delimited by size
               into returns-report-line
           write returns-report-line
           display returns-report-line

           move ws-returns-matched to ws-count-disp
           compute ws-amount-work = ws-matched-pence / 100
           move ws-amount-work to ws-amount-disp
           move spaces to returns-report-line
           string "MARKED UNPAID       " delimited by size
                   function trim(ws-count-disp) delimited by size
                   "  VALUE " delimited by size
                   function trim(ws-amount-disp) delimited by size
               into returns-report-line
           write returns-report-line
           display returns-report-line

           move ws-returns-exceptions to ws-count-disp
           compute ws-amount-work = ws-exception-pence / 100
           move ws-amount-work to ws-amount-disp
           move spaces to returns-report-line
           string "EXCEPTIONS          " delimited by size
                   function trim(ws-count-disp) delimited by size
                   "  VALUE " delimited by size
                   function trim(ws-amount-disp) delimited by size
               into returns-report-line
           write returns-report-line
           display returns-report-line

           move "SUPERVISOR SIGN-OFF: ____________  DATE: ________"
               to returns-report-line
           write returns-report-line
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

           copy jobbnr replacing ==JOB-NAME-LIT== by =="BANKRETN"==.
