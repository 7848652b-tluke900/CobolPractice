       identification division.
       program-id. PURCHEDT.

      *> Modification history:
      *> 2026-10-15 - new program.  Edit step for supplier purchase
      *>              invoices: validates each keyed invoice (supplier
      *>              and invoice number present, a real invoice date
      *>              not in the future, numeric net and VAT, a rate
      *>              code VATRATE.DAT knows and a VAT amount that
      *>              agrees with the rate in force on the invoice
      *>              date), refuses an invoice already on the
      *>              purchase register, and accumulates the input
      *>              VAT of everything that passes per VAT quarter
      *>              and rate code on INPVATQ.TXT (inpvatq copybook)
      *>              for the roll-up's VAT return and the quarter
      *>              close.  An invoice dated in a quarter PERSTAT.TXT
      *>              marks FILED cannot change that return: it goes
      *>              to the purchase late-adjustments report
      *>              (PURCHLAT.TXT) for the accountant instead.
      *>              Tonight's register entries are appended only
      *>              once INPVATQ.TXT has been saved, so a run that
      *>              fails part-way leaves both as they were and the
      *>              rerun takes the invoices afresh.  Until now the
      *>              input VAT was added up on a calculator before
      *>              every return.

       environment division.
       input-output section.
       file-control.
           copy joblogsl.
           select purchase-input-file assign to "PURCHIN.TXT"
               organization is line sequential
               file status is ws-purchase-input-status.
           select purchase-report-file assign to "PURCHEDR.TXT"
               organization is line sequential
               file status is ws-purchase-report-status.
           select purchase-register-file assign to "PURCHREG.TXT"
               organization is line sequential
               file status is ws-purchase-register-status.
           select input-vat-quarter-file assign to "INPVATQ.TXT"
               organization is line sequential
               file status is ws-input-vat-quarter-status.
           select vat-rate-file assign to "VATRATE.DAT"
               organization is line sequential
               file status is ws-vat-rate-file-status.
           select period-status-file assign to "PERSTAT.TXT"
               organization is line sequential
               file status is ws-period-status-status.
           select purchase-late-file assign to "PURCHLAT.TXT"
               organization is line sequential
               file status is ws-purchase-late-status.

       data division.
       file section.
           copy joblogfd.

      *> One supplier invoice as keyed by the finance office.  Held
      *> as X fields so a non-numeric amount or date is a reject
      *> with a reason, not an abend.  A "-" sign marks a supplier
      *> credit note: net and VAT both come off.
       fd  purchase-input-file.
       01  purchase-input-record.
           05  pin-supplier-code          pic X(8).
           05  pin-invoice-number         pic X(12).
           05  pin-invoice-date           pic X(8).
           05  pin-amount-sign            pic X(1).
           05  pin-net-amount             pic X(9).
           05  pin-net-amount-num redefines pin-net-amount
                                          pic 9(7)V99.
           05  pin-rate-code              pic X(2).
           05  pin-vat-amount             pic X(9).
           05  pin-vat-amount-num redefines pin-vat-amount
                                          pic 9(7)V99.

       fd  purchase-report-file.
       01  purchase-report-line           pic X(132).

      *> Every invoice ever accepted, in the order accepted: the
      *> supplier's own invoice number is the key a second keying of
      *> the same invoice is caught on.  Disposition A accumulated
      *> into input VAT, L diverted as a late adjustment.
       fd  purchase-register-file.
       01  purchase-register-record.
           05  prg-supplier-code          pic X(8).
           05  prg-invoice-number         pic X(12).
           05  prg-invoice-date           pic 9(8).
           05  prg-net                    pic S9(7)V99
                                          sign leading separate.
           05  prg-rate-code              pic X(2).
           05  prg-vat                    pic S9(7)V99
                                          sign leading separate.
           05  prg-accepted-date          pic 9(8).
           05  prg-disposition            pic X(1).

       fd  input-vat-quarter-file.
           copy inpvatq.

       fd  vat-rate-file.
       01  vat-rate-file-record.
           05  vrf-rate-code              pic X(2).
           05  vrf-effective-date         pic 9(8).
           05  vrf-rate                   pic 9V999.

      *> One VAT quarter's status: O open, C closed, F filed with
      *> HMRC.  Written by the close-quarter step; a quarter with no
      *> record is open.
       fd  period-status-file.
       01  period-status-record.
           05  prs-quarter                pic 9(5).
           05  prs-status                 pic X(1).

       fd  purchase-late-file.
       01  purchase-late-line             pic X(100).

       working-storage section.
           copy joblogws.
           copy vatrate.
           copy stepstat.

       01  ws-purchase-input-status      pic XX.
       01  ws-purchase-report-status     pic XX.
       01  ws-purchase-register-status   pic XX.
       01  ws-input-vat-quarter-status   pic XX.
       01  ws-vat-rate-file-status       pic XX.
       01  ws-period-status-status       pic XX.
       01  ws-purchase-late-status       pic XX.

       01  ws-purchase-input-eof-switch  pic X.
           88  ws-purchase-input-eof       value "Y".
           88  ws-purchase-input-not-eof   value "N".
       01  ws-edit-switch                pic X.
           88  ws-record-clean             value "Y".
           88  ws-record-rejected          value "N".
       01  ws-reject-reason              pic X(40).
       01  ws-already-taken-switch       pic X.
           88  ws-invoice-already-taken    value "Y".
           88  ws-invoice-not-taken        value "N".

       01  ws-run-date                   pic 9(8).
       01  ws-edit-date                  pic 9(8).
       01  ws-edit-date-r redefines ws-edit-date.
           05  ws-ed-yyyy                 pic 9(4).
           05  ws-ed-mm                   pic 9(2).
           05  ws-ed-dd                   pic 9(2).

      *> The rate in force for the invoice's rate code on its date,
      *> and the VAT that rate gives on the net.  A keyed VAT amount
      *> further than the tolerance from it is a keying error (or an
      *> invoice at the wrong rate) - rounding across an invoice's
      *> lines stays well inside it.
       01  ws-lookup-rate-code           pic X(2).
       01  ws-lookup-date                pic 9(8).
       01  ws-vat-rate                   pic 9V999.
       01  ws-best-effective-date        pic 9(8).
       01  ws-expected-vat               pic 9(7)V99.
       01  ws-vat-difference             pic S9(7)V99.
       01  ws-vat-tolerance              pic 9(3)V99 value 1.00.

       01  ws-invoice-net                pic S9(7)V99.
       01  ws-invoice-vat                pic S9(7)V99.
       01  ws-net-disp                   pic -(7)9.99.
       01  ws-vat-disp                   pic -(7)9.99.

      *> The quarters already filed, loaded from PERSTAT.TXT - an
      *> invoice dated inside one is a late adjustment.
       01  ws-filed-quarter-table.
           05  ws-filed-quarter occurs 20 times
                       indexed by ws-flq-idx
                                  pic 9(5).
       01  ws-filed-quarter-count        pic 9(2) value 0.
       01  ws-filed-quarter-max          pic 9(2) value 20.
       01  ws-edit-quarter               pic 9(5).
       01  ws-edit-quarter-number        pic 9.
       01  ws-quarter-filed-switch       pic X.
           88  ws-quarter-filed            value "Y".
           88  ws-quarter-not-filed        value "N".

      *> The register's invoice keys, for the duplicate check.  An
      *> entry loaded with tonight's accepted date was put there by
      *> an earlier execution of this step tonight; one added during
      *> this execution is a second keying inside the same file.
       01  ws-register-table.
           05  ws-register-entry occurs 5000 times
                       indexed by ws-reg-idx.
               10  ws-reg-supplier-code     pic X(8).
               10  ws-reg-invoice-number    pic X(12).
               10  ws-reg-accepted-date     pic 9(8).
               10  ws-reg-source            pic X(1).
                   88  ws-reg-from-file       value "F".
                   88  ws-reg-this-run        value "R".
       01  ws-register-count             pic 9(4) value 0.
       01  ws-register-max               pic 9(4) value 5000.
       01  ws-register-match             pic 9(4).

      *> Tonight's register records, held until the input VAT they
      *> added is saved - the register is what a rerun checks
      *> invoices against, so it must never get ahead of INPVATQ.TXT.
      *> Never fuller than the register table, which stops the run
      *> first.
       01  ws-held-register-table.
           05  ws-held-register-entry occurs 5000 times
                       indexed by ws-hrg-idx
                                  pic X(59).
       01  ws-held-register-count        pic 9(4) value 0.
       01  ws-input-vat-saved-switch     pic X value "N".
           88  ws-input-vat-saved          value "Y".

      *> Input VAT per quarter and rate code, held whole and
      *> rewritten at the end of the run.
       01  ws-input-vat-table.
           05  ws-input-vat-entry occurs 200 times
                       indexed by ws-ivq-idx.
               10  ws-ivq-quarter           pic 9(5).
               10  ws-ivq-rate-code         pic X(2).
               10  ws-ivq-net               pic S9(9)V99.
               10  ws-ivq-vat               pic S9(9)V99.
       01  ws-input-vat-count            pic 9(3) value 0.
       01  ws-input-vat-max              pic 9(3) value 200.
       01  ws-input-vat-match            pic 9(3).

       01  ws-records-read               pic 9(6) value 0.
       01  ws-records-passed             pic 9(6) value 0.
       01  ws-records-rejected           pic 9(6) value 0.
       01  ws-records-late               pic 9(6) value 0.
       01  ws-records-already            pic 9(6) value 0.
       01  ws-records-read-disp          pic ZZZZZ9.
       01  ws-records-passed-disp        pic ZZZZZ9.
       01  ws-records-rejected-disp      pic ZZZZZ9.
       01  ws-records-late-disp          pic ZZZZZ9.
       01  ws-records-already-disp       pic ZZZZZ9.
       01  ws-passed-vat-total           pic S9(9)V99 value 0.
       01  ws-passed-vat-total-disp      pic -(9)9.99.

      *> Non-zero once a hard failure (a file won't open, or a table
      *> overflows) has been detected.
       01  ws-program-return-code        pic 9(4) value 0.

       procedure division.
       main-logic.
           perform JOBBNR-WRITE-START
           accept ws-run-date from date yyyymmdd
           perform initialize-vat-rate-table
           perform load-filed-quarters
           if ws-program-return-code = 0
               perform load-purchase-register
           end-if
           if ws-program-return-code = 0
               perform load-input-vat-quarters
           end-if

           if ws-program-return-code = 0
               perform edit-purchase-input
           end-if

           move ws-records-read to bss-records-read
           move ws-records-passed to bss-records-written
           add ws-records-rejected ws-records-late
               giving bss-exception-count

           perform JOBBNR-WRITE-END
           move ws-program-return-code to return-code
           goback
           .

      *> No PURCHIN.TXT just means no invoices were keyed today -
      *> the register and the input VAT stand as they are.
       edit-purchase-input.
           set ws-purchase-input-not-eof to true
           open input purchase-input-file
           evaluate ws-purchase-input-status
               when "35"
                   display "PURCHIN.TXT NOT FOUND - NO PURCHASE "
                       "INVOICES TO EDIT TONIGHT"
               when "00"
                   open output purchase-report-file
                   move "PURCHASE INVOICE EDIT - REJECTS AND WHY"
                       to purchase-report-line
                   write purchase-report-line

                   perform until ws-purchase-input-eof
                       read purchase-input-file
                           at end
                               set ws-purchase-input-eof to true
                           not at end
                               add 1 to ws-records-read
                               perform edit-one-invoice
                       end-read
                   end-perform

                   close purchase-input-file
                   perform save-input-vat-quarters
                   if ws-input-vat-saved
                       perform save-purchase-register
                   end-if
                   perform write-edit-totals
                   close purchase-report-file
               when other
                   display "PURCHIN.TXT OPEN FAILED - STATUS "
                       ws-purchase-input-status
                   move 16 to ws-program-return-code
           end-evaluate
           .

       edit-one-invoice.
           set ws-record-clean to true
           set ws-invoice-not-taken to true
           move spaces to ws-reject-reason

           if pin-supplier-code = spaces
               set ws-record-rejected to true
               move "SUPPLIER MISSING" to ws-reject-reason
           end-if
           if ws-record-clean and pin-invoice-number = spaces
               set ws-record-rejected to true
               move "INVOICE NUMBER MISSING" to ws-reject-reason
           end-if
           if ws-record-clean
               perform validate-invoice-date
           end-if
           if ws-record-clean
                   and pin-amount-sign not = "-"
                   and pin-amount-sign not = space
               set ws-record-rejected to true
               move "BAD AMOUNT SIGN" to ws-reject-reason
           end-if
           if ws-record-clean and pin-net-amount not numeric
               set ws-record-rejected to true
               move "NET AMOUNT NOT NUMERIC" to ws-reject-reason
           end-if
           if ws-record-clean and pin-vat-amount not numeric
               set ws-record-rejected to true
               move "VAT AMOUNT NOT NUMERIC" to ws-reject-reason
           end-if
           if ws-record-clean
               perform validate-invoice-vat
           end-if
           if ws-record-clean
               perform check-duplicate-invoice
           end-if
           if ws-record-clean
               perform check-filed-period
           end-if

           if ws-record-clean
               if pin-amount-sign = "-"
                   compute ws-invoice-net = 0 - pin-net-amount-num
                   compute ws-invoice-vat = 0 - pin-vat-amount-num
               else
                   move pin-net-amount-num to ws-invoice-net
                   move pin-vat-amount-num to ws-invoice-vat
               end-if
               if ws-quarter-filed
                   perform divert-late-invoice
               else
                   add 1 to ws-records-passed
                   add ws-invoice-vat to ws-passed-vat-total
                   perform accumulate-input-vat
                   move "A" to prg-disposition
                   perform register-invoice
               end-if
           else
               if ws-invoice-already-taken
                   add 1 to ws-records-already
                   perform write-invoice-line
               else
                   perform reject-invoice
               end-if
           end-if
           .

       validate-invoice-date.
           if pin-invoice-date not numeric
               set ws-record-rejected to true
               move "INVOICE DATE NOT NUMERIC" to ws-reject-reason
           else
               move pin-invoice-date to ws-edit-date
               if function test-date-yyyymmdd(ws-edit-date) not = 0
                   set ws-record-rejected to true
                   move "INVOICE DATE NOT A REAL DATE"
                       to ws-reject-reason
               else
                   if ws-edit-date > ws-run-date
                       set ws-record-rejected to true
                       move "INVOICE DATE IN THE FUTURE"
                           to ws-reject-reason
                   end-if
               end-if
           end-if
           .

      *> The rate code must be one VATRATE.DAT knows, in force on the
      *> invoice date, and the keyed VAT must be what that rate gives
      *> on the net (within the tolerance).
       validate-invoice-vat.
           move pin-rate-code to ws-lookup-rate-code
           move ws-edit-date to ws-lookup-date
           perform lookup-vat-rate
           if ws-best-effective-date = 0
               set ws-record-rejected to true
               move "RATE CODE NOT IN VAT TABLE FOR DATE"
                   to ws-reject-reason
           else
               compute ws-expected-vat rounded =
                   pin-net-amount-num * ws-vat-rate
               compute ws-vat-difference =
                   pin-vat-amount-num - ws-expected-vat
               if ws-vat-difference > ws-vat-tolerance
                       or ws-vat-difference < 0 - ws-vat-tolerance
                   set ws-record-rejected to true
                   move "VAT AMOUNT DISAGREES WITH RATE"
                       to ws-reject-reason
               end-if
           end-if
           .

       lookup-vat-rate.
           move 0 to ws-vat-rate
           move 0 to ws-best-effective-date
           perform varying vrt-idx from 1 by 1
                   until vrt-idx > vat-rate-entry-count
               if vrt-rate-code(vrt-idx) = ws-lookup-rate-code
                       and vrt-effective-date(vrt-idx) <= ws-lookup-date
                       and vrt-effective-date(vrt-idx)
                           > ws-best-effective-date
                   move vrt-rate(vrt-idx) to ws-vat-rate
                   move vrt-effective-date(vrt-idx)
                       to ws-best-effective-date
               end-if
           end-perform
           .

      *> The same supplier invoice number twice is the same invoice
      *> keyed twice - reclaiming its VAT twice is exactly the error
      *> a return must never carry.  One already taken by an earlier
      *> execution tonight is a rerun, not a duplicate: it is
      *> reported and left alone.
       check-duplicate-invoice.
           move 0 to ws-register-match
           perform varying ws-reg-idx from 1 by 1
                   until ws-reg-idx > ws-register-count
               if ws-reg-supplier-code(ws-reg-idx) = pin-supplier-code
                       and ws-reg-invoice-number(ws-reg-idx)
                           = pin-invoice-number
                   set ws-register-match to ws-reg-idx
               end-if
           end-perform
           if ws-register-match not = 0
               set ws-reg-idx to ws-register-match
               set ws-record-rejected to true
               if ws-reg-from-file(ws-reg-idx)
                       and ws-reg-accepted-date(ws-reg-idx)
                           = ws-run-date
                   set ws-invoice-already-taken to true
                   move "ALREADY TAKEN BY TONIGHT'S EARLIER RUN"
                       to ws-reject-reason
               else
                   move "DUPLICATE INVOICE - ALREADY ON REGISTER"
                       to ws-reject-reason
               end-if
           end-if
           .

       check-filed-period.
           set ws-quarter-not-filed to true
           compute ws-edit-quarter-number = (ws-ed-mm + 2) / 3
           compute ws-edit-quarter =
               ws-ed-yyyy * 10 + ws-edit-quarter-number
           perform varying ws-flq-idx from 1 by 1
                   until ws-flq-idx > ws-filed-quarter-count
               if ws-filed-quarter(ws-flq-idx) = ws-edit-quarter
                   set ws-quarter-filed to true
               end-if
           end-perform
           .

      *> The invoice is genuine and is registered (so it cannot be
      *> keyed again), but its VAT belongs to a return already with
      *> HMRC - the accountant claims it on the next one by hand.
       divert-late-invoice.
           add 1 to ws-records-late
           move "L" to prg-disposition
           perform register-invoice
           move ws-invoice-net to ws-net-disp
           move ws-invoice-vat to ws-vat-disp
           move spaces to purchase-late-line
           string "FILED PERIOD " delimited by size
                   ws-edit-quarter delimited by size
                   ": SUPPLIER " delimited by size
                   pin-supplier-code delimited by size
                   " INVOICE " delimited by size
                   pin-invoice-number delimited by size
                   " DATE " delimited by size
                   pin-invoice-date delimited by size
                   " NET " delimited by size
                   function trim(ws-net-disp) delimited by size
                   " VAT " delimited by size
                   function trim(ws-vat-disp) delimited by size
                   " RATE " delimited by size
                   pin-rate-code delimited by size
               into purchase-late-line
           open extend purchase-late-file
           if ws-purchase-late-status = "35"
               open output purchase-late-file
           end-if
           write purchase-late-line
           close purchase-late-file
           display purchase-late-line
           .

       register-invoice.
           move pin-supplier-code to prg-supplier-code
           move pin-invoice-number to prg-invoice-number
           move ws-edit-date to prg-invoice-date
           move ws-invoice-net to prg-net
           move pin-rate-code to prg-rate-code
           move ws-invoice-vat to prg-vat
           move ws-run-date to prg-accepted-date
           if ws-register-count >= ws-register-max
               display "PURCHASE REGISTER TABLE FULL - RUN STOPPED "
                   "AT INVOICE " pin-invoice-number
               move 16 to ws-program-return-code
               set ws-purchase-input-eof to true
           else
               add 1 to ws-register-count
               set ws-reg-idx to ws-register-count
               move pin-supplier-code
                   to ws-reg-supplier-code(ws-reg-idx)
               move pin-invoice-number
                   to ws-reg-invoice-number(ws-reg-idx)
               move ws-run-date to ws-reg-accepted-date(ws-reg-idx)
               set ws-reg-this-run(ws-reg-idx) to true
               add 1 to ws-held-register-count
               set ws-hrg-idx to ws-held-register-count
               move purchase-register-record
                   to ws-held-register-entry(ws-hrg-idx)
           end-if
           .

       accumulate-input-vat.
           move 0 to ws-input-vat-match
           perform varying ws-ivq-idx from 1 by 1
                   until ws-ivq-idx > ws-input-vat-count
               if ws-ivq-quarter(ws-ivq-idx) = ws-edit-quarter
                       and ws-ivq-rate-code(ws-ivq-idx)
                           = pin-rate-code
                   set ws-input-vat-match to ws-ivq-idx
               end-if
           end-perform
           if ws-input-vat-match = 0
               if ws-input-vat-count >= ws-input-vat-max
                   display "INPUT VAT TABLE FULL - RUN STOPPED AT "
                       "INVOICE " pin-invoice-number
                   move 16 to ws-program-return-code
                   set ws-purchase-input-eof to true
               else
                   add 1 to ws-input-vat-count
                   move ws-input-vat-count to ws-input-vat-match
                   set ws-ivq-idx to ws-input-vat-match
                   move ws-edit-quarter to ws-ivq-quarter(ws-ivq-idx)
                   move pin-rate-code to ws-ivq-rate-code(ws-ivq-idx)
                   move 0 to ws-ivq-net(ws-ivq-idx)
                   move 0 to ws-ivq-vat(ws-ivq-idx)
               end-if
           end-if
           if ws-input-vat-match not = 0
               set ws-ivq-idx to ws-input-vat-match
               add ws-invoice-net to ws-ivq-net(ws-ivq-idx)
               add ws-invoice-vat to ws-ivq-vat(ws-ivq-idx)
           end-if
           .

       reject-invoice.
           add 1 to ws-records-rejected
           perform write-invoice-line
           .

       write-invoice-line.
           move spaces to purchase-report-line
           string function trim(ws-reject-reason) delimited by size
                   ": SUPPLIER " delimited by size
                   pin-supplier-code delimited by size
                   " INVOICE " delimited by size
                   pin-invoice-number delimited by size
                   " DATE " delimited by size
                   pin-invoice-date delimited by size
                   " NET " delimited by size
                   pin-amount-sign delimited by size
                   pin-net-amount delimited by size
                   " RATE " delimited by size
                   pin-rate-code delimited by size
                   " VAT " delimited by size
                   pin-vat-amount delimited by size
               into purchase-report-line
           write purchase-report-line
           display purchase-report-line
           .

       write-edit-totals.
           move ws-records-read to ws-records-read-disp
           move ws-records-passed to ws-records-passed-disp
           move ws-records-rejected to ws-records-rejected-disp
           move ws-records-late to ws-records-late-disp
           move ws-records-already to ws-records-already-disp
           move ws-passed-vat-total to ws-passed-vat-total-disp
           display "INVOICES READ          " ws-records-read-disp
           display "INVOICES PASSED        " ws-records-passed-disp
           display "INVOICES REJECTED      " ws-records-rejected-disp
           display "LATE ADJUSTMENTS HELD  " ws-records-late-disp
           display "ALREADY TAKEN TONIGHT  " ws-records-already-disp
           move spaces to purchase-report-line
           string "READ " delimited by size
                   ws-records-read-disp delimited by size
                   "  PASSED " delimited by size
                   ws-records-passed-disp delimited by size
                   "  REJECTED " delimited by size
                   ws-records-rejected-disp delimited by size
                   "  LATE " delimited by size
                   ws-records-late-disp delimited by size
                   "  INPUT VAT ADDED " delimited by size
                   function trim(ws-passed-vat-total-disp)
                       delimited by size
               into purchase-report-line
           write purchase-report-line
           display purchase-report-line
           .

      *> A missing PURCHREG.TXT means no invoice has ever been
      *> accepted - every invoice tonight is new.
       load-purchase-register.
           move 0 to ws-register-count
           open input purchase-register-file
           evaluate ws-purchase-register-status
               when "35"
                   continue
               when "00"
                   perform until ws-purchase-register-status
                           not = "00"
                       read purchase-register-file
                           at end
                               move "10"
                                   to ws-purchase-register-status
                           not at end
                               perform load-register-entry
                       end-read
                   end-perform
                   close purchase-register-file
               when other
                   display "PURCHREG.TXT OPEN FAILED - STATUS "
                       ws-purchase-register-status
                   move 16 to ws-program-return-code
           end-evaluate
           .

       load-register-entry.
           if ws-register-count >= ws-register-max
               display "PURCHASE REGISTER TABLE FULL - ENTRY "
                   "DROPPED: " prg-supplier-code " "
                   prg-invoice-number
               move 16 to ws-program-return-code
           else
               add 1 to ws-register-count
               set ws-reg-idx to ws-register-count
               move prg-supplier-code
                   to ws-reg-supplier-code(ws-reg-idx)
               move prg-invoice-number
                   to ws-reg-invoice-number(ws-reg-idx)
               move prg-accepted-date
                   to ws-reg-accepted-date(ws-reg-idx)
               set ws-reg-from-file(ws-reg-idx) to true
           end-if
           .

       load-input-vat-quarters.
           move 0 to ws-input-vat-count
           open input input-vat-quarter-file
           evaluate ws-input-vat-quarter-status
               when "35"
                   continue
               when "00"
                   perform until ws-input-vat-quarter-status
                           not = "00"
                       read input-vat-quarter-file
                           at end
                               move "10"
                                   to ws-input-vat-quarter-status
                           not at end
                               perform load-input-vat-entry
                       end-read
                   end-perform
                   close input-vat-quarter-file
               when other
                   display "INPVATQ.TXT OPEN FAILED - STATUS "
                       ws-input-vat-quarter-status
                   move 16 to ws-program-return-code
           end-evaluate
           .

       load-input-vat-entry.
           if ws-input-vat-count >= ws-input-vat-max
               display "INPUT VAT TABLE FULL - ENTRY DROPPED: "
                   ivq-quarter " " ivq-rate-code
               move 16 to ws-program-return-code
           else
               add 1 to ws-input-vat-count
               set ws-ivq-idx to ws-input-vat-count
               move ivq-quarter to ws-ivq-quarter(ws-ivq-idx)
               move ivq-rate-code to ws-ivq-rate-code(ws-ivq-idx)
               move ivq-net to ws-ivq-net(ws-ivq-idx)
               move ivq-vat to ws-ivq-vat(ws-ivq-idx)
           end-if
           .

       save-input-vat-quarters.
           open output input-vat-quarter-file
           if ws-input-vat-quarter-status not = "00"
               display "INPVATQ.TXT OPEN FAILED - STATUS "
                   ws-input-vat-quarter-status
                   " - REGISTER NOT UPDATED"
               move 16 to ws-program-return-code
           else
               perform varying ws-ivq-idx from 1 by 1
                       until ws-ivq-idx > ws-input-vat-count
                   move ws-ivq-quarter(ws-ivq-idx) to ivq-quarter
                   move ws-ivq-rate-code(ws-ivq-idx) to ivq-rate-code
                   move ws-ivq-net(ws-ivq-idx) to ivq-net
                   move ws-ivq-vat(ws-ivq-idx) to ivq-vat
                   write input-vat-quarter-record
               end-perform
               close input-vat-quarter-file
               set ws-input-vat-saved to true
           end-if
           .

      *> A missing PURCHREG.TXT is started afresh.
       save-purchase-register.
           open extend purchase-register-file
           if ws-purchase-register-status = "35"
               open output purchase-register-file
           end-if
           if ws-purchase-register-status not = "00"
               display "PURCHREG.TXT OPEN FAILED - STATUS "
                   ws-purchase-register-status
               move 16 to ws-program-return-code
           else
               perform varying ws-hrg-idx from 1 by 1
                       until ws-hrg-idx > ws-held-register-count
                   move ws-held-register-entry(ws-hrg-idx)
                       to purchase-register-record
                   write purchase-register-record
               end-perform
               close purchase-register-file
           end-if
           .

      *> A missing PERSTAT.TXT just means no quarter has ever been
      *> filed - everything is open.
       load-filed-quarters.
           move 0 to ws-filed-quarter-count
           open input period-status-file
           if ws-period-status-status = "00"
               perform until ws-period-status-status not = "00"
                   read period-status-file
                       at end
                           move "10" to ws-period-status-status
                       not at end
                           if prs-status = "F"
                               if ws-filed-quarter-count
                                       >= ws-filed-quarter-max
                                   display "FILED QUARTER TABLE "
                                       "FULL - ENTRY DROPPED: "
                                       prs-quarter
                               else
                                   add 1
                                       to ws-filed-quarter-count
                                   set ws-flq-idx to
                                       ws-filed-quarter-count
                                   move prs-quarter to
                                       ws-filed-quarter(
                                           ws-flq-idx)
                               end-if
                           end-if
                   end-read
               end-perform
               close period-status-file
           end-if
           .

      *> Loads VAT-RATE-TABLE from the same VATRATE.DAT the sales
      *> edit and the roll-up read, seeding it with the same entries
      *> the first time the file doesn't exist yet.
       initialize-vat-rate-table.
           move 0 to vat-rate-entry-count
           open input vat-rate-file
           if ws-vat-rate-file-status = "35"
               perform seed-vat-rate-file
               open input vat-rate-file
           end-if
           if ws-vat-rate-file-status = "00"
               perform until ws-vat-rate-file-status not = "00"
                   read vat-rate-file
                       at end
                           move "10" to ws-vat-rate-file-status
                       not at end
                           perform load-vat-rate-entry
                   end-read
               end-perform
               close vat-rate-file
           else
               display "VATRATE.DAT OPEN FAILED - STATUS "
                   ws-vat-rate-file-status
               move 16 to ws-program-return-code
           end-if
           .

       load-vat-rate-entry.
           if vat-rate-entry-count >= 20
               display "VAT-RATE-TABLE FULL - ENTRY DROPPED: "
                   vrf-rate-code " " vrf-effective-date
           else
               add 1 to vat-rate-entry-count
               move vrf-rate-code to
                   vrt-rate-code(vat-rate-entry-count)
               move vrf-effective-date to
                   vrt-effective-date(vat-rate-entry-count)
               move vrf-rate to vrt-rate(vat-rate-entry-count)
           end-if
           .

      *> Same one-time seed the sales edit and the roll-up write -
      *> kept identical so whichever runs first on a brand-new
      *> installation leaves the same rate history for the others.
       seed-vat-rate-file.
           open output vat-rate-file
           move "ST" to vrf-rate-code
           move 20080101 to vrf-effective-date
           move 0.175    to vrf-rate
           write vat-rate-file-record
           move "ST" to vrf-rate-code
           move 20110104 to vrf-effective-date
           move 0.200    to vrf-rate
           write vat-rate-file-record
           move "RD" to vrf-rate-code
           move 20080101 to vrf-effective-date
           move 0.050    to vrf-rate
           write vat-rate-file-record
           move "ZR" to vrf-rate-code
           move 20080101 to vrf-effective-date
           move 0.000    to vrf-rate
           write vat-rate-file-record
           close vat-rate-file
           .

           copy jobbnr replacing ==JOB-NAME-LIT== by =="PURCHEDT"==.
