      *>              hand at every meeting.  A store the reference
      *>              has no row for subtotals under "???" so it is
      *>              visible, not lost.
      *> 2026-10-15 - the VAT return (VATRETRN.TXT) now carries the
      *>              quarter's input VAT on purchase invoices per rate
      *>              code, from the new purchase edit's INPVATQ.TXT,
      *>              and closes with output VAT, input VAT and the net
      *>              VAT payable - the figure paid to HMRC no longer
      *>              comes off a calculator.
      *> 2026-10-15 - the transaction record carries the product
      *>              code and quantity the sales edit now passes
      *>              through for the stock update; the roll-up
      *>              itself does not use them.
      *> 2026-10-15 - a line rung up under the gift voucher department
      *>              (VCH) counts toward its store's tender totals only
      *>              - a voucher sold is a liability until it is spent,
      *>              so it no longer inflates sales, VAT or the
      *>              department mix.
      *> 2026-10-15 - each checkpointed day's SALESHIS.TXT gross, the
      *>              sum of its STOREHIS.TXT store rows, and the
      *>              gift-voucher and late-diverted lines on its
      *>              transaction file are posted to the shared
      *>              control-figure file (CTLFIG.TXT, ctlfig copybooks)
      *>              for the nightly cross-step balancing report.

       environment division.
       input-output section.
           copy joblogsl.
           copy buscalsl.
           copy repgensl.
           copy ctlfigsl.
           select sales-trans-file assign to dynamic
               ws-sales-trans-name
               organization is line sequential
           select store-history-file assign to "STOREHIS.TXT"
               organization is line sequential
               file status is ws-store-history-status.
           select input-vat-quarter-file assign to "INPVATQ.TXT"
               organization is line sequential
               file status is ws-input-vat-quarter-status.

       data division.
       file section.
           copy joblogfd.
           copy buscalfd.
           copy repgenfd.
           copy ctlfigfd.

       fd  sales-trans-file.
           copy salestlr.
      *> record predating the column reads back as space and counts
      *> toward no tender total.
           05  st-tender-code             pic X(1).
      *> The stocked item and quantity, for the stock update - not
      *> used by the roll-up, but part of the record.
           05  st-product-code            pic X(6).
           05  st-quantity                pic 9(3).

       fd  period-totals-file.
       01  period-totals-record.
       fd  late-adjustments-file.
       01  late-adjustments-line          pic X(100).

       fd  input-vat-quarter-file.
           copy inpvatq.

      *> One finished quarter's per-rate figures, appended at
      *> rollover - what the close-quarter step snapshots from once
      *> the running table has started the next quarter.
           copy stepstat.
           copy buscalws.
           copy repgenws.
           copy ctlfigws.
       01  ws-reconciliation-name        pic X(30).
       01  ws-sales-summary-name         pic X(30).

           88  ws-vtq-found                value "Y".
           88  ws-vtq-not-found            value "N".
       01  ws-vtq-net-disp               pic -ZZZ,ZZZ,ZZ9.99.

      *> The running quarter's input VAT on purchase invoices, per
      *> rate code, from the purchase edit's INPVATQ.TXT - set
      *> against the output VAT above for the net figure payable.
       01  ws-input-vat-quarter-status   pic XX.
       01  ws-input-vat-table.
           05  ws-input-vat-entry occurs 10 times
                       indexed by ws-ivq-idx.
               10  ws-ivq-rate-code        pic X(2).
               10  ws-ivq-net              pic S9(9)V99.
               10  ws-ivq-vat              pic S9(9)V99.
       01  ws-input-vat-count            pic 9(2) value 0.
       01  ws-input-vat-max              pic 9(2) value 10.
       01  ws-output-vat-total           pic S9(9)V99.
       01  ws-input-vat-total            pic S9(9)V99.
       01  ws-net-vat-payable            pic S9(9)V99.
       01  ws-output-vat-total-disp      pic ----,---,--9.99.
       01  ws-input-vat-total-disp       pic ----,---,--9.99.
       01  ws-net-vat-payable-disp       pic ----,---,--9.99.
       01  ws-repayment-note             pic X(16).
       01  ws-vtq-vat-disp               pic -ZZZ,ZZZ,ZZ9.99.
       01  ws-quarter-start-date         pic 9(8).
       01  ws-rate-at-start              pic 9V999 comp-5.
       01  ws-deposit-disp               pic -ZZZ,ZZZ,ZZ9.99.
       01  ws-variance-disp              pic -ZZZ,ZZZ,ZZ9.99.
       01  ws-tender-gross               pic S9(9)V99.
      *> Lines rung up under this department sell gift vouchers.
       01  ws-voucher-dept-code          pic X(3) value "VCH".

      *> Budgets loaded for the run, and the budget report's work
      *> fields.
       01  ws-store-history-status       pic XX.
       01  ws-sdh-gross-work             pic S9(9)V99.

      *> The day's figures posted for the cross-step balancing: what
      *> the store rows written add up to, and the lines on the day's
      *> transaction file that are not sales - gift vouchers sold and
      *> lines diverted to late adjustments.
       01  ws-day-store-row-count        pic 9(4) value 0.
       01  ws-day-store-gross-total      pic S9(11)V99 value 0.
       01  ws-day-voucher-count          pic 9(6) value 0.
       01  ws-day-voucher-amount         pic S9(11)V99 value 0.
       01  ws-day-late-count             pic 9(6) value 0.
       01  ws-day-late-amount            pic S9(11)V99 value 0.

      *> What this day's transaction file actually contained, checked
      *> against the trailer the edit step wrote.
       01  ws-control-record-count       pic 9(7) value 0.
               perform save-dept-totals
               perform append-daily-history
               perform append-store-history
               perform post-day-control-figures
               if ws-bus-cal-day-period-end
                   display "PERIOD-END MARKER ON " ws-process-date
                       " - ACCOUNTS MONTH CLOSES HERE"
           move 0 to ws-daily-refund-gross ws-daily-refund-count
           move 0 to ws-control-record-count
           move 0 to ws-control-amount-total
           move 0 to ws-day-voucher-count ws-day-voucher-amount
           move 0 to ws-day-late-count ws-day-late-amount
           set ws-trailer-not-seen to true
           perform varying ws-sto-idx from 1 by 1
                   until ws-sto-idx > ws-store-count
                               add 1 to ws-control-record-count
                               add st-amount
                                   to ws-control-amount-total
                               perform route-one-line
                           end-if
                       end-read
                   end-perform
           end-if
           .

      *> A gift voucher sold is money taken for a liability, not a
      *> sale: it counts toward its store's tender totals (the cash
      *> is banked like any other) but never toward sales, VAT or
      *> the department mix, and no filed quarter applies to it.
       route-one-line.
           if st-dept-code = ws-voucher-dept-code
               add 1 to ws-day-voucher-count
               add st-amount to ws-day-voucher-amount
               move 0 to ws-line-net-amount
               move 0 to ws-line-vat-amount
               perform accumulate-store-sales
           else
               perform check-line-filed-quarter
               if ws-quarter-filed
                   perform divert-late-line
               else
                   perform accumulate-one-line
               end-if
           end-if
           .

      *> One accepted line's full accumulation - the work the read
      *> loop used to do inline, moved here when the filed-quarter
      *> guard arrived so a diverted line skips all of it.
      *> running figures - whichever path the line arrived by.
       divert-late-line.
           add 1 to ws-late-line-count
           add 1 to ws-day-late-count
           add st-amount to ws-day-late-amount
           move spaces to late-adjustments-line
           string "FILED PERIOD " delimited by size
                   ws-line-quarter delimited by size
               end-perform
           end-if

           perform write-input-vat-section
           close vat-return-file
           .

      *> Input VAT reclaimable on the quarter's purchase invoices,
      *> then the three figures the return is filed on: output VAT,
      *> input VAT, and the difference payable to HMRC (negative
      *> when the quarter is a repayment).
       write-input-vat-section.
           perform load-input-vat-for-quarter
           move spaces to vat-return-line
           write vat-return-line
           move "INPUT VAT ON PURCHASE INVOICES (NET / VAT BY RATE "
               to vat-return-line
           move "CODE)" to vat-return-line(51:5)
           write vat-return-line
           display vat-return-line
           if ws-input-vat-count = 0
               move "NO PURCHASE INVOICES THIS QUARTER YET"
                   to vat-return-line
               write vat-return-line
               display vat-return-line
           end-if
           move 0 to ws-input-vat-total
           perform varying ws-ivq-idx from 1 by 1
                   until ws-ivq-idx > ws-input-vat-count
               add ws-ivq-vat(ws-ivq-idx) to ws-input-vat-total
               move ws-ivq-net(ws-ivq-idx) to ws-vtq-net-disp
               move ws-ivq-vat(ws-ivq-idx) to ws-vtq-vat-disp
               move spaces to vat-return-line
               string "RATE " delimited by size
                       ws-ivq-rate-code(ws-ivq-idx) delimited by size
                       " NET=" delimited by size
                       function trim(ws-vtq-net-disp)
                           delimited by size
                       " INPUT VAT=" delimited by size
                       function trim(ws-vtq-vat-disp)
                           delimited by size
                   into vat-return-line
               write vat-return-line
               display vat-return-line
           end-perform

           move 0 to ws-output-vat-total
           perform varying ws-vtq-idx from 1 by 1
                   until ws-vtq-idx > ws-vat-quarter-count
               add ws-vtq-vat(ws-vtq-idx) to ws-output-vat-total
           end-perform
           compute ws-net-vat-payable =
               ws-output-vat-total - ws-input-vat-total
           move ws-output-vat-total to ws-output-vat-total-disp
           move ws-input-vat-total to ws-input-vat-total-disp
           move ws-net-vat-payable to ws-net-vat-payable-disp
           move spaces to vat-return-line
           write vat-return-line
           move spaces to ws-repayment-note
           if ws-net-vat-payable < 0
               move " (REPAYMENT DUE)" to ws-repayment-note
           end-if
           move spaces to vat-return-line
           string "OUTPUT VAT=" delimited by size
                   function trim(ws-output-vat-total-disp)
                       delimited by size
                   " INPUT VAT=" delimited by size
                   function trim(ws-input-vat-total-disp)
                       delimited by size
                   " NET VAT PAYABLE=" delimited by size
                   function trim(ws-net-vat-payable-disp)
                       delimited by size
                   ws-repayment-note delimited by size
               into vat-return-line
           write vat-return-line
           display vat-return-line
           .

      *> A missing INPVATQ.TXT just means no purchase invoice has
      *> been through the purchase edit yet.
       load-input-vat-for-quarter.
           move 0 to ws-input-vat-count
           open input input-vat-quarter-file
           if ws-input-vat-quarter-status = "00"
               perform until ws-input-vat-quarter-status not = "00"
                   read input-vat-quarter-file
                       at end
                           move "10" to ws-input-vat-quarter-status
                       not at end
                           if ivq-quarter = ws-tracked-quarter
                               perform load-input-vat-entry
                           end-if
                   end-read
               end-perform
               close input-vat-quarter-file
           end-if
           .

       load-input-vat-entry.
           if ws-input-vat-count >= ws-input-vat-max
               display "INPUT VAT TABLE FULL - ENTRY DROPPED: "
                   ivq-rate-code
           else
               add 1 to ws-input-vat-count
               set ws-ivq-idx to ws-input-vat-count
               move ivq-rate-code to ws-ivq-rate-code(ws-ivq-idx)
               move ivq-net to ws-ivq-net(ws-ivq-idx)
               move ivq-vat to ws-ivq-vat(ws-ivq-idx)
           end-if
           .

       format-vat-return-line.
           move ws-vtq-rate-code(ws-vtq-idx) to ws-lookup-rate-code
           move ws-quarter-start-date to ws-lookup-date
      *> same checkpoint moment as the blended record so the two
      *> histories can never disagree about which days are on file.
       append-store-history.
           move 0 to ws-day-store-row-count
           move 0 to ws-day-store-gross-total
           open extend store-history-file
           if ws-store-history-status = "35"
               open output store-history-file
                   move ws-sto-day-sales(ws-sto-idx)
                       to sdh-net-sales
                   write store-history-record
                   add 1 to ws-day-store-row-count
                   add ws-sdh-gross-work to ws-day-store-gross-total
               end-if
           end-perform
           close store-history-file
           .

      *> The checkpointed day as the balancing step sees it: the
      *> gross written to SALESHIS.TXT, the store rows written to
      *> STOREHIS.TXT, and the voucher and late lines that explain
      *> the gap between the day's gross and its transaction file.
       post-day-control-figures.
           move "COMPFUNC" to ws-ctl-fig-step
           move ws-process-date to ws-ctl-fig-date
           move "SALESHIS DAY GROSS" to ws-ctl-fig-name
           move ws-daily-trans-count to ws-ctl-fig-count
           add daily-sales daily-vat-amount
               giving ws-ctl-fig-amount
           perform CTLFIG-POST
           move "STOREHIS DAY GROSS" to ws-ctl-fig-name
           move ws-day-store-row-count to ws-ctl-fig-count
           move ws-day-store-gross-total to ws-ctl-fig-amount
           perform CTLFIG-POST
           move "VOUCHER LINES" to ws-ctl-fig-name
           move ws-day-voucher-count to ws-ctl-fig-count
           move ws-day-voucher-amount to ws-ctl-fig-amount
           perform CTLFIG-POST
           move "LATE LINES" to ws-ctl-fig-name
           move ws-day-late-count to ws-ctl-fig-count
           move ws-day-late-amount to ws-ctl-fig-amount
           perform CTLFIG-POST
           .

       load-daily-history.
           move 0 to ws-dh-count
           set ws-dh-not-eof to true

           copy repgenpr.

           copy ctlfigpr.

           copy jobbnr replacing ==JOB-NAME-LIT== by =="COMPFUNC"==.
