      *>              file would double-count the prior day's takings
      *>              into the new day with no operator action
      *>              involved.
      *> 2026-10-15 - rejects are no longer the end of the line: each
      *>              one is held on a sales suspense file
      *>              (SALESSUS.TXT) under a reference, with its reason
      *>              and the date it was first rejected. The finance
      *>              office keys corrections against the reference
      *>              (SALESCOR.TXT) - amend the failing fields, or
      *>              write the reject off - and the corrected record is
      *>              re-edited in full on the next run and passed to
      *>              SALESTRN.TXT, or to SALESLAT.TXT when its date is
      *>              in a filed quarter. A morning ageing report
      *>              (SALESAGE.TXT) lists what is still held by store,
      *>              value and age, with every open reference.
      *> 2026-10-15 - every store STRMAST.TXT has open on the run date,
      *>              on a day the business calendar (BUSCAL.DAT) calls
      *>              trading, must now send at least one till record: a
      *>              store that sent nothing goes on a missing-takings
      *>              exception report (STRMISS.TXT) and counts as an
      *>              exception for the morning run report, instead of
      *>              rolling up as a quiet zero day. A takings register
      *>              (STRTAKE.TXT) remembers which stores came in for
      *>              which date, so the missing store's re-supplied day
      *>              is accepted the next night while a back-dated
      *>              record for a store that already sent that day is
      *>              held on suspense rather than counted twice. A
      *>              takings register that fills its table fails the
      *>              step (rc 16); one that will not load in full is
      *>              not written back short.
      *> 2026-10-15 - the till record now ends with a product code and a
      *>              quantity for lines that sell a stocked item
      *>              (PRODMAST.TXT, new prodrec copybook, seeded once):
      *>              an unknown product, one rung up under another
      *>              department or a bad quantity is a reject, and both
      *>              are carried onto SALESTRN.TXT for the new nightly
      *>              stock update. A correction can amend either.
      *> 2026-10-15 - gift vouchers. A till line rung up under the new
      *>              voucher department (VCH, added to the DEPTMAST.TXT
      *>              seed - an installation with the file already on
      *>              disk adds the row) sells the voucher named in the
      *>              new voucher-number column onto a voucher register
      *>              (VOUCHREG.TXT, vouchreg copybook), and a line paid
      *>              by tender V must name a voucher the register
      *>              holds, unexpired, not already redeemed and with
      *>              enough value left - otherwise it is a reject.
      *>              Accepted sales and redemptions are logged to
      *>              VOUCHMOV.TXT (vouchmov copybook) for the ledger
      *>              posting; a rerun puts both files back the way the
      *>              night found them.
      *> 2026-10-15 - tonight's till records read, passed, rejected and
      *>              diverted late, and the SALESTRN.TXT trailer count
      *>              and total, are posted to the shared control-figure
      *>              file (CTLFIG.TXT, ctlfig copybooks) for the
      *>              nightly cross-step balancing report.

       environment division.
       input-output section.
       file-control.
           copy joblogsl.
           copy buscalsl.
           copy ctlfigsl.
           select sales-input-file assign to "SALESIN.TXT"
               organization is line sequential
               file status is ws-sales-input-status.
           select department-master-file assign to "DEPTMAST.TXT"
               organization is line sequential
               file status is ws-department-master-status.
           select product-master-file assign to "PRODMAST.TXT"
               organization is line sequential
               file status is ws-product-master-status.
           select period-status-file assign to "PERSTAT.TXT"
               organization is line sequential
               file status is ws-period-status-status.
           select late-adjustments-file assign to "SALESLAT.TXT"
               organization is line sequential
               file status is ws-late-adjustments-status.
           select sales-suspense-file assign to "SALESSUS.TXT"
               organization is line sequential
               file status is ws-sales-suspense-status.
           select sales-correction-file assign to "SALESCOR.TXT"
               organization is line sequential
               file status is ws-sales-correction-status.
           select sales-ageing-file assign to "SALESAGE.TXT"
               organization is line sequential
               file status is ws-sales-ageing-status.
           select store-takings-file assign to "STRTAKE.TXT"
               organization is line sequential
               file status is ws-store-takings-status.
           select missing-takings-file assign to "STRMISS.TXT"
               organization is line sequential
               file status is ws-missing-takings-status.
           select voucher-register-file assign to "VOUCHREG.TXT"
               organization is line sequential
               file status is ws-voucher-register-status.
           select voucher-movement-file assign to "VOUCHMOV.TXT"
               organization is line sequential
               file status is ws-voucher-movement-status.

       data division.
       file section.
           copy joblogfd.
           copy buscalfd.
           copy ctlfigfd.

      *> Raw till capture, read into sales-input-record in working
      *> storage - the same layout a held reject is re-edited from.
       fd  sales-input-file.
       01  sales-input-line               pic X(60).

       fd  sales-trans-file.
           copy salestlr.
           05  st-store-code              pic X(3).
           05  st-dept-code               pic X(3).
           05  st-tender-code             pic X(1).
      *> The stocked item sold and how many - spaces and zero on a
      *> line that sells no stocked item (admissions, the cafe).
           05  st-product-code            pic X(6).
           05  st-quantity                pic 9(3).

       fd  edit-report-file.
       01  edit-report-line               pic X(120).

       fd  vat-rate-file.
       01  vat-rate-file-record.
           05  dpt-dept-code              pic X(3).
           05  dpt-dept-name              pic X(20).

       fd  product-master-file.
           copy prodrec.

      *> One VAT quarter's status: O open, C closed, F filed with
      *> HMRC.  Written by the close-quarter step; a quarter with no
      *> record is open.
       fd  late-adjustments-file.
       01  late-adjustments-line          pic X(100).

      *> Sales suspense: every rejected till record, held with its
      *> reason and the date it was first rejected until a correction
      *> passes it or the finance office writes it off.  Status O
      *> open, P corrected and passed, L corrected into a filed
      *> quarter (late adjustment), W written off.  A cleared entry
      *> stays on file for the rest of its clearing day so a rerun
      *> of the step can reopen it, and is purged the night after.
       fd  sales-suspense-file.
       01  sales-suspense-record.
           05  sus-reference              pic 9(12).
           05  sus-status                 pic X(1).
           05  sus-rejected-date          pic 9(8).
           05  sus-cleared-date           pic 9(8).
           05  sus-reject-reason          pic X(40).
           05  sus-till-image             pic X(60).

      *> One correction per suspense reference, keyed by the finance
      *> office from the ageing report: A amends the held record
      *> with whichever fields are non-blank here (a sign of "+"
      *> makes a refund back into a sale) and re-edits it; W writes
      *> the reject off.
       fd  sales-correction-file.
       01  sales-correction-record.
           05  cor-reference              pic 9(12).
           05  cor-action                 pic X(1).
               88  cor-amend               value "A".
               88  cor-write-off           value "W".
           05  cor-trans-date             pic X(8).
           05  cor-amount-sign            pic X(1).
           05  cor-amount                 pic X(9).
           05  cor-rate-code              pic X(2).
           05  cor-store-code             pic X(3).
           05  cor-dept-code              pic X(3).
           05  cor-tender-code            pic X(1).
           05  cor-product-code           pic X(6).
           05  cor-quantity               pic X(3).
           05  cor-voucher-number         pic X(10).

       fd  sales-ageing-file.
       01  sales-ageing-line              pic X(120).

      *> Which stores' takings have come in for which date: R
      *> received on the night, M missing - expected and never
      *> arrived, S missing but since re-supplied.  Lets a
      *> re-supplied day be told apart from a store sending the same
      *> day twice.  The status date is the night the status was set.
       fd  store-takings-file.
       01  store-takings-record.
           05  tkr-trans-date             pic 9(8).
           05  tkr-store-code             pic X(3).
           05  tkr-status                 pic X(1).
           05  tkr-status-date            pic 9(8).

       fd  missing-takings-file.
       01  missing-takings-line           pic X(100).

       fd  voucher-register-file.
           copy vouchreg.

       fd  voucher-movement-file.
           copy vouchmov.

       working-storage section.
           copy joblogws.
           copy vatrate.
           copy stepstat.
           copy buscalws.
           copy ctlfigws.

      *> Raw till capture: the same columns the roll-up's transaction
      *> record carries, but held as X fields here so a non-numeric
      *> date or amount can be caught instead of abending the roll-up.
       01  sales-input-record.
           05  sei-trans-date             pic X(8).
      *> "-" marks a refund; anything the tills send as a sale
      *> arrives with a space here.
           05  sei-amount-sign            pic X(1).
           05  sei-amount                 pic X(9).
           05  sei-amount-num redefines sei-amount
                                          pic 9(7)V99.
           05  sei-rate-code              pic X(2).
           05  sei-store-code             pic X(3).
           05  sei-dept-code              pic X(3).
           05  sei-tender-code            pic X(1).
               88  sei-tender-valid        value "C" "D" "V".
      *> The stocked item on the line, if any, and the quantity sold
      *> (blank means one).  A line with no product code sells
      *> nothing the stock system tracks.
           05  sei-product-code           pic X(6).
           05  sei-quantity               pic X(3).
           05  sei-quantity-num redefines sei-quantity
                                          pic 9(3).
      *> The gift voucher on the line: the voucher sold, on a line
      *> rung up under the voucher department, or the voucher
      *> tendered, on a line paid by tender V.  Spaces otherwise.
           05  sei-voucher-number         pic X(10).

       01  ws-sales-input-status         pic XX.
       01  ws-sales-trans-status         pic XX.
               10  ws-str-store-code        pic X(3).
               10  ws-str-open-date         pic 9(8).
               10  ws-str-close-date        pic 9(8).
               10  ws-str-store-name        pic X(30).
       01  ws-store-ref-count            pic 9(2) value 0.
       01  ws-store-ref-max              pic 9(2) value 20.
       01  ws-store-ref-found-switch     pic X.
           88  ws-dept-ref-found           value "Y".
           88  ws-dept-ref-not-found       value "N".

      *> Product reference loaded for the run's lookups.
       01  ws-product-master-status      pic XX.
       01  ws-product-ref-table.
           05  ws-product-ref-entry occurs 500 times
                       indexed by ws-prd-idx.
               10  ws-prd-product-code      pic X(6).
               10  ws-prd-dept-code         pic X(3).
       01  ws-product-ref-count          pic 9(3) value 0.
       01  ws-product-ref-max            pic 9(3) value 500.
       01  ws-product-ref-match          pic 9(3).

      *> The quarters already filed, loaded from PERSTAT.TXT - a
      *> transaction dated inside one is a late adjustment, not a
      *> pass-through.
       01  ws-records-passed-disp        pic ZZZZZ9.
       01  ws-records-rejected-disp      pic ZZZZZ9.

      *> The suspense file held in memory for the run: loaded at
      *> the start, amended by tonight's corrections and rejects,
      *> and written back whole at the end.
       01  ws-sales-suspense-status      pic XX.
       01  ws-sales-correction-status    pic XX.
       01  ws-sales-ageing-status        pic XX.
       01  ws-suspense-table.
           05  ws-sus-entry occurs 500 times
                       indexed by ws-sus-idx.
               10  ws-sus-reference         pic 9(12).
               10  ws-sus-status            pic X(1).
                   88  ws-sus-open            value "O".
                   88  ws-sus-passed          value "P".
                   88  ws-sus-late            value "L".
                   88  ws-sus-written-off     value "W".
               10  ws-sus-rejected-date     pic 9(8).
               10  ws-sus-cleared-date      pic 9(8).
               10  ws-sus-reject-reason     pic X(40).
               10  ws-sus-till-image        pic X(60).
       01  ws-suspense-count             pic 9(4) value 0.
       01  ws-suspense-max               pic 9(4) value 500.
       01  ws-suspense-seq               pic 9(4) value 0.
       01  ws-suspense-match             pic 9(4).
       01  ws-suspense-found-switch      pic X.
           88  ws-suspense-found           value "Y".
           88  ws-suspense-not-found       value "N".
       01  ws-new-reference              pic 9(12).
       01  ws-correction-outcome         pic X(50).

      *> Which path a record is being edited for: a till record
      *> from tonight's SALESIN.TXT, or a held reject re-edited
      *> after correction.  They are counted separately so the
      *> tolerance check only ever judges tonight's till batch.
       01  ws-edit-source-switch         pic X.
           88  ws-editing-till-record      value "T".
           88  ws-editing-resubmission     value "R".
       01  ws-corrections-read           pic 9(6) value 0.
       01  ws-corrections-refused        pic 9(6) value 0.
       01  ws-written-off                pic 9(6) value 0.
       01  ws-resubmits-read             pic 9(6) value 0.
       01  ws-resubmits-passed           pic 9(6) value 0.
       01  ws-resubmits-late             pic 9(6) value 0.
       01  ws-resubmits-held             pic 9(6) value 0.
       01  ws-resubmits-passed-disp      pic ZZZZZ9.
       01  ws-resubmits-held-disp        pic ZZZZZ9.
       01  ws-written-off-disp           pic ZZZZZ9.

      *> Ageing of what is still open, by the store on the held
      *> record: 0-6 days, 7-29 days, 30 days and over since the
      *> record was first rejected.
       01  ws-age-store-table.
           05  ws-age-store-entry occurs 20 times
                       indexed by ws-ags-idx.
               10  ws-ags-store-code        pic X(3).
               10  ws-ags-items             pic 9(4).
               10  ws-ags-value             pic S9(9)V99.
               10  ws-ags-bucket-week       pic 9(4).
               10  ws-ags-bucket-month      pic 9(4).
               10  ws-ags-bucket-older      pic 9(4).
       01  ws-age-store-count            pic 9(2) value 0.
       01  ws-age-store-max              pic 9(2) value 20.
       01  ws-age-store-match            pic 9(2).
       01  ws-age-store-code             pic X(3).
       01  ws-age-days                   pic 9(5).
       01  ws-age-amount                 pic S9(7)V99.
       01  ws-age-total-items            pic 9(4) value 0.
       01  ws-age-total-value            pic S9(9)V99 value 0.
       01  ws-age-items-disp             pic ZZZ9.
       01  ws-age-value-disp             pic -(9)9.99.
       01  ws-age-week-disp              pic ZZZ9.
       01  ws-age-month-disp             pic ZZZ9.
       01  ws-age-older-disp             pic ZZZ9.
       01  ws-age-days-disp              pic ZZZZ9.
       01  ws-age-amount-disp            pic -(7)9.99.

      *> The takings register held for the run, and the distinct
      *> store/date pairs tonight's till records arrived for.
       01  ws-store-takings-status       pic XX.
       01  ws-missing-takings-status     pic XX.
       01  ws-takings-table.
           05  ws-takings-entry occurs 2000 times
                       indexed by ws-tkr-idx.
               10  ws-tkr-trans-date        pic 9(8).
               10  ws-tkr-store-code        pic X(3).
               10  ws-tkr-status            pic X(1).
                   88  ws-tkr-received        value "R".
                   88  ws-tkr-missing         value "M".
                   88  ws-tkr-resupplied      value "S".
               10  ws-tkr-status-date       pic 9(8).
       01  ws-takings-count              pic 9(4) value 0.
       01  ws-takings-max                pic 9(4) value 2000.
       01  ws-takings-match              pic 9(4).
       01  ws-takings-added-switch       pic X.
           88  ws-takings-added            value "Y".
           88  ws-takings-not-added        value "N".
      *> Received entries older than this many days are no longer
      *> needed to spot a day sent twice, and are purged; a missing
      *> entry stays until the store's takings are re-supplied.
       01  ws-takings-retention-days     pic 9(3) value 60.
       01  ws-takings-cutoff-date        pic 9(8).
       01  ws-arrival-table.
           05  ws-arrival-entry occurs 200 times
                       indexed by ws-arr-idx.
               10  ws-arr-trans-date        pic 9(8).
               10  ws-arr-store-code        pic X(3).
       01  ws-arrival-count              pic 9(3) value 0.
       01  ws-arrival-max                pic 9(3) value 200.
       01  ws-arrival-found-switch       pic X.
           88  ws-arrival-found            value "Y".
           88  ws-arrival-not-found        value "N".
       01  ws-lookup-trans-date          pic 9(8).
       01  ws-lookup-store-code          pic X(3).
       01  ws-stores-expected            pic 9(3) value 0.
       01  ws-stores-arrived             pic 9(3) value 0.
       01  ws-stores-missing             pic 9(3) value 0.
       01  ws-stores-resupplied          pic 9(3) value 0.
       01  ws-stores-expected-disp       pic ZZ9.
       01  ws-stores-arrived-disp        pic ZZ9.
       01  ws-stores-missing-disp        pic ZZ9.
       01  ws-stores-resupplied-disp     pic ZZ9.

      *> The voucher register held for the run, and the movement log
      *> it feeds the ledger posting from.  A till line is a voucher
      *> sale when rung up under the voucher department, and a
      *> redemption when paid by tender V.
       01  ws-voucher-register-status    pic XX.
       01  ws-voucher-movement-status    pic XX.
       01  ws-voucher-dept-code          pic X(3) value "VCH".
      *> A voucher can be spent for this many days from the day it
      *> was sold.
       01  ws-voucher-validity-days      pic 9(3) value 365.
       01  ws-voucher-table.
           05  ws-vcr-entry occurs 5000 times
                       indexed by ws-vcr-idx.
               10  ws-vcr-voucher-number    pic X(10).
               10  ws-vcr-status            pic X(1).
                   88  ws-vcr-issued          value "I".
                   88  ws-vcr-redeemed        value "R".
               10  ws-vcr-issue-date        pic 9(8).
               10  ws-vcr-issue-store       pic X(3).
               10  ws-vcr-expiry-date       pic 9(8).
               10  ws-vcr-face-value        pic 9(7)V99.
               10  ws-vcr-balance           pic 9(7)V99.
               10  ws-vcr-issue-run-date    pic 9(8).
               10  ws-vcr-last-run-date     pic 9(8).
               10  ws-vcr-prior-balance     pic 9(7)V99.
       01  ws-voucher-count              pic 9(4) value 0.
       01  ws-voucher-max                pic 9(4) value 5000.
       01  ws-voucher-match              pic 9(4).
      *> Movements are kept this many days - long enough for any
      *> ledger posting run that was missed to catch up.
       01  ws-movement-table.
           05  ws-vmv-entry occurs 5000 times
                       indexed by ws-vmv-idx.
               10  ws-vmv-run-date          pic 9(8).
               10  ws-vmv-type              pic X(1).
               10  ws-vmv-voucher-number    pic X(10).
               10  ws-vmv-store-code        pic X(3).
               10  ws-vmv-trans-date        pic 9(8).
               10  ws-vmv-amount            pic S9(7)V99
                                            sign leading separate.
       01  ws-movement-count             pic 9(4) value 0.
       01  ws-movement-max               pic 9(4) value 5000.
       01  ws-movement-retention-days    pic 9(3) value 90.
       01  ws-movement-cutoff-date       pic 9(8).
       01  ws-voucher-line-switch        pic X.
           88  ws-voucher-line-none        value "N".
           88  ws-voucher-line-sale        value "S".
           88  ws-voucher-line-redemption  value "R".
       01  ws-voucher-amount             pic S9(7)V99.
       01  ws-voucher-new-balance        pic S9(9)V99.
       01  ws-vouchers-sold              pic 9(6) value 0.
       01  ws-vouchers-redeemed          pic 9(6) value 0.
       01  ws-vouchers-sold-value        pic S9(9)V99 value 0.
       01  ws-vouchers-redeemed-value    pic S9(9)V99 value 0.
       01  ws-voucher-count-disp         pic ZZZZZ9.
       01  ws-voucher-value-disp         pic ----,---,--9.99.

      *> The step fails (so the chain stops before the roll-up runs
      *> on a bad batch) when rejects exceed this percentage of the
      *> records read.
           if ws-program-return-code = 0
               perform load-department-reference
           end-if
           if ws-program-return-code = 0
               perform load-product-reference
           end-if
           perform load-filed-quarters
           perform BUSCAL-LOAD-TABLE
           if ws-program-return-code = 0
               perform load-sales-suspense
           end-if
           if ws-program-return-code = 0
               perform load-store-takings
           end-if
           if ws-program-return-code = 0
               perform load-voucher-register
           end-if
           if ws-program-return-code = 0
               perform load-voucher-movements
           end-if

           if ws-program-return-code = 0
               perform edit-sales-input
           end-if
           if ws-program-return-code < 16
               perform save-sales-suspense
               perform write-ageing-report
               perform check-missing-takings
               perform save-store-takings
               perform save-voucher-register
               perform post-control-figures
           end-if

           add ws-records-read ws-resubmits-read
               giving bss-records-read
           add ws-records-passed ws-resubmits-passed
               giving bss-records-written
           add ws-records-rejected ws-records-late
               ws-resubmits-late ws-resubmits-held
               ws-stores-missing
               giving bss-exception-count

           perform JOBBNR-WRITE-END
           .

      *> A missing SALESIN.TXT means the tills fed nothing tonight.
      *> SALESTRN.TXT is still written - carrying only the night's
      *> corrected rejects, or empty - because it is this step's own
      *> artifact: leaving last night's file on disk would hand the
      *> roll-up yesterday's transactions as if taken again (its
      *> checkpoint only guards the date, not the contents).  An
      *> empty file makes the quiet night checkpoint as a genuine
      *> zero day.
       edit-sales-input.
           open output sales-trans-file
           open output edit-report-file
           move "SALES EDIT REJECTS AND WHY" to edit-report-line
           write edit-report-line

           perform apply-sales-corrections

           set ws-editing-till-record to true
           set ws-sales-input-not-eof to true
           open input sales-input-file
           evaluate ws-sales-input-status
               when "35"
                   display "SALESIN.TXT NOT FOUND - NO TILL RECORDS "
                       "TO EDIT TONIGHT"
               when "00"
                   perform until ws-sales-input-eof
                       read sales-input-file into sales-input-record
                           at end
                               set ws-sales-input-eof to true
                           not at end
                               perform edit-one-sales-record
                       end-read
                   end-perform
                   close sales-input-file
               when other
                   display "SALESIN.TXT OPEN FAILED - STATUS "
                       ws-sales-input-status
                   move 16 to ws-program-return-code
           end-evaluate

           perform write-transaction-trailer
           close sales-trans-file
           perform write-voucher-totals
           perform check-reject-tolerance
           close edit-report-file
           .

      *> Corrections go through ahead of tonight's till records, so a
      *> corrected reject re-edits against the same reference data
      *> and passes into tonight's SALESTRN.TXT - or onto
      *> SALESLAT.TXT when its own date falls in a quarter already
      *> filed, exactly as a catch-up-dated till record would.  No
      *> SALESCOR.TXT just means nothing was corrected today.
       apply-sales-corrections.
           set ws-editing-resubmission to true
           open input sales-correction-file
           evaluate ws-sales-correction-status
               when "35"
                   continue
               when "00"
                   perform until ws-sales-correction-status
                           not = "00"
                       read sales-correction-file
                           at end
                               move "10"
                                   to ws-sales-correction-status
                           not at end
                               add 1 to ws-corrections-read
                               perform apply-one-correction
                       end-read
                   end-perform
                   close sales-correction-file
               when other
                   display "SALESCOR.TXT OPEN FAILED - STATUS "
                       ws-sales-correction-status
                   move 16 to ws-program-return-code
           end-evaluate
           .

       apply-one-correction.
           perform find-suspense-entry
           evaluate true
               when ws-suspense-not-found
                   move "REFUSED - NOT OPEN ON SUSPENSE"
                       to ws-correction-outcome
                   perform refuse-correction
               when cor-write-off
                   add 1 to ws-written-off
                   set ws-sus-written-off(ws-sus-idx) to true
                   move ws-run-date
                       to ws-sus-cleared-date(ws-sus-idx)
                   move ws-sus-till-image(ws-sus-idx)
                       to sales-input-record
                   move "WRITTEN OFF" to ws-correction-outcome
                   perform write-correction-line
               when cor-amend
                   perform amend-suspense-image
                   perform resubmit-suspense-entry
               when other
                   move "REFUSED - ACTION NOT A OR W"
                       to ws-correction-outcome
                   perform refuse-correction
           end-evaluate
           .

       find-suspense-entry.
           set ws-suspense-not-found to true
           move 0 to ws-suspense-match
           if cor-reference numeric
               perform varying ws-sus-idx from 1 by 1
                       until ws-sus-idx > ws-suspense-count
                           or ws-suspense-found
                   if ws-sus-reference(ws-sus-idx) = cor-reference
                           and ws-sus-open(ws-sus-idx)
                       set ws-suspense-found to true
                       set ws-suspense-match to ws-sus-idx
                   end-if
               end-perform
           end-if
           if ws-suspense-found
               set ws-sus-idx to ws-suspense-match
           end-if
           .

      *> Only the fields the correction supplies change; everything
      *> else stays as the till sent it.
       amend-suspense-image.
           move ws-sus-till-image(ws-sus-idx) to sales-input-record
           if cor-trans-date not = spaces
               move cor-trans-date to sei-trans-date
           end-if
           evaluate cor-amount-sign
               when "+"
                   move space to sei-amount-sign
               when "-"
                   move "-" to sei-amount-sign
               when other
                   continue
           end-evaluate
           if cor-amount not = spaces
               move cor-amount to sei-amount
           end-if
           if cor-rate-code not = spaces
               move cor-rate-code to sei-rate-code
           end-if
           if cor-store-code not = spaces
               move cor-store-code to sei-store-code
           end-if
           if cor-dept-code not = spaces
               move cor-dept-code to sei-dept-code
           end-if
           if cor-tender-code not = spaces
               move cor-tender-code to sei-tender-code
           end-if
           if cor-product-code not = spaces
               move cor-product-code to sei-product-code
           end-if
           if cor-quantity not = spaces
               move cor-quantity to sei-quantity
           end-if
           if cor-voucher-number not = spaces
               move cor-voucher-number to sei-voucher-number
           end-if
           move sales-input-record to ws-sus-till-image(ws-sus-idx)
           .

      *> The corrected record goes through the full edit, not just
      *> the field it failed on - a correction that fixes the store
      *> but leaves a bad department stays held, with the new reason
      *> and its original rejected date, so its age keeps counting.
       resubmit-suspense-entry.
           add 1 to ws-resubmits-read
           perform edit-one-sales-record
           evaluate true
               when ws-quarter-filed
                   set ws-sus-late(ws-sus-idx) to true
                   move ws-run-date
                       to ws-sus-cleared-date(ws-sus-idx)
                   move "TO LATE ADJUSTMENTS - FILED QUARTER"
                       to ws-correction-outcome
               when ws-record-clean
                   set ws-sus-passed(ws-sus-idx) to true
                   move ws-run-date
                       to ws-sus-cleared-date(ws-sus-idx)
                   move "CORRECTED AND PASSED" to ws-correction-outcome
               when other
                   add 1 to ws-resubmits-held
                   move ws-reject-reason
                       to ws-sus-reject-reason(ws-sus-idx)
                   move spaces to ws-correction-outcome
                   string "STILL HELD - " delimited by size
                           function trim(ws-reject-reason)
                               delimited by size
                       into ws-correction-outcome
           end-evaluate
           perform write-correction-line
           .

       write-correction-line.
           move spaces to edit-report-line
           string "CORRECTION REF " delimited by size
                   ws-sus-reference(ws-sus-idx) delimited by size
                   " " delimited by size
                   function trim(ws-correction-outcome)
                       delimited by size
                   ": DATE " delimited by size
                   sei-trans-date delimited by size
                   " AMOUNT " delimited by size
                   sei-amount-sign delimited by size
                   sei-amount delimited by size
                   " RATE " delimited by size
                   sei-rate-code delimited by size
                   " STORE " delimited by size
                   sei-store-code delimited by size
               into edit-report-line
           write edit-report-line
           display edit-report-line
           .

       refuse-correction.
           add 1 to ws-corrections-refused
           move spaces to edit-report-line
           string "CORRECTION REF " delimited by size
                   cor-reference delimited by size
                   " " delimited by size
                   function trim(ws-correction-outcome)
                       delimited by size
               into edit-report-line
           write edit-report-line
           display edit-report-line
           .

       edit-one-sales-record.
           set ws-record-clean to true
           move spaces to ws-reject-reason

           if ws-editing-till-record
                   and sei-trans-date numeric
                   and sei-store-code not = spaces
               perform note-takings-arrival
           end-if

           perform validate-edit-date
           if ws-record-clean
                   and sei-amount-sign not = "-"
               set ws-record-rejected to true
               move "BAD TENDER CODE" to ws-reject-reason
           end-if
           if ws-record-clean and sei-product-code not = spaces
               perform validate-product-code
           end-if
           set ws-voucher-line-none to true
           if ws-record-clean
               perform validate-voucher-line
           end-if
           if ws-record-clean and ws-editing-till-record
                   and ws-edit-date < ws-run-date
               perform check-takings-already-received
           end-if

           set ws-quarter-not-filed to true
           if ws-record-clean
               perform check-filed-period
           end-if
           if ws-record-clean and not ws-voucher-line-none
               perform apply-voucher-movement
           end-if

           if ws-quarter-filed
               perform divert-late-adjustment
           else
               if ws-record-clean
                   if ws-editing-till-record
                       add 1 to ws-records-passed
                   else
                       add 1 to ws-resubmits-passed
                   end-if
                   move sei-trans-date to st-trans-date
                   if sei-amount-sign = "-"
                       compute st-amount = 0 - sei-amount-num
                   move sei-store-code to st-store-code
                   move sei-dept-code to st-dept-code
                   move sei-tender-code to st-tender-code
                   move sei-product-code to st-product-code
                   evaluate true
                       when sei-product-code = spaces
                           move 0 to st-quantity
                       when sei-quantity = spaces
                           move 1 to st-quantity
                       when other
                           move sei-quantity-num to st-quantity
                   end-evaluate
                   add st-amount to ws-passed-amount-total
                   write sales-trans-record
               else
                   if ws-editing-till-record
                       perform reject-sales-record
                   end-if
               end-if
           end-if
           .

      *> A back-dated till record for a store whose takings for that
      *> date already came in on an earlier night is the same day
      *> sent twice - passing it would count the store's takings
      *> again.  It is held on suspense like any reject, so a line
      *> that genuinely belongs can still be corrected through.
      *> Only a store the register shows missing that day is
      *> re-supplied data, and that is accepted.
       check-takings-already-received.
           move ws-edit-date to ws-lookup-trans-date
           move sei-store-code to ws-lookup-store-code
           perform find-takings-entry
           if ws-takings-match not = 0
               set ws-tkr-idx to ws-takings-match
               if ws-tkr-received(ws-tkr-idx)
                       or ws-tkr-resupplied(ws-tkr-idx)
                   set ws-record-rejected to true
                   move "TAKINGS ALREADY RECEIVED FOR DATE"
                       to ws-reject-reason
               end-if
           end-if
           .

       note-takings-arrival.
           set ws-arrival-not-found to true
           perform varying ws-arr-idx from 1 by 1
                   until ws-arr-idx > ws-arrival-count
               if ws-arr-trans-date(ws-arr-idx) = sei-trans-date
                       and ws-arr-store-code(ws-arr-idx)
                           = sei-store-code
                   set ws-arrival-found to true
               end-if
           end-perform
           if ws-arrival-not-found
               if ws-arrival-count >= ws-arrival-max
                   display "ARRIVAL TABLE FULL - NOT NOTED: "
                       sei-trans-date " " sei-store-code
               else
                   add 1 to ws-arrival-count
                   set ws-arr-idx to ws-arrival-count
                   move sei-trans-date
                       to ws-arr-trans-date(ws-arr-idx)
                   move sei-store-code
                       to ws-arr-store-code(ws-arr-idx)
               end-if
           end-if
           .

       find-takings-entry.
           move 0 to ws-takings-match
           perform varying ws-tkr-idx from 1 by 1
                   until ws-tkr-idx > ws-takings-count
               if ws-tkr-trans-date(ws-tkr-idx) = ws-lookup-trans-date
                       and ws-tkr-store-code(ws-tkr-idx)
                           = ws-lookup-store-code
                   set ws-takings-match to ws-tkr-idx
               end-if
           end-perform
           .

      *> Loads the takings register.  Anything set on the run date
      *> is this step having already run tonight: received and
      *> missing entries are dropped (tonight's edit sets them again)
      *> and a re-supply is put back to missing, so a rerun sees the
      *> register as the night found it.  Received entries past the
      *> retention window are purged.
       load-store-takings.
           move 0 to ws-takings-count
           compute ws-takings-cutoff-date =
               function date-of-integer(
                   function integer-of-date(ws-run-date)
                       - ws-takings-retention-days)
           open input store-takings-file
           evaluate ws-store-takings-status
               when "35"
                   continue
               when "00"
                   perform until ws-store-takings-status not = "00"
                       read store-takings-file
                           at end
                               move "10" to ws-store-takings-status
                           not at end
                               perform load-takings-entry
                       end-read
                   end-perform
                   close store-takings-file
               when other
                   display "STRTAKE.TXT OPEN FAILED - STATUS "
                       ws-store-takings-status
                   move 16 to ws-program-return-code
           end-evaluate
           .

       load-takings-entry.
           if tkr-status-date = ws-run-date
               if tkr-status = "S"
                   move "M" to tkr-status
                   move tkr-trans-date to tkr-status-date
               else
                   exit paragraph
               end-if
           end-if
           if tkr-status not = "M"
                   and tkr-trans-date < ws-takings-cutoff-date
               exit paragraph
           end-if
           if ws-takings-count >= ws-takings-max
               display "TAKINGS REGISTER FULL - ENTRY DROPPED: "
                   tkr-trans-date " " tkr-store-code
               move 16 to ws-program-return-code
           else
               add 1 to ws-takings-count
               set ws-tkr-idx to ws-takings-count
               move tkr-trans-date to ws-tkr-trans-date(ws-tkr-idx)
               move tkr-store-code to ws-tkr-store-code(ws-tkr-idx)
               move tkr-status to ws-tkr-status(ws-tkr-idx)
               move tkr-status-date
                   to ws-tkr-status-date(ws-tkr-idx)
           end-if
           .

      *> A full register records nothing - the caller must not set
      *> a status on whatever entry the index was left at.
       add-takings-entry.
           set ws-takings-not-added to true
           if ws-takings-count >= ws-takings-max
               display "TAKINGS REGISTER FULL - NOT RECORDED: "
                   ws-lookup-trans-date " " ws-lookup-store-code
               move 16 to ws-program-return-code
           else
               set ws-takings-added to true
               add 1 to ws-takings-count
               set ws-tkr-idx to ws-takings-count
               move ws-lookup-trans-date
                   to ws-tkr-trans-date(ws-tkr-idx)
               move ws-lookup-store-code
                   to ws-tkr-store-code(ws-tkr-idx)
               move ws-run-date to ws-tkr-status-date(ws-tkr-idx)
           end-if
           .

      *> Every store STRMAST.TXT has open and trading on the run date
      *> must have sent at least one till record for it - a site
      *> whose upload failed otherwise rolls up as a zero day,
      *> indistinguishable from a quiet one.  A day the business
      *> calendar marks non-trading expects nothing.  Tonight's
      *> arrivals then settle the register: a store missing on an
      *> earlier night whose takings came in tonight is re-supplied,
      *> and the report carries every day still outstanding.
       check-missing-takings.
           open output missing-takings-file
           move spaces to missing-takings-line
           string "MISSING TAKINGS EXCEPTIONS FOR " delimited by size
                   ws-run-date delimited by size
               into missing-takings-line
           write missing-takings-line

           move ws-run-date to ws-bus-cal-lookup-date
           perform BUSCAL-LOOKUP-DATE
           if ws-bus-cal-day-non-trading
               move spaces to missing-takings-line
               string "NON-TRADING DAY ON THE BUSINESS CALENDAR - "
                           delimited by size
                       "NO STORE EXPECTED" delimited by size
                   into missing-takings-line
               write missing-takings-line
           else
               perform varying ws-str-idx from 1 by 1
                       until ws-str-idx > ws-store-ref-count
                   if ws-str-open-date(ws-str-idx) <= ws-run-date
                           and (ws-str-close-date(ws-str-idx) = 0
                               or ws-str-close-date(ws-str-idx)
                                   >= ws-run-date)
                       perform check-one-store-takings
                   end-if
               end-perform
           end-if

           perform varying ws-arr-idx from 1 by 1
                   until ws-arr-idx > ws-arrival-count
               perform settle-one-arrival
           end-perform

           perform varying ws-tkr-idx from 1 by 1
                   until ws-tkr-idx > ws-takings-count
               if ws-tkr-missing(ws-tkr-idx)
                       and ws-tkr-trans-date(ws-tkr-idx)
                           < ws-run-date
                   move spaces to missing-takings-line
                   string "STILL MISSING  " delimited by size
                           ws-tkr-store-code(ws-tkr-idx)
                               delimited by size
                           " FOR " delimited by size
                           ws-tkr-trans-date(ws-tkr-idx)
                               delimited by size
                       into missing-takings-line
                   write missing-takings-line
               end-if
           end-perform

           move ws-stores-expected to ws-stores-expected-disp
           move ws-stores-arrived to ws-stores-arrived-disp
           move ws-stores-missing to ws-stores-missing-disp
           move ws-stores-resupplied to ws-stores-resupplied-disp
           move spaces to missing-takings-line
           string "STORES EXPECTED " delimited by size
                   ws-stores-expected-disp delimited by size
                   "  ARRIVED " delimited by size
                   ws-stores-arrived-disp delimited by size
                   "  MISSING " delimited by size
                   ws-stores-missing-disp delimited by size
                   "  RE-SUPPLIED " delimited by size
                   ws-stores-resupplied-disp delimited by size
               into missing-takings-line
           write missing-takings-line
           display missing-takings-line
           close missing-takings-file
           .

       check-one-store-takings.
           add 1 to ws-stores-expected
           set ws-arrival-not-found to true
           perform varying ws-arr-idx from 1 by 1
                   until ws-arr-idx > ws-arrival-count
               if ws-arr-trans-date(ws-arr-idx) = ws-run-date
                       and ws-arr-store-code(ws-arr-idx)
                           = ws-str-store-code(ws-str-idx)
                   set ws-arrival-found to true
               end-if
           end-perform
           if ws-arrival-found
               add 1 to ws-stores-arrived
           else
               add 1 to ws-stores-missing
               move ws-run-date to ws-lookup-trans-date
               move ws-str-store-code(ws-str-idx)
                   to ws-lookup-store-code
               perform add-takings-entry
               if ws-takings-added
                   set ws-tkr-missing(ws-tkr-idx) to true
               end-if
               move spaces to missing-takings-line
               string "MISSING        " delimited by size
                       ws-str-store-code(ws-str-idx)
                           delimited by size
                       " " delimited by size
                       ws-str-store-name(ws-str-idx)
                           delimited by size
                       " NO TILL RECORDS FOR " delimited by size
                       ws-run-date delimited by size
                   into missing-takings-line
               write missing-takings-line
               display missing-takings-line
           end-if
           .

       settle-one-arrival.
           move ws-arr-trans-date(ws-arr-idx) to ws-lookup-trans-date
           move ws-arr-store-code(ws-arr-idx) to ws-lookup-store-code
           perform find-takings-entry
           if ws-takings-match = 0
               perform add-takings-entry
               if ws-takings-added
                   set ws-tkr-received(ws-tkr-idx) to true
               end-if
           else
               set ws-tkr-idx to ws-takings-match
               if ws-tkr-missing(ws-tkr-idx)
                   add 1 to ws-stores-resupplied
                   set ws-tkr-resupplied(ws-tkr-idx) to true
                   move ws-run-date
                       to ws-tkr-status-date(ws-tkr-idx)
                   move spaces to missing-takings-line
                   string "RE-SUPPLIED    " delimited by size
                           ws-lookup-store-code delimited by size
                           " FOR " delimited by size
                           ws-lookup-trans-date delimited by size
                           " - ACCEPTED TONIGHT" delimited by size
                       into missing-takings-line
                   write missing-takings-line
               end-if
           end-if
           .

       save-store-takings.
           open output store-takings-file
           perform varying ws-tkr-idx from 1 by 1
                   until ws-tkr-idx > ws-takings-count
               move ws-tkr-trans-date(ws-tkr-idx) to tkr-trans-date
               move ws-tkr-store-code(ws-tkr-idx) to tkr-store-code
               move ws-tkr-status(ws-tkr-idx) to tkr-status
               move ws-tkr-status-date(ws-tkr-idx)
                   to tkr-status-date
               write store-takings-record
           end-perform
           close store-takings-file
           .

      *> A clean record dated in a quarter HMRC already has a return
      *> for cannot fold into the running figures - the filed return
      *> must stay reproducible forever.
           .

       divert-late-adjustment.
           if ws-editing-till-record
               add 1 to ws-records-late
           else
               add 1 to ws-resubmits-late
           end-if
           move spaces to late-adjustments-line
           string "FILED PERIOD " delimited by size
                   ws-edit-quarter delimited by size
               move str-open-date to ws-str-open-date(ws-str-idx)
               move str-close-date
                   to ws-str-close-date(ws-str-idx)
               move str-store-name to ws-str-store-name(ws-str-idx)
           end-if
           .

           move "ADM" to dpt-dept-code
           move "ADMISSIONS" to dpt-dept-name
           write department-master-record
           move "VCH" to dpt-dept-code
           move "GIFT VOUCHERS" to dpt-dept-name
           write department-master-record
           close department-master-file
           .

      *> A product code must be one PRODMAST.TXT knows, rung up
      *> under its own department - otherwise the department's
      *> sales and the product's stock would disagree about what was
      *> sold.  The quantity, when keyed, must be a whole number of
      *> at least one.
       validate-product-code.
           move 0 to ws-product-ref-match
           perform varying ws-prd-idx from 1 by 1
                   until ws-prd-idx > ws-product-ref-count
               if ws-prd-product-code(ws-prd-idx) = sei-product-code
                   set ws-product-ref-match to ws-prd-idx
               end-if
           end-perform
           if ws-product-ref-match = 0
               set ws-record-rejected to true
               move "UNKNOWN PRODUCT CODE" to ws-reject-reason
           else
               set ws-prd-idx to ws-product-ref-match
               if ws-prd-dept-code(ws-prd-idx) not = sei-dept-code
                   set ws-record-rejected to true
                   move "PRODUCT NOT IN THAT DEPARTMENT"
                       to ws-reject-reason
               end-if
           end-if
           if ws-record-clean and sei-quantity not = spaces
               if sei-quantity not numeric
                   set ws-record-rejected to true
                   move "QUANTITY NOT NUMERIC" to ws-reject-reason
               else
                   if sei-quantity-num = 0
                       set ws-record-rejected to true
                       move "QUANTITY ZERO" to ws-reject-reason
                   end-if
               end-if
           end-if
           .

      *> Loads the product reference, seeding it with the shop's
      *> core lines the first time PRODMAST.TXT does not exist yet -
      *> a new product (or a price change) is a data change to that
      *> file.
       load-product-reference.
           move 0 to ws-product-ref-count
           open input product-master-file
           if ws-product-master-status = "35"
               perform seed-product-master
               open input product-master-file
           end-if
           if ws-product-master-status = "00"
               perform until ws-product-master-status not = "00"
                   read product-master-file
                       at end
                           move "10" to ws-product-master-status
                       not at end
                           perform load-product-ref-entry
                   end-read
               end-perform
               close product-master-file
           else
               display "PRODMAST.TXT OPEN FAILED - STATUS "
                   ws-product-master-status
               move 16 to ws-program-return-code
           end-if
           .

       load-product-ref-entry.
           if ws-product-ref-count >= ws-product-ref-max
               display "PRODUCT TABLE FULL - ENTRY DROPPED: "
                   prd-product-code
           else
               add 1 to ws-product-ref-count
               set ws-prd-idx to ws-product-ref-count
               move prd-product-code
                   to ws-prd-product-code(ws-prd-idx)
               move prd-dept-code to ws-prd-dept-code(ws-prd-idx)
           end-if
           .

      *> One-time seed, identical in the stock update - whichever
      *> runs first on a new installation leaves the same master.
       seed-product-master.
           open output product-master-file
           move "FG0001" to prd-product-code
           move "FIELD GUIDE TO BRITISH BIRDS" to prd-description
           move "SHP" to prd-dept-code
           move 12.50 to prd-cost-price
           move 24.99 to prd-selling-price
           move 10 to prd-reorder-level
           write product-master-record
           move "FG0002" to prd-product-code
           move "POCKET GUIDE - GARDEN BIRDS" to prd-description
           move "SHP" to prd-dept-code
           move 3.20 to prd-cost-price
           move 6.99 to prd-selling-price
           move 20 to prd-reorder-level
           write product-master-record
           move "BN0001" to prd-product-code
           move "BINOCULARS 8X42" to prd-description
           move "SHP" to prd-dept-code
           move 85.00 to prd-cost-price
           move 149.00 to prd-selling-price
           move 3 to prd-reorder-level
           write product-master-record
           move "NB0001" to prd-product-code
           move "FIELD NOTEBOOK" to prd-description
           move "SHP" to prd-dept-code
           move 1.10 to prd-cost-price
           move 3.50 to prd-selling-price
           move 25 to prd-reorder-level
           write product-master-record
           close product-master-file
           .

      *> A voucher sale must carry a number the register has never
      *> issued, and be paid for with real money - a sale, not a
      *> refund, and not by another voucher.  A line paid by voucher
      *> must name one the register holds, within its expiry date,
      *> with enough value left on it; a refund to a voucher may not
      *> put more back on it than it was sold for.
       validate-voucher-line.
           evaluate true
               when sei-dept-code = ws-voucher-dept-code
                   set ws-voucher-line-sale to true
               when sei-tender-code = "V"
                   set ws-voucher-line-redemption to true
               when other
                   exit paragraph
           end-evaluate
           if sei-voucher-number = spaces
               set ws-record-rejected to true
               move "VOUCHER NUMBER MISSING" to ws-reject-reason
               exit paragraph
           end-if
           perform find-voucher-entry
           if sei-amount-sign = "-"
               compute ws-voucher-amount = 0 - sei-amount-num
           else
               move sei-amount-num to ws-voucher-amount
           end-if

           if ws-voucher-line-sale
               evaluate true
                   when ws-voucher-match not = 0
                       set ws-record-rejected to true
                       move "VOUCHER NUMBER ALREADY ISSUED"
                           to ws-reject-reason
                   when ws-voucher-amount not > 0
                       set ws-record-rejected to true
                       move "VOUCHER SALE MUST BE A SALE"
                           to ws-reject-reason
                   when sei-tender-code = "V"
                       set ws-record-rejected to true
                       move "VOUCHER BOUGHT WITH A VOUCHER"
                           to ws-reject-reason
                   when other
                       continue
               end-evaluate
               exit paragraph
           end-if

           if ws-voucher-match = 0
               set ws-record-rejected to true
               move "UNKNOWN VOUCHER" to ws-reject-reason
               exit paragraph
           end-if
           set ws-vcr-idx to ws-voucher-match
           compute ws-voucher-new-balance =
               ws-vcr-balance(ws-vcr-idx) - ws-voucher-amount
           evaluate true
               when ws-voucher-amount > 0
                       and ws-vcr-redeemed(ws-vcr-idx)
                   set ws-record-rejected to true
                   move "VOUCHER ALREADY REDEEMED" to ws-reject-reason
               when ws-edit-date > ws-vcr-expiry-date(ws-vcr-idx)
                   set ws-record-rejected to true
                   move "VOUCHER EXPIRED" to ws-reject-reason
               when ws-edit-date < ws-vcr-issue-date(ws-vcr-idx)
                   set ws-record-rejected to true
                   move "VOUCHER USED BEFORE IT WAS SOLD"
                       to ws-reject-reason
               when ws-voucher-new-balance < 0
                   set ws-record-rejected to true
                   move "SALE EXCEEDS VOUCHER BALANCE"
                       to ws-reject-reason
               when ws-voucher-new-balance
                       > ws-vcr-face-value(ws-vcr-idx)
                   set ws-record-rejected to true
                   move "REFUND EXCEEDS VOUCHER VALUE"
                       to ws-reject-reason
               when other
                   continue
           end-evaluate
           .

       find-voucher-entry.
           move 0 to ws-voucher-match
           perform varying ws-vcr-idx from 1 by 1
                   until ws-vcr-idx > ws-voucher-count
                       or ws-voucher-match not = 0
               if ws-vcr-voucher-number(ws-vcr-idx)
                       = sei-voucher-number
                   set ws-voucher-match to ws-vcr-idx
               end-if
           end-perform
           .

      *> An accepted voucher line moves the register at once, so a
      *> second redemption of the same voucher later in the batch is
      *> judged against what is left, and logs the movement for the
      *> ledger posting.  The first movement on a voucher tonight
      *> remembers the balance it started the night with.
       apply-voucher-movement.
           if ws-voucher-line-sale
               if ws-voucher-count >= ws-voucher-max
                   display "VOUCHER REGISTER FULL - VOUCHER NOT "
                       "RECORDED: " sei-voucher-number
                   move 16 to ws-program-return-code
                   exit paragraph
               end-if
               add 1 to ws-voucher-count
               set ws-vcr-idx to ws-voucher-count
               move sei-voucher-number
                   to ws-vcr-voucher-number(ws-vcr-idx)
               set ws-vcr-issued(ws-vcr-idx) to true
               move ws-edit-date to ws-vcr-issue-date(ws-vcr-idx)
               move sei-store-code to ws-vcr-issue-store(ws-vcr-idx)
               compute ws-vcr-expiry-date(ws-vcr-idx) =
                   function date-of-integer(
                       function integer-of-date(ws-edit-date)
                           + ws-voucher-validity-days)
               move ws-voucher-amount to ws-vcr-face-value(ws-vcr-idx)
               move ws-voucher-amount to ws-vcr-balance(ws-vcr-idx)
               move ws-run-date to ws-vcr-issue-run-date(ws-vcr-idx)
               move 0 to ws-vcr-last-run-date(ws-vcr-idx)
               move 0 to ws-vcr-prior-balance(ws-vcr-idx)
               add 1 to ws-vouchers-sold
               add ws-voucher-amount to ws-vouchers-sold-value
           else
               set ws-vcr-idx to ws-voucher-match
               if ws-vcr-last-run-date(ws-vcr-idx) not = ws-run-date
                   move ws-vcr-balance(ws-vcr-idx)
                       to ws-vcr-prior-balance(ws-vcr-idx)
                   move ws-run-date to ws-vcr-last-run-date(ws-vcr-idx)
               end-if
               move ws-voucher-new-balance
                   to ws-vcr-balance(ws-vcr-idx)
               if ws-vcr-balance(ws-vcr-idx) = 0
                   set ws-vcr-redeemed(ws-vcr-idx) to true
               else
                   set ws-vcr-issued(ws-vcr-idx) to true
               end-if
               add 1 to ws-vouchers-redeemed
               add ws-voucher-amount to ws-vouchers-redeemed-value
           end-if

           if ws-movement-count >= ws-movement-max
               display "VOUCHER MOVEMENT TABLE FULL - NOT LOGGED: "
                   sei-voucher-number
               move 16 to ws-program-return-code
           else
               add 1 to ws-movement-count
               set ws-vmv-idx to ws-movement-count
               move ws-run-date to ws-vmv-run-date(ws-vmv-idx)
               if ws-voucher-line-sale
                   move "S" to ws-vmv-type(ws-vmv-idx)
               else
                   move "R" to ws-vmv-type(ws-vmv-idx)
               end-if
               move sei-voucher-number
                   to ws-vmv-voucher-number(ws-vmv-idx)
               move sei-store-code to ws-vmv-store-code(ws-vmv-idx)
               move ws-edit-date to ws-vmv-trans-date(ws-vmv-idx)
               move ws-voucher-amount to ws-vmv-amount(ws-vmv-idx)
           end-if
           .

       write-voucher-totals.
           move ws-vouchers-sold to ws-voucher-count-disp
           move ws-vouchers-sold-value to ws-voucher-value-disp
           move spaces to edit-report-line
           string "VOUCHERS SOLD     " delimited by size
                   ws-voucher-count-disp delimited by size
                   " VALUE=" delimited by size
                   function trim(ws-voucher-value-disp)
                       delimited by size
               into edit-report-line
           write edit-report-line
           display edit-report-line
           move ws-vouchers-redeemed to ws-voucher-count-disp
           move ws-vouchers-redeemed-value to ws-voucher-value-disp
           move spaces to edit-report-line
           string "VOUCHERS REDEEMED " delimited by size
                   ws-voucher-count-disp delimited by size
                   " VALUE=" delimited by size
                   function trim(ws-voucher-value-disp)
                       delimited by size
               into edit-report-line
           write edit-report-line
           display edit-report-line
           .

      *> Loads the voucher register.  A voucher sold on the run date
      *> exists only because this step already ran tonight and is
      *> dropped (re-editing SALESIN.TXT sells it again); one whose
      *> balance moved tonight goes back to the balance the night
      *> started with.  A missing file means no voucher has been
      *> sold yet.
       load-voucher-register.
           move 0 to ws-voucher-count
           open input voucher-register-file
           evaluate ws-voucher-register-status
               when "35"
                   continue
               when "00"
                   perform until ws-voucher-register-status not = "00"
                       read voucher-register-file
                           at end
                               move "10"
                                   to ws-voucher-register-status
                           not at end
                               perform load-voucher-entry
                       end-read
                   end-perform
                   close voucher-register-file
               when other
                   display "VOUCHREG.TXT OPEN FAILED - STATUS "
                       ws-voucher-register-status
                   move 16 to ws-program-return-code
           end-evaluate
           .

       load-voucher-entry.
           if vcr-issue-run-date = ws-run-date
               exit paragraph
           end-if
           if vcr-last-run-date = ws-run-date
               move vcr-prior-balance to vcr-balance
               move "I" to vcr-status
               move 0 to vcr-last-run-date
           end-if
           if ws-voucher-count >= ws-voucher-max
               display "VOUCHER REGISTER FULL - ENTRY DROPPED: "
                   vcr-voucher-number
               move 16 to ws-program-return-code
           else
               add 1 to ws-voucher-count
               set ws-vcr-idx to ws-voucher-count
               move voucher-register-record
                   to ws-vcr-entry(ws-vcr-idx)
           end-if
           .

      *> Loads the movement log, dropping tonight's own movements
      *> for the same reason and anything past the retention window.
       load-voucher-movements.
           move 0 to ws-movement-count
           compute ws-movement-cutoff-date =
               function date-of-integer(
                   function integer-of-date(ws-run-date)
                       - ws-movement-retention-days)
           open input voucher-movement-file
           evaluate ws-voucher-movement-status
               when "35"
                   continue
               when "00"
                   perform until ws-voucher-movement-status not = "00"
                       read voucher-movement-file
                           at end
                               move "10"
                                   to ws-voucher-movement-status
                           not at end
                               perform load-voucher-movement-entry
                       end-read
                   end-perform
                   close voucher-movement-file
               when other
                   display "VOUCHMOV.TXT OPEN FAILED - STATUS "
                       ws-voucher-movement-status
                   move 16 to ws-program-return-code
           end-evaluate
           .

       load-voucher-movement-entry.
           if vmv-run-date = ws-run-date
                   or vmv-run-date < ws-movement-cutoff-date
               exit paragraph
           end-if
           if ws-movement-count >= ws-movement-max
               display "VOUCHER MOVEMENT TABLE FULL - ENTRY DROPPED: "
                   vmv-voucher-number
               move 16 to ws-program-return-code
           else
               add 1 to ws-movement-count
               set ws-vmv-idx to ws-movement-count
               move voucher-movement-record
                   to ws-vmv-entry(ws-vmv-idx)
           end-if
           .

       save-voucher-register.
           open output voucher-register-file
           perform varying ws-vcr-idx from 1 by 1
                   until ws-vcr-idx > ws-voucher-count
               move ws-vcr-entry(ws-vcr-idx)
                   to voucher-register-record
               write voucher-register-record
           end-perform
           close voucher-register-file
           open output voucher-movement-file
           perform varying ws-vmv-idx from 1 by 1
                   until ws-vmv-idx > ws-movement-count
               move ws-vmv-entry(ws-vmv-idx)
                   to voucher-movement-record
               write voucher-movement-record
           end-perform
           close voucher-movement-file
           .

       reject-sales-record.
           add 1 to ws-records-rejected
           perform add-suspense-entry
           move spaces to edit-report-line
           string "REF " delimited by size
                   ws-new-reference delimited by size
                   " " delimited by size
                   function trim(ws-reject-reason) delimited by size
                   ": DATE " delimited by size
                   sei-trans-date delimited by size
                   " AMOUNT " delimited by size
           display edit-report-line
           .

      *> Tonight's reject joins the suspense file under a reference
      *> of the run date and a sequence - the number the finance
      *> office quotes back on the correction.
       add-suspense-entry.
           if ws-suspense-count >= ws-suspense-max
               move 0 to ws-new-reference
               display "SALES SUSPENSE TABLE FULL - REJECT NOT "
                   "HELD: " sei-trans-date " " sei-store-code
               move 8 to ws-program-return-code
           else
               add 1 to ws-suspense-count
               add 1 to ws-suspense-seq
               set ws-sus-idx to ws-suspense-count
               compute ws-new-reference =
                   ws-run-date * 10000 + ws-suspense-seq
               move ws-new-reference to ws-sus-reference(ws-sus-idx)
               set ws-sus-open(ws-sus-idx) to true
               move ws-run-date to ws-sus-rejected-date(ws-sus-idx)
               move 0 to ws-sus-cleared-date(ws-sus-idx)
               move ws-reject-reason
                   to ws-sus-reject-reason(ws-sus-idx)
               move sales-input-record
                   to ws-sus-till-image(ws-sus-idx)
           end-if
           .

      *> Loads the suspense file.  Entries first rejected on the run
      *> date, and entries cleared on it, exist only because this
      *> step already ran tonight: the first are dropped (re-editing
      *> SALESIN.TXT recreates them under the same references) and
      *> the second reopened (tonight's SALESCOR.TXT clears them
      *> again), so a rerun neither doubles a reject nor loses a
      *> correction from the rewritten SALESTRN.TXT.  Entries
      *> cleared on an earlier night are purged.  A missing file
      *> just means nothing has ever been held.
       load-sales-suspense.
           move 0 to ws-suspense-count
           move 0 to ws-suspense-seq
           open input sales-suspense-file
           evaluate ws-sales-suspense-status
               when "35"
                   continue
               when "00"
                   perform until ws-sales-suspense-status not = "00"
                       read sales-suspense-file
                           at end
                               move "10" to ws-sales-suspense-status
                           not at end
                               perform load-suspense-entry
                       end-read
                   end-perform
                   close sales-suspense-file
               when other
                   display "SALESSUS.TXT OPEN FAILED - STATUS "
                       ws-sales-suspense-status
                   move 16 to ws-program-return-code
           end-evaluate
           .

       load-suspense-entry.
           evaluate true
               when sus-rejected-date = ws-run-date
                   continue
               when sus-status not = "O"
                       and sus-cleared-date < ws-run-date
                   continue
               when ws-suspense-count >= ws-suspense-max
                   display "SALES SUSPENSE TABLE FULL - ENTRY "
                       "DROPPED: " sus-reference
                   move 16 to ws-program-return-code
               when other
                   add 1 to ws-suspense-count
                   set ws-sus-idx to ws-suspense-count
                   move sales-suspense-record
                       to ws-sus-entry(ws-sus-idx)
                   if not ws-sus-open(ws-sus-idx)
                       set ws-sus-open(ws-sus-idx) to true
                       move 0 to ws-sus-cleared-date(ws-sus-idx)
                   end-if
           end-evaluate
           .

       save-sales-suspense.
           open output sales-suspense-file
           perform varying ws-sus-idx from 1 by 1
                   until ws-sus-idx > ws-suspense-count
               move ws-sus-entry(ws-sus-idx)
                   to sales-suspense-record
               write sales-suspense-record
           end-perform
           close sales-suspense-file
           .

      *> The finance office's morning list: what is still held, by
      *> store, by value and by how long it has waited, then every
      *> open reference with its reason - the reference is what a
      *> correction quotes.  A store code the edit could not trust
      *> is still the store on the record, so a mistyped "S9 "
      *> groups under "S9 " where it can be seen.
       write-ageing-report.
           move 0 to ws-age-store-count
           move 0 to ws-age-total-items ws-age-total-value
           perform varying ws-sus-idx from 1 by 1
                   until ws-sus-idx > ws-suspense-count
               if ws-sus-open(ws-sus-idx)
                   perform age-one-suspense-entry
               end-if
           end-perform

           open output sales-ageing-file
           move spaces to sales-ageing-line
           string "SALES SUSPENSE AGEING - UNCORRECTED REJECTS AT "
                       delimited by size
                   ws-run-date delimited by size
               into sales-ageing-line
           write sales-ageing-line
           move "STORE ITEMS          VALUE  0-6 DAYS  7-29 DAYS"
               to sales-ageing-line
           move "  30+ DAYS" to sales-ageing-line(48:10)
           write sales-ageing-line
           perform varying ws-ags-idx from 1 by 1
                   until ws-ags-idx > ws-age-store-count
               perform format-ageing-store-line
               write sales-ageing-line
           end-perform
           move ws-age-total-items to ws-age-items-disp
           move ws-age-total-value to ws-age-value-disp
           move spaces to sales-ageing-line
           string "TOTAL  " delimited by size
                   ws-age-items-disp delimited by size
                   "  " delimited by size
                   ws-age-value-disp delimited by size
               into sales-ageing-line
           write sales-ageing-line

           move spaces to sales-ageing-line
           write sales-ageing-line
           move "OPEN REFERENCES" to sales-ageing-line
           write sales-ageing-line
           perform varying ws-sus-idx from 1 by 1
                   until ws-sus-idx > ws-suspense-count
               if ws-sus-open(ws-sus-idx)
                   perform format-ageing-detail-line
                   write sales-ageing-line
               end-if
           end-perform
           close sales-ageing-file
           .

       age-one-suspense-entry.
           move ws-sus-till-image(ws-sus-idx) to sales-input-record
           compute ws-age-days =
               function integer-of-date(ws-run-date)
                   - function integer-of-date(
                       ws-sus-rejected-date(ws-sus-idx))
           move 0 to ws-age-amount
           if sei-amount numeric
               if sei-amount-sign = "-"
                   compute ws-age-amount = 0 - sei-amount-num
               else
                   move sei-amount-num to ws-age-amount
               end-if
           end-if
           move sei-store-code to ws-age-store-code
           if ws-age-store-code = spaces
               move "???" to ws-age-store-code
           end-if

           move 0 to ws-age-store-match
           perform varying ws-ags-idx from 1 by 1
                   until ws-ags-idx > ws-age-store-count
               if ws-ags-store-code(ws-ags-idx) = ws-age-store-code
                   set ws-age-store-match to ws-ags-idx
               end-if
           end-perform
           if ws-age-store-match = 0
               if ws-age-store-count >= ws-age-store-max
                   display "AGEING STORE TABLE FULL - STORE "
                       "NOT SHOWN: " ws-age-store-code
               else
                   add 1 to ws-age-store-count
                   move ws-age-store-count to ws-age-store-match
                   set ws-ags-idx to ws-age-store-match
                   move ws-age-store-code
                       to ws-ags-store-code(ws-ags-idx)
                   move 0 to ws-ags-items(ws-ags-idx)
                   move 0 to ws-ags-value(ws-ags-idx)
                   move 0 to ws-ags-bucket-week(ws-ags-idx)
                   move 0 to ws-ags-bucket-month(ws-ags-idx)
                   move 0 to ws-ags-bucket-older(ws-ags-idx)
               end-if
           end-if

           add 1 to ws-age-total-items
           add ws-age-amount to ws-age-total-value
           if ws-age-store-match not = 0
               set ws-ags-idx to ws-age-store-match
               add 1 to ws-ags-items(ws-ags-idx)
               add ws-age-amount to ws-ags-value(ws-ags-idx)
               evaluate true
                   when ws-age-days < 7
                       add 1 to ws-ags-bucket-week(ws-ags-idx)
                   when ws-age-days < 30
                       add 1 to ws-ags-bucket-month(ws-ags-idx)
                   when other
                       add 1 to ws-ags-bucket-older(ws-ags-idx)
               end-evaluate
           end-if
           .

       format-ageing-store-line.
           move ws-ags-items(ws-ags-idx) to ws-age-items-disp
           move ws-ags-value(ws-ags-idx) to ws-age-value-disp
           move ws-ags-bucket-week(ws-ags-idx) to ws-age-week-disp
           move ws-ags-bucket-month(ws-ags-idx) to ws-age-month-disp
           move ws-ags-bucket-older(ws-ags-idx) to ws-age-older-disp
           move spaces to sales-ageing-line
           string ws-ags-store-code(ws-ags-idx) delimited by size
                   "    " delimited by size
                   ws-age-items-disp delimited by size
                   "  " delimited by size
                   ws-age-value-disp delimited by size
                   "      " delimited by size
                   ws-age-week-disp delimited by size
                   "       " delimited by size
                   ws-age-month-disp delimited by size
                   "      " delimited by size
                   ws-age-older-disp delimited by size
               into sales-ageing-line
           .

       format-ageing-detail-line.
           move ws-sus-till-image(ws-sus-idx) to sales-input-record
           compute ws-age-days =
               function integer-of-date(ws-run-date)
                   - function integer-of-date(
                       ws-sus-rejected-date(ws-sus-idx))
           move ws-age-days to ws-age-days-disp
           move spaces to sales-ageing-line
           string "REF " delimited by size
                   ws-sus-reference(ws-sus-idx) delimited by size
                   " REJECTED " delimited by size
                   ws-sus-rejected-date(ws-sus-idx)
                       delimited by size
                   " AGE " delimited by size
                   function trim(ws-age-days-disp)
                       delimited by size
                   " STORE " delimited by size
                   sei-store-code delimited by size
                   " DATE " delimited by size
                   sei-trans-date delimited by size
                   " AMOUNT " delimited by size
                   sei-amount-sign delimited by size
                   sei-amount delimited by size
                   " " delimited by size
                   function trim(ws-sus-reject-reason(ws-sus-idx))
                       delimited by size
               into sales-ageing-line
           .

      *> The reader's whole-file check: what went on the file, and
      *> what it all adds to.  Corrected rejects passed tonight are
      *> on the file too, so they are in the count and the total.
       write-transaction-trailer.
           move "*TRAILER" to str-marker
           add ws-records-passed ws-resubmits-passed
               giving str-record-count
           move ws-passed-amount-total to str-amount-total
           write sales-trans-trailer
           .

      *> Tonight's till batch must account for every record read -
      *> passed, rejected or diverted late - and the trailer is what
      *> the roll-up will be balanced against.  Keyed by the run date,
      *> the day SALESTRN.TXT carries into the roll-up.
       post-control-figures.
           move "SALESEDT" to ws-ctl-fig-step
           move ws-run-date to ws-ctl-fig-date
           move 0 to ws-ctl-fig-amount
           move "RECORDS READ" to ws-ctl-fig-name
           move ws-records-read to ws-ctl-fig-count
           perform CTLFIG-POST
           move "RECORDS PASSED" to ws-ctl-fig-name
           move ws-records-passed to ws-ctl-fig-count
           perform CTLFIG-POST
           move "RECORDS REJECTED" to ws-ctl-fig-name
           move ws-records-rejected to ws-ctl-fig-count
           perform CTLFIG-POST
           move "RECORDS LATE" to ws-ctl-fig-name
           move ws-records-late to ws-ctl-fig-count
           perform CTLFIG-POST
           move "SALESTRN TRAILER" to ws-ctl-fig-name
           add ws-records-passed ws-resubmits-passed
               giving ws-ctl-fig-count
           move ws-passed-amount-total to ws-ctl-fig-amount
           perform CTLFIG-POST
           .

       check-reject-tolerance.
           move ws-records-read to ws-records-read-disp
           move ws-records-passed to ws-records-passed-disp
           display "SALES RECORDS PASSED   " ws-records-passed-disp
           display "SALES RECORDS REJECTED " ws-records-rejected-disp
           display "LATE ADJUSTMENTS HELD  " ws-records-late-disp
           move ws-resubmits-passed to ws-resubmits-passed-disp
           move ws-resubmits-held to ws-resubmits-held-disp
           move ws-written-off to ws-written-off-disp
           display "CORRECTIONS PASSED     " ws-resubmits-passed-disp
           display "CORRECTIONS STILL HELD " ws-resubmits-held-disp
           display "REJECTS WRITTEN OFF    " ws-written-off-disp

           if ws-records-read = 0
               move 0 to ws-reject-pct
           close vat-rate-file
           .

           copy buscalpr.

           copy ctlfigpr.

           copy jobbnr replacing ==JOB-NAME-LIT== by =="SALESEDT"==.
