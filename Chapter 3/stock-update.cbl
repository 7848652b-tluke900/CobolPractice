       identification division.
       program-id. STOCKUPD.

      *> Modification history:
      *> 2026-10-15 - new program.  Nightly stock update for the
      *>              shop: tonight's till lines for stocked products
      *>              (product code and quantity off SALESTRN.TXT)
      *>              come off stock on hand - a refund goes back on -
      *>              then goods received (GOODSIN.TXT) are added and
      *>              stock-take counts (STOCKADJ.TXT) set each counted
      *>              product to what was actually on the shelf, the
      *>              difference reported as a variance.  Stock on hand
      *>              lives on STOCKBAL.TXT, every movement is logged
      *>              to STOCKMOV.TXT, and a reorder report
      *>              (STKREORD.TXT) lists every product below its
      *>              reorder level - the bestselling field guides no
      *>              longer run out before anyone counts the shelf.

       environment division.
       input-output section.
       file-control.
           copy joblogsl.
           select product-master-file assign to "PRODMAST.TXT"
               organization is line sequential
               file status is ws-product-master-status.
           select stock-balance-file assign to "STOCKBAL.TXT"
               organization is line sequential
               file status is ws-stock-balance-status.
           select stock-checkpoint-file assign to "STOCKCKP.TXT"
               organization is line sequential
               file status is ws-stock-checkpoint-status.
           select sales-trans-file assign to "SALESTRN.TXT"
               organization is line sequential
               file status is ws-sales-trans-status.
           select goods-received-file assign to "GOODSIN.TXT"
               organization is line sequential
               file status is ws-goods-received-status.
           select stock-count-file assign to "STOCKADJ.TXT"
               organization is line sequential
               file status is ws-stock-count-status.
           select stock-movement-file assign to "STOCKMOV.TXT"
               organization is line sequential
               file status is ws-stock-movement-status.
           select stock-report-file assign to "STOCKRPT.TXT"
               organization is line sequential
               file status is ws-stock-report-status.
           select reorder-report-file assign to "STKREORD.TXT"
               organization is line sequential
               file status is ws-reorder-report-status.

       data division.
       file section.
           copy joblogfd.

       fd  product-master-file.
           copy prodrec.

       fd  stock-balance-file.
           copy stockbal.

      *> The last run date whose till sales came off stock - a rerun
      *> the same night must not take them off twice.
       fd  stock-checkpoint-file.
       01  stock-checkpoint-record.
           05  skp-last-sales-date        pic 9(8).

      *> Same layout the sales edit writes.
       fd  sales-trans-file.
           copy salestlr.
       01  sales-trans-record.
           05  st-trans-date              pic 9(8).
           05  st-amount                  pic S9(7)V99
                                          sign leading separate.
           05  st-rate-code               pic X(2).
           05  st-store-code              pic X(3).
           05  st-dept-code               pic X(3).
           05  st-tender-code             pic X(1).
           05  st-product-code            pic X(6).
           05  st-quantity                pic 9(3).

      *> One line of a supplier delivery as booked in at the shop.
      *> The delivery note reference and product together identify
      *> the line, so a delivery fed in twice is caught.
       fd  goods-received-file.
       01  goods-received-record.
           05  gdi-delivery-ref           pic X(10).
           05  gdi-product-code           pic X(6).
           05  gdi-quantity               pic X(5).
           05  gdi-quantity-num redefines gdi-quantity
                                          pic 9(5).
           05  gdi-received-date          pic X(8).

      *> One product's stock-take: the quantity actually counted on
      *> the count date.
       fd  stock-count-file.
       01  stock-count-record.
           05  sta-product-code           pic X(6).
           05  sta-count-date             pic X(8).
           05  sta-counted-quantity       pic X(5).
           05  sta-counted-quantity-num redefines
                   sta-counted-quantity   pic 9(5).

      *> Every movement applied, in the order applied: S a night's
      *> net till sales of a product, G goods received, C a
      *> stock-take variance.
       fd  stock-movement-file.
       01  stock-movement-record.
           05  stm-run-date               pic 9(8).
           05  stm-type                   pic X(1).
           05  stm-product-code           pic X(6).
           05  stm-quantity               pic S9(7)
                                          sign leading separate.
           05  stm-reference              pic X(10).
           05  stm-movement-date          pic 9(8).

       fd  stock-report-file.
       01  stock-report-line              pic X(120).

       fd  reorder-report-file.
       01  reorder-report-line            pic X(120).

       working-storage section.
           copy joblogws.
           copy stepstat.

       01  ws-product-master-status      pic XX.
       01  ws-stock-balance-status       pic XX.
       01  ws-stock-checkpoint-status    pic XX.
       01  ws-sales-trans-status         pic XX.
       01  ws-goods-received-status      pic XX.
       01  ws-stock-count-status         pic XX.
       01  ws-stock-movement-status      pic XX.
       01  ws-stock-report-status        pic XX.
       01  ws-reorder-report-status      pic XX.

       01  ws-run-date                   pic 9(8).
       01  ws-last-sales-date            pic 9(8) value 0.

      *> The master and its stock on hand, held together for the
      *> run and written back whole.
       01  ws-stock-table.
           05  ws-stock-entry occurs 500 times
                       indexed by ws-stk-idx.
               10  ws-stk-product-code      pic X(6).
               10  ws-stk-description       pic X(30).
               10  ws-stk-dept-code         pic X(3).
               10  ws-stk-cost-price        pic 9(5)V99.
               10  ws-stk-reorder-level     pic 9(5).
               10  ws-stk-on-hand           pic S9(7).
               10  ws-stk-last-count-date   pic 9(8).
               10  ws-stk-night-sold        pic S9(7).
       01  ws-stock-count                pic 9(3) value 0.
       01  ws-stock-max                  pic 9(3) value 500.
       01  ws-stock-match                pic 9(3).
       01  ws-lookup-product-code        pic X(6).

      *> Delivery lines already booked in, from the movement log.
       01  ws-delivery-table.
           05  ws-delivery-entry occurs 5000 times
                       indexed by ws-dlv-idx.
               10  ws-dlv-reference         pic X(10).
               10  ws-dlv-product-code      pic X(6).
               10  ws-dlv-run-date          pic 9(8).
       01  ws-delivery-count             pic 9(4) value 0.
       01  ws-delivery-max               pic 9(4) value 5000.
       01  ws-delivery-found-switch      pic X.
           88  ws-delivery-found           value "Y".
           88  ws-delivery-not-found       value "N".
       01  ws-delivery-booked-date       pic 9(8).

      *> Tonight's movements, held until the balances they built are
      *> saved - the log is what a rerun checks deliveries against,
      *> so it must never get ahead of STOCKBAL.TXT.
       01  ws-held-movement-table.
           05  ws-held-movement occurs 3000 times
                       indexed by ws-hmv-idx
                                  pic X(41).
       01  ws-held-movement-count        pic 9(4) value 0.
       01  ws-held-movement-max          pic 9(4) value 3000.
       01  ws-note-run-date              pic 9(8).

       01  ws-edit-switch                pic X.
           88  ws-record-clean             value "Y".
           88  ws-record-rejected          value "N".
       01  ws-reject-reason              pic X(40).
       01  ws-edit-date                  pic 9(8).
       01  ws-variance                   pic S9(7).
       01  ws-variance-value             pic S9(9)V99.
       01  ws-shortfall                  pic S9(7).

       01  ws-sales-lines-read           pic 9(6) value 0.
       01  ws-goods-read                 pic 9(6) value 0.
       01  ws-counts-read                pic 9(6) value 0.
       01  ws-movements-applied          pic 9(6) value 0.
       01  ws-exceptions                 pic 9(6) value 0.
       01  ws-reorder-count              pic 9(4) value 0.

       01  ws-qty-disp                   pic -(6)9.
       01  ws-qty-disp-2                 pic -(6)9.
       01  ws-qty-disp-3                 pic -(6)9.
       01  ws-value-disp                 pic -(8)9.99.
       01  ws-count-disp                 pic ZZZZZ9.

      *> Non-zero once a hard failure (a file won't open, or a table
      *> overflows) has been detected.
       01  ws-program-return-code        pic 9(4) value 0.

       procedure division.
       main-logic.
           perform JOBBNR-WRITE-START
           accept ws-run-date from date yyyymmdd
           perform load-product-master
           if ws-program-return-code = 0
               perform load-stock-balances
           end-if
           if ws-program-return-code = 0
               perform load-booked-deliveries
           end-if
           perform load-stock-checkpoint

           if ws-program-return-code = 0
               open output stock-report-file
               move spaces to stock-report-line
               string "STOCK MOVEMENTS AND EXCEPTIONS FOR "
                           delimited by size
                       ws-run-date delimited by size
                   into stock-report-line
               write stock-report-line

      *> Sales first, deliveries next, the stock-take last: a count
      *> is what was on the shelf at the close, after the day's
      *> trading and deliveries, so it has the final word.  Once
      *> one of them has failed nothing more is applied - the
      *> balances will not be saved, and the rerun starts clean.
               perform apply-nightly-sales
               if ws-program-return-code = 0
                   perform apply-goods-received
               end-if
               if ws-program-return-code = 0
                   perform apply-stock-counts
               end-if

               perform write-update-totals
               close stock-report-file
           end-if

           if ws-program-return-code = 0
               perform save-stock-balances
               perform write-reorder-report
           end-if

           add ws-sales-lines-read ws-goods-read ws-counts-read
               giving bss-records-read
           move ws-movements-applied to bss-records-written
           move ws-exceptions to bss-exception-count

           perform JOBBNR-WRITE-END
           move ws-program-return-code to return-code
           goback
           .

      *> Tonight's till lines for stocked products, netted per
      *> product and taken off stock on hand.  A missing SALESTRN.TXT
      *> leaves the night unapplied, so a rerun once the edit has
      *> produced it still takes the sales off.
       apply-nightly-sales.
           if ws-last-sales-date = ws-run-date
               move "TONIGHT'S SALES ALREADY TAKEN OFF STOCK - "
                   to stock-report-line
               move "RERUN SKIPS THEM" to stock-report-line(43:16)
               write stock-report-line
               display stock-report-line
               exit paragraph
           end-if
           perform varying ws-stk-idx from 1 by 1
                   until ws-stk-idx > ws-stock-count
               move 0 to ws-stk-night-sold(ws-stk-idx)
           end-perform

           open input sales-trans-file
           evaluate ws-sales-trans-status
               when "35"
                   move "SALESTRN.TXT NOT FOUND - NO SALES TAKEN OFF "
                       to stock-report-line
                   move "STOCK TONIGHT" to stock-report-line(45:13)
                   write stock-report-line
                   display stock-report-line
                   exit paragraph
               when "00"
                   perform until ws-sales-trans-status not = "00"
                       read sales-trans-file
                           at end
                               move "10" to ws-sales-trans-status
                           not at end
                               if not str-is-trailer
                                       and st-product-code
                                           not = spaces
                                   perform take-one-sale-off
                               end-if
                       end-read
                   end-perform
                   close sales-trans-file
               when other
                   display "SALESTRN.TXT OPEN FAILED - STATUS "
                       ws-sales-trans-status
                   move 16 to ws-program-return-code
                   exit paragraph
           end-evaluate

           perform varying ws-stk-idx from 1 by 1
                   until ws-stk-idx > ws-stock-count
               if ws-stk-night-sold(ws-stk-idx) not = 0
                   subtract ws-stk-night-sold(ws-stk-idx)
                       from ws-stk-on-hand(ws-stk-idx)
                   move ws-run-date to stm-run-date
                   move "S" to stm-type
                   move ws-stk-product-code(ws-stk-idx)
                       to stm-product-code
                   compute stm-quantity =
                       0 - ws-stk-night-sold(ws-stk-idx)
                   move "TILL SALES" to stm-reference
                   move ws-run-date to stm-movement-date
                   perform hold-movement
                   add 1 to ws-movements-applied
               end-if
           end-perform
           move ws-run-date to ws-last-sales-date
           .

       take-one-sale-off.
           add 1 to ws-sales-lines-read
           move st-product-code to ws-lookup-product-code
           perform find-stock-entry
           if ws-stock-match = 0
               move "PRODUCT NOT ON MASTER - SALE NOT TAKEN OFF"
                   to ws-reject-reason
               move spaces to stock-report-line
               string function trim(ws-reject-reason)
                           delimited by size
                       ": " delimited by size
                       st-product-code delimited by size
                       " DATE " delimited by size
                       st-trans-date delimited by size
                   into stock-report-line
               perform report-exception
           else
               set ws-stk-idx to ws-stock-match
               if st-amount < 0
                   subtract st-quantity
                       from ws-stk-night-sold(ws-stk-idx)
               else
                   add st-quantity to ws-stk-night-sold(ws-stk-idx)
               end-if
           end-if
           .

      *> No GOODSIN.TXT means nothing was delivered today.
       apply-goods-received.
           open input goods-received-file
           evaluate ws-goods-received-status
               when "35"
                   continue
               when "00"
                   perform until ws-goods-received-status not = "00"
                       read goods-received-file
                           at end
                               move "10" to ws-goods-received-status
                           not at end
                               add 1 to ws-goods-read
                               perform apply-one-delivery-line
                       end-read
                   end-perform
                   close goods-received-file
               when other
                   display "GOODSIN.TXT OPEN FAILED - STATUS "
                       ws-goods-received-status
                   move 16 to ws-program-return-code
           end-evaluate
           .

       apply-one-delivery-line.
           set ws-record-clean to true
           move gdi-product-code to ws-lookup-product-code
           perform find-stock-entry
           evaluate true
               when gdi-delivery-ref = spaces
                   set ws-record-rejected to true
                   move "DELIVERY REFERENCE MISSING"
                       to ws-reject-reason
               when ws-stock-match = 0
                   set ws-record-rejected to true
                   move "UNKNOWN PRODUCT CODE" to ws-reject-reason
               when gdi-quantity not numeric
                   set ws-record-rejected to true
                   move "QUANTITY NOT NUMERIC" to ws-reject-reason
               when gdi-quantity-num = 0
                   set ws-record-rejected to true
                   move "QUANTITY ZERO" to ws-reject-reason
               when gdi-received-date not numeric
                   set ws-record-rejected to true
                   move "RECEIVED DATE NOT NUMERIC"
                       to ws-reject-reason
               when other
                   move gdi-received-date to ws-edit-date
                   if function test-date-yyyymmdd(ws-edit-date)
                           not = 0
                       set ws-record-rejected to true
                       move "RECEIVED DATE NOT A REAL DATE"
                           to ws-reject-reason
                   else
                       if ws-edit-date > ws-run-date
                           set ws-record-rejected to true
                           move "RECEIVED DATE IN THE FUTURE"
                               to ws-reject-reason
                       end-if
                   end-if
           end-evaluate
           if ws-record-clean
               perform find-booked-delivery
      *> Booked in by an earlier run tonight is a rerun, not a
      *> delivery fed twice - note it and carry on.
               if ws-delivery-found
                   if ws-delivery-booked-date = ws-run-date
                       move spaces to stock-report-line
                       string "BOOKED IN BY TONIGHT'S EARLIER RUN: "
                                   delimited by size
                               gdi-delivery-ref delimited by size
                               " PRODUCT " delimited by size
                               gdi-product-code delimited by size
                           into stock-report-line
                       write stock-report-line
                       exit paragraph
                   end-if
                   set ws-record-rejected to true
                   move "DELIVERY LINE ALREADY BOOKED IN"
                       to ws-reject-reason
               end-if
           end-if

           if ws-record-clean
               set ws-stk-idx to ws-stock-match
               add gdi-quantity-num to ws-stk-on-hand(ws-stk-idx)
               move ws-run-date to stm-run-date
               move "G" to stm-type
               move gdi-product-code to stm-product-code
               move gdi-quantity-num to stm-quantity
               move gdi-delivery-ref to stm-reference
               move ws-edit-date to stm-movement-date
               perform hold-movement
               add 1 to ws-movements-applied
               move ws-run-date to ws-note-run-date
               perform note-booked-delivery
           else
               move spaces to stock-report-line
               string function trim(ws-reject-reason)
                           delimited by size
                       ": DELIVERY " delimited by size
                       gdi-delivery-ref delimited by size
                       " PRODUCT " delimited by size
                       gdi-product-code delimited by size
                       " QTY " delimited by size
                       gdi-quantity delimited by size
                       " DATE " delimited by size
                       gdi-received-date delimited by size
                   into stock-report-line
               perform report-exception
           end-if
           .

      *> No STOCKADJ.TXT means no stock-take today.  A count no newer
      *> than the product's last applied count has already had its
      *> effect (a rerun, or the same sheet fed twice) and is left
      *> alone; an older one is an exception.
       apply-stock-counts.
           open input stock-count-file
           evaluate ws-stock-count-status
               when "35"
                   continue
               when "00"
                   perform until ws-stock-count-status not = "00"
                       read stock-count-file
                           at end
                               move "10" to ws-stock-count-status
                           not at end
                               add 1 to ws-counts-read
                               perform apply-one-count
                       end-read
                   end-perform
                   close stock-count-file
               when other
                   display "STOCKADJ.TXT OPEN FAILED - STATUS "
                       ws-stock-count-status
                   move 16 to ws-program-return-code
           end-evaluate
           .

       apply-one-count.
           set ws-record-clean to true
           move sta-product-code to ws-lookup-product-code
           perform find-stock-entry
           evaluate true
               when ws-stock-match = 0
                   set ws-record-rejected to true
                   move "UNKNOWN PRODUCT CODE" to ws-reject-reason
               when sta-counted-quantity not numeric
                   set ws-record-rejected to true
                   move "COUNTED QUANTITY NOT NUMERIC"
                       to ws-reject-reason
               when sta-count-date not numeric
                   set ws-record-rejected to true
                   move "COUNT DATE NOT NUMERIC" to ws-reject-reason
               when other
                   move sta-count-date to ws-edit-date
                   if function test-date-yyyymmdd(ws-edit-date)
                           not = 0
                       set ws-record-rejected to true
                       move "COUNT DATE NOT A REAL DATE"
                           to ws-reject-reason
                   else
                       if ws-edit-date > ws-run-date
                           set ws-record-rejected to true
                           move "COUNT DATE IN THE FUTURE"
                               to ws-reject-reason
                       end-if
                   end-if
           end-evaluate

           if ws-record-clean
               set ws-stk-idx to ws-stock-match
               if ws-edit-date = ws-stk-last-count-date(ws-stk-idx)
                   move spaces to stock-report-line
                   string "COUNT ALREADY APPLIED: " delimited by size
                           sta-product-code delimited by size
                           " DATE " delimited by size
                           sta-count-date delimited by size
                       into stock-report-line
                   write stock-report-line
                   exit paragraph
               end-if
               if ws-edit-date < ws-stk-last-count-date(ws-stk-idx)
                   set ws-record-rejected to true
                   move "OLDER THAN THE LAST COUNT APPLIED"
                       to ws-reject-reason
               end-if
           end-if

           if ws-record-clean
               compute ws-variance =
                   sta-counted-quantity-num
                       - ws-stk-on-hand(ws-stk-idx)
               compute ws-variance-value =
                   ws-variance * ws-stk-cost-price(ws-stk-idx)
               move sta-counted-quantity-num
                   to ws-stk-on-hand(ws-stk-idx)
               move ws-edit-date
                   to ws-stk-last-count-date(ws-stk-idx)
               move ws-run-date to stm-run-date
               move "C" to stm-type
               move sta-product-code to stm-product-code
               move ws-variance to stm-quantity
               move "STOCK-TAKE" to stm-reference
               move ws-edit-date to stm-movement-date
               perform hold-movement
               add 1 to ws-movements-applied
               move ws-variance to ws-qty-disp
               move sta-counted-quantity-num to ws-qty-disp-2
               move ws-variance-value to ws-value-disp
               move spaces to stock-report-line
               string "STOCK-TAKE " delimited by size
                       sta-product-code delimited by size
                       " " delimited by size
                       function trim(ws-stk-description(ws-stk-idx))
                           delimited by size
                       " COUNTED=" delimited by size
                       function trim(ws-qty-disp-2)
                           delimited by size
                       " VARIANCE=" delimited by size
                       function trim(ws-qty-disp) delimited by size
                       " AT COST=" delimited by size
                       function trim(ws-value-disp)
                           delimited by size
                   into stock-report-line
               write stock-report-line
               display stock-report-line
           else
               move spaces to stock-report-line
               string function trim(ws-reject-reason)
                           delimited by size
                       ": STOCK-TAKE " delimited by size
                       sta-product-code delimited by size
                       " DATE " delimited by size
                       sta-count-date delimited by size
                       " COUNTED " delimited by size
                       sta-counted-quantity delimited by size
                   into stock-report-line
               perform report-exception
           end-if
           .

       report-exception.
           add 1 to ws-exceptions
           write stock-report-line
           display stock-report-line
           .

       find-stock-entry.
           move 0 to ws-stock-match
           perform varying ws-stk-idx from 1 by 1
                   until ws-stk-idx > ws-stock-count
               if ws-stk-product-code(ws-stk-idx)
                       = ws-lookup-product-code
                   set ws-stock-match to ws-stk-idx
               end-if
           end-perform
           .

       find-booked-delivery.
           set ws-delivery-not-found to true
           perform varying ws-dlv-idx from 1 by 1
                   until ws-dlv-idx > ws-delivery-count
                       or ws-delivery-found
               if ws-dlv-reference(ws-dlv-idx) = gdi-delivery-ref
                       and ws-dlv-product-code(ws-dlv-idx)
                           = gdi-product-code
                   set ws-delivery-found to true
                   move ws-dlv-run-date(ws-dlv-idx)
                       to ws-delivery-booked-date
               end-if
           end-perform
           .

      *> A line that cannot be noted could be booked in twice, so a
      *> full table fails the step.
       note-booked-delivery.
           if ws-delivery-count >= ws-delivery-max
               display "DELIVERY TABLE FULL - LINE NOT NOTED: "
                   gdi-delivery-ref " " gdi-product-code
               move 16 to ws-program-return-code
           else
               add 1 to ws-delivery-count
               set ws-dlv-idx to ws-delivery-count
               move gdi-delivery-ref to ws-dlv-reference(ws-dlv-idx)
               move gdi-product-code
                   to ws-dlv-product-code(ws-dlv-idx)
               move ws-note-run-date to ws-dlv-run-date(ws-dlv-idx)
           end-if
           .

       hold-movement.
           if ws-held-movement-count >= ws-held-movement-max
               display "MOVEMENT TABLE FULL - NOTHING SAVED: "
                   stm-type " " stm-product-code
               move 16 to ws-program-return-code
           else
               add 1 to ws-held-movement-count
               set ws-hmv-idx to ws-held-movement-count
               move stock-movement-record
                   to ws-held-movement(ws-hmv-idx)
           end-if
           .

       write-update-totals.
           move ws-movements-applied to ws-count-disp
           move spaces to stock-report-line
           string "MOVEMENTS APPLIED " delimited by size
                   ws-count-disp delimited by size
               into stock-report-line
           write stock-report-line
           display stock-report-line
           move ws-exceptions to ws-count-disp
           move spaces to stock-report-line
           string "EXCEPTIONS        " delimited by size
                   ws-count-disp delimited by size
               into stock-report-line
           write stock-report-line
           display stock-report-line
           .

      *> Every product below its reorder level, with the shortfall
      *> to bring it back up to the level.
       write-reorder-report.
           move 0 to ws-reorder-count
           open output reorder-report-file
           move spaces to reorder-report-line
           string "STOCK REORDER REPORT - PRODUCTS BELOW REORDER "
                       delimited by size
                   "LEVEL AT " delimited by size
                   ws-run-date delimited by size
               into reorder-report-line
           write reorder-report-line
           perform varying ws-stk-idx from 1 by 1
                   until ws-stk-idx > ws-stock-count
               if ws-stk-on-hand(ws-stk-idx)
                       < ws-stk-reorder-level(ws-stk-idx)
                   add 1 to ws-reorder-count
                   compute ws-shortfall =
                       ws-stk-reorder-level(ws-stk-idx)
                           - ws-stk-on-hand(ws-stk-idx)
                   move ws-stk-on-hand(ws-stk-idx) to ws-qty-disp
                   move ws-stk-reorder-level(ws-stk-idx)
                       to ws-qty-disp-2
                   move ws-shortfall to ws-qty-disp-3
                   move spaces to reorder-report-line
                   string ws-stk-product-code(ws-stk-idx)
                               delimited by size
                           " " delimited by size
                           ws-stk-description(ws-stk-idx)
                               delimited by size
                           " DEPT " delimited by size
                           ws-stk-dept-code(ws-stk-idx)
                               delimited by size
                           " ON HAND=" delimited by size
                           function trim(ws-qty-disp)
                               delimited by size
                           " REORDER LEVEL=" delimited by size
                           function trim(ws-qty-disp-2)
                               delimited by size
                           " SHORT BY=" delimited by size
                           function trim(ws-qty-disp-3)
                               delimited by size
                       into reorder-report-line
                   write reorder-report-line
               end-if
           end-perform
           move ws-reorder-count to ws-count-disp
           move spaces to reorder-report-line
           string "PRODUCTS TO REORDER " delimited by size
                   ws-count-disp delimited by size
               into reorder-report-line
           write reorder-report-line
           display reorder-report-line
           close reorder-report-file
           .

      *> Loads the product master, seeding it with the shop's core
      *> lines the first time PRODMAST.TXT does not exist yet (the
      *> same seed the sales edit writes).
       load-product-master.
           move 0 to ws-stock-count
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
                           perform load-product-entry
                   end-read
               end-perform
               close product-master-file
           else
               display "PRODMAST.TXT OPEN FAILED - STATUS "
                   ws-product-master-status
               move 16 to ws-program-return-code
           end-if
           .

       load-product-entry.
           if ws-stock-count >= ws-stock-max
               display "STOCK TABLE FULL - PRODUCT DROPPED: "
                   prd-product-code
               move 16 to ws-program-return-code
           else
               add 1 to ws-stock-count
               set ws-stk-idx to ws-stock-count
               move prd-product-code
                   to ws-stk-product-code(ws-stk-idx)
               move prd-description to ws-stk-description(ws-stk-idx)
               move prd-dept-code to ws-stk-dept-code(ws-stk-idx)
               move prd-cost-price to ws-stk-cost-price(ws-stk-idx)
               move prd-reorder-level
                   to ws-stk-reorder-level(ws-stk-idx)
               move 0 to ws-stk-on-hand(ws-stk-idx)
               move 0 to ws-stk-last-count-date(ws-stk-idx)
               move 0 to ws-stk-night-sold(ws-stk-idx)
           end-if
           .

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

      *> A missing STOCKBAL.TXT means stock has never been recorded -
      *> every product starts at zero until goods are booked in or
      *> counted.  A balance for a product no longer on the master
      *> is reported and dropped.
       load-stock-balances.
           open input stock-balance-file
           evaluate ws-stock-balance-status
               when "35"
                   continue
               when "00"
                   perform until ws-stock-balance-status not = "00"
                       read stock-balance-file
                           at end
                               move "10" to ws-stock-balance-status
                           not at end
                               move stb-product-code
                                   to ws-lookup-product-code
                               perform find-stock-entry
                               if ws-stock-match = 0
                                   display "BALANCE FOR PRODUCT NOT "
                                       "ON MASTER DROPPED: "
                                       stb-product-code " "
                                       stb-on-hand
                               else
                                   set ws-stk-idx to ws-stock-match
                                   move stb-on-hand to
                                       ws-stk-on-hand(ws-stk-idx)
                                   move stb-last-count-date to
                                       ws-stk-last-count-date(
                                           ws-stk-idx)
                               end-if
                       end-read
                   end-perform
                   close stock-balance-file
               when other
                   display "STOCKBAL.TXT OPEN FAILED - STATUS "
                       ws-stock-balance-status
                   move 16 to ws-program-return-code
           end-evaluate
           .

       save-stock-balances.
           open output stock-balance-file
           perform varying ws-stk-idx from 1 by 1
                   until ws-stk-idx > ws-stock-count
               move ws-stk-product-code(ws-stk-idx)
                   to stb-product-code
               move ws-stk-on-hand(ws-stk-idx) to stb-on-hand
               move ws-stk-last-count-date(ws-stk-idx)
                   to stb-last-count-date
               write stock-balance-record
           end-perform
           close stock-balance-file

           open output stock-checkpoint-file
           move ws-last-sales-date to skp-last-sales-date
           write stock-checkpoint-record
           close stock-checkpoint-file

           open extend stock-movement-file
           if ws-stock-movement-status = "35"
               open output stock-movement-file
           end-if
           perform varying ws-hmv-idx from 1 by 1
                   until ws-hmv-idx > ws-held-movement-count
               move ws-held-movement(ws-hmv-idx)
                   to stock-movement-record
               write stock-movement-record
           end-perform
           close stock-movement-file
           .

       load-stock-checkpoint.
           move 0 to ws-last-sales-date
           open input stock-checkpoint-file
           if ws-stock-checkpoint-status = "00"
               read stock-checkpoint-file
                   at end
                       continue
                   not at end
                       move skp-last-sales-date to ws-last-sales-date
               end-read
               close stock-checkpoint-file
           end-if
           .

      *> Every delivery line ever booked in, so a delivery fed in a
      *> second time is refused rather than counted twice.
       load-booked-deliveries.
           move 0 to ws-delivery-count
           open input stock-movement-file
           if ws-stock-movement-status = "00"
               perform until ws-stock-movement-status not = "00"
                   read stock-movement-file
                       at end
                           move "10" to ws-stock-movement-status
                       not at end
                           if stm-type = "G"
                               move stm-reference
                                   to gdi-delivery-ref
                               move stm-product-code
                                   to gdi-product-code
                               move stm-run-date to ws-note-run-date
                               perform note-booked-delivery
                           end-if
                   end-read
               end-perform
               close stock-movement-file
           end-if
           .

           copy jobbnr replacing ==JOB-NAME-LIT== by =="STOCKUPD"==.
