       identification division.
       program-id. STOCKVAL.

      *> Modification history:
      *> 2026-10-15 - new program.  Period-end stock valuation for
      *>              the shop: every product's stock on hand
      *>              (STOCKBAL.TXT, kept by STOCKUPD) valued at cost
      *>              and at selling price off the product master,
      *>              listed by department with department subtotals
      *>              and a grand total (STKVALN.TXT).  A product
      *>              showing negative stock - sold more than was
      *>              ever booked in - is flagged for a count and
      *>              valued at nil rather than reducing the total.

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
           select valuation-report-file assign to "STKVALN.TXT"
               organization is line sequential
               file status is ws-valuation-report-status.

       data division.
       file section.
           copy joblogfd.

       fd  product-master-file.
           copy prodrec.

       fd  stock-balance-file.
           copy stockbal.

       fd  valuation-report-file.
       01  valuation-report-line          pic X(132).

       working-storage section.
           copy joblogws.
           copy stepstat.

       01  ws-product-master-status      pic XX.
       01  ws-stock-balance-status       pic XX.
       01  ws-valuation-report-status    pic XX.

       01  ws-run-date                   pic 9(8).

       01  ws-stock-table.
           05  ws-stock-entry occurs 500 times
                       indexed by ws-stk-idx.
               10  ws-stk-product-code      pic X(6).
               10  ws-stk-description       pic X(30).
               10  ws-stk-dept-code         pic X(3).
               10  ws-stk-cost-price        pic 9(5)V99.
               10  ws-stk-selling-price     pic 9(5)V99.
               10  ws-stk-on-hand           pic S9(7).
       01  ws-stock-count                pic 9(3) value 0.
       01  ws-stock-max                  pic 9(3) value 500.
       01  ws-stock-match                pic 9(3).

      *> The departments on the master, in code order.
       01  ws-dept-table.
           05  ws-dept-entry occurs 50 times
                       indexed by ws-dpt-idx ws-dpt-idx-2.
               10  ws-dpt-code              pic X(3).
       01  ws-dept-count                 pic 9(2) value 0.
       01  ws-dept-max                   pic 9(2) value 50.
       01  ws-dept-found-switch          pic X.
           88  ws-dept-found               value "Y".
           88  ws-dept-not-found           value "N".
       01  ws-dept-swap                  pic X(3).

       01  ws-line-cost-value            pic S9(9)V99.
       01  ws-line-retail-value          pic S9(9)V99.
       01  ws-dept-cost-total            pic S9(9)V99.
       01  ws-dept-retail-total          pic S9(9)V99.
       01  ws-dept-items                 pic 9(5).
       01  ws-grand-cost-total           pic S9(11)V99 value 0.
       01  ws-grand-retail-total         pic S9(11)V99 value 0.
       01  ws-negative-count             pic 9(4) value 0.
       01  ws-lines-written              pic 9(6) value 0.
       01  ws-negative-flag              pic X(30).

       01  ws-qty-disp                   pic -(6)9.
       01  ws-price-disp                 pic ZZZZ9.99.
       01  ws-value-disp                 pic ---,---,--9.99.
       01  ws-value-disp-2               pic ---,---,--9.99.
       01  ws-count-disp                 pic ZZZ9.

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
               perform collect-departments
               perform write-valuation-report
           end-if

           move ws-stock-count to bss-records-read
           move ws-lines-written to bss-records-written
           move ws-negative-count to bss-exception-count

           perform JOBBNR-WRITE-END
           move ws-program-return-code to return-code
           goback
           .

       write-valuation-report.
           open output valuation-report-file
           move spaces to valuation-report-line
           string "SHOP STOCK VALUATION AT " delimited by size
                   ws-run-date delimited by size
               into valuation-report-line
           write valuation-report-line
           perform varying ws-dpt-idx from 1 by 1
                   until ws-dpt-idx > ws-dept-count
               perform value-one-department
           end-perform

           move ws-grand-cost-total to ws-value-disp
           move ws-grand-retail-total to ws-value-disp-2
           move spaces to valuation-report-line
           string "GRAND TOTAL AT COST=" delimited by size
                   function trim(ws-value-disp) delimited by size
                   " AT RETAIL=" delimited by size
                   function trim(ws-value-disp-2) delimited by size
               into valuation-report-line
           write valuation-report-line
           display valuation-report-line
           move ws-negative-count to ws-count-disp
           move spaces to valuation-report-line
           string "PRODUCTS WITH NEGATIVE STOCK (VALUED AT NIL) "
                       delimited by size
                   ws-count-disp delimited by size
               into valuation-report-line
           write valuation-report-line
           display valuation-report-line
           close valuation-report-file
           .

       value-one-department.
           move 0 to ws-dept-cost-total
           move 0 to ws-dept-retail-total
           move 0 to ws-dept-items
           move spaces to valuation-report-line
           write valuation-report-line
           move spaces to valuation-report-line
           string "DEPARTMENT " delimited by size
                   ws-dpt-code(ws-dpt-idx) delimited by size
               into valuation-report-line
           write valuation-report-line
           perform varying ws-stk-idx from 1 by 1
                   until ws-stk-idx > ws-stock-count
               if ws-stk-dept-code(ws-stk-idx) = ws-dpt-code(ws-dpt-idx)
                   perform value-one-product
               end-if
           end-perform
           move ws-dept-cost-total to ws-value-disp
           move ws-dept-retail-total to ws-value-disp-2
           move spaces to valuation-report-line
           string "DEPARTMENT " delimited by size
                   ws-dpt-code(ws-dpt-idx) delimited by size
                   " TOTAL AT COST=" delimited by size
                   function trim(ws-value-disp) delimited by size
                   " AT RETAIL=" delimited by size
                   function trim(ws-value-disp-2) delimited by size
               into valuation-report-line
           write valuation-report-line
           add ws-dept-cost-total to ws-grand-cost-total
           add ws-dept-retail-total to ws-grand-retail-total
           .

       value-one-product.
           move spaces to ws-negative-flag
           if ws-stk-on-hand(ws-stk-idx) < 0
               move 0 to ws-line-cost-value
               move 0 to ws-line-retail-value
               move " ** NEGATIVE STOCK - COUNT IT" to ws-negative-flag
               add 1 to ws-negative-count
           else
               compute ws-line-cost-value =
                   ws-stk-on-hand(ws-stk-idx)
                       * ws-stk-cost-price(ws-stk-idx)
               compute ws-line-retail-value =
                   ws-stk-on-hand(ws-stk-idx)
                       * ws-stk-selling-price(ws-stk-idx)
           end-if
           add ws-line-cost-value to ws-dept-cost-total
           add ws-line-retail-value to ws-dept-retail-total
           add 1 to ws-dept-items
           move ws-stk-on-hand(ws-stk-idx) to ws-qty-disp
           move ws-stk-cost-price(ws-stk-idx) to ws-price-disp
           move ws-line-cost-value to ws-value-disp
           move ws-line-retail-value to ws-value-disp-2
           move spaces to valuation-report-line
           string "  " delimited by size
                   ws-stk-product-code(ws-stk-idx) delimited by size
                   " " delimited by size
                   ws-stk-description(ws-stk-idx) delimited by size
                   " ON HAND=" delimited by size
                   function trim(ws-qty-disp) delimited by size
                   " COST=" delimited by size
                   function trim(ws-price-disp) delimited by size
                   " VALUE AT COST=" delimited by size
                   function trim(ws-value-disp) delimited by size
                   " AT RETAIL=" delimited by size
                   function trim(ws-value-disp-2) delimited by size
                   ws-negative-flag delimited by size
               into valuation-report-line
           write valuation-report-line
           add 1 to ws-lines-written
           if ws-negative-flag not = spaces
               display valuation-report-line
           end-if
           .

      *> Distinct departments on the master, sorted so the report
      *> comes out in department order whatever order the master is
      *> kept in.
       collect-departments.
           move 0 to ws-dept-count
           perform varying ws-stk-idx from 1 by 1
                   until ws-stk-idx > ws-stock-count
               set ws-dept-not-found to true
               perform varying ws-dpt-idx from 1 by 1
                       until ws-dpt-idx > ws-dept-count
                   if ws-dpt-code(ws-dpt-idx)
                           = ws-stk-dept-code(ws-stk-idx)
                       set ws-dept-found to true
                   end-if
               end-perform
               if ws-dept-not-found
                   if ws-dept-count >= ws-dept-max
                       display "DEPARTMENT TABLE FULL - NOT VALUED: "
                           ws-stk-dept-code(ws-stk-idx)
                       move 8 to ws-program-return-code
                   else
                       add 1 to ws-dept-count
                       set ws-dpt-idx to ws-dept-count
                       move ws-stk-dept-code(ws-stk-idx)
                           to ws-dpt-code(ws-dpt-idx)
                   end-if
               end-if
           end-perform
           perform varying ws-dpt-idx from 1 by 1
                   until ws-dpt-idx >= ws-dept-count
               perform varying ws-dpt-idx-2 from ws-dpt-idx by 1
                       until ws-dpt-idx-2 > ws-dept-count
                   if ws-dpt-code(ws-dpt-idx-2)
                           < ws-dpt-code(ws-dpt-idx)
                       move ws-dpt-code(ws-dpt-idx) to ws-dept-swap
                       move ws-dpt-code(ws-dpt-idx-2)
                           to ws-dpt-code(ws-dpt-idx)
                       move ws-dept-swap to ws-dpt-code(ws-dpt-idx-2)
                   end-if
               end-perform
           end-perform
           .

      *> Without a product master there is nothing to value.
       load-product-master.
           move 0 to ws-stock-count
           open input product-master-file
           if ws-product-master-status = "35"
               display "PRODMAST.TXT NOT FOUND - NOTHING TO VALUE"
               move 8 to ws-program-return-code
               exit paragraph
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
               move prd-selling-price
                   to ws-stk-selling-price(ws-stk-idx)
               move 0 to ws-stk-on-hand(ws-stk-idx)
           end-if
           .

      *> No STOCKBAL.TXT yet means no stock has been recorded - every
      *> product values at nil.
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
                               perform load-balance-entry
                       end-read
                   end-perform
                   close stock-balance-file
               when other
                   display "STOCKBAL.TXT OPEN FAILED - STATUS "
                       ws-stock-balance-status
                   move 16 to ws-program-return-code
           end-evaluate
           .

       load-balance-entry.
           move 0 to ws-stock-match
           perform varying ws-stk-idx from 1 by 1
                   until ws-stk-idx > ws-stock-count
               if ws-stk-product-code(ws-stk-idx) = stb-product-code
                   set ws-stock-match to ws-stk-idx
               end-if
           end-perform
           if ws-stock-match not = 0
               set ws-stk-idx to ws-stock-match
               move stb-on-hand to ws-stk-on-hand(ws-stk-idx)
           end-if
           .

           copy jobbnr replacing ==JOB-NAME-LIT== by =="STOCKVAL"==.
