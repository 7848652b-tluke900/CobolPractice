       identification division.
       program-id. BALRPT.

      *> Modification history:
      *> 2026-10-15 - new program.  Every file in the chain carries its
      *>              own trailer now, but nothing proved the steps
      *>              agreed with each other - SALESTRN.TXT could
      *>              balance to its trailer while the ledger posted a
      *>              different day.  This balancing step runs at the
      *>              end of the chain, gathers the control figures
      *>              SALESEDT, COMPFUNC, GLPOST, DATATYPES and BANKPAY
      *>              post to the shared control-figure file
      *>              (CTLFIG.TXT, ctlfig copybooks) and holds them
      *>              against each other: till records read against
      *>              passed, rejected and late; the SALESTRN.TXT
      *>              total against the day on SALESHIS.TXT, that day
      *>              against its STOREHIS.TXT store rows and the
      *>              takings GLPOST posted; the PAYEXTR.TXT trailer
      *>              against BANKPAY.TXT plus the net held back, and
      *>              against the net-pay credit on GLPOST.TXT.  The
      *>              one-page report (BALRPT.TXT) highlights every
      *>              break, and a break - or a figure a step never
      *>              posted - fails the step so it shows on the
      *>              morning run report.

       environment division.
       input-output section.
       file-control.
           copy joblogsl.
           copy ctlfigsl.
           select balancing-report-file assign to "BALRPT.TXT"
               organization is line sequential
               file status is ws-balancing-report-status.

       data division.
       file section.
           copy joblogfd.
           copy ctlfigfd.

       fd  balancing-report-file.
       01  balancing-report-line         pic X(124).

       working-storage section.
           copy joblogws.
           copy stepstat.
           copy ctlfigws.
       01  ws-balancing-report-status    pic XX.

       01  ws-run-date                   pic 9(8).

      *> The sales days to balance: tonight's run date, whose till
      *> batch SALESEDT edited, plus any earlier day the roll-up or
      *> the ledger caught up on tonight.  Capped so the report stays
      *> on one page.
       01  ws-sales-date-table.
           05  ws-sales-date occurs 10 times
                       indexed by ws-sdt-idx
                                  pic 9(8).
       01  ws-sales-date-count           pic 9(2) value 0.
       01  ws-sales-date-max             pic 9(2) value 10.
       01  ws-sales-dates-dropped        pic 9(4) value 0.
       01  ws-sales-date-work            pic 9(8).
       01  ws-sdt-found-switch           pic X.
           88  ws-sdt-found                value "Y".
           88  ws-sdt-not-found            value "N".
       01  ws-date-sort-switch           pic X.
           88  ws-date-sort-swapped        value "Y".
           88  ws-date-sort-not-swapped    value "N".

      *> The latest posting of each figure for the dates being
      *> balanced - a step that reran posted again, and its later
      *> record replaces the earlier one here.
       01  ws-figure-table.
           05  ws-figure-entry occurs 300 times
                       indexed by ws-fig-idx.
               10  ws-fig-step-name         pic X(10).
               10  ws-fig-figure-name       pic X(20).
               10  ws-fig-figure-date       pic 9(8).
               10  ws-fig-count             pic 9(9).
               10  ws-fig-amount            pic S9(11)V99.
       01  ws-figure-count               pic 9(3) value 0.
       01  ws-figure-max                 pic 9(3) value 300.
       01  ws-figures-read               pic 9(7) value 0.
       01  ws-fig-found-switch           pic X.
           88  ws-fig-found                value "Y".
           88  ws-fig-not-found            value "N".

      *> LOOK-UP-FIGURE input and result.
       01  ws-want-step                  pic X(10).
       01  ws-want-name                  pic X(20).
       01  ws-want-date                  pic 9(8).
       01  ws-want-sign                  pic X(1).
       01  ws-got-count                  pic 9(9).
       01  ws-got-amount                 pic S9(11)V99.

      *> One check: the step figure on the left, the figures it must
      *> balance to on the right (each added or taken off), and
      *> whether every one of them was posted.
       01  ws-check-kind-switch          pic X.
           88  ws-check-of-counts          value "C".
           88  ws-check-of-amounts         value "A".
       01  ws-check-missing-switch       pic X.
           88  ws-check-figure-missing     value "Y".
           88  ws-check-figures-present    value "N".
       01  ws-check-description          pic X(48).
       01  ws-left-figure                pic S9(11)V99.
       01  ws-right-figure               pic S9(11)V99.
       01  ws-difference                 pic S9(11)V99.
       01  ws-component-table.
           05  ws-component occurs 6 times
                       indexed by ws-cpt-idx.
               10  ws-cpt-label             pic X(40).
               10  ws-cpt-figure            pic S9(11)V99.
               10  ws-cpt-found-flag        pic X(1).
                   88  ws-cpt-found           value "Y".
                   88  ws-cpt-missing         value "N".
       01  ws-component-count            pic 9(1) value 0.
       01  ws-component-label            pic X(40).

       01  ws-checks-made                pic 9(4) value 0.
       01  ws-breaks-found               pic 9(4) value 0.
       01  ws-count-disp                 pic ZZZ9.

       01  ws-report-heading.
           05  filler                    pic X(42)
                   value "CROSS-STEP BALANCING REPORT".
           05  filler                    pic X(9) value "RUN DATE ".
           05  ws-rh-run-date            pic 9(8).
       01  ws-column-heading.
           05  filler                    pic X(2) value spaces.
           05  filler                    pic X(48) value "CHECK".
           05  filler                    pic X(20)
                   value "       STEP FIGURE".
           05  filler                    pic X(20)
                   value "       BALANCED TO".
           05  filler                    pic X(20)
                   value "        DIFFERENCE".
           05  filler                    pic X(12) value "RESULT".

      *> A check line; the same columns carry a count check (records
      *> read against passed, rejected and late) through the count
      *> view, and a component line leaves the unused columns blank.
       01  ws-check-line.
           05  filler                    pic X(2).
           05  ws-chk-description        pic X(48).
           05  ws-chk-figures.
               10  ws-chk-left           pic ---,---,---,--9.99.
               10  filler                pic X(2).
               10  ws-chk-right          pic ---,---,---,--9.99.
               10  filler                pic X(2).
               10  ws-chk-difference     pic ---,---,---,--9.99.
           05  ws-chk-count-figures redefines ws-chk-figures.
               10  filler                pic X(4).
               10  ws-chk-left-count     pic --,---,---,--9.
               10  filler                pic X(6).
               10  ws-chk-right-count    pic --,---,---,--9.
               10  filler                pic X(6).
               10  ws-chk-difference-count
                                         pic --,---,---,--9.
           05  filler                    pic X(2).
           05  ws-chk-result             pic X(14).

      *> Non-zero once a break has been found or a file will not
      *> open, so the driver's step check has something real to
      *> catch.
       01  ws-program-return-code        pic 9(4) value 0.

       procedure division.
       main-logic.
           perform JOBBNR-WRITE-START
           accept ws-run-date from date yyyymmdd
           perform collect-sales-dates
           perform load-control-figures

           open output balancing-report-file
           if ws-balancing-report-status not = "00"
               display "BALRPT.TXT OPEN FAILED - STATUS "
                   ws-balancing-report-status
               move 16 to ws-program-return-code
           else
               perform write-report-headings
               perform varying ws-sdt-idx from 1 by 1
                       until ws-sdt-idx > ws-sales-date-count
                   perform balance-one-sales-date
               end-perform
               perform balance-payroll
               perform write-report-summary
               close balancing-report-file
           end-if

           move ws-figures-read to bss-records-read
           move ws-checks-made to bss-records-written
           move ws-breaks-found to bss-exception-count

           perform JOBBNR-WRITE-END
           move ws-program-return-code to return-code
           goback
           .

      *> Tonight's run date is always balanced.  Any other day the
      *> roll-up checkpointed or the ledger posted on tonight's run
      *> is balanced too - a catch-up night moves several days.
       collect-sales-dates.
           move 0 to ws-sales-date-count
           move ws-run-date to ws-sales-date-work
           perform add-sales-date
           set ws-ctl-fig-not-eof to true
           open input control-figure-file
           if ws-ctl-fig-status = "00"
               perform until ws-ctl-fig-eof
                   read control-figure-file
                       at end
                           set ws-ctl-fig-eof to true
                       not at end
                           if cfg-posted-date = ws-run-date
                               and ((cfg-step-name = "COMPFUNC"
                                 and cfg-figure-name
                                     = "SALESHIS DAY GROSS")
                               or (cfg-step-name = "GLPOST"
                                 and cfg-figure-name
                                     = "SALES TAKINGS POSTED"))
                               move cfg-figure-date
                                   to ws-sales-date-work
                               perform add-sales-date
                           end-if
                   end-read
               end-perform
               close control-figure-file
           else
               if ws-ctl-fig-status not = "35"
                   display "CTLFIG.TXT OPEN FAILED - STATUS "
                       ws-ctl-fig-status
                   move 16 to ws-program-return-code
               end-if
           end-if
           perform sort-sales-dates
           .

       add-sales-date.
           set ws-sdt-not-found to true
           perform varying ws-sdt-idx from 1 by 1
                   until ws-sdt-idx > ws-sales-date-count
               if ws-sales-date(ws-sdt-idx) = ws-sales-date-work
                   set ws-sdt-found to true
               end-if
           end-perform
           if ws-sdt-not-found
               if ws-sales-date-count >= ws-sales-date-max
                   add 1 to ws-sales-dates-dropped
                   display "SALES DATE TABLE FULL - NOT BALANCED: "
                       ws-sales-date-work
               else
                   add 1 to ws-sales-date-count
                   set ws-sdt-idx to ws-sales-date-count
                   move ws-sales-date-work to ws-sales-date(ws-sdt-idx)
               end-if
           end-if
           .

      *> Oldest day first, the order the roll-up processed them.
       sort-sales-dates.
           if ws-sales-date-count > 1
               set ws-date-sort-swapped to true
               perform with test after
                       until ws-date-sort-not-swapped
                   set ws-date-sort-not-swapped to true
                   perform varying ws-sdt-idx from 1 by 1
                           until ws-sdt-idx > ws-sales-date-count - 1
                       if ws-sales-date(ws-sdt-idx) >
                               ws-sales-date(ws-sdt-idx + 1)
                           move ws-sales-date(ws-sdt-idx)
                               to ws-sales-date-work
                           move ws-sales-date(ws-sdt-idx + 1)
                               to ws-sales-date(ws-sdt-idx)
                           move ws-sales-date-work
                               to ws-sales-date(ws-sdt-idx + 1)
                           set ws-date-sort-swapped to true
                       end-if
                   end-perform
               end-perform
           end-if
           .

      *> Every figure for a date being balanced, the later posting
      *> of the same step, figure and date replacing the earlier.
      *> No CTLFIG.TXT at all means no step posted anything, and
      *> every check below reports its figures missing.
       load-control-figures.
           move 0 to ws-figure-count
           set ws-ctl-fig-not-eof to true
           open input control-figure-file
           if ws-ctl-fig-status = "35"
               display "CTLFIG.TXT NOT FOUND - NO CONTROL FIGURES "
                   "POSTED"
           else
           if ws-ctl-fig-status not = "00"
               display "CTLFIG.TXT OPEN FAILED - STATUS "
                   ws-ctl-fig-status
               move 16 to ws-program-return-code
           else
               perform until ws-ctl-fig-eof
                   read control-figure-file
                       at end
                           set ws-ctl-fig-eof to true
                       not at end
                           add 1 to ws-figures-read
                           move cfg-figure-date to ws-sales-date-work
                           set ws-sdt-not-found to true
                           perform varying ws-sdt-idx from 1 by 1
                                   until ws-sdt-idx
                                       > ws-sales-date-count
                               if ws-sales-date(ws-sdt-idx)
                                       = ws-sales-date-work
                                   set ws-sdt-found to true
                               end-if
                           end-perform
                           if ws-sdt-found
                               perform store-control-figure
                           end-if
                   end-read
               end-perform
               close control-figure-file
           end-if
           end-if
           .

       store-control-figure.
           set ws-fig-not-found to true
           perform varying ws-fig-idx from 1 by 1
                   until ws-fig-idx > ws-figure-count
               if ws-fig-step-name(ws-fig-idx) = cfg-step-name
                       and ws-fig-figure-name(ws-fig-idx)
                           = cfg-figure-name
                       and ws-fig-figure-date(ws-fig-idx)
                           = cfg-figure-date
                   set ws-fig-found to true
                   move cfg-count to ws-fig-count(ws-fig-idx)
                   move cfg-amount to ws-fig-amount(ws-fig-idx)
               end-if
           end-perform
           if ws-fig-not-found
               if ws-figure-count >= ws-figure-max
                   display "CONTROL FIGURE TABLE FULL - FIGURE "
                       "DROPPED: " cfg-step-name " " cfg-figure-name
               else
                   add 1 to ws-figure-count
                   set ws-fig-idx to ws-figure-count
                   move cfg-step-name to ws-fig-step-name(ws-fig-idx)
                   move cfg-figure-name
                       to ws-fig-figure-name(ws-fig-idx)
                   move cfg-figure-date
                       to ws-fig-figure-date(ws-fig-idx)
                   move cfg-count to ws-fig-count(ws-fig-idx)
                   move cfg-amount to ws-fig-amount(ws-fig-idx)
               end-if
           end-if
           .

       write-report-headings.
           move ws-run-date to ws-rh-run-date
           move ws-report-heading to balancing-report-line
           write balancing-report-line
           display balancing-report-line
           move spaces to balancing-report-line
           write balancing-report-line
           move ws-column-heading to balancing-report-line
           write balancing-report-line
           .

      *> Tonight's own day carries the edit step's checks as well as
      *> the roll-up's; a caught-up day came off a dated transaction
      *> file the edit step never saw tonight, so it balances from
      *> the roll-up onwards only.
       balance-one-sales-date.
           move ws-sales-date(ws-sdt-idx) to ws-want-date
           move spaces to balancing-report-line
           write balancing-report-line
           move spaces to balancing-report-line
           if ws-want-date = ws-run-date
               string "SALES - TILL TO LEDGER, TRADING DATE "
                       delimited by size
                       ws-want-date delimited by size
                   into balancing-report-line
           else
               string "SALES - TILL TO LEDGER, TRADING DATE "
                       delimited by size
                       ws-want-date delimited by size
                       " (CAUGHT UP TONIGHT)" delimited by size
                   into balancing-report-line
           end-if
           write balancing-report-line

           if ws-want-date = ws-run-date
               perform check-till-records
               perform check-transaction-total
           end-if
           perform check-store-history
           perform check-ledger-takings
           .

       check-till-records.
           set ws-check-of-counts to true
           perform start-check
           move "TILL RECORDS READ = PASSED + REJECTED + LATE"
               to ws-check-description
           move "SALESEDT" to ws-want-step
           move "RECORDS READ" to ws-want-name
           perform set-left-figure
           move "+" to ws-want-sign
           move "RECORDS PASSED" to ws-want-name
           perform add-right-figure
           move "RECORDS REJECTED" to ws-want-name
           perform add-right-figure
           move "RECORDS LATE" to ws-want-name
           perform add-right-figure
           perform finish-check
           .

      *> The transaction file carries gift-voucher sales and lines the
      *> roll-up diverted to late adjustments as well as the day's
      *> sales - both are shown, and both must explain the gap.
       check-transaction-total.
           set ws-check-of-amounts to true
           perform start-check
           move "SALESTRN.TXT TOTAL = SALESHIS.TXT DAY"
               to ws-check-description
           move "SALESEDT" to ws-want-step
           move "SALESTRN TRAILER" to ws-want-name
           perform set-left-figure
           move "COMPFUNC" to ws-want-step
           move "+" to ws-want-sign
           move "SALESHIS DAY GROSS" to ws-want-name
           perform add-right-figure
           move "VOUCHER LINES" to ws-want-name
           perform add-right-figure
           move "LATE LINES" to ws-want-name
           perform add-right-figure
           perform finish-check
           .

       check-store-history.
           set ws-check-of-amounts to true
           perform start-check
           move "SALESHIS.TXT DAY = STOREHIS.TXT STORE ROWS"
               to ws-check-description
           move "COMPFUNC" to ws-want-step
           move "SALESHIS DAY GROSS" to ws-want-name
           perform set-left-figure
           move "+" to ws-want-sign
           move "STOREHIS DAY GROSS" to ws-want-name
           perform add-right-figure
           perform finish-check
           .

       check-ledger-takings.
           set ws-check-of-amounts to true
           perform start-check
           move "SALESHIS.TXT DAY = GLPOST.TXT TAKINGS"
               to ws-check-description
           move "COMPFUNC" to ws-want-step
           move "SALESHIS DAY GROSS" to ws-want-name
           perform set-left-figure
           move "GLPOST" to ws-want-step
           move "+" to ws-want-sign
           move "SALES TAKINGS POSTED" to ws-want-name
           perform add-right-figure
           perform finish-check
           .

      *> The bank file carries earlier nights' re-issued returns and
      *> released holds as well as tonight's pay, and leaves off
      *> whatever tonight held back - all three are shown.
       balance-payroll.
           move ws-run-date to ws-want-date
           move spaces to balancing-report-line
           write balancing-report-line
           move spaces to balancing-report-line
           string "PAYROLL - PAY RUN TO BANK AND LEDGER, RUN DATE "
                   delimited by size
                   ws-want-date delimited by size
               into balancing-report-line
           write balancing-report-line

           set ws-check-of-amounts to true
           perform start-check
           move "PAYEXTR.TXT NET = BANKPAY.TXT + HELD BACK"
               to ws-check-description
           move "DATATYPES" to ws-want-step
           move "PAYEXTR TRAILER" to ws-want-name
           perform set-left-figure
           move "BANKPAY" to ws-want-step
           move "+" to ws-want-sign
           move "BANKPAY TRAILER" to ws-want-name
           perform add-right-figure
           move "-" to ws-want-sign
           move "REISSUED RETURNS" to ws-want-name
           perform add-right-figure
           move "RELEASED HOLDS" to ws-want-name
           perform add-right-figure
           move "+" to ws-want-sign
           move "HELD BACK" to ws-want-name
           perform add-right-figure
           perform finish-check

           perform start-check
           move "PAYEXTR.TXT NET = GLPOST.TXT NET PAY CREDIT"
               to ws-check-description
           move "DATATYPES" to ws-want-step
           move "PAYEXTR TRAILER" to ws-want-name
           perform set-left-figure
           move "GLPOST" to ws-want-step
           move "+" to ws-want-sign
           move "NET PAY CREDIT" to ws-want-name
           perform add-right-figure
           perform finish-check
           .

       start-check.
           move 0 to ws-left-figure ws-right-figure
           move 0 to ws-component-count
           set ws-check-figures-present to true
           .

       set-left-figure.
           perform look-up-figure
           if ws-check-of-counts
               move ws-got-count to ws-left-figure
           else
               move ws-got-amount to ws-left-figure
           end-if
           move " " to ws-want-sign
           perform note-component
           .

       add-right-figure.
           perform look-up-figure
           if ws-check-of-counts
               move ws-got-count to ws-got-amount
           end-if
           if ws-want-sign = "-"
               subtract ws-got-amount from ws-right-figure
           else
               add ws-got-amount to ws-right-figure
           end-if
           perform note-component
           .

       look-up-figure.
           move 0 to ws-got-count
           move 0 to ws-got-amount
           set ws-fig-not-found to true
           perform varying ws-fig-idx from 1 by 1
                   until ws-fig-idx > ws-figure-count
               if ws-fig-step-name(ws-fig-idx) = ws-want-step
                       and ws-fig-figure-name(ws-fig-idx)
                           = ws-want-name
                       and ws-fig-figure-date(ws-fig-idx)
                           = ws-want-date
                   set ws-fig-found to true
                   move ws-fig-count(ws-fig-idx) to ws-got-count
                   move ws-fig-amount(ws-fig-idx) to ws-got-amount
               end-if
           end-perform
           if ws-fig-not-found
               set ws-check-figure-missing to true
           end-if
           .

      *> Each figure a check used is kept so the lines under a
      *> multi-figure check, or a check with a figure missing, can
      *> show where the numbers came from.
       note-component.
           if ws-component-count < 6
               add 1 to ws-component-count
               set ws-cpt-idx to ws-component-count
               move spaces to ws-component-label
               string ws-want-sign delimited by size
                       " " delimited by size
                       function trim(ws-want-step) delimited by size
                       " " delimited by size
                       function trim(ws-want-name) delimited by size
                   into ws-component-label
               move ws-component-label to ws-cpt-label(ws-cpt-idx)
               if ws-check-of-counts
                   move ws-got-count to ws-cpt-figure(ws-cpt-idx)
               else
                   move ws-got-amount to ws-cpt-figure(ws-cpt-idx)
               end-if
               if ws-fig-found
                   set ws-cpt-found(ws-cpt-idx) to true
               else
                   set ws-cpt-missing(ws-cpt-idx) to true
               end-if
           end-if
           .

      *> A difference of a penny is a break, and so is a figure the
      *> step never posted - a step that did not run cannot be shown
      *> to agree with anything.
       finish-check.
           add 1 to ws-checks-made
           compute ws-difference = ws-left-figure - ws-right-figure
           move spaces to ws-check-line
           move ws-check-description to ws-chk-description
           if ws-check-of-counts
               move ws-left-figure to ws-chk-left-count
               move ws-right-figure to ws-chk-right-count
               move ws-difference to ws-chk-difference-count
           else
               move ws-left-figure to ws-chk-left
               move ws-right-figure to ws-chk-right
               move ws-difference to ws-chk-difference
           end-if
           evaluate true
               when ws-check-figure-missing
                   add 1 to ws-breaks-found
                   move "** MISSING **" to ws-chk-result
               when ws-difference not = 0
                   add 1 to ws-breaks-found
                   move "** BREAK **" to ws-chk-result
               when other
                   move "AGREES" to ws-chk-result
           end-evaluate
           move ws-check-line to balancing-report-line
           write balancing-report-line
           if ws-check-figure-missing or ws-difference not = 0
               display balancing-report-line
           end-if
           if ws-component-count > 2 or ws-check-figure-missing
               perform varying ws-cpt-idx from 1 by 1
                       until ws-cpt-idx > ws-component-count
                   perform write-component-line
               end-perform
           end-if
           .

       write-component-line.
           move spaces to ws-check-line
           move spaces to ws-chk-description
           string "    " delimited by size
                   ws-cpt-label(ws-cpt-idx) delimited by size
               into ws-chk-description
           if ws-cpt-missing(ws-cpt-idx)
               move "NOT POSTED" to ws-chk-result
           else
               if ws-check-of-counts
                   move ws-cpt-figure(ws-cpt-idx)
                       to ws-chk-right-count
               else
                   move ws-cpt-figure(ws-cpt-idx) to ws-chk-right
               end-if
           end-if
           move ws-check-line to balancing-report-line
           write balancing-report-line
           .

       write-report-summary.
           move spaces to balancing-report-line
           write balancing-report-line
           if ws-sales-dates-dropped > 0
               move ws-sales-dates-dropped to ws-count-disp
               move spaces to balancing-report-line
               string "** " delimited by size
                       function trim(ws-count-disp) delimited by size
                       " FURTHER SALES DATE(S) NOT BALANCED - "
                           delimited by size
                       "MORE THAN ONE PAGE OF CATCH-UP"
                           delimited by size
                   into balancing-report-line
               write balancing-report-line
               display balancing-report-line
           end-if
           move spaces to balancing-report-line
           if ws-breaks-found = 0
               move ws-checks-made to ws-count-disp
               string "ALL " delimited by size
                       function trim(ws-count-disp) delimited by size
                       " CHECKS AGREE" delimited by size
                   into balancing-report-line
           else
               move ws-breaks-found to ws-count-disp
               string "*** " delimited by size
                       function trim(ws-count-disp) delimited by size
                       " BREAK(S) FOUND - BALANCING STEP FAILED ***"
                           delimited by size
                   into balancing-report-line
               move 8 to ws-program-return-code
           end-if
           write balancing-report-line
           display balancing-report-line
           .

           copy jobbnr replacing ==JOB-NAME-LIT== by =="BALRPT"==.
