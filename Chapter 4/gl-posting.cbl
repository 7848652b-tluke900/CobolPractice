      *>              only batch - losing the sales postings if the
      *>              ledger had not taken the file, double-posting
      *>              the payroll if it had.
      *> 2026-10-15 - employer on-costs. The employer-paid contributions
      *>              now carried at the end of each extract row (latest
      *>              row per employee, as before) are totalled per code
      *>              and each code posts an employer-cost debit against
      *>              its liability credit through the rules file -
      *>              events cc-COST and cc-LIAB for code cc. The seed
      *>              adds the rules for employer NI (EN) and the
      *>              employer pension match (EP); an installation with
      *>              GLPOSTRL.TXT already on file adds those four rows,
      *>              and until it does the step fails naming the
      *>              missing event, as for any unmapped event.
      *> 2026-10-15 - gift vouchers. The voucher movements the sales
      *>              edit now logs (VOUCHMOV.TXT, vouchmov copybook)
      *>              post per night and store: a voucher sold debits
      *>              takings and credits the voucher liability account
      *>              (events VS-TAKE, VS-LIAB), and a voucher redeemed
      *>              debits the liability and credits takings (VR-LIAB,
      *>              VR-TAKE), reversing the takings the store history
      *>              posts for a sale paid by voucher. The checkpoint
      *>              gains the date vouchers were last posted. The seed
      *>              adds the four rules; an installation with
      *>              GLPOSTRL.TXT already on file adds them, and until
      *>              it does the step fails naming the missing event.
      *> 2026-10-15 - once a batch has balanced and checkpointed, the
      *>              takings posted per trading date and the net-pay
      *>              credit are posted to the shared control-figure
      *>              file (CTLFIG.TXT, ctlfig copybooks) for the
      *>              nightly cross-step balancing report.
      *> 2026-10-15 - the posting file's trailer now ends with the
      *>              batch's run date and time (glt-batch-id), so the
      *>              local ledger-balances update (GLBALUPD) can tell a
      *>              batch it has already applied from a new one. A
      *>              ledger package reading the trailer by position is
      *>              unaffected.

       environment division.
       input-output section.
       file-control.
           copy joblogsl.
           copy ctlfigsl.
           select daily-history-file assign to "SALESHIS.TXT"
               organization is line sequential
               file status is ws-daily-history-status.
           select store-history-file assign to "STOREHIS.TXT"
               organization is line sequential
               file status is ws-store-history-status.
           select voucher-movement-file assign to "VOUCHMOV.TXT"
               organization is line sequential
               file status is ws-voucher-movement-status.

       data division.
       file section.
           copy joblogfd.
           copy ctlfigfd.

      *> Same layout COMPFUNC appends - one record per completed
      *> trading day.
           05  pxr-net-pay                pic X(9).
           05  pxr-run-date               pic X(10).
           05  pxr-run-time               pic X(8).
           05  pxr-employer occurs 3 times.
               10  pxr-er-code            pic X(2).
               10  pxr-er-amount          pic X(9).

       fd  gl-posting-file.
      *> Trailer closing the posting file - the consuming ledger's
           05  glt-record-count           pic 9(7).
           05  glt-debit-total            pic 9(13)V99.
           05  glt-credit-total           pic 9(13)V99.
      *> The run that wrote the batch, so whatever applies the file
      *> can tell a batch it has already taken from a new one.
           05  glt-batch-id.
               10  glt-batch-date         pic 9(8).
               10  glt-batch-time         pic 9(6).
       01  gl-posting-record.
           05  glp-account                pic X(8).
           05  glp-debit-credit           pic X(2).
       01  gl-checkpoint-record.
           05  gck-last-posted-date       pic 9(8).
           05  gck-payroll-posted-date    pic 9(8).
           05  gck-voucher-posted-date    pic 9(8).

      *> One posting rule: which account a source event posts to and
      *> on which side.  Maintained as data - the chart renumbering
           05  sdh-net-sales              pic S9(9)V99
                                          sign leading separate.

      *> Same layout the sales edit keeps - one row per voucher sold
      *> or redeemed, stamped with the night it was accepted.
       fd  voucher-movement-file.
           copy vouchmov.

       working-storage section.
           copy joblogws.
           copy stepstat.
           copy ctlfigws.
       01  ws-daily-history-status       pic XX.
       01  ws-payroll-extract-status     pic XX.
       01  ws-gl-posting-status          pic XX.

       01  ws-posting-rules-status       pic XX.
       01  ws-store-history-status       pic XX.
       01  ws-voucher-movement-status    pic XX.

      *> Voucher movements not yet posted, netted per night and
      *> store: what was sold and what was redeemed.
       01  ws-voucher-posted-date        pic 9(8) value 0.
       01  ws-vouchers-to-post-switch    pic X.
           88  ws-vouchers-to-post         value "Y".
           88  ws-no-vouchers-to-post      value "N".
       01  ws-voucher-total-table.
           05  ws-voucher-total occurs 200 times
                       indexed by ws-vtt-idx.
               10  ws-vtt-run-date          pic 9(8).
               10  ws-vtt-store-code        pic X(3).
               10  ws-vtt-sold              pic S9(9)V99.
               10  ws-vtt-redeemed          pic S9(9)V99.
       01  ws-voucher-total-count        pic 9(3) value 0.
       01  ws-voucher-total-max          pic 9(3) value 200.
       01  ws-vtt-match                  pic 9(3).
       01  ws-rules-table.
           05  ws-rules-entry occurs 20 times
                       indexed by ws-rul-idx.
       01  ws-sales-checkpoint-date      pic 9(8).
       01  ws-max-posted-date            pic 9(8).

      *> Takings posted per trading date, for the control figures the
      *> balancing step reads once the batch has balanced.
       01  ws-takings-posted-table.
           05  ws-takings-posted occurs 100 times
                       indexed by ws-tkp-idx.
               10  ws-tkp-date              pic 9(8).
               10  ws-tkp-count             pic 9(4).
               10  ws-tkp-amount            pic S9(11)V99.
       01  ws-takings-posted-count       pic 9(3) value 0.
       01  ws-takings-posted-max         pic 9(3) value 100.
       01  ws-tkp-found-switch           pic X.
           88  ws-tkp-found                value "Y".
           88  ws-tkp-not-found            value "N".
       01  ws-takings-date               pic 9(8).

      *> Per-set trailer verification over the extract: rows and net
      *> counted since the previous trailer.
       01  ws-set-row-count              pic 9(7) value 0.
       01  ws-extract-trailers-seen      pic 9(4) value 0.

       01  ws-run-date                   pic 9(8).
       01  ws-run-time                   pic 9(8).
       01  ws-last-posted-date           pic 9(8) value 0.
       01  ws-payroll-posted-date        pic 9(8) value 0.
       01  ws-extract-run-date           pic 9(8).
               10  ws-ext-gross            pic S9(9)V99.
               10  ws-ext-deductions       pic S9(9)V99.
               10  ws-ext-net              pic S9(9)V99.
               10  ws-ext-employer-table.
                   15  ws-ext-employer occurs 3 times.
                       20  ws-ext-er-code  pic X(2).
                       20  ws-ext-er-amount
                                           pic S9(9)V99.
       01  ws-extract-count              pic 9(3) value 0.
       01  ws-extract-max                pic 9(3) value 200.
       01  ws-ext-found-switch           pic X.
       01  ws-row-gross                  pic S9(9)V99.
       01  ws-row-deductions             pic S9(9)V99.
       01  ws-row-net                    pic S9(9)V99.
       01  ws-row-employer-table.
           05  ws-row-employer occurs 3 times.
               10  ws-row-er-code          pic X(2).
               10  ws-row-er-amount        pic S9(9)V99.
       01  ws-er-idx                     pic 9(1).

      *> Tonight's employer-paid contributions totalled per code -
      *> each code posts its own cost debit and liability credit.
       01  ws-employer-total-table.
           05  ws-employer-total occurs 10 times
                       indexed by ws-ert-idx.
               10  ws-ert-code             pic X(2).
               10  ws-ert-amount           pic S9(9)V99.
       01  ws-employer-total-count       pic 9(2) value 0.
       01  ws-employer-total-max         pic 9(2) value 10.
       01  ws-ert-found-switch           pic X.
           88  ws-ert-found                value "Y".
           88  ws-ert-not-found            value "N".
       01  ws-employer-description       pic X(30).
       01  ws-total-disp                 pic ZZ,ZZZ,ZZZ,ZZ9.99.
       01  ws-count-disp                 pic ZZZZ9.

       main-logic.
           perform JOBBNR-WRITE-START
           accept ws-run-date from date yyyymmdd
           accept ws-run-time from time
           perform load-posting-rules
           perform load-gl-checkpoint
           perform scan-for-unposted-sales
           perform scan-payroll-extract
           perform scan-voucher-movements

      *> Nothing posts and no checkpoint moves once the extract's
      *> trailer verification (or anything else ahead of here) has
                   "POSTING FILE AND CHECKPOINT LEFT AS THEY WERE"
           else
               if ws-no-sales-to-post and ws-no-payroll-to-post
                       and ws-no-vouchers-to-post
                   display "NOTHING NEW TO POST - POSTING FILE LEFT "
                       "AS IS"
               else
                       if ws-payroll-to-post
                           perform post-payroll-totals
                       end-if
                       if ws-vouchers-to-post
                           perform post-voucher-totals
                       end-if
                       perform write-batch-total
                       close gl-posting-file
                       perform check-batch-balance
       load-gl-checkpoint.
           move 0 to ws-last-posted-date
           move 0 to ws-payroll-posted-date
           move 0 to ws-voucher-posted-date
           open input gl-checkpoint-file
           if ws-gl-checkpoint-status = "00"
               read gl-checkpoint-file
                           move gck-payroll-posted-date
                               to ws-payroll-posted-date
                       end-if
                       if gck-voucher-posted-date is numeric
                           move gck-voucher-posted-date
                               to ws-voucher-posted-date
                       end-if
               end-read
               close gl-checkpoint-file
           end-if
               move ws-payroll-posted-date
                   to gck-payroll-posted-date
           end-if
           if ws-vouchers-to-post
               move ws-run-date to gck-voucher-posted-date
           else
               move ws-voucher-posted-date to gck-voucher-posted-date
           end-if
           open output gl-checkpoint-file
           write gl-checkpoint-record
           close gl-checkpoint-file
           move sdh-trading-date to glp-posting-date
           move sdh-store-code to glp-cost-centre
           perform write-posting-record
           move sdh-trading-date to ws-takings-date
           perform note-takings-posted

           move "NETSALES" to ws-rule-event
           perform lookup-posting-rule
           end-if
           .

      *> The takings amount is the signed figure before any side
      *> flip, so a refund-heavy day compares like for like with the
      *> roll-up's own gross.
       note-takings-posted.
           set ws-tkp-not-found to true
           perform varying ws-tkp-idx from 1 by 1
                   until ws-tkp-idx > ws-takings-posted-count
               if ws-tkp-date(ws-tkp-idx) = ws-takings-date
                   set ws-tkp-found to true
                   add 1 to ws-tkp-count(ws-tkp-idx)
                   add ws-posting-amount to ws-tkp-amount(ws-tkp-idx)
               end-if
           end-perform
           if ws-tkp-not-found
               if ws-takings-posted-count >= ws-takings-posted-max
                   display "TAKINGS CONTROL TABLE FULL - FIGURE NOT "
                       "KEPT FOR " ws-takings-date
               else
                   add 1 to ws-takings-posted-count
                   set ws-tkp-idx to ws-takings-posted-count
                   move ws-takings-date to ws-tkp-date(ws-tkp-idx)
                   move 1 to ws-tkp-count(ws-tkp-idx)
                   move ws-posting-amount to ws-tkp-amount(ws-tkp-idx)
               end-if
           end-if
           .

       check-date-covered.
           set ws-date-not-covered to true
           perform varying ws-cvd-idx from 1 by 1
           move dh-trading-date to glp-posting-date
           move spaces to glp-cost-centre
           perform write-posting-record
           move dh-trading-date to ws-takings-date
           perform note-takings-posted

           move "NETSALES" to ws-rule-event
           perform lookup-posting-rule
               end-perform
               compute ws-row-net =
                   function numval(pxr-net-pay)
      *> A row written before the employer columns existed has them
      *> blank - no employer cost for that row.
               perform varying ws-er-idx from 1 by 1
                       until ws-er-idx > 3
                   move pxr-er-code(ws-er-idx)
                       to ws-row-er-code(ws-er-idx)
                   move 0 to ws-row-er-amount(ws-er-idx)
                   if pxr-er-code(ws-er-idx) not = spaces
                       compute ws-row-er-amount(ws-er-idx) =
                           function numval(pxr-er-amount(ws-er-idx))
                   end-if
               end-perform
               perform store-extract-row
           end-if
           .
                   move ws-row-deductions
                       to ws-ext-deductions(ws-ext-idx)
                   move ws-row-net to ws-ext-net(ws-ext-idx)
                   move ws-row-employer-table
                       to ws-ext-employer-table(ws-ext-idx)
               end-if
           end-perform
           if ws-ext-not-found
                   move ws-row-deductions
                       to ws-ext-deductions(ws-ext-idx)
                   move ws-row-net to ws-ext-net(ws-ext-idx)
                   move ws-row-employer-table
                       to ws-ext-employer-table(ws-ext-idx)
               end-if
           end-if
           .
                   to ws-payroll-deduction-total
               add ws-ext-net(ws-ext-idx)
                   to ws-payroll-net-total
               perform varying ws-er-idx from 1 by 1
                       until ws-er-idx > 3
                   if ws-ext-er-code(ws-ext-idx ws-er-idx)
                           not = spaces
                       perform total-employer-contribution
                   end-if
               end-perform
           end-perform
           .

       total-employer-contribution.
           set ws-ert-not-found to true
           perform varying ws-ert-idx from 1 by 1
                   until ws-ert-idx > ws-employer-total-count
               if ws-ert-code(ws-ert-idx)
                       = ws-ext-er-code(ws-ext-idx ws-er-idx)
                   set ws-ert-found to true
                   add ws-ext-er-amount(ws-ext-idx ws-er-idx)
                       to ws-ert-amount(ws-ert-idx)
               end-if
           end-perform
           if ws-ert-not-found
               if ws-employer-total-count >= ws-employer-total-max
                   display "EMPLOYER CODE TABLE FULL - NOT POSTED: "
                       ws-ext-er-code(ws-ext-idx ws-er-idx)
                   move 12 to ws-program-return-code
               else
                   add 1 to ws-employer-total-count
                   set ws-ert-idx to ws-employer-total-count
                   move ws-ext-er-code(ws-ext-idx ws-er-idx)
                       to ws-ert-code(ws-ert-idx)
                   move ws-ext-er-amount(ws-ext-idx ws-er-idx)
                       to ws-ert-amount(ws-ert-idx)
               end-if
           end-if
           .

       post-payroll-totals.
           move ws-run-date to glp-posting-date
           move spaces to glp-cost-centre
           perform write-posting-record

           perform varying ws-ert-idx from 1 by 1
                   until ws-ert-idx > ws-employer-total-count
               perform post-employer-contribution
           end-perform
           .

      *> Each employer-paid code posts as employer cost against its
      *> liability: events "cc-COST" and "cc-LIAB" on the rules file
      *> for code cc, so a new employer code needs only two rules.
       post-employer-contribution.
           move spaces to ws-employer-description
           string "EMPLOYER " delimited by size
                   ws-ert-code(ws-ert-idx) delimited by size
                   " COST" delimited by size
               into ws-employer-description
           move spaces to ws-rule-event
           string ws-ert-code(ws-ert-idx) delimited by size
                   "-COST" delimited by size
               into ws-rule-event
           perform lookup-posting-rule
           move ws-rule-account to glp-account
           move ws-rule-side to glp-debit-credit
           move ws-ert-amount(ws-ert-idx) to ws-posting-amount
           move ws-employer-description to glp-description
           move ws-run-date to glp-posting-date
           move spaces to glp-cost-centre
           perform write-posting-record

           move spaces to ws-employer-description
           string "EMPLOYER " delimited by size
                   ws-ert-code(ws-ert-idx) delimited by size
                   " LIABILITY" delimited by size
               into ws-employer-description
           move spaces to ws-rule-event
           string ws-ert-code(ws-ert-idx) delimited by size
                   "-LIAB" delimited by size
               into ws-rule-event
           perform lookup-posting-rule
           move ws-rule-account to glp-account
           move ws-rule-side to glp-debit-credit
           move ws-ert-amount(ws-ert-idx) to ws-posting-amount
           move ws-employer-description to glp-description
           move ws-run-date to glp-posting-date
           move spaces to glp-cost-centre
           perform write-posting-record
           .

      *> Collects the voucher movements the sales edit accepted
      *> since the last voucher posting, netted per night and store.
      *> No VOUCHMOV.TXT means no voucher has been sold yet.
       scan-voucher-movements.
           set ws-no-vouchers-to-post to true
           move 0 to ws-voucher-total-count
           open input voucher-movement-file
           if ws-voucher-movement-status = "00"
               perform until ws-voucher-movement-status not = "00"
                   read voucher-movement-file
                       at end
                           move "10" to ws-voucher-movement-status
                       not at end
                           if vmv-run-date > ws-voucher-posted-date
                                   and vmv-run-date not > ws-run-date
                               perform total-voucher-movement
                           end-if
                   end-read
               end-perform
               close voucher-movement-file
           end-if
           if ws-voucher-total-count > 0
               set ws-vouchers-to-post to true
           end-if
           .

       total-voucher-movement.
           move 0 to ws-vtt-match
           perform varying ws-vtt-idx from 1 by 1
                   until ws-vtt-idx > ws-voucher-total-count
               if ws-vtt-run-date(ws-vtt-idx) = vmv-run-date
                       and ws-vtt-store-code(ws-vtt-idx)
                           = vmv-store-code
                   set ws-vtt-match to ws-vtt-idx
               end-if
           end-perform
           if ws-vtt-match not = 0
               set ws-vtt-idx to ws-vtt-match
           else
               if ws-voucher-total-count >= ws-voucher-total-max
                   display "VOUCHER TOTAL TABLE FULL - NOT POSTED: "
                       vmv-run-date " " vmv-store-code
                   move 16 to ws-program-return-code
                   exit paragraph
               end-if
               add 1 to ws-voucher-total-count
               set ws-vtt-idx to ws-voucher-total-count
               move vmv-run-date to ws-vtt-run-date(ws-vtt-idx)
               move vmv-store-code to ws-vtt-store-code(ws-vtt-idx)
               move 0 to ws-vtt-sold(ws-vtt-idx)
               move 0 to ws-vtt-redeemed(ws-vtt-idx)
           end-if
           if vmv-type = "S"
               add vmv-amount to ws-vtt-sold(ws-vtt-idx)
           else
               add vmv-amount to ws-vtt-redeemed(ws-vtt-idx)
           end-if
           .

      *> A voucher sold is cash taken against the voucher liability
      *> (events VS-TAKE and VS-LIAB); a voucher redeemed settles
      *> that liability instead of cash - the takings the store
      *> history posted for the redeeming sale are reversed against
      *> it (events VR-LIAB and VR-TAKE), so the sale is income on
      *> the day it is spent and never twice.
       post-voucher-totals.
           perform varying ws-vtt-idx from 1 by 1
                   until ws-vtt-idx > ws-voucher-total-count
               if ws-vtt-sold(ws-vtt-idx) not = 0
                   move "VS-TAKE " to ws-rule-event
                   move "GIFT VOUCHERS SOLD" to glp-description
                   move ws-vtt-sold(ws-vtt-idx) to ws-posting-amount
                   perform post-one-voucher-line
                   move "VS-LIAB " to ws-rule-event
                   move "GIFT VOUCHER LIABILITY" to glp-description
                   move ws-vtt-sold(ws-vtt-idx) to ws-posting-amount
                   perform post-one-voucher-line
               end-if
               if ws-vtt-redeemed(ws-vtt-idx) not = 0
                   move "VR-LIAB " to ws-rule-event
                   move "GIFT VOUCHERS REDEEMED" to glp-description
                   move ws-vtt-redeemed(ws-vtt-idx)
                       to ws-posting-amount
                   perform post-one-voucher-line
                   move "VR-TAKE " to ws-rule-event
                   move "TAKINGS PAID BY VOUCHER" to glp-description
                   move ws-vtt-redeemed(ws-vtt-idx)
                       to ws-posting-amount
                   perform post-one-voucher-line
               end-if
           end-perform
           .

       post-one-voucher-line.
           perform lookup-posting-rule
           move ws-rule-account to glp-account
           move ws-rule-side to glp-debit-credit
           move ws-vtt-run-date(ws-vtt-idx) to glp-posting-date
           move ws-vtt-store-code(ws-vtt-idx) to glp-cost-centre
           perform write-posting-record
           .

      *> A negative posting amount (a refund-heavy day) flips to
           compute glt-record-count = ws-posting-count + 1
           move ws-debit-total to glt-debit-total
           move ws-credit-total to glt-credit-total
           move ws-run-date to glt-batch-date
           move ws-run-time(1:6) to glt-batch-time
           write gl-posting-trailer
           .

           move "22200   " to glr-account
           move "CR" to glr-debit-credit
           write posting-rules-record
      *> Employer NI and the employer pension match: cost debits of
      *> their own, credited to the deductions control account the
      *> employee's NI and pension already go to.
           move "EN-COST " to glr-event-code
           move "60200   " to glr-account
           move "DR" to glr-debit-credit
           write posting-rules-record
           move "EN-LIAB " to glr-event-code
           move "22100   " to glr-account
           move "CR" to glr-debit-credit
           write posting-rules-record
           move "EP-COST " to glr-event-code
           move "60300   " to glr-account
           move "DR" to glr-debit-credit
           write posting-rules-record
           move "EP-LIAB " to glr-event-code
           move "22100   " to glr-account
           move "CR" to glr-debit-credit
           write posting-rules-record
      *> Gift vouchers: sold into, and redeemed out of, the voucher
      *> liability account; the cash side is the takings account.
           move "VS-TAKE " to glr-event-code
           move "10100   " to glr-account
           move "DR" to glr-debit-credit
           write posting-rules-record
           move "VS-LIAB " to glr-event-code
           move "23100   " to glr-account
           move "CR" to glr-debit-credit
           write posting-rules-record
           move "VR-LIAB " to glr-event-code
           move "23100   " to glr-account
           move "DR" to glr-debit-credit
           write posting-rules-record
           move "VR-TAKE " to glr-event-code
           move "10100   " to glr-account
           move "CR" to glr-debit-credit
           write posting-rules-record
           close posting-rules-file
           .

           if ws-debit-total = ws-credit-total
                   and ws-program-return-code = 0
               perform save-gl-checkpoint
               perform post-control-figures
           else
           if ws-debit-total = ws-credit-total
               display "POSTING FAILED EARLIER - CHECKPOINT NOT "
           end-if
           .

      *> Only a batch that balanced and checkpointed posts its control
      *> figures: the takings per trading date and the net-pay credit
      *> are what the balancing step holds the roll-up and the pay
      *> run against.
       post-control-figures.
           move "GLPOST" to ws-ctl-fig-step
           move "SALES TAKINGS POSTED" to ws-ctl-fig-name
           perform varying ws-tkp-idx from 1 by 1
                   until ws-tkp-idx > ws-takings-posted-count
               move ws-tkp-date(ws-tkp-idx) to ws-ctl-fig-date
               move ws-tkp-count(ws-tkp-idx) to ws-ctl-fig-count
               move ws-tkp-amount(ws-tkp-idx) to ws-ctl-fig-amount
               perform CTLFIG-POST
           end-perform
           if ws-payroll-to-post
               move "NET PAY CREDIT" to ws-ctl-fig-name
               move ws-run-date to ws-ctl-fig-date
               move ws-payroll-record-count to ws-ctl-fig-count
               move ws-payroll-net-total to ws-ctl-fig-amount
               perform CTLFIG-POST
           end-if
           .

           copy ctlfigpr.

           copy jobbnr replacing ==JOB-NAME-LIT== by =="GLPOST"==.
