       identification division.
       program-id. GLBALUPD.

      *> Modification history:
      *> 2026-10-15 - new program.  GLPOST.TXT went to the ledger
      *>              package and nothing here kept sight of it, so
      *>              what had been posted to an account for a store
      *>              in a month could only be answered from the
      *>              package.  This step keeps local ledger balances
      *>              (GLBAL.TXT, glbal copybook) per account, cost
      *>              centre and accounting period - the period named
      *>              by the business calendar's period-end marker
      *>              that closes it (buscal copybooks).  Each batch
      *>              is verified whole before anything is applied:
      *>              the trailer must be present and last, its record
      *>              count and debit and credit totals must agree
      *>              with the postings, the batch-total record with
      *>              the debits, and debits with credits.  The
      *>              batch's run date and time on the trailer are
      *>              held on the balances' control row, so a batch
      *>              already applied - the posting file is left as
      *>              it was on a night with nothing new to post - is
      *>              never added twice.

       environment division.
       input-output section.
       file-control.
           copy joblogsl.
           copy buscalsl.
           select gl-posting-file assign to "GLPOST.TXT"
               organization is line sequential
               file status is ws-gl-posting-status.
           select ledger-balance-file assign to "GLBAL.TXT"
               organization is line sequential
               file status is ws-ledger-balance-status.

       data division.
       file section.
           copy joblogfd.
           copy buscalfd.

      *> Same layout GLPOST writes: the postings, the batch-total
      *> record, then the trailer.
       fd  gl-posting-file.
       01  gl-posting-trailer.
           05  glt-marker                 pic X(8).
           05  glt-record-count           pic 9(7).
           05  glt-debit-total            pic 9(13)V99.
           05  glt-credit-total           pic 9(13)V99.
           05  glt-batch-id.
               10  glt-batch-date         pic 9(8).
               10  glt-batch-time         pic 9(6).
       01  gl-posting-record.
           05  glp-account                pic X(8).
           05  glp-debit-credit           pic X(2).
           05  glp-amount                 pic 9(9)V99.
           05  glp-description            pic X(30).
           05  glp-posting-date           pic 9(8).
           05  glp-cost-centre            pic X(3).

       fd  ledger-balance-file.
           copy glbal.

       working-storage section.
           copy joblogws.
           copy stepstat.
           copy buscalws.
       01  ws-gl-posting-status          pic XX.
       01  ws-ledger-balance-status      pic XX.

       01  ws-run-date                   pic 9(8).
       01  ws-batch-total-account        pic X(8) value "*BATCH* ".
       01  ws-eof-switch                 pic X.
           88  ws-eof                      value "Y".
           88  ws-not-eof                  value "N".

      *> What the verification pass finds on the posting file.
       01  ws-batch-present-switch       pic X value "N".
           88  ws-batch-present            value "Y".
           88  ws-no-batch                 value "N".
       01  ws-batch-rejected-switch      pic X value "N".
           88  ws-batch-rejected           value "Y".
           88  ws-batch-accepted           value "N".
       01  ws-trailer-seen-switch        pic X value "N".
           88  ws-trailer-seen             value "Y".
           88  ws-trailer-not-seen         value "N".
       01  ws-batch-record-count         pic 9(7) value 0.
       01  ws-after-trailer-count        pic 9(7) value 0.
       01  ws-posting-count              pic 9(7) value 0.
       01  ws-bad-posting-count          pic 9(7) value 0.
       01  ws-batch-total-seen           pic 9(4) value 0.
       01  ws-batch-total-amount         pic 9(13)V99 value 0.
       01  ws-batch-total-date           pic 9(8) value 0.
       01  ws-debit-total                pic 9(13)V99 value 0.
       01  ws-credit-total               pic 9(13)V99 value 0.
       01  ws-trailer-record-count       pic 9(7) value 0.
       01  ws-trailer-debit-total        pic 9(13)V99 value 0.
       01  ws-trailer-credit-total       pic 9(13)V99 value 0.
       01  ws-batch-id.
           05  ws-batch-date             pic 9(8) value 0.
           05  ws-batch-time             pic 9(6) value 0.
       01  ws-last-applied-batch-id.
           05  ws-last-applied-date      pic 9(8) value 0.
           05  ws-last-applied-time      pic 9(6) value 0.

      *> The balances, loaded whole and kept in account, cost-centre
      *> and period order - a row added for a new key is slotted in
      *> where it belongs, so the file is rewritten in order.
       01  ws-balance-table.
           05  ws-balance-entry occurs 3000 times
                       indexed by ws-bal-idx ws-bal-to-idx.
               10  ws-bal-key.
                   15  ws-bal-account       pic X(8).
                   15  ws-bal-cost-centre   pic X(3).
                   15  ws-bal-period-end    pic 9(8).
               10  ws-bal-debit-total       pic 9(11)V99.
               10  ws-bal-credit-total      pic 9(11)V99.
               10  ws-bal-posting-count     pic 9(7).
               10  ws-bal-last-batch-id     pic 9(14).
       01  ws-balance-count              pic 9(4) value 0.
       01  ws-balance-max                pic 9(4) value 3000.
       01  ws-bal-slot                   pic 9(4).
       01  ws-bal-shift                  pic 9(4).
       01  ws-balance-full-switch        pic X value "N".
           88  ws-balance-full             value "Y".

      *> FIND-BALANCE-ROW input.
       01  ws-want-key.
           05  ws-want-account           pic X(8).
           05  ws-want-cost-centre       pic X(3).
           05  ws-want-period-end        pic 9(8).

      *> Postings whose date lies beyond the last period-end marker
      *> on the calendar, filed to their calendar month.
       01  ws-periods-defaulted          pic 9(7) value 0.

       01  ws-postings-applied           pic 9(7) value 0.
       01  ws-rows-added                 pic 9(4) value 0.
       01  ws-count-disp                 pic ZZZ,ZZ9.
       01  ws-total-disp                 pic Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

      *> Non-zero once the batch is rejected (8) or a file will not
      *> open or the balance table overflows (16), so the driver's
      *> step check has something real to catch.
       01  ws-program-return-code        pic 9(4) value 0.

       procedure division.
       main-logic.
           perform JOBBNR-WRITE-START
           accept ws-run-date from date yyyymmdd
           perform BUSCAL-LOAD-TABLE
           perform verify-posting-batch
           if ws-program-return-code = 0 and ws-batch-present
               perform load-ledger-balances
           end-if
           if ws-program-return-code = 0 and ws-batch-present
               if ws-batch-id not > ws-last-applied-batch-id
                   display "BATCH " ws-batch-date " " ws-batch-time
                       " ALREADY APPLIED - BALANCES LEFT AS THEY WERE"
               else
                   perform apply-posting-batch
                   if ws-program-return-code = 0
                       perform save-ledger-balances
                       perform display-apply-results
                   else
                       display "BALANCES LEFT AS THEY WERE - BATCH TO "
                           "BE APPLIED ON RERUN"
                   end-if
               end-if
           end-if

           move ws-posting-count to bss-records-read
           move ws-postings-applied to bss-records-written
           if ws-batch-rejected
               move 1 to bss-exception-count
           else
               move 0 to bss-exception-count
           end-if

           perform JOBBNR-WRITE-END
           move ws-program-return-code to return-code
           goback
           .

      *> The whole file is checked before a single posting is
      *> applied.  A missing or empty file is not an error: GLPOST
      *> empties the file when it rejects its own batch, and has
      *> already failed its step for it.
       verify-posting-batch.
           set ws-no-batch to true
           open input gl-posting-file
           if ws-gl-posting-status = "35"
               display "GLPOST.TXT NOT ON FILE - NOTHING TO APPLY"
               exit paragraph
           end-if
           if ws-gl-posting-status not = "00"
               display "GLPOST.TXT OPEN FAILED - STATUS "
                   ws-gl-posting-status
               move 16 to ws-program-return-code
               exit paragraph
           end-if
           set ws-not-eof to true
           perform until ws-eof
               read gl-posting-file
                   at end
                       set ws-eof to true
                   not at end
                       perform verify-posting-record
               end-read
           end-perform
           close gl-posting-file

           if ws-batch-record-count = 0 and ws-trailer-not-seen
               display "GLPOST.TXT IS EMPTY - NOTHING TO APPLY"
               exit paragraph
           end-if
           set ws-batch-present to true
           perform check-batch-controls
           if ws-batch-rejected
               display "GLPOST.TXT BATCH REJECTED - NOTHING APPLIED"
               move 8 to ws-program-return-code
               exit paragraph
           end-if

      *> A trailer from before the batch id was carried reads back
      *> short: the batch-total record's date names the batch.
           if ws-batch-date = 0
               move ws-batch-total-date to ws-batch-date
               move 0 to ws-batch-time
           end-if
           .

       verify-posting-record.
           evaluate true
               when ws-trailer-seen
                   add 1 to ws-after-trailer-count
               when glt-marker = "*TRAILER"
                   set ws-trailer-seen to true
                   move glt-record-count to ws-trailer-record-count
                   move glt-debit-total to ws-trailer-debit-total
                   move glt-credit-total to ws-trailer-credit-total
                   if glt-batch-id is numeric
                       move glt-batch-date to ws-batch-date
                       move glt-batch-time to ws-batch-time
                   end-if
               when glp-account = ws-batch-total-account
                   add 1 to ws-batch-record-count
                   add 1 to ws-batch-total-seen
                   move glp-amount to ws-batch-total-amount
                   move glp-posting-date to ws-batch-total-date
               when other
                   add 1 to ws-batch-record-count
                   add 1 to ws-posting-count
                   perform check-posting-record
           end-evaluate
           .

      *> A posting the balances could not file - no account, no side,
      *> an amount or date that is not one - fails the whole batch.
       check-posting-record.
           if glp-account = spaces
                   or (glp-debit-credit not = "DR"
                       and glp-debit-credit not = "CR")
                   or glp-amount is not numeric
                   or glp-posting-date is not numeric
               add 1 to ws-bad-posting-count
               display "GLPOST.TXT RECORD " ws-batch-record-count
                   " NOT VALID: " gl-posting-record
               exit paragraph
           end-if
           if function test-date-yyyymmdd(glp-posting-date) not = 0
               add 1 to ws-bad-posting-count
               display "GLPOST.TXT RECORD " ws-batch-record-count
                   " POSTING DATE NOT VALID: " glp-posting-date
               exit paragraph
           end-if
           if glp-debit-credit = "DR"
               add glp-amount to ws-debit-total
           else
               add glp-amount to ws-credit-total
           end-if
           .

       check-batch-controls.
           set ws-batch-accepted to true
           if ws-trailer-not-seen
               display "GLPOST.TXT HAS NO TRAILER - FILE TRUNCATED"
               set ws-batch-rejected to true
               exit paragraph
           end-if
           if ws-after-trailer-count > 0
               move ws-after-trailer-count to ws-count-disp
               display "GLPOST.TXT HAS " function trim(ws-count-disp)
                   " RECORDS AFTER ITS TRAILER"
               set ws-batch-rejected to true
           end-if
           if ws-trailer-record-count not = ws-batch-record-count
               display "GLPOST.TXT TRAILER COUNT "
                   ws-trailer-record-count " BUT "
                   ws-batch-record-count " RECORDS ON FILE"
               set ws-batch-rejected to true
           end-if
           if ws-batch-total-seen not = 1
               display "GLPOST.TXT HAS " ws-batch-total-seen
                   " BATCH-TOTAL RECORDS - EXPECTED ONE"
               set ws-batch-rejected to true
           end-if
           if ws-batch-total-amount not = ws-debit-total
               move ws-batch-total-amount to ws-total-disp
               display "BATCH-TOTAL RECORD " ws-total-disp
               move ws-debit-total to ws-total-disp
               display "   DEBITS POSTED   " ws-total-disp
               set ws-batch-rejected to true
           end-if
           if ws-trailer-debit-total not = ws-debit-total
                   or ws-trailer-credit-total not = ws-credit-total
               display "GLPOST.TXT TRAILER TOTALS DO NOT AGREE WITH "
                   "THE POSTINGS"
               set ws-batch-rejected to true
           end-if
           if ws-debit-total not = ws-credit-total
               display "GLPOST.TXT DEBITS AND CREDITS DISAGREE"
               set ws-batch-rejected to true
           end-if
           if ws-bad-posting-count > 0
               set ws-batch-rejected to true
           end-if
           .

      *> A missing GLBAL.TXT just means no batch has been applied yet.
       load-ledger-balances.
           move 0 to ws-balance-count
           move 0 to ws-last-applied-batch-id
           open input ledger-balance-file
           if ws-ledger-balance-status = "35"
               exit paragraph
           end-if
           if ws-ledger-balance-status not = "00"
               display "GLBAL.TXT OPEN FAILED - STATUS "
                   ws-ledger-balance-status
               move 16 to ws-program-return-code
               exit paragraph
           end-if
           set ws-not-eof to true
           perform until ws-eof or ws-balance-full
               read ledger-balance-file
                   at end
                       set ws-eof to true
                   not at end
                       perform load-balance-record
               end-read
           end-perform
           close ledger-balance-file
           .

       load-balance-record.
           if glb-control-row
               move glb-last-batch-id to ws-last-applied-batch-id
               exit paragraph
           end-if
           move glb-account to ws-want-account
           move glb-cost-centre to ws-want-cost-centre
           move glb-period-end to ws-want-period-end
           perform find-balance-row
           if ws-balance-full
               exit paragraph
           end-if
           add glb-debit-total to ws-bal-debit-total(ws-bal-idx)
           add glb-credit-total to ws-bal-credit-total(ws-bal-idx)
           add glb-posting-count to ws-bal-posting-count(ws-bal-idx)
           move glb-last-batch-id to ws-bal-last-batch-id(ws-bal-idx)
           .

      *> Second pass over the verified file: each posting lands on
      *> its account, cost centre and period.
       apply-posting-batch.
           move 0 to ws-rows-added
           open input gl-posting-file
           if ws-gl-posting-status not = "00"
               display "GLPOST.TXT OPEN FAILED - STATUS "
                   ws-gl-posting-status
               move 16 to ws-program-return-code
               exit paragraph
           end-if
           set ws-not-eof to true
           perform until ws-eof or ws-balance-full
               read gl-posting-file
                   at end
                       set ws-eof to true
                   not at end
                       if glt-marker not = "*TRAILER"
                               and glp-account
                                   not = ws-batch-total-account
                           perform apply-posting-record
                       end-if
               end-read
           end-perform
           close gl-posting-file
           .

       apply-posting-record.
           move glp-posting-date to ws-bus-cal-period-date
           perform BUSCAL-FIND-PERIOD-END
           if ws-bus-cal-end-defaulted
               add 1 to ws-periods-defaulted
           end-if
           move glp-account to ws-want-account
           move glp-cost-centre to ws-want-cost-centre
           move ws-bus-cal-period-end-date to ws-want-period-end
           perform find-balance-row
           if ws-balance-full
               exit paragraph
           end-if
           if glp-debit-credit = "DR"
               add glp-amount to ws-bal-debit-total(ws-bal-idx)
           else
               add glp-amount to ws-bal-credit-total(ws-bal-idx)
           end-if
           add 1 to ws-bal-posting-count(ws-bal-idx)
           move ws-batch-id to ws-bal-last-batch-id(ws-bal-idx)
           add 1 to ws-postings-applied
           .

      *> Leaves ws-bal-idx on the row for ws-want-key, slotting a
      *> new zero row in at its place in key order when there is
      *> none.  A full table fails the step: rewriting the file
      *> without the rows that did not fit would lose balances.
       find-balance-row.
           move 0 to ws-bal-slot
           perform varying ws-bal-idx from 1 by 1
                   until ws-bal-idx > ws-balance-count
                       or ws-bal-slot > 0
               if ws-bal-key(ws-bal-idx) >= ws-want-key
                   set ws-bal-slot to ws-bal-idx
               end-if
           end-perform
           if ws-bal-slot > 0
               set ws-bal-idx to ws-bal-slot
               if ws-bal-key(ws-bal-idx) = ws-want-key
                   exit paragraph
               end-if
           else
               compute ws-bal-slot = ws-balance-count + 1
           end-if
           if ws-balance-count >= ws-balance-max
               display "LEDGER BALANCE TABLE FULL AT "
                   ws-want-account " " ws-want-cost-centre " "
                   ws-want-period-end
               set ws-balance-full to true
               move 16 to ws-program-return-code
               exit paragraph
           end-if
           perform varying ws-bal-shift from ws-balance-count by -1
                   until ws-bal-shift < ws-bal-slot
               set ws-bal-idx to ws-bal-shift
               set ws-bal-to-idx to ws-bal-shift
               set ws-bal-to-idx up by 1
               move ws-balance-entry(ws-bal-idx)
                   to ws-balance-entry(ws-bal-to-idx)
           end-perform
           add 1 to ws-balance-count
           add 1 to ws-rows-added
           set ws-bal-idx to ws-bal-slot
           move ws-want-key to ws-bal-key(ws-bal-idx)
           move 0 to ws-bal-debit-total(ws-bal-idx)
           move 0 to ws-bal-credit-total(ws-bal-idx)
           move 0 to ws-bal-posting-count(ws-bal-idx)
           move 0 to ws-bal-last-batch-id(ws-bal-idx)
           .

      *> The file is rewritten whole: the control row carrying the
      *> batch just applied, then every balance in key order.
       save-ledger-balances.
           open output ledger-balance-file
           if ws-ledger-balance-status not = "00"
               display "GLBAL.TXT OPEN FAILED - STATUS "
                   ws-ledger-balance-status
               move 16 to ws-program-return-code
               exit paragraph
           end-if
           move "*CONTROL" to glb-account
           move spaces to glb-cost-centre
           move 0 to glb-period-end
           move 0 to glb-debit-total
           move 0 to glb-credit-total
           move ws-postings-applied to glb-posting-count
           move ws-batch-id to glb-last-batch-id
           write ledger-balance-record
           perform varying ws-bal-idx from 1 by 1
                   until ws-bal-idx > ws-balance-count
               move ws-bal-account(ws-bal-idx) to glb-account
               move ws-bal-cost-centre(ws-bal-idx) to glb-cost-centre
               move ws-bal-period-end(ws-bal-idx) to glb-period-end
               move ws-bal-debit-total(ws-bal-idx) to glb-debit-total
               move ws-bal-credit-total(ws-bal-idx)
                   to glb-credit-total
               move ws-bal-posting-count(ws-bal-idx)
                   to glb-posting-count
               move ws-bal-last-batch-id(ws-bal-idx)
                   to glb-last-batch-id
               write ledger-balance-record
           end-perform
           close ledger-balance-file
           .

       display-apply-results.
           display "BATCH " ws-batch-date " " ws-batch-time
               " APPLIED TO GLBAL.TXT"
           move ws-postings-applied to ws-count-disp
           display "POSTINGS APPLIED   " ws-count-disp
           move ws-rows-added to ws-count-disp
           display "NEW BALANCE ROWS   " ws-count-disp
           move ws-debit-total to ws-total-disp
           display "DEBITS  " ws-total-disp
           move ws-credit-total to ws-total-disp
           display "CREDITS " ws-total-disp
           if ws-periods-defaulted > 0
               move ws-periods-defaulted to ws-count-disp
               display "NO PERIOD-END MARKER ON BUSCAL.DAT FOR "
                   function trim(ws-count-disp)
                   " POSTINGS - FILED TO THE CALENDAR MONTH"
           end-if
           .

           copy buscalpr.

           copy jobbnr replacing ==JOB-NAME-LIT== by =="GLBALUPD"==.
