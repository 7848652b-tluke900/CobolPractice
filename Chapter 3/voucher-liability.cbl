       identification division.
       program-id. VOUCHLIB.

      *> Modification history:
      *> 2026-10-15 - new program.  Month-end gift voucher liability
      *>              report (VCHLIAB.TXT) off the voucher register
      *>              the sales edit keeps (VOUCHREG.TXT): every
      *>              voucher with value still on it and not yet
      *>              expired, flagged when it expires within the
      *>              month, subtotalled by the store that sold it,
      *>              then the expired vouchers never fully spent -
      *>              value the ledger still carries as a liability
      *>              until the accountant releases it.  The two
      *>              totals together are what the voucher liability
      *>              account should stand at.

       environment division.
       input-output section.
       file-control.
           copy joblogsl.
           select voucher-register-file assign to "VOUCHREG.TXT"
               organization is line sequential
               file status is ws-voucher-register-status.
           select liability-report-file assign to "VCHLIAB.TXT"
               organization is line sequential
               file status is ws-liability-report-status.

       data division.
       file section.
           copy joblogfd.

       fd  voucher-register-file.
           copy vouchreg.

       fd  liability-report-file.
       01  liability-report-line          pic X(132).

       working-storage section.
           copy joblogws.
           copy stepstat.

       01  ws-voucher-register-status    pic XX.
       01  ws-liability-report-status    pic XX.

       01  ws-run-date                   pic 9(8).
      *> A voucher expiring within this many days of the report is
      *> flagged - the shop can remind the holder.
       01  ws-expiry-warning-days        pic 9(3) value 30.
       01  ws-expiry-warning-date        pic 9(8).
       01  ws-expiry-flag                pic X(20).

       01  ws-store-total-table.
           05  ws-store-total occurs 20 times
                       indexed by ws-stt-idx.
               10  ws-stt-store-code        pic X(3).
               10  ws-stt-count             pic 9(5).
               10  ws-stt-balance           pic 9(9)V99.
       01  ws-store-total-count          pic 9(2) value 0.
       01  ws-store-total-max            pic 9(2) value 20.
       01  ws-store-total-match          pic 9(2).

       01  ws-vouchers-read              pic 9(6) value 0.
       01  ws-outstanding-count          pic 9(6) value 0.
       01  ws-outstanding-total          pic 9(9)V99 value 0.
       01  ws-expired-count              pic 9(6) value 0.
       01  ws-expired-total              pic 9(9)V99 value 0.
       01  ws-ledger-total               pic 9(9)V99 value 0.
       01  ws-lines-written              pic 9(6) value 0.

       01  ws-pass-switch                pic X.
           88  ws-listing-outstanding      value "O".
           88  ws-listing-expired          value "E".

       01  ws-face-disp                  pic ZZZZZZ9.99.
       01  ws-balance-disp               pic ZZZZZZ9.99.
       01  ws-total-disp                 pic ZZZ,ZZZ,ZZ9.99.
       01  ws-count-disp                 pic ZZZZZ9.

       01  ws-program-return-code        pic 9(4) value 0.

       procedure division.
       main-logic.
           perform JOBBNR-WRITE-START
           accept ws-run-date from date yyyymmdd
           compute ws-expiry-warning-date =
               function date-of-integer(
                   function integer-of-date(ws-run-date)
                       + ws-expiry-warning-days)

           open output liability-report-file
           move spaces to liability-report-line
           string "GIFT VOUCHER OUTSTANDING LIABILITY AT "
                       delimited by size
                   ws-run-date delimited by size
               into liability-report-line
           write liability-report-line

           move spaces to liability-report-line
           write liability-report-line
           move "OUTSTANDING - VALUE STILL TO BE SPENT"
               to liability-report-line
           write liability-report-line
           set ws-listing-outstanding to true
           perform list-register
           if ws-program-return-code = 0
               perform write-store-totals
               move ws-outstanding-count to ws-count-disp
               move ws-outstanding-total to ws-total-disp
               move spaces to liability-report-line
               string "OUTSTANDING VOUCHERS " delimited by size
                       ws-count-disp delimited by size
                       " LIABILITY=" delimited by size
                       function trim(ws-total-disp) delimited by size
                   into liability-report-line
               write liability-report-line
               display liability-report-line

               move spaces to liability-report-line
               write liability-report-line
               move "EXPIRED UNSPENT - FOR RELEASE FROM LIABILITY"
                   to liability-report-line
               write liability-report-line
               set ws-listing-expired to true
               perform list-register
               move ws-expired-count to ws-count-disp
               move ws-expired-total to ws-total-disp
               move spaces to liability-report-line
               string "EXPIRED VOUCHERS     " delimited by size
                       ws-count-disp delimited by size
                       " UNSPENT=" delimited by size
                       function trim(ws-total-disp) delimited by size
                   into liability-report-line
               write liability-report-line
               display liability-report-line

               add ws-outstanding-total ws-expired-total
                   giving ws-ledger-total
               move ws-ledger-total to ws-total-disp
               move spaces to liability-report-line
               write liability-report-line
               string "VOUCHER LIABILITY ACCOUNT SHOULD STAND AT "
                           delimited by size
                       function trim(ws-total-disp) delimited by size
                   into liability-report-line
               write liability-report-line
               display liability-report-line
           end-if
           close liability-report-file

           move ws-vouchers-read to bss-records-read
           move ws-lines-written to bss-records-written
           move 0 to bss-exception-count

           perform JOBBNR-WRITE-END
           move ws-program-return-code to return-code
           goback
           .

      *> One pass over the register per section.  No VOUCHREG.TXT
      *> means no voucher has ever been sold - an empty report.
       list-register.
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
                               perform list-one-voucher
                       end-read
                   end-perform
                   close voucher-register-file
               when other
                   display "VOUCHREG.TXT OPEN FAILED - STATUS "
                       ws-voucher-register-status
                   move 16 to ws-program-return-code
           end-evaluate
           .

       list-one-voucher.
           if ws-listing-outstanding
               add 1 to ws-vouchers-read
           end-if
           if vcr-balance = 0
               exit paragraph
           end-if
           if ws-listing-outstanding
               if vcr-expiry-date < ws-run-date
                   exit paragraph
               end-if
               add 1 to ws-outstanding-count
               add vcr-balance to ws-outstanding-total
               perform add-to-store-total
               if vcr-expiry-date not > ws-expiry-warning-date
                   move " EXPIRES THIS MONTH" to ws-expiry-flag
               else
                   move spaces to ws-expiry-flag
               end-if
           else
               if vcr-expiry-date not < ws-run-date
                   exit paragraph
               end-if
               add 1 to ws-expired-count
               add vcr-balance to ws-expired-total
               move spaces to ws-expiry-flag
           end-if
           move vcr-face-value to ws-face-disp
           move vcr-balance to ws-balance-disp
           move spaces to liability-report-line
           string "  " delimited by size
                   vcr-voucher-number delimited by size
                   " SOLD " delimited by size
                   vcr-issue-date delimited by size
                   " STORE " delimited by size
                   vcr-issue-store delimited by size
                   " VALUE=" delimited by size
                   function trim(ws-face-disp) delimited by size
                   " LEFT=" delimited by size
                   function trim(ws-balance-disp) delimited by size
                   " EXPIRES " delimited by size
                   vcr-expiry-date delimited by size
                   ws-expiry-flag delimited by size
               into liability-report-line
           write liability-report-line
           add 1 to ws-lines-written
           .

       add-to-store-total.
           move 0 to ws-store-total-match
           perform varying ws-stt-idx from 1 by 1
                   until ws-stt-idx > ws-store-total-count
               if ws-stt-store-code(ws-stt-idx) = vcr-issue-store
                   set ws-store-total-match to ws-stt-idx
               end-if
           end-perform
           if ws-store-total-match = 0
               if ws-store-total-count >= ws-store-total-max
                   display "STORE TOTAL TABLE FULL - NOT SUBTOTALLED: "
                       vcr-issue-store
                   exit paragraph
               end-if
               add 1 to ws-store-total-count
               set ws-stt-idx to ws-store-total-count
               move vcr-issue-store to ws-stt-store-code(ws-stt-idx)
               move 0 to ws-stt-count(ws-stt-idx)
               move 0 to ws-stt-balance(ws-stt-idx)
           else
               set ws-stt-idx to ws-store-total-match
           end-if
           add 1 to ws-stt-count(ws-stt-idx)
           add vcr-balance to ws-stt-balance(ws-stt-idx)
           .

       write-store-totals.
           perform varying ws-stt-idx from 1 by 1
                   until ws-stt-idx > ws-store-total-count
               move ws-stt-count(ws-stt-idx) to ws-count-disp
               move ws-stt-balance(ws-stt-idx) to ws-total-disp
               move spaces to liability-report-line
               string "SOLD AT STORE " delimited by size
                       ws-stt-store-code(ws-stt-idx) delimited by size
                       " VOUCHERS " delimited by size
                       ws-count-disp delimited by size
                       " LIABILITY=" delimited by size
                       function trim(ws-total-disp) delimited by size
                   into liability-report-line
               write liability-report-line
           end-perform
           .

           copy jobbnr replacing ==JOB-NAME-LIT== by =="VOUCHLIB"==.
