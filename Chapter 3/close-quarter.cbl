      *>              (YYYYQ); a quarter already filed is never
      *>              re-snapshotted, so the filed figures stay
      *>              reproducible forever.
      *> 2026-10-15 - the snapshot now also carries the quarter's input
      *>              VAT on purchase invoices per rate code
      *>              (INPVATQ.TXT, from the new purchase edit) and
      *>              closes with output VAT, input VAT and net VAT
      *>              payable - the return as filed, in full. Marking
      *>              the quarter filed locks the purchase edit out of
      *>              it the same way it locks the sales edit.

       environment division.
       input-output section.
           select period-status-file assign to "PERSTAT.TXT"
               organization is line sequential
               file status is ws-period-status-status.
           select input-vat-quarter-file assign to "INPVATQ.TXT"
               organization is line sequential
               file status is ws-input-vat-quarter-status.
           select quarter-snapshot-file assign to dynamic
               ws-snapshot-name
               organization is line sequential
           05  prs-quarter                pic 9(5).
           05  prs-status                 pic X(1).

       fd  input-vat-quarter-file.
           copy inpvatq.

       fd  quarter-snapshot-file.
       01  quarter-snapshot-line         pic X(120).

       01  ws-fig-net-disp               pic -ZZZ,ZZZ,ZZ9.99.
       01  ws-fig-vat-disp               pic -ZZZ,ZZZ,ZZ9.99.

      *> The quarter's input VAT on purchase invoices, per rate code,
      *> and the three figures the return is filed on.
       01  ws-input-vat-quarter-status   pic XX.
       01  ws-input-figure-table.
           05  ws-input-figure-entry occurs 10 times
                       indexed by ws-inf-idx.
               10  ws-inf-rate-code        pic X(2).
               10  ws-inf-net              pic S9(9)V99.
               10  ws-inf-vat              pic S9(9)V99.
       01  ws-input-figure-count         pic 9(2) value 0.
       01  ws-input-figure-max           pic 9(2) value 10.
       01  ws-output-vat-total           pic S9(9)V99.
       01  ws-input-vat-total            pic S9(9)V99.
       01  ws-net-vat-payable            pic S9(9)V99.
       01  ws-output-vat-total-disp      pic ----,---,--9.99.
       01  ws-input-vat-total-disp       pic ----,---,--9.99.
       01  ws-net-vat-payable-disp       pic ----,---,--9.99.
       01  ws-repayment-note             pic X(16).

      *> The status file held whole for the rewrite.
       01  ws-status-table.
           05  ws-status-entry occurs 20 times
               else
                   perform gather-quarter-figures
                   if ws-program-return-code = 0
                       perform gather-input-vat-figures
                       perform write-quarter-snapshot
                       perform mark-quarter-filed
                   end-if
               write quarter-snapshot-line
               display quarter-snapshot-line
           end-perform
           perform write-input-vat-snapshot
           close quarter-snapshot-file
           .

      *> Input VAT as the purchase edit accumulated it - from the
      *> moment the quarter is marked filed no invoice can add to
      *> it, so these figures stay as filed too.  No INPVATQ.TXT, or
      *> no invoices in the quarter, snapshots as zero input VAT.
       gather-input-vat-figures.
           move 0 to ws-input-figure-count
           open input input-vat-quarter-file
           if ws-input-vat-quarter-status = "00"
               perform until ws-input-vat-quarter-status not = "00"
                   read input-vat-quarter-file
                       at end
                           move "10" to ws-input-vat-quarter-status
                       not at end
                           if ivq-quarter = ws-close-quarter
                               perform load-input-figure
                           end-if
                   end-read
               end-perform
               close input-vat-quarter-file
           end-if
           .

       load-input-figure.
           if ws-input-figure-count >= ws-input-figure-max
               display "INPUT FIGURE TABLE FULL - ROW DROPPED: "
                   ivq-rate-code
           else
               add 1 to ws-input-figure-count
               set ws-inf-idx to ws-input-figure-count
               move ivq-rate-code to ws-inf-rate-code(ws-inf-idx)
               move ivq-net to ws-inf-net(ws-inf-idx)
               move ivq-vat to ws-inf-vat(ws-inf-idx)
           end-if
           .

       write-input-vat-snapshot.
           move 0 to ws-input-vat-total
           move 0 to ws-output-vat-total
           perform varying ws-fig-idx from 1 by 1
                   until ws-fig-idx > ws-figure-count
               add ws-fig-vat(ws-fig-idx) to ws-output-vat-total
           end-perform
           move "INPUT VAT ON PURCHASE INVOICES"
               to quarter-snapshot-line
           write quarter-snapshot-line
           display quarter-snapshot-line
           perform varying ws-inf-idx from 1 by 1
                   until ws-inf-idx > ws-input-figure-count
               add ws-inf-vat(ws-inf-idx) to ws-input-vat-total
               move ws-inf-net(ws-inf-idx) to ws-fig-net-disp
               move ws-inf-vat(ws-inf-idx) to ws-fig-vat-disp
               move spaces to quarter-snapshot-line
               string "RATE " delimited by size
                       ws-inf-rate-code(ws-inf-idx)
                           delimited by size
                       " NET=" delimited by size
                       function trim(ws-fig-net-disp)
                           delimited by size
                       " INPUT VAT=" delimited by size
                       function trim(ws-fig-vat-disp)
                           delimited by size
                   into quarter-snapshot-line
               write quarter-snapshot-line
               display quarter-snapshot-line
           end-perform
           compute ws-net-vat-payable =
               ws-output-vat-total - ws-input-vat-total
           move ws-output-vat-total to ws-output-vat-total-disp
           move ws-input-vat-total to ws-input-vat-total-disp
           move ws-net-vat-payable to ws-net-vat-payable-disp
           move spaces to ws-repayment-note
           if ws-net-vat-payable < 0
               move " (REPAYMENT DUE)" to ws-repayment-note
           end-if
           move spaces to quarter-snapshot-line
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
               into quarter-snapshot-line
           write quarter-snapshot-line
           display quarter-snapshot-line
           .

       mark-quarter-filed.
           set ws-status-not-found to true
           perform varying ws-sta-idx from 1 by 1
