       identification division.
       program-id. TRIALBAL.

      *> Modification history:
      *> 2026-10-15 - new program.  The month-end trial balance from
      *>              the local ledger balances GLBALUPD keeps
      *>              (GLBAL.TXT, glbal copybook), so the shop's own
      *>              figures can be reconciled to the ledger package
      *>              every month.  One line per account and cost
      *>              centre: the closing balance to the end of the
      *>              period in the debit or the credit column, the
      *>              period's movement, the prior period's, and the
      *>              change between them; an account with more than
      *>              one cost centre gets a total line.  The debit
      *>              and credit columns must agree, and so must the
      *>              period's debits and credits - a difference is
      *>              printed and fails the step.  The period defaults
      *>              to the one tonight falls in (buscal copybooks),
      *>              so the period-end night reports the period just
      *>              closed; a date as the parm (YYYYMMDD) reports
      *>              the period that date falls in.

       environment division.
       input-output section.
       file-control.
           copy joblogsl.
           copy buscalsl.
           select ledger-balance-file assign to "GLBAL.TXT"
               organization is line sequential
               file status is ws-ledger-balance-status.
           select trial-balance-file assign to "TRIALBAL.TXT"
               organization is line sequential
               file status is ws-trial-balance-status.

       data division.
       file section.
           copy joblogfd.
           copy buscalfd.

       fd  ledger-balance-file.
           copy glbal.

       fd  trial-balance-file.
       01  trial-balance-line            pic X(120).

       working-storage section.
           copy joblogws.
           copy stepparm.
           copy stepstat.
           copy buscalws.
       01  ws-ledger-balance-status      pic XX.
       01  ws-trial-balance-status       pic XX.

       01  ws-run-date                   pic 9(8).
       01  ws-trial-parm                 pic X(60).
       01  ws-eof-switch                 pic X.
           88  ws-eof                      value "Y".
           88  ws-not-eof                  value "N".

      *> The period reported and the one before it on file.
       01  ws-report-period-end          pic 9(8).
       01  ws-prior-period-end           pic 9(8) value 0.
       01  ws-report-period-switch       pic X value "N".
           88  ws-report-period-on-file    value "Y".

      *> The account and cost centre being accumulated, and the
      *> account whose cost centres are being totalled.
       01  ws-current-account            pic X(8) value spaces.
       01  ws-current-cost-centre        pic X(3) value spaces.
       01  ws-group-open-switch          pic X value "N".
           88  ws-group-open               value "Y".
           88  ws-group-closed             value "N".
       01  ws-cc-closing-net             pic S9(13)V99.
       01  ws-cc-period-movement         pic S9(13)V99.
       01  ws-cc-prior-movement          pic S9(13)V99.
       01  ws-cc-activity-switch         pic X.
           88  ws-cc-has-activity          value "Y".
           88  ws-cc-no-activity           value "N".
       01  ws-acct-closing-net           pic S9(13)V99 value 0.
       01  ws-acct-period-movement       pic S9(13)V99 value 0.
       01  ws-acct-prior-movement        pic S9(13)V99 value 0.
       01  ws-acct-lines                 pic 9(4) value 0.

       01  ws-total-debit-balance        pic S9(13)V99 value 0.
       01  ws-total-credit-balance       pic S9(13)V99 value 0.
       01  ws-total-period-movement      pic S9(13)V99 value 0.
       01  ws-total-prior-movement       pic S9(13)V99 value 0.
       01  ws-period-debits              pic S9(13)V99 value 0.
       01  ws-period-credits             pic S9(13)V99 value 0.
       01  ws-difference                 pic S9(13)V99.
       01  ws-balance-rows-read          pic 9(7) value 0.
       01  ws-lines-printed              pic 9(7) value 0.
       01  ws-breaks-found               pic 9(4) value 0.

      *> PRINT-BALANCE-LINE input.
       01  ws-line-account               pic X(8).
       01  ws-line-cost-centre           pic X(5).
       01  ws-line-closing-net           pic S9(13)V99.
       01  ws-line-period-movement       pic S9(13)V99.
       01  ws-line-prior-movement        pic S9(13)V99.

       01  ws-report-heading.
           05  filler                    pic X(40)
                   value "TRIAL BALANCE".
           05  filler                    pic X(14)
                   value "PERIOD ENDING ".
           05  ws-rh-period-end          pic 9(8).
           05  filler                    pic X(14)
                   value "  PRIOR PERIOD".
           05  filler                    pic X(1) value space.
           05  ws-rh-prior-period-end    pic 9(8).
           05  filler                    pic X(11)
                   value "  RUN DATE ".
           05  ws-rh-run-date            pic 9(8).
       01  ws-column-heading.
           05  filler                    pic X(8) value "ACCOUNT".
           05  filler                    pic X(7) value "  CC".
           05  filler                    pic X(21)
                   value "        DEBIT BALANCE".
           05  filler                    pic X(21)
                   value "       CREDIT BALANCE".
           05  filler                    pic X(21)
                   value "      PERIOD MOVEMENT".
           05  filler                    pic X(21)
                   value "         PRIOR PERIOD".
           05  filler                    pic X(21)
                   value "               CHANGE".
       01  ws-balance-line.
           05  ws-bl-account             pic X(8).
           05  filler                    pic X(2) value spaces.
           05  ws-bl-cost-centre         pic X(5).
           05  filler                    pic X(1) value space.
           05  ws-bl-debit               pic Z,ZZZ,ZZZ,ZZZ,ZZ9.99
                                         blank when zero.
           05  filler                    pic X(1) value space.
           05  ws-bl-credit              pic Z,ZZZ,ZZZ,ZZZ,ZZ9.99
                                         blank when zero.
           05  filler                    pic X(1) value space.
           05  ws-bl-period-movement     pic -,---,---,---,--9.99.
           05  filler                    pic X(1) value space.
           05  ws-bl-prior-movement      pic -,---,---,---,--9.99.
           05  filler                    pic X(1) value space.
           05  ws-bl-change              pic -,---,---,---,--9.99.
       01  ws-posted-line.
           05  filler                    pic X(26)
                   value "POSTED IN PERIOD - DEBITS ".
           05  ws-pl-debits              pic Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  filler                    pic X(10)
                   value "  CREDITS ".
           05  ws-pl-credits             pic Z,ZZZ,ZZZ,ZZZ,ZZ9.99.
       01  ws-result-line.
           05  ws-rl-text                pic X(50).
           05  ws-rl-difference          pic -,---,---,---,--9.99
                                         blank when zero.

      *> Non-zero once the trial balance does not agree (8) or a file
      *> will not open (16), so the driver's step check has
      *> something real to catch.
       01  ws-program-return-code        pic 9(4) value 0.

       procedure division.
       main-logic.
           perform JOBBNR-WRITE-START
           accept ws-run-date from date yyyymmdd
           perform BUSCAL-LOAD-TABLE
           perform determine-report-period
           if ws-program-return-code = 0
               perform find-prior-period
           end-if
           if ws-program-return-code = 0
               perform write-trial-balance
           end-if

           move ws-balance-rows-read to bss-records-read
           move ws-lines-printed to bss-records-written
           move ws-breaks-found to bss-exception-count

           perform JOBBNR-WRITE-END
           move ws-program-return-code to return-code
           goback
           .

      *> A standalone run's EXTERNAL area arrives as LOW-VALUES, not
      *> spaces - both fall through to the command line.
       determine-report-period.
           if bsp-parm-text not = spaces
                   and bsp-parm-text not = low-values
               move bsp-parm-text to ws-trial-parm
           else
               accept ws-trial-parm from command-line
           end-if
           move ws-run-date to ws-bus-cal-period-date
           if ws-trial-parm not = spaces
               if ws-trial-parm(1:8) is numeric
                       and function test-date-yyyymmdd(
                           function numval(ws-trial-parm(1:8))) = 0
                   move ws-trial-parm(1:8) to ws-bus-cal-period-date
               else
                   display "PARM MUST BE A DATE (YYYYMMDD) IN THE "
                       "PERIOD TO REPORT: " ws-trial-parm
                   move 8 to ws-program-return-code
                   exit paragraph
               end-if
           end-if
      *> The same period rule GLBALUPD files the postings by.
           perform BUSCAL-FIND-PERIOD-END
           move ws-bus-cal-period-end-date to ws-report-period-end
           .

      *> First pass: the latest period on file before the one being
      *> reported, for the period-on-period column.
       find-prior-period.
           move 0 to ws-prior-period-end
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
           perform until ws-eof
               read ledger-balance-file
                   at end
                       set ws-eof to true
                   not at end
                       if not glb-control-row
                           if glb-period-end < ws-report-period-end
                                   and glb-period-end
                                       > ws-prior-period-end
                               move glb-period-end
                                   to ws-prior-period-end
                           end-if
                           if glb-period-end = ws-report-period-end
                               set ws-report-period-on-file to true
                           end-if
                       end-if
               end-read
           end-perform
           close ledger-balance-file
           .

      *> Second pass: GLBAL.TXT is in account, cost-centre and period
      *> order, so each account and cost centre is one run of rows.
       write-trial-balance.
           open output trial-balance-file
           if ws-trial-balance-status not = "00"
               display "TRIALBAL.TXT OPEN FAILED - STATUS "
                   ws-trial-balance-status
               move 16 to ws-program-return-code
               exit paragraph
           end-if
           move ws-report-period-end to ws-rh-period-end
           move ws-prior-period-end to ws-rh-prior-period-end
           move ws-run-date to ws-rh-run-date
           write trial-balance-line from ws-report-heading
           move spaces to trial-balance-line
           write trial-balance-line
           write trial-balance-line from ws-column-heading
           move spaces to trial-balance-line
           write trial-balance-line

           open input ledger-balance-file
           if ws-ledger-balance-status = "00"
               set ws-not-eof to true
               perform until ws-eof
                   read ledger-balance-file
                       at end
                           set ws-eof to true
                       not at end
                           if not glb-control-row
                               add 1 to ws-balance-rows-read
                               perform take-balance-row
                           end-if
                   end-read
               end-perform
               close ledger-balance-file
               perform close-cost-centre
               perform close-account
           else
               move "NO LEDGER BALANCES ON FILE (GLBAL.TXT)"
                   to trial-balance-line
               write trial-balance-line
           end-if

           perform write-totals
           close trial-balance-file
           .

       take-balance-row.
           if ws-group-open
                   and (glb-account not = ws-current-account
                       or glb-cost-centre not = ws-current-cost-centre)
               perform close-cost-centre
           end-if
           if ws-acct-lines > 0 and glb-account not = ws-current-account
               perform close-account
           end-if
           if ws-group-closed
               move glb-account to ws-current-account
               move glb-cost-centre to ws-current-cost-centre
               move 0 to ws-cc-closing-net
               move 0 to ws-cc-period-movement
               move 0 to ws-cc-prior-movement
               set ws-cc-no-activity to true
               set ws-group-open to true
           end-if
           if glb-period-end <= ws-report-period-end
               set ws-cc-has-activity to true
               compute ws-cc-closing-net = ws-cc-closing-net
                   + glb-debit-total - glb-credit-total
           end-if
           if glb-period-end = ws-report-period-end
               compute ws-cc-period-movement = ws-cc-period-movement
                   + glb-debit-total - glb-credit-total
               add glb-debit-total to ws-period-debits
               add glb-credit-total to ws-period-credits
           end-if
           if glb-period-end = ws-prior-period-end
               compute ws-cc-prior-movement = ws-cc-prior-movement
                   + glb-debit-total - glb-credit-total
           end-if
           .

      *> A cost centre with nothing up to the period end - only later
      *> periods on file - is left off.
       close-cost-centre.
           if ws-group-closed
               exit paragraph
           end-if
           set ws-group-closed to true
           if ws-cc-no-activity
               exit paragraph
           end-if
           move ws-current-account to ws-line-account
           move ws-current-cost-centre to ws-line-cost-centre
           move ws-cc-closing-net to ws-line-closing-net
           move ws-cc-period-movement to ws-line-period-movement
           move ws-cc-prior-movement to ws-line-prior-movement
           perform print-balance-line
           add 1 to ws-lines-printed
           add 1 to ws-acct-lines
           if ws-cc-closing-net > 0
               add ws-cc-closing-net to ws-total-debit-balance
           else
               subtract ws-cc-closing-net from ws-total-credit-balance
           end-if
           add ws-cc-period-movement to ws-total-period-movement
           add ws-cc-prior-movement to ws-total-prior-movement
           add ws-cc-closing-net to ws-acct-closing-net
           add ws-cc-period-movement to ws-acct-period-movement
           add ws-cc-prior-movement to ws-acct-prior-movement
           .

       close-account.
           if ws-acct-lines > 1
               move ws-current-account to ws-line-account
               move "TOTAL" to ws-line-cost-centre
               move ws-acct-closing-net to ws-line-closing-net
               move ws-acct-period-movement to ws-line-period-movement
               move ws-acct-prior-movement to ws-line-prior-movement
               perform print-balance-line
           end-if
           if ws-acct-lines > 0
               move spaces to trial-balance-line
               write trial-balance-line
           end-if
           move 0 to ws-acct-lines
           move 0 to ws-acct-closing-net
           move 0 to ws-acct-period-movement
           move 0 to ws-acct-prior-movement
           .

      *> A net debit balance goes in the debit column, a net credit
      *> in the credit column; movements are net debits, so a
      *> credit movement prints negative.
       print-balance-line.
           move ws-line-account to ws-bl-account
           move ws-line-cost-centre to ws-bl-cost-centre
           if ws-line-closing-net > 0
               move ws-line-closing-net to ws-bl-debit
               move 0 to ws-bl-credit
           else
               move 0 to ws-bl-debit
               compute ws-bl-credit = 0 - ws-line-closing-net
           end-if
           move ws-line-period-movement to ws-bl-period-movement
           move ws-line-prior-movement to ws-bl-prior-movement
           compute ws-bl-change = ws-line-period-movement
               - ws-line-prior-movement
           write trial-balance-line from ws-balance-line
           .

       write-totals.
           move "TOTALS" to ws-line-account
           move spaces to ws-line-cost-centre
           move ws-total-debit-balance to ws-bl-debit
           move ws-total-credit-balance to ws-bl-credit
           move ws-line-account to ws-bl-account
           move ws-line-cost-centre to ws-bl-cost-centre
           move ws-total-period-movement to ws-bl-period-movement
           move ws-total-prior-movement to ws-bl-prior-movement
           compute ws-bl-change = ws-total-period-movement
               - ws-total-prior-movement
           write trial-balance-line from ws-balance-line
           move ws-period-debits to ws-pl-debits
           move ws-period-credits to ws-pl-credits
           write trial-balance-line from ws-posted-line
           move spaces to trial-balance-line
           write trial-balance-line

           if not ws-report-period-on-file
               move "NO POSTINGS ON FILE FOR THE PERIOD"
                   to trial-balance-line
               write trial-balance-line
           end-if
           compute ws-difference =
               ws-total-debit-balance - ws-total-credit-balance
           if ws-difference not = 0
               move "*** DEBIT AND CREDIT BALANCES DO NOT AGREE"
                   to ws-rl-text
               move ws-difference to ws-rl-difference
               write trial-balance-line from ws-result-line
               add 1 to ws-breaks-found
           end-if
           compute ws-difference = ws-period-debits - ws-period-credits
           if ws-difference not = 0
               move "*** PERIOD DEBITS AND CREDITS DO NOT AGREE"
                   to ws-rl-text
               move ws-difference to ws-rl-difference
               write trial-balance-line from ws-result-line
               add 1 to ws-breaks-found
           end-if
           if ws-breaks-found = 0
               move "TRIAL BALANCE AGREES" to trial-balance-line
               write trial-balance-line
               display "TRIAL BALANCE FOR PERIOD ENDING "
                   ws-report-period-end " AGREES"
           else
               display "TRIAL BALANCE FOR PERIOD ENDING "
                   ws-report-period-end " DOES NOT AGREE - SEE "
                   "TRIALBAL.TXT"
               move 8 to ws-program-return-code
           end-if
           .

           copy buscalpr.

           copy jobbnr replacing ==JOB-NAME-LIT== by =="TRIALBAL"==.
