      *>              employee's name looked up off the master.  Run
      *>              at year end, or any time a position statement
      *>              is wanted.
      *> 2026-10-15 - each statement also shows the employer's NI and
      *>              pension contributions for the year off the YTD
      *>              file's new columns (zero on rows written before
      *>              them), and the cost of employment - gross plus
      *>              adjustments plus both employer contributions.

       environment division.
       input-output section.
       01  ws-adjustments-disp           pic -ZZZZZZ9.
       01  ws-other-deductions-disp      pic ZZZ,ZZZ,ZZ9.99.
       01  ws-net-disp                   pic -ZZ,ZZZ,ZZ9.99.
       01  ws-employer-ni-disp           pic ZZZ,ZZZ,ZZ9.99.
       01  ws-employer-pension-disp      pic ZZZ,ZZZ,ZZ9.99.
       01  ws-employment-cost-disp       pic -ZZ,ZZZ,ZZ9.99.
       01  ws-employer-ni                pic 9(9)V99.
       01  ws-employer-pension           pic 9(9)V99.
       01  ws-employment-cost            pic S9(11)V99.

      *> Non-zero once a hard failure (e.g. the YTD file won't open)
      *> has been detected, so the operator's check has something
               move 0 to ws-other-deductions-disp
           end-if
           move pyt-net to ws-net-disp
      *> The same for the employer contribution columns.
           move 0 to ws-employer-ni ws-employer-pension
           if pyt-employer-ni numeric
               move pyt-employer-ni to ws-employer-ni
           end-if
           if pyt-employer-pension numeric
               move pyt-employer-pension to ws-employer-pension
           end-if
           move ws-employer-ni to ws-employer-ni-disp
           move ws-employer-pension to ws-employer-pension-disp
           compute ws-employment-cost = pyt-gross + pyt-adjustments
               + ws-employer-ni + ws-employer-pension
           move ws-employment-cost to ws-employment-cost-disp

           move all "=" to statement-line
           write statement-line
                   ws-net-disp delimited by size
               into statement-line
           write statement-line
           move spaces to statement-line
           string "  EMPLOYER NI        " delimited by size
                   ws-employer-ni-disp delimited by size
               into statement-line
           write statement-line
           move spaces to statement-line
           string "  EMPLOYER PENSION   " delimited by size
                   ws-employer-pension-disp delimited by size
               into statement-line
           write statement-line
           move spaces to statement-line
           string "  COST OF EMPLOYMENT " delimited by size
                   ws-employment-cost-disp delimited by size
               into statement-line
           write statement-line
           .

       find-employee-name.
