       identification division.
       program-id. INTEGCHK.

      *> Modification history:
      *> 2026-10-15 - new program.  Every master is maintained by its
      *>              own program and nothing checked the files that
      *>              hang off it afterwards - a species deleted in
      *>              LEVELNUM's MAINT mode left its sightings on
      *>              SIGHTMST.TXT and its rings on RINGMST.DAT, an
      *>              observer made inactive still owned history, a
      *>              store closed on STRMAST.TXT kept its budget rows
      *>              on SALESBUD.TXT, and an employee deleted by
      *>              EMPMAINT kept PAYENRL.TXT enrollments and open
      *>              PAYSUSP.TXT items.  This weekly sweep walks every
      *>              master and its dependants and lists each orphan
      *>              or contradiction on INTEGRPT.TXT by file, key and
      *>              the rule it breaks, with a count per rule at the
      *>              end.  A rule whose master is not on file is shown
      *>              as not checked rather than passed.  The sweep
      *>              changes nothing: findings are counted as the
      *>              step's exceptions for the run report, and the
      *>              step only fails when a file will not open.  The
      *>              integrity parameter file (INTEGPRM.TXT) lets
      *>              LEVELNUM and EMPMAINT refuse such a DELETE in the
      *>              first place.

       environment division.
       input-output section.
       file-control.
           copy joblogsl.
           select bird-master-file assign to "BIRDMAST.DAT"
               organization is indexed
               access mode is random
               record key is bm-scientific-name
               alternate record key is bm-common-name
                   with duplicates
               file status is ws-bird-master-status.
           select observer-master-file assign to "OBSMAST.TXT"
               organization is line sequential
               file status is ws-observer-master-status.
           select site-master-file assign to "SITEMAST.TXT"
               organization is line sequential
               file status is ws-site-master-status.
           select sighting-master-file assign to "SIGHTMST.TXT"
               organization is line sequential
               file status is ws-sighting-master-status.
           select ring-master-file assign to "RINGMST.DAT"
               organization is indexed
               access mode is sequential
               record key is rng-ring-number
               file status is ws-ring-master-status.
           select survey-visit-file assign to "SURVVIS.TXT"
               organization is line sequential
               file status is ws-survey-visit-status.
           select store-master-file assign to "STRMAST.TXT"
               organization is line sequential
               file status is ws-store-master-status.
           select sales-budget-file assign to "SALESBUD.TXT"
               organization is line sequential
               file status is ws-sales-budget-status.
           select department-master-file assign to "DEPTMAST.TXT"
               organization is line sequential
               file status is ws-department-master-status.
           select product-master-file assign to "PRODMAST.TXT"
               organization is line sequential
               file status is ws-product-master-status.
           select employee-master-file assign to "EMPMAST.TXT"
               organization is line sequential
               file status is ws-employee-master-status.
           select enrollment-file assign to "PAYENRL.TXT"
               organization is line sequential
               file status is ws-enrollment-status.
           select suspense-file assign to "PAYSUSP.TXT"
               organization is line sequential
               file status is ws-suspense-status.
           select pay-hold-file assign to "PAYHOLD.TXT"
               organization is line sequential
               file status is ws-pay-hold-status.
           select returns-register-file assign to "BANKRREG.TXT"
               organization is line sequential
               file status is ws-returns-register-status.
           select integrity-report-file assign to "INTEGRPT.TXT"
               organization is line sequential
               file status is ws-integrity-report-status.

       data division.
       file section.
           copy joblogfd.

       fd  bird-master-file.
           copy birdrec.

       fd  observer-master-file.
           copy obsrec.

       fd  site-master-file.
           copy siterec.

       fd  sighting-master-file.
           copy sightrec.

      *> Same layout RINGLOAD writes - only the ring, species and
      *> site are looked at here.
       fd  ring-master-file.
       01  ring-master-record.
           05  rng-ring-number            pic X(10).
           05  rng-scientific-name        pic X(30).
           05  rng-ringing-date           pic 9(8).
           05  rng-site-code              pic X(4).
           05  rng-age-code               pic X(1).
           05  rng-sex-code               pic X(1).
           05  rng-unit-of-measure        pic X(1).
           05  rng-wing-length            pic 9(3)V9.
           05  rng-weight                 pic 9(3)V9.

       fd  survey-visit-file.
           copy survvis.

       fd  store-master-file.
           copy strmrec.

      *> Same layout COMPFUNC reads the trustees' budgets from.
       fd  sales-budget-file.
       01  sales-budget-record.
           05  sbd-store-code             pic X(3).
           05  sbd-month                  pic 9(6).
           05  sbd-budget-net             pic S9(9)V99
                                          sign leading separate.

      *> Same layout SALESEDT seeds and validates till lines against.
       fd  department-master-file.
       01  department-master-record.
           05  dpt-dept-code              pic X(3).
           05  dpt-dept-name              pic X(20).

       fd  product-master-file.
           copy prodrec.

       fd  employee-master-file.
           copy emprec.

      *> Same layouts DATATYPES keeps its enrollments and suspended
      *> adjustments in.
       fd  enrollment-file.
       01  enrollment-record.
           05  enr-employee-id            pic 9(5).
           05  enr-deduction-code         pic X(2).

       fd  suspense-file.
       01  suspense-record.
           05  sus-employee-id            pic 9(5).
           05  sus-adjustment             pic S9(3)
                                          sign leading separate.
           05  sus-date-suspended         pic 9(8).
           05  sus-state                  pic X(1).
               88  sus-pending              value "P".

      *> Same layouts PAYVARCK and BANKPAY keep their holds and
      *> returned payments in.
       fd  pay-hold-file.
       01  pay-hold-record.
           05  hld-employee-id            pic 9(5).
           05  hld-run-date               pic 9(8).
           05  hld-net-pay                pic S9(9)V99
                                          sign leading separate.
           05  hld-reason                 pic X(30).
           05  hld-state                  pic X(1).
               88  hld-pending              value "P".
               88  hld-released             value "A".
           05  hld-date-decided           pic 9(8).

       fd  returns-register-file.
       01  returns-register-record.
           05  rrg-employee-id            pic 9(5).
           05  rrg-reference              pic X(12).
           05  rrg-sort-code              pic 9(6).
           05  rrg-account-number         pic 9(8).
           05  rrg-amount-pence           pic 9(11).
           05  rrg-return-reason          pic X(4).
           05  rrg-date-returned          pic 9(8).
           05  rrg-state                  pic X(1).
               88  rrg-unpaid               value "R".
           05  rrg-date-reissued          pic 9(8).

       fd  integrity-report-file.
       01  integrity-report-line         pic X(136).

       working-storage section.
           copy joblogws.
           copy stepstat.
       01  ws-bird-master-status         pic XX.
       01  ws-observer-master-status     pic XX.
       01  ws-site-master-status         pic XX.
       01  ws-sighting-master-status     pic XX.
       01  ws-ring-master-status         pic XX.
       01  ws-survey-visit-status        pic XX.
       01  ws-store-master-status        pic XX.
       01  ws-sales-budget-status        pic XX.
       01  ws-department-master-status   pic XX.
       01  ws-product-master-status      pic XX.
       01  ws-employee-master-status     pic XX.
       01  ws-enrollment-status          pic XX.
       01  ws-suspense-status            pic XX.
       01  ws-pay-hold-status            pic XX.
       01  ws-returns-register-status    pic XX.
       01  ws-integrity-report-status    pic XX.

       01  ws-run-date                   pic 9(8).

      *> Whether each master could be read.  A rule is only checked
      *> when the master it looks things up on is on file - with no
      *> master every dependant would show as an orphan.
       01  ws-bird-master-switch         pic X value "N".
           88  ws-bird-master-open         value "Y".
       01  ws-observer-master-switch     pic X value "N".
           88  ws-observer-master-loaded   value "Y".
       01  ws-site-master-switch         pic X value "N".
           88  ws-site-master-loaded       value "Y".
       01  ws-store-master-switch        pic X value "N".
           88  ws-store-master-loaded      value "Y".
       01  ws-department-master-switch   pic X value "N".
           88  ws-department-master-loaded value "Y".
       01  ws-employee-master-switch     pic X value "N".
           88  ws-employee-master-loaded   value "Y".

      *> The rules, in the order the sweep meets them: the file the
      *> offending record is on and the rule it breaks.
       01  ws-rule-definitions.
           05  filler                    pic X(12)
                   value "SIGHTMST.TXT".
           05  filler                    pic X(36)
                   value "SPECIES NOT ON BIRDMAST.DAT".
           05  filler                    pic X(12)
                   value "SIGHTMST.TXT".
           05  filler                    pic X(36)
                   value "OBSERVER NOT ON OBSMAST.TXT".
           05  filler                    pic X(12)
                   value "SIGHTMST.TXT".
           05  filler                    pic X(36)
                   value "SITE NOT ON SITEMAST.TXT".
           05  filler                    pic X(12)
                   value "RINGMST.DAT".
           05  filler                    pic X(36)
                   value "SPECIES NOT ON BIRDMAST.DAT".
           05  filler                    pic X(12)
                   value "RINGMST.DAT".
           05  filler                    pic X(36)
                   value "SITE NOT ON SITEMAST.TXT".
           05  filler                    pic X(12)
                   value "SURVVIS.TXT".
           05  filler                    pic X(36)
                   value "OBSERVER NOT ON OBSMAST.TXT".
           05  filler                    pic X(12)
                   value "SURVVIS.TXT".
           05  filler                    pic X(36)
                   value "SITE NOT ON SITEMAST.TXT".
           05  filler                    pic X(12)
                   value "OBSMAST.TXT".
           05  filler                    pic X(36)
                   value "INACTIVE OBSERVER STILL OWNS HISTORY".
           05  filler                    pic X(12)
                   value "SALESBUD.TXT".
           05  filler                    pic X(36)
                   value "STORE NOT ON STRMAST.TXT".
           05  filler                    pic X(12)
                   value "SALESBUD.TXT".
           05  filler                    pic X(36)
                   value "BUDGET MONTH AFTER STORE CLOSED".
           05  filler                    pic X(12)
                   value "PRODMAST.TXT".
           05  filler                    pic X(36)
                   value "DEPARTMENT NOT ON DEPTMAST.TXT".
           05  filler                    pic X(12)
                   value "PAYENRL.TXT".
           05  filler                    pic X(36)
                   value "EMPLOYEE NOT ON EMPMAST.TXT".
           05  filler                    pic X(12)
                   value "PAYENRL.TXT".
           05  filler                    pic X(36)
                   value "ENROLLED EMPLOYEE HAS LEFT".
           05  filler                    pic X(12)
                   value "PAYSUSP.TXT".
           05  filler                    pic X(36)
                   value "EMPLOYEE NOT ON EMPMAST.TXT".
           05  filler                    pic X(12)
                   value "PAYHOLD.TXT".
           05  filler                    pic X(36)
                   value "EMPLOYEE NOT ON EMPMAST.TXT".
           05  filler                    pic X(12)
                   value "BANKRREG.TXT".
           05  filler                    pic X(36)
                   value "EMPLOYEE NOT ON EMPMAST.TXT".
       01  ws-rule-definitions-r redefines ws-rule-definitions.
           05  ws-rule-definition occurs 16 times.
               10  ws-rule-file             pic X(12).
               10  ws-rule-text             pic X(36).
       01  ws-rule-count                 pic 9(2) value 16.

      *> Rule numbers, for readability where a finding is raised.
       01  ws-rule-sighting-species      pic 9(2) value 1.
       01  ws-rule-sighting-observer     pic 9(2) value 2.
       01  ws-rule-sighting-site         pic 9(2) value 3.
       01  ws-rule-ring-species          pic 9(2) value 4.
       01  ws-rule-ring-site             pic 9(2) value 5.
       01  ws-rule-visit-observer        pic 9(2) value 6.
       01  ws-rule-visit-site            pic 9(2) value 7.
       01  ws-rule-inactive-observer     pic 9(2) value 8.
       01  ws-rule-budget-store          pic 9(2) value 9.
       01  ws-rule-budget-closed         pic 9(2) value 10.
       01  ws-rule-product-dept          pic 9(2) value 11.
       01  ws-rule-enrollment-employee   pic 9(2) value 12.
       01  ws-rule-enrollment-leaver     pic 9(2) value 13.
       01  ws-rule-suspense-employee     pic 9(2) value 14.
       01  ws-rule-hold-employee         pic 9(2) value 15.
       01  ws-rule-return-employee       pic 9(2) value 16.

      *> Findings per rule, and the master that left a rule
      *> unchecked (spaces when it was checked).
       01  ws-rule-tally-table.
           05  ws-rule-tally occurs 16 times
                       indexed by ws-rul-idx.
               10  ws-rule-found            pic 9(7).
               10  ws-rule-unchecked-master pic X(12).

      *> Reference masters held for the lookups.  An inactive
      *> observer's sightings and visits are counted as the sweep
      *> passes them, so the history they still own is reported once
      *> per observer rather than once per record.
       01  ws-observer-table.
           05  ws-observer-entry occurs 500 times
                       indexed by ws-obs-idx.
               10  ws-obs-observer-id       pic X(8).
               10  ws-obs-name              pic X(30).
               10  ws-obs-active-flag       pic X(1).
               10  ws-obs-sightings         pic 9(7).
               10  ws-obs-visits            pic 9(7).
       01  ws-observer-count             pic 9(3) value 0.
       01  ws-observer-max               pic 9(3) value 500.
       01  ws-obs-match                  pic 9(3).

       01  ws-site-table.
           05  ws-site-entry occurs 500 times
                       indexed by ws-sit-idx
                                  pic X(4).
       01  ws-site-count                 pic 9(3) value 0.
       01  ws-site-max                   pic 9(3) value 500.
       01  ws-site-match                 pic 9(3).

      *> A store's close date is held as its month, the unit the
      *> budget is set in; zero means still trading.
       01  ws-store-table.
           05  ws-store-entry occurs 50 times
                       indexed by ws-str-idx.
               10  ws-str-store-code        pic X(3).
               10  ws-str-close-date        pic 9(8).
               10  ws-str-close-month       pic 9(6).
       01  ws-store-count                pic 9(2) value 0.
       01  ws-store-max                  pic 9(2) value 50.
       01  ws-store-match                pic 9(2).

       01  ws-department-table.
           05  ws-department-entry occurs 20 times
                       indexed by ws-dpt-idx
                                  pic X(3).
       01  ws-department-count           pic 9(2) value 0.
       01  ws-department-max             pic 9(2) value 20.
       01  ws-department-match           pic 9(2).

       01  ws-employee-table.
           05  ws-employee-entry occurs 500 times
                       indexed by ws-emp-idx.
               10  ws-emp-employee-id       pic 9(5).
               10  ws-emp-end-date          pic 9(8).
       01  ws-employee-count             pic 9(3) value 0.
       01  ws-employee-max               pic 9(3) value 500.
       01  ws-employee-match             pic 9(3).

      *> Lookup arguments.
       01  ws-want-observer-id           pic X(8).
       01  ws-want-site-code             pic X(4).
       01  ws-want-store-code            pic X(3).
       01  ws-want-dept-code             pic X(3).
       01  ws-want-employee-id           pic 9(5).

      *> RECORD-FINDING input.
       01  ws-finding-rule               pic 9(2).
       01  ws-finding-key                pic X(48).
       01  ws-finding-detail             pic X(28).

       01  ws-records-checked            pic 9(7) value 0.
       01  ws-findings-total             pic 9(7) value 0.
       01  ws-count-disp                 pic ZZZ,ZZ9.
       01  ws-count-disp-2               pic ZZZ,ZZ9.
       01  ws-eof-switch                 pic X.
           88  ws-eof                      value "Y".
           88  ws-not-eof                  value "N".

       01  ws-report-heading.
           05  filler                    pic X(42)
                   value "REFERENTIAL INTEGRITY REPORT".
           05  filler                    pic X(9) value "RUN DATE ".
           05  ws-rh-run-date            pic 9(8).
       01  ws-column-heading.
           05  filler                    pic X(1) value spaces.
           05  filler                    pic X(5) value "RULE".
           05  filler                    pic X(14) value "FILE".
           05  filler                    pic X(50) value "KEY".
           05  filler                    pic X(38) value "RULE BROKEN".
           05  filler                    pic X(6) value "DETAIL".
       01  ws-finding-line.
           05  filler                    pic X(2).
           05  ws-fnd-rule               pic 9(2).
           05  filler                    pic X(2).
           05  ws-fnd-file               pic X(12).
           05  filler                    pic X(2).
           05  ws-fnd-key                pic X(48).
           05  filler                    pic X(2).
           05  ws-fnd-rule-text          pic X(36).
           05  filler                    pic X(2).
           05  ws-fnd-detail             pic X(28).
       01  ws-summary-line.
           05  filler                    pic X(2).
           05  ws-sum-rule               pic 9(2).
           05  filler                    pic X(2).
           05  ws-sum-file               pic X(12).
           05  filler                    pic X(2).
           05  ws-sum-rule-text          pic X(36).
           05  filler                    pic X(2).
           05  ws-sum-found              pic ZZZ,ZZ9.
           05  filler                    pic X(2).
           05  ws-sum-note               pic X(40).

      *> Non-zero only when a file will not open - findings are
      *> reported, not failed.
       01  ws-program-return-code        pic 9(4) value 0.

       procedure division.
       main-logic.
           perform JOBBNR-WRITE-START
           accept ws-run-date from date yyyymmdd
           perform varying ws-rul-idx from 1 by 1
                   until ws-rul-idx > ws-rule-count
               move 0 to ws-rule-found(ws-rul-idx)
               move spaces to ws-rule-unchecked-master(ws-rul-idx)
           end-perform
           perform load-observer-master
           perform load-site-master
           perform load-store-master
           perform load-department-master
           perform load-employee-master
           perform open-bird-master
           perform note-unchecked-rules

           open output integrity-report-file
           if ws-integrity-report-status not = "00"
               display "INTEGRPT.TXT OPEN FAILED - STATUS "
                   ws-integrity-report-status
               move 16 to ws-program-return-code
           else
               perform write-report-headings
               perform check-sightings
               perform check-rings
               perform check-survey-visits
               perform check-inactive-observers
               perform check-sales-budgets
               perform check-products
               perform check-enrollments
               perform check-suspense-items
               perform check-pay-holds
               perform check-returns-register
               perform write-rule-summary
               close integrity-report-file
           end-if
           if ws-bird-master-open
               close bird-master-file
           end-if

           move ws-records-checked to bss-records-read
           move ws-findings-total to bss-records-written
           move ws-findings-total to bss-exception-count

           perform JOBBNR-WRITE-END
           move ws-program-return-code to return-code
           goback
           .

      *> The masters are each their own program's to seed; a missing
      *> one leaves its rules unchecked here, nothing more.
       load-observer-master.
           set ws-not-eof to true
           open input observer-master-file
           evaluate ws-observer-master-status
               when "35"
                   display "OBSMAST.TXT NOT ON FILE - OBSERVER RULES "
                       "NOT CHECKED"
               when "00"
                   set ws-observer-master-loaded to true
                   perform until ws-eof
                       read observer-master-file
                           at end
                               set ws-eof to true
                           not at end
                               perform load-observer-entry
                       end-read
                   end-perform
                   close observer-master-file
               when other
                   display "OBSMAST.TXT OPEN FAILED - STATUS "
                       ws-observer-master-status
                   move 16 to ws-program-return-code
           end-evaluate
           .

       load-observer-entry.
           if ws-observer-count >= ws-observer-max
               display "OBSERVER TABLE FULL - OBSERVER DROPPED: "
                   obm-observer-id
           else
               add 1 to ws-observer-count
               set ws-obs-idx to ws-observer-count
               move obm-observer-id to ws-obs-observer-id(ws-obs-idx)
               move obm-name to ws-obs-name(ws-obs-idx)
               move obm-active-flag to ws-obs-active-flag(ws-obs-idx)
               move 0 to ws-obs-sightings(ws-obs-idx)
               move 0 to ws-obs-visits(ws-obs-idx)
           end-if
           .

       load-site-master.
           set ws-not-eof to true
           open input site-master-file
           evaluate ws-site-master-status
               when "35"
                   display "SITEMAST.TXT NOT ON FILE - SITE RULES "
                       "NOT CHECKED"
               when "00"
                   set ws-site-master-loaded to true
                   perform until ws-eof
                       read site-master-file
                           at end
                               set ws-eof to true
                           not at end
                               perform load-site-entry
                       end-read
                   end-perform
                   close site-master-file
               when other
                   display "SITEMAST.TXT OPEN FAILED - STATUS "
                       ws-site-master-status
                   move 16 to ws-program-return-code
           end-evaluate
           .

       load-site-entry.
           if ws-site-count >= ws-site-max
               display "SITE TABLE FULL - SITE DROPPED: "
                   sit-site-code
           else
               add 1 to ws-site-count
               set ws-sit-idx to ws-site-count
               move sit-site-code to ws-site-entry(ws-sit-idx)
           end-if
           .

       load-store-master.
           set ws-not-eof to true
           open input store-master-file
           evaluate ws-store-master-status
               when "35"
                   display "STRMAST.TXT NOT ON FILE - STORE RULES "
                       "NOT CHECKED"
               when "00"
                   set ws-store-master-loaded to true
                   perform until ws-eof
                       read store-master-file
                           at end
                               set ws-eof to true
                           not at end
                               perform load-store-entry
                       end-read
                   end-perform
                   close store-master-file
               when other
                   display "STRMAST.TXT OPEN FAILED - STATUS "
                       ws-store-master-status
                   move 16 to ws-program-return-code
           end-evaluate
           .

       load-store-entry.
           if ws-store-count >= ws-store-max
               display "STORE TABLE FULL - STORE DROPPED: "
                   str-store-code
           else
               add 1 to ws-store-count
               set ws-str-idx to ws-store-count
               move str-store-code to ws-str-store-code(ws-str-idx)
               if str-close-date is numeric
                   move str-close-date to ws-str-close-date(ws-str-idx)
               else
                   move 0 to ws-str-close-date(ws-str-idx)
               end-if
               divide ws-str-close-date(ws-str-idx) by 100
                   giving ws-str-close-month(ws-str-idx)
           end-if
           .

       load-department-master.
           set ws-not-eof to true
           open input department-master-file
           evaluate ws-department-master-status
               when "35"
                   display "DEPTMAST.TXT NOT ON FILE - DEPARTMENT "
                       "RULE NOT CHECKED"
               when "00"
                   set ws-department-master-loaded to true
                   perform until ws-eof
                       read department-master-file
                           at end
                               set ws-eof to true
                           not at end
                               perform load-department-entry
                       end-read
                   end-perform
                   close department-master-file
               when other
                   display "DEPTMAST.TXT OPEN FAILED - STATUS "
                       ws-department-master-status
                   move 16 to ws-program-return-code
           end-evaluate
           .

       load-department-entry.
           if ws-department-count >= ws-department-max
               display "DEPARTMENT TABLE FULL - DEPARTMENT DROPPED: "
                   dpt-dept-code
           else
               add 1 to ws-department-count
               set ws-dpt-idx to ws-department-count
               move dpt-dept-code to ws-department-entry(ws-dpt-idx)
           end-if
           .

       load-employee-master.
           set ws-not-eof to true
           open input employee-master-file
           evaluate ws-employee-master-status
               when "35"
                   display "EMPMAST.TXT NOT ON FILE - EMPLOYEE RULES "
                       "NOT CHECKED"
               when "00"
                   set ws-employee-master-loaded to true
                   perform until ws-eof
                       read employee-master-file
                           at end
                               set ws-eof to true
                           not at end
                               perform load-employee-entry
                       end-read
                   end-perform
                   close employee-master-file
               when other
                   display "EMPMAST.TXT OPEN FAILED - STATUS "
                       ws-employee-master-status
                   move 16 to ws-program-return-code
           end-evaluate
           .

      *> A record written before the employment window existed reads
      *> its end date back as spaces - still employed.
       load-employee-entry.
           if ws-employee-count >= ws-employee-max
               display "EMPLOYEE TABLE FULL - EMPLOYEE DROPPED: "
                   em-employee-id
           else
               add 1 to ws-employee-count
               set ws-emp-idx to ws-employee-count
               move em-employee-id
                   to ws-emp-employee-id(ws-emp-idx)
               if em-end-date is numeric
                   move em-end-date to ws-emp-end-date(ws-emp-idx)
               else
                   move 0 to ws-emp-end-date(ws-emp-idx)
               end-if
           end-if
           .

       open-bird-master.
           open input bird-master-file
           evaluate ws-bird-master-status
               when "35"
                   display "BIRDMAST.DAT NOT ON FILE - SPECIES RULES "
                       "NOT CHECKED"
               when "00"
                   set ws-bird-master-open to true
               when other
                   display "BIRDMAST.DAT OPEN FAILED - STATUS "
                       ws-bird-master-status
                   move 16 to ws-program-return-code
           end-evaluate
           .

      *> Every rule whose master could not be read is marked, so the
      *> summary says "not checked" instead of a clean zero.
       note-unchecked-rules.
           if not ws-bird-master-open
               move "BIRDMAST.DAT" to ws-rule-unchecked-master(
                   ws-rule-sighting-species)
               move "BIRDMAST.DAT" to ws-rule-unchecked-master(
                   ws-rule-ring-species)
           end-if
           if not ws-observer-master-loaded
               move "OBSMAST.TXT" to ws-rule-unchecked-master(
                   ws-rule-sighting-observer)
               move "OBSMAST.TXT" to ws-rule-unchecked-master(
                   ws-rule-visit-observer)
               move "OBSMAST.TXT" to ws-rule-unchecked-master(
                   ws-rule-inactive-observer)
           end-if
           if not ws-site-master-loaded
               move "SITEMAST.TXT" to ws-rule-unchecked-master(
                   ws-rule-sighting-site)
               move "SITEMAST.TXT" to ws-rule-unchecked-master(
                   ws-rule-ring-site)
               move "SITEMAST.TXT" to ws-rule-unchecked-master(
                   ws-rule-visit-site)
           end-if
           if not ws-store-master-loaded
               move "STRMAST.TXT" to ws-rule-unchecked-master(
                   ws-rule-budget-store)
               move "STRMAST.TXT" to ws-rule-unchecked-master(
                   ws-rule-budget-closed)
           end-if
           if not ws-department-master-loaded
               move "DEPTMAST.TXT" to ws-rule-unchecked-master(
                   ws-rule-product-dept)
           end-if
           if not ws-employee-master-loaded
               move "EMPMAST.TXT" to ws-rule-unchecked-master(
                   ws-rule-enrollment-employee)
               move "EMPMAST.TXT" to ws-rule-unchecked-master(
                   ws-rule-enrollment-leaver)
               move "EMPMAST.TXT" to ws-rule-unchecked-master(
                   ws-rule-suspense-employee)
               move "EMPMAST.TXT" to ws-rule-unchecked-master(
                   ws-rule-hold-employee)
               move "EMPMAST.TXT" to ws-rule-unchecked-master(
                   ws-rule-return-employee)
           end-if
           .

       write-report-headings.
           move ws-run-date to ws-rh-run-date
           move ws-report-heading to integrity-report-line
           write integrity-report-line
           display integrity-report-line
           move spaces to integrity-report-line
           write integrity-report-line
           move ws-column-heading to integrity-report-line
           write integrity-report-line
           move spaces to integrity-report-line
           write integrity-report-line
           .

      *> Every sighting must name a species, observer and site still
      *> on their masters.  A blank site code is a sighting accepted
      *> before the site master existed, not an orphan.
       check-sightings.
           set ws-not-eof to true
           open input sighting-master-file
           evaluate ws-sighting-master-status
               when "35"
                   continue
               when "00"
                   perform until ws-eof
                       read sighting-master-file
                           at end
                               set ws-eof to true
                           not at end
                               perform check-one-sighting
                       end-read
                   end-perform
                   close sighting-master-file
               when other
                   display "SIGHTMST.TXT OPEN FAILED - STATUS "
                       ws-sighting-master-status
                   move 16 to ws-program-return-code
           end-evaluate
           .

       check-one-sighting.
           add 1 to ws-records-checked
           move spaces to ws-finding-key
           string sgm-observer-id delimited by size
                   " " delimited by size
                   sgm-sighting-date delimited by size
                   " " delimited by size
                   function trim(sgm-scientific-name)
                       delimited by size
               into ws-finding-key
           if ws-bird-master-open
               move sgm-scientific-name to bm-scientific-name
               read bird-master-file
                   invalid key
                       move ws-rule-sighting-species
                           to ws-finding-rule
                       move spaces to ws-finding-detail
                       perform record-finding
               end-read
           end-if
           if ws-observer-master-loaded
               move sgm-observer-id to ws-want-observer-id
               perform find-observer
               if ws-obs-match = 0
                   move ws-rule-sighting-observer to ws-finding-rule
                   move spaces to ws-finding-detail
                   perform record-finding
               else
                   set ws-obs-idx to ws-obs-match
                   add 1 to ws-obs-sightings(ws-obs-idx)
               end-if
           end-if
           if ws-site-master-loaded and sgm-site-code not = spaces
               move sgm-site-code to ws-want-site-code
               perform find-site
               if ws-site-match = 0
                   move ws-rule-sighting-site to ws-finding-rule
                   move spaces to ws-finding-detail
                   string "SITE " delimited by size
                           sgm-site-code delimited by size
                       into ws-finding-detail
                   perform record-finding
               end-if
           end-if
           .

      *> Every ring must be on a species and at a site still on their
      *> masters.  No ring master yet means no ring has been used.
       check-rings.
           open input ring-master-file
           evaluate ws-ring-master-status
               when "35"
                   continue
               when "00"
                   perform until ws-ring-master-status not = "00"
                       read ring-master-file
                           at end
                               move "10" to ws-ring-master-status
                           not at end
                               perform check-one-ring
                       end-read
                   end-perform
                   close ring-master-file
               when other
                   display "RINGMST.DAT OPEN FAILED - STATUS "
                       ws-ring-master-status
                   move 16 to ws-program-return-code
           end-evaluate
           .

       check-one-ring.
           add 1 to ws-records-checked
           move spaces to ws-finding-key
           string rng-ring-number delimited by size
                   " " delimited by size
                   function trim(rng-scientific-name)
                       delimited by size
               into ws-finding-key
           if ws-bird-master-open
               move rng-scientific-name to bm-scientific-name
               read bird-master-file
                   invalid key
                       move ws-rule-ring-species to ws-finding-rule
                       move spaces to ws-finding-detail
                       perform record-finding
               end-read
           end-if
           if ws-site-master-loaded and rng-site-code not = spaces
               move rng-site-code to ws-want-site-code
               perform find-site
               if ws-site-match = 0
                   move ws-rule-ring-site to ws-finding-rule
                   move spaces to ws-finding-detail
                   string "SITE " delimited by size
                           rng-site-code delimited by size
                       into ws-finding-detail
                   perform record-finding
               end-if
           end-if
           .

       check-survey-visits.
           set ws-not-eof to true
           open input survey-visit-file
           evaluate ws-survey-visit-status
               when "35"
                   continue
               when "00"
                   perform until ws-eof
                       read survey-visit-file
                           at end
                               set ws-eof to true
                           not at end
                               perform check-one-survey-visit
                       end-read
                   end-perform
                   close survey-visit-file
               when other
                   display "SURVVIS.TXT OPEN FAILED - STATUS "
                       ws-survey-visit-status
                   move 16 to ws-program-return-code
           end-evaluate
           .

       check-one-survey-visit.
           add 1 to ws-records-checked
           move spaces to ws-finding-key
           string svv-observer-id delimited by size
                   " " delimited by size
                   svv-site-code delimited by size
                   " " delimited by size
                   svv-visit-date delimited by size
               into ws-finding-key
           if ws-observer-master-loaded
               move svv-observer-id to ws-want-observer-id
               perform find-observer
               if ws-obs-match = 0
                   move ws-rule-visit-observer to ws-finding-rule
                   move spaces to ws-finding-detail
                   perform record-finding
               else
                   set ws-obs-idx to ws-obs-match
                   add 1 to ws-obs-visits(ws-obs-idx)
               end-if
           end-if
           if ws-site-master-loaded
               move svv-site-code to ws-want-site-code
               perform find-site
               if ws-site-match = 0
                   move ws-rule-visit-site to ws-finding-rule
                   move spaces to ws-finding-detail
                   perform record-finding
               end-if
           end-if
           .

      *> Made inactive, the observer can key nothing new, but the
      *> sightings and visits already on file still carry their id -
      *> listed once per observer with what they still own, for the
      *> recorder to reassign or accept.
       check-inactive-observers.
           if ws-observer-master-loaded
               perform varying ws-obs-idx from 1 by 1
                       until ws-obs-idx > ws-observer-count
                   if ws-obs-active-flag(ws-obs-idx) = "I"
                           and (ws-obs-sightings(ws-obs-idx) > 0
                             or ws-obs-visits(ws-obs-idx) > 0)
                       perform report-inactive-observer
                   end-if
               end-perform
           end-if
           .

       report-inactive-observer.
           move ws-rule-inactive-observer to ws-finding-rule
           move spaces to ws-finding-key
           string ws-obs-observer-id(ws-obs-idx) delimited by size
                   " " delimited by size
                   function trim(ws-obs-name(ws-obs-idx))
                       delimited by size
               into ws-finding-key
           move ws-obs-sightings(ws-obs-idx) to ws-count-disp
           move ws-obs-visits(ws-obs-idx) to ws-count-disp-2
           move spaces to ws-finding-detail
           string function trim(ws-count-disp) delimited by size
                   " SIGHTINGS, " delimited by size
                   function trim(ws-count-disp-2) delimited by size
                   " VISITS" delimited by size
               into ws-finding-detail
           perform record-finding
           .

      *> A budget row must be for a store on the master, and for a
      *> month no later than the one the store closed in.
       check-sales-budgets.
           set ws-not-eof to true
           open input sales-budget-file
           evaluate ws-sales-budget-status
               when "35"
                   continue
               when "00"
                   perform until ws-eof
                       read sales-budget-file
                           at end
                               set ws-eof to true
                           not at end
                               perform check-one-sales-budget
                       end-read
                   end-perform
                   close sales-budget-file
               when other
                   display "SALESBUD.TXT OPEN FAILED - STATUS "
                       ws-sales-budget-status
                   move 16 to ws-program-return-code
           end-evaluate
           .

       check-one-sales-budget.
           add 1 to ws-records-checked
           if ws-store-master-loaded
               move spaces to ws-finding-key
               string sbd-store-code delimited by size
                       " " delimited by size
                       sbd-month delimited by size
                   into ws-finding-key
               move sbd-store-code to ws-want-store-code
               perform find-store
               if ws-store-match = 0
                   move ws-rule-budget-store to ws-finding-rule
                   move spaces to ws-finding-detail
                   perform record-finding
               else
                   set ws-str-idx to ws-store-match
                   if ws-str-close-date(ws-str-idx) not = 0
                           and sbd-month
                               > ws-str-close-month(ws-str-idx)
                       move ws-rule-budget-closed to ws-finding-rule
                       move spaces to ws-finding-detail
                       string "CLOSED " delimited by size
                               ws-str-close-date(ws-str-idx)
                                   delimited by size
                           into ws-finding-detail
                       perform record-finding
                   end-if
               end-if
           end-if
           .

       check-products.
           set ws-not-eof to true
           open input product-master-file
           evaluate ws-product-master-status
               when "35"
                   continue
               when "00"
                   perform until ws-eof
                       read product-master-file
                           at end
                               set ws-eof to true
                           not at end
                               perform check-one-product
                       end-read
                   end-perform
                   close product-master-file
               when other
                   display "PRODMAST.TXT OPEN FAILED - STATUS "
                       ws-product-master-status
                   move 16 to ws-program-return-code
           end-evaluate
           .

       check-one-product.
           add 1 to ws-records-checked
           if ws-department-master-loaded
               move prd-dept-code to ws-want-dept-code
               perform find-department
               if ws-department-match = 0
                   move ws-rule-product-dept to ws-finding-rule
                   move spaces to ws-finding-key
                   string prd-product-code delimited by size
                           " " delimited by size
                           function trim(prd-description)
                               delimited by size
                       into ws-finding-key
                   move spaces to ws-finding-detail
                   string "DEPT " delimited by size
                           prd-dept-code delimited by size
                       into ws-finding-detail
                   perform record-finding
               end-if
           end-if
           .

      *> An enrollment must be for an employee on the master who has
      *> not left - a leaver's deduction would otherwise linger on
      *> the file for as long as nobody removes the row.
       check-enrollments.
           set ws-not-eof to true
           open input enrollment-file
           evaluate ws-enrollment-status
               when "35"
                   continue
               when "00"
                   perform until ws-eof
                       read enrollment-file
                           at end
                               set ws-eof to true
                           not at end
                               perform check-one-enrollment
                       end-read
                   end-perform
                   close enrollment-file
               when other
                   display "PAYENRL.TXT OPEN FAILED - STATUS "
                       ws-enrollment-status
                   move 16 to ws-program-return-code
           end-evaluate
           .

       check-one-enrollment.
           add 1 to ws-records-checked
           if ws-employee-master-loaded
               move spaces to ws-finding-key
               string enr-employee-id delimited by size
                       " " delimited by size
                       enr-deduction-code delimited by size
                   into ws-finding-key
               move enr-employee-id to ws-want-employee-id
               perform find-employee
               if ws-employee-match = 0
                   move ws-rule-enrollment-employee to ws-finding-rule
                   move spaces to ws-finding-detail
                   perform record-finding
               else
                   set ws-emp-idx to ws-employee-match
                   if ws-emp-end-date(ws-emp-idx) not = 0
                           and ws-emp-end-date(ws-emp-idx)
                               < ws-run-date
                       move ws-rule-enrollment-leaver
                           to ws-finding-rule
                       move spaces to ws-finding-detail
                       string "LEFT " delimited by size
                               ws-emp-end-date(ws-emp-idx)
                                   delimited by size
                           into ws-finding-detail
                       perform record-finding
                   end-if
               end-if
           end-if
           .

      *> Only an item still awaiting a supervisor's decision is open;
      *> decided items drop off of their own accord.
       check-suspense-items.
           set ws-not-eof to true
           open input suspense-file
           evaluate ws-suspense-status
               when "35"
                   continue
               when "00"
                   perform until ws-eof
                       read suspense-file
                           at end
                               set ws-eof to true
                           not at end
                               perform check-one-suspense-item
                       end-read
                   end-perform
                   close suspense-file
               when other
                   display "PAYSUSP.TXT OPEN FAILED - STATUS "
                       ws-suspense-status
                   move 16 to ws-program-return-code
           end-evaluate
           .

       check-one-suspense-item.
           add 1 to ws-records-checked
           if ws-employee-master-loaded and sus-pending
               move sus-employee-id to ws-want-employee-id
               perform find-employee
               if ws-employee-match = 0
                   move ws-rule-suspense-employee to ws-finding-rule
                   move spaces to ws-finding-key
                   string sus-employee-id delimited by size
                           " " delimited by size
                           sus-date-suspended delimited by size
                       into ws-finding-key
                   move "AWAITING DECISION" to ws-finding-detail
                   perform record-finding
               end-if
           end-if
           .

      *> A hold still pending, or released but not yet paid, is
      *> money BANKPAY will look for a master record to pay.
       check-pay-holds.
           set ws-not-eof to true
           open input pay-hold-file
           evaluate ws-pay-hold-status
               when "35"
                   continue
               when "00"
                   perform until ws-eof
                       read pay-hold-file
                           at end
                               set ws-eof to true
                           not at end
                               perform check-one-pay-hold
                       end-read
                   end-perform
                   close pay-hold-file
               when other
                   display "PAYHOLD.TXT OPEN FAILED - STATUS "
                       ws-pay-hold-status
                   move 16 to ws-program-return-code
           end-evaluate
           .

       check-one-pay-hold.
           add 1 to ws-records-checked
           if ws-employee-master-loaded
                   and (hld-pending or hld-released)
               move hld-employee-id to ws-want-employee-id
               perform find-employee
               if ws-employee-match = 0
                   move ws-rule-hold-employee to ws-finding-rule
                   move spaces to ws-finding-key
                   string hld-employee-id delimited by size
                           " " delimited by size
                           hld-run-date delimited by size
                       into ws-finding-key
                   if hld-pending
                       move "HOLD PENDING" to ws-finding-detail
                   else
                       move "RELEASED, NOT YET PAID"
                           to ws-finding-detail
                   end-if
                   perform record-finding
               end-if
           end-if
           .

       check-returns-register.
           set ws-not-eof to true
           open input returns-register-file
           evaluate ws-returns-register-status
               when "35"
                   continue
               when "00"
                   perform until ws-eof
                       read returns-register-file
                           at end
                               set ws-eof to true
                           not at end
                               perform check-one-returned-payment
                       end-read
                   end-perform
                   close returns-register-file
               when other
                   display "BANKRREG.TXT OPEN FAILED - STATUS "
                       ws-returns-register-status
                   move 16 to ws-program-return-code
           end-evaluate
           .

       check-one-returned-payment.
           add 1 to ws-records-checked
           if ws-employee-master-loaded and rrg-unpaid
               move rrg-employee-id to ws-want-employee-id
               perform find-employee
               if ws-employee-match = 0
                   move ws-rule-return-employee to ws-finding-rule
                   move spaces to ws-finding-key
                   string rrg-employee-id delimited by size
                           " " delimited by size
                           rrg-reference delimited by size
                       into ws-finding-key
                   move spaces to ws-finding-detail
                   string "UNPAID SINCE " delimited by size
                           rrg-date-returned delimited by size
                       into ws-finding-detail
                   perform record-finding
               end-if
           end-if
           .

       find-observer.
           move 0 to ws-obs-match
           perform varying ws-obs-idx from 1 by 1
                   until ws-obs-idx > ws-observer-count
                       or ws-obs-match > 0
               if ws-obs-observer-id(ws-obs-idx) = ws-want-observer-id
                   set ws-obs-match to ws-obs-idx
               end-if
           end-perform
           .

       find-site.
           move 0 to ws-site-match
           perform varying ws-sit-idx from 1 by 1
                   until ws-sit-idx > ws-site-count
                       or ws-site-match > 0
               if ws-site-entry(ws-sit-idx) = ws-want-site-code
                   set ws-site-match to ws-sit-idx
               end-if
           end-perform
           .

       find-store.
           move 0 to ws-store-match
           perform varying ws-str-idx from 1 by 1
                   until ws-str-idx > ws-store-count
                       or ws-store-match > 0
               if ws-str-store-code(ws-str-idx) = ws-want-store-code
                   set ws-store-match to ws-str-idx
               end-if
           end-perform
           .

       find-department.
           move 0 to ws-department-match
           perform varying ws-dpt-idx from 1 by 1
                   until ws-dpt-idx > ws-department-count
                       or ws-department-match > 0
               if ws-department-entry(ws-dpt-idx) = ws-want-dept-code
                   set ws-department-match to ws-dpt-idx
               end-if
           end-perform
           .

       find-employee.
           move 0 to ws-employee-match
           perform varying ws-emp-idx from 1 by 1
                   until ws-emp-idx > ws-employee-count
                       or ws-employee-match > 0
               if ws-emp-employee-id(ws-emp-idx)
                       = ws-want-employee-id
                   set ws-employee-match to ws-emp-idx
               end-if
           end-perform
           .

      *> One line per finding, under the rule's file and wording.
       record-finding.
           add 1 to ws-rule-found(ws-finding-rule)
           add 1 to ws-findings-total
           move spaces to ws-finding-line
           move ws-finding-rule to ws-fnd-rule
           move ws-rule-file(ws-finding-rule) to ws-fnd-file
           move ws-finding-key to ws-fnd-key
           move ws-rule-text(ws-finding-rule) to ws-fnd-rule-text
           move ws-finding-detail to ws-fnd-detail
           move ws-finding-line to integrity-report-line
           write integrity-report-line
           .

       write-rule-summary.
           move spaces to integrity-report-line
           write integrity-report-line
           move "FINDINGS BY RULE" to integrity-report-line
           write integrity-report-line
           display integrity-report-line
           perform varying ws-rul-idx from 1 by 1
                   until ws-rul-idx > ws-rule-count
               perform write-rule-summary-line
           end-perform
           move spaces to integrity-report-line
           write integrity-report-line
           move ws-records-checked to ws-count-disp
           move ws-findings-total to ws-count-disp-2
           move spaces to integrity-report-line
           string "RECORDS CHECKED " delimited by size
                   function trim(ws-count-disp) delimited by size
                   "  FINDINGS " delimited by size
                   function trim(ws-count-disp-2) delimited by size
               into integrity-report-line
           write integrity-report-line
           display integrity-report-line
           .

       write-rule-summary-line.
           move spaces to ws-summary-line
           set ws-sum-rule to ws-rul-idx
           move ws-rule-file(ws-rul-idx) to ws-sum-file
           move ws-rule-text(ws-rul-idx) to ws-sum-rule-text
           move ws-rule-found(ws-rul-idx) to ws-sum-found
           if ws-rule-unchecked-master(ws-rul-idx) not = spaces
               string "NOT CHECKED - " delimited by size
                       function trim(
                           ws-rule-unchecked-master(ws-rul-idx))
                           delimited by size
                       " NOT AVAILABLE" delimited by size
                   into ws-sum-note
           end-if
           move ws-summary-line to integrity-report-line
           write integrity-report-line
           display integrity-report-line
           .

           copy jobbnr replacing ==JOB-NAME-LIT== by =="INTEGCHK"==.
