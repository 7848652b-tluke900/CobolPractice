      *>              to maintain yet": the run says so, applies no
      *>              transactions, and returns clean so the chain
      *>              reaches the seeder.
      *> 2026-10-15 - the record image grew to carry the employee's NI
      *>              number and tax code for the HMRC Full Payment
      *>              Submission.  The NI number may be left blank for
      *>              a starter still waiting for one, but a keyed
      *>              number must be two letters, six digits and a
      *>              suffix A-D; the tax code is required and must be
      *>              a recognisable code (e.g. 1257L, K475, BR, D0,
      *>              with an optional S or C prefix).
      *> 2026-10-15 - transactions can now be keyed ahead of the date
      *>              they take effect.  Each EMPMNT.TXT record carries
      *>              an effective date after the image (blank or zero
      *>              means tonight, as every record keyed before the
      *>              column existed reads); a future-dated
      *>              transaction is edited now and held on the
      *>              pending-changes file (EMPPEND.TXT) with the
      *>              master as it stood when keyed, and every night's
      *>              run applies whatever has come due - a CHANGE
      *>              only in the fields it alters from that image,
      *>              so a later change to other fields stands, then
      *>              re-edited - before the night's own transactions,
      *>              so the change is on EMPMAST.TXT before DATATYPES
      *>              reads it.  A CANCEL transaction withdraws an
      *>              employee's pending change for its effective date
      *>              (or all of them, given no date), and EMPPNDRP.TXT
      *>              lists everything still pending, employee by
      *>              employee.
      *> 2026-10-15 - the record image grew to carry the pay basis
      *>              (H hourly, S or blank salaried) and the hourly
      *>              rate for timesheet-paid staff; the effective
      *>              date column moves along with it.  An hourly
      *>              employee must carry a numeric rate above zero;
      *>              any other basis code is a reject.
      *> 2026-10-15 - two-person rule for pay-sensitive changes. Each
      *>              EMPMNT.TXT record now ends with the user id of
      *>              whoever keyed it (the maker) - a transaction with
      *>              none is rejected. A CHANGE that alters the sort
      *>              code or account number, or moves the salary or
      *>              hourly rate by more than the percentage on
      *>              EMPAUTHP.TXT (seeded at 10.00 the first time the
      *>              file does not exist yet), and an ADD that carries
      *>              bank details, a salary or an hourly rate - so a
      *>              DELETE and re-ADD of the same employee cannot
      *>              take new bank details past the rule - is not
      *>              applied: it is
      *>              held on EMPHELD.TXT under a reference until a
      *>              different user authorises it on EMPAUTH.TXT
      *>              (reference, employee, A or R, checker). An
      *>              authorised change due by tonight is applied then
      *>              (a CHANGE, like a pending one, only in the fields
      *>              it alters from the master it was keyed against);
      *>              one dated later joins the pending file carrying
      *>              its checker. The master - and so DATATYPES and
      *>              BANKPAY - never sees a change before it is
      *>              authorised. The update register shows maker,
      *>              checker and the before and after values for every
      *>              held, authorised and declined change, and
      *>              EMPPNDRP.TXT lists what is still awaiting
      *>              authorisation. A pending change due tonight that
      *>              was never authorised is held rather than applied.
      *> 2026-10-15 - a DELETE can now be refused while the employee
      *>              still has enrollments on PAYENRL.TXT or suspended
      *>              adjustments awaiting a decision on PAYSUSP.TXT -
      *>              set by EMPMAST's row on the integrity parameter
      *>              file (INTEGPRM.TXT, integprm copybook, seeded with
      *>              the block off the first time the file does not
      *>              exist yet). A refused delete is REJECTED on the
      *>              register with the count of each, whether keyed
      *>              tonight or a pending delete come due; a dependant
      *>              file that will not open refuses the delete too.

       environment division.
       input-output section.
           select grade-reference-file assign to "EMPGRADE.TXT"
               organization is line sequential
               file status is ws-grade-reference-status.
           select pending-change-file assign to "EMPPEND.TXT"
               organization is line sequential
               file status is ws-pending-change-status.
           select pending-report-file assign to "EMPPNDRP.TXT"
               organization is line sequential
               file status is ws-pending-report-status.
           select held-change-file assign to "EMPHELD.TXT"
               organization is line sequential
               file status is ws-held-change-status.
           select authorisation-file assign to "EMPAUTH.TXT"
               organization is line sequential
               file status is ws-authorisation-status.
           select authorisation-parm-file assign to "EMPAUTHP.TXT"
               organization is line sequential
               file status is ws-authorisation-parm-status.
           select integrity-parm-file assign to "INTEGPRM.TXT"
               organization is line sequential
               file status is ws-integrity-parm-status.
           select enrollment-file assign to "PAYENRL.TXT"
               organization is line sequential
               file status is ws-enrollment-status.
           select suspense-file assign to "PAYSUSP.TXT"
               organization is line sequential
               file status is ws-suspense-status.

       data division.
       file section.
           copy emprec.

      *> One maintenance transaction: an action code followed by the
      *> new record image in the EMPLOYEE-MASTER-RECORD layout (100
      *> bytes - see emprec.cpy), applied by a group MOVE - the same
      *> shape as LEVELNUM's bird-master transactions.  The
      *> effective date follows the image: blank or zero applies the
      *> transaction tonight, a later date holds it as pending.  A
      *> CANCEL needs only the employee id (and the effective date
      *> of the pending change it withdraws).  The user id of
      *> whoever keyed the transaction (the maker) closes the
      *> record - a transaction with no maker is rejected.
       fd  maintenance-trans-file.
       01  maintenance-trans-record.
           05  emt-action                 pic X(6).
           05  emt-master-image           pic X(100).
           05  emt-effective-date         pic X(8).
           05  emt-maker-id               pic X(8).

       fd  update-register-file.
       01  update-register-line          pic X(120).
       01  grade-reference-record.
           05  grd-grade-code             pic X(2).

      *> One change keyed ahead of its effective date, held until
      *> the night it comes due.  Kept in employee and effective-
      *> date order, so changes for one employee land in the order
      *> they were meant to.  The master as it stood when the change
      *> was keyed closes the record, so only the fields the change
      *> actually alters are applied when it comes due (spaces on
      *> rows written before the column existed).
       fd  pending-change-file.
       01  pending-change-record.
           05  pnd-action                 pic X(6).
           05  pnd-master-image           pic X(100).
           05  pnd-effective-date         pic 9(8).
           05  pnd-date-keyed             pic 9(8).
      *> Who keyed the change, and who authorised it when it needed
      *> a second person (spaces when it did not, and on rows written
      *> before these columns existed).
           05  pnd-maker-id               pic X(8).
           05  pnd-checker-id             pic X(8).
           05  pnd-before-image           pic X(100).

       fd  pending-report-file.
       01  pending-report-line           pic X(120).

      *> One change awaiting authorisation by a second user: a bank-
      *> detail change, or a salary or hourly-rate change beyond the
      *> percentage on EMPAUTHP.TXT.  Held whole with the master as it
      *> stood when keyed, and identified by a reference (the date
      *> keyed and a sequence within it) the checker quotes back.
       fd  held-change-file.
       01  held-change-record.
           05  hld-reference              pic 9(11).
           05  hld-action                 pic X(6).
           05  hld-master-image           pic X(100).
           05  hld-effective-date         pic 9(8).
           05  hld-date-keyed             pic 9(8).
           05  hld-maker-id               pic X(8).
           05  hld-hold-reason            pic X(30).
           05  hld-before-image           pic X(100).

      *> One checker's decision on a held change: A authorises it,
      *> R declines it.  The employee id must match the held change
      *> as a guard against a mistyped reference.
       fd  authorisation-file.
       01  authorisation-record.
           05  aut-reference              pic 9(11).
           05  aut-employee-id            pic 9(5).
           05  aut-decision               pic X(1).
               88  aut-decision-authorise  value "A".
               88  aut-decision-decline    value "R".
           05  aut-checker-id             pic X(8).

      *> The salary (or hourly rate) change, as a percentage of the
      *> current figure, above which a second user must authorise.
       fd  authorisation-parm-file.
       01  authorisation-parm-record.
           05  eap-salary-change-pct      pic 9(3)V99.

       fd  integrity-parm-file.
           copy integprm.

      *> Same layouts DATATYPES keeps its enrollments and suspended
      *> adjustments in - only the employee, and whether a suspended
      *> item is still pending, are looked at here.
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

       working-storage section.
           copy joblogws.
           copy stepstat.
       01  ws-maintenance-trans-status   pic XX.
       01  ws-update-register-status     pic XX.
       01  ws-grade-reference-status     pic XX.
       01  ws-pending-change-status      pic XX.
       01  ws-pending-report-status      pic XX.
       01  ws-held-change-status         pic XX.
       01  ws-authorisation-status       pic XX.
       01  ws-authorisation-parm-status  pic XX.
       01  ws-integrity-parm-status      pic XX.
       01  ws-enrollment-status          pic XX.
       01  ws-suspense-status            pic XX.
       01  ws-pending-eof-switch         pic X.
           88  ws-pending-eof              value "Y".
           88  ws-pending-not-eof          value "N".
       01  ws-maintenance-eof-switch     pic X.
           88  ws-maintenance-eof          value "Y".
           88  ws-maintenance-not-eof      value "N".
           05  ws-master-entry occurs 200 times
                       indexed by ws-mst-idx.
               10  ws-mst-employee-id      pic 9(5).
               10  ws-mst-image            pic X(100).
       01  ws-master-count               pic 9(3) value 0.
       01  ws-master-max                 pic 9(3) value 200.
       01  ws-master-found-switch        pic X.
       01  ws-master-match-index         pic 9(3).
       01  ws-shift-index                pic 9(3).

      *> The transaction being applied - from EMPMNT.TXT tonight, or
      *> a pending change that has come due.
       01  ws-trans-action               pic X(6).
           88  ws-trans-action-add         value "ADD   ".
           88  ws-trans-action-change      value "CHANGE".
           88  ws-trans-action-delete      value "DELETE".
           88  ws-trans-action-cancel      value "CANCEL".
       01  ws-trans-image                pic X(100).
       01  ws-trans-effective-date       pic 9(8).
       01  ws-trans-timing-switch        pic X.
           88  ws-trans-due-now            value "N".
           88  ws-trans-future-dated       value "F".
       01  ws-trans-date-keyed           pic 9(8).
       01  ws-trans-source-switch        pic X.
           88  ws-trans-from-file          value "T".
           88  ws-trans-from-pending       value "P".
           88  ws-trans-from-held          value "H".
       01  ws-trans-maker                pic X(8).
       01  ws-trans-checker              pic X(8).
       01  ws-run-date                   pic 9(8).

      *> The pending-changes file, loaded whole and written back when
      *> anything on it changed.
       01  ws-pending-table.
           05  ws-pending-entry occurs 200 times
                       indexed by ws-pnd-idx.
               10  ws-pnd-employee-id      pic 9(5).
               10  ws-pnd-action           pic X(6).
               10  ws-pnd-image            pic X(100).
               10  ws-pnd-effective-date   pic 9(8).
               10  ws-pnd-date-keyed       pic 9(8).
               10  ws-pnd-maker-id         pic X(8).
               10  ws-pnd-checker-id       pic X(8).
               10  ws-pnd-before-image     pic X(100).
       01  ws-pending-count              pic 9(3) value 0.
       01  ws-pending-max                pic 9(3) value 200.
       01  ws-pending-insert-index       pic 9(3).
       01  ws-pending-changed-switch     pic X value "N".
           88  ws-pending-changed          value "Y".
       01  ws-pending-match-switch       pic X.
           88  ws-pending-match            value "Y".
           88  ws-pending-no-match         value "N".
       01  ws-pending-scan               pic 9(3).
       01  ws-report-last-employee       pic 9(5).
       01  ws-pending-salary-disp        pic ZZ,ZZ9.99.

      *> Changes awaiting a second user's authorisation, loaded whole
      *> and written back when anything on it changed.
       01  ws-held-table.
           05  ws-held-entry occurs 200 times
                       indexed by ws-hld-idx.
               10  ws-hld-reference        pic 9(11).
               10  ws-hld-employee-id      pic 9(5).
               10  ws-hld-action           pic X(6).
               10  ws-hld-image            pic X(100).
               10  ws-hld-effective-date   pic 9(8).
               10  ws-hld-date-keyed       pic 9(8).
               10  ws-hld-maker-id         pic X(8).
               10  ws-hld-hold-reason      pic X(30).
               10  ws-hld-before-image     pic X(100).
       01  ws-held-count                 pic 9(3) value 0.
       01  ws-held-max                   pic 9(3) value 200.
       01  ws-held-changed-switch        pic X value "N".
           88  ws-held-changed             value "Y".
       01  ws-held-match-switch          pic X.
           88  ws-held-match               value "Y".
           88  ws-held-no-match            value "N".
       01  ws-held-match-index           pic 9(3).
       01  ws-held-scan                  pic 9(3).
       01  ws-next-held-reference        pic 9(11).
       01  ws-trans-reference            pic 9(11).
       01  ws-highest-quoted-reference   pic 9(11) value 0.

      *> The two-person rule.  A CHANGE that alters the bank details,
      *> or moves the salary or hourly rate by more than the set
      *> percentage, waits for a different user to authorise it.
       01  ws-salary-change-pct-limit    pic 9(3)V99 value 10.00.
       01  ws-salary-change-pct          pic 9(5)V99.
       01  ws-pct-limit-disp             pic ZZ9.99.
       01  ws-authorisation-switch       pic X.
           88  ws-authorisation-needed     value "Y".
           88  ws-authorisation-not-needed value "N".
       01  ws-hold-reason                pic X(30).
       01  ws-auth-detail-switch         pic X.
           88  ws-auth-detail-wanted       value "Y".
           88  ws-auth-detail-not-wanted   value "N".
       01  ws-before-image               pic X(100).
       01  ws-before-values.
           05  ws-before-salary           pic 9(5)V99.
           05  ws-before-hourly-rate      pic 9(3)V99.
           05  ws-before-sort-code        pic X(6).
           05  ws-before-account-number   pic X(8).

      *> A CHANGE that waited - pending or held - carries the master
      *> as it stood when keyed.  When it is applied, a field the
      *> keyer altered from that image is taken from the change;
      *> every other field keeps whatever the master holds now, so a
      *> later change to another field is not undone.  Start and
      *> length of each field in the master image (emprec.cpy).
       01  ws-image-field-values.
           05  filler                     pic X(6) value "006030".
           05  filler                     pic X(6) value "036002".
           05  filler                     pic X(6) value "038007".
           05  filler                     pic X(6) value "045004".
           05  filler                     pic X(6) value "049006".
           05  filler                     pic X(6) value "055008".
           05  filler                     pic X(6) value "063008".
           05  filler                     pic X(6) value "071008".
           05  filler                     pic X(6) value "079009".
           05  filler                     pic X(6) value "088007".
           05  filler                     pic X(6) value "095001".
           05  filler                     pic X(6) value "096005".
       01  ws-image-field-table redefines ws-image-field-values.
           05  ws-image-field occurs 12 times
                       indexed by ws-fld-idx.
               10  ws-fld-start            pic 9(3).
               10  ws-fld-length           pic 9(3).
       01  ws-keyed-master-image         pic X(100).
       01  ws-merged-image               pic X(100).
       01  ws-value-salary-disp          pic ZZ,ZZ9.99.
       01  ws-value-rate-disp            pic ZZ9.99.
       01  ws-value-salary-x             pic X(9).
       01  ws-value-rate-x               pic X(6).

       01  ws-grade-table.
           05  ws-grade-entry occurs 20 times
                       indexed by ws-grd-idx
       01  ws-approved-adj-min           pic S9(3) value -100.
       01  ws-approved-adj-max           pic S9(3) value 100.

      *> Work areas for the NI number and tax code edits.
       01  ws-ni-number-work.
           05  ws-ni-prefix               pic X(2).
           05  ws-ni-digits               pic X(6).
           05  ws-ni-suffix               pic X(1).
       01  ws-tax-code-body              pic X(7).
       01  ws-tc-pos                     pic 9(2).
       01  ws-tc-digits                  pic 9(2).

      *> EMPMAST's row on INTEGPRM.TXT: when set, a DELETE is refused
      *> while the employee still has enrollments on PAYENRL.TXT or
      *> items awaiting a decision on PAYSUSP.TXT.
       01  ws-delete-block-switch        pic X value "N".
           88  ws-delete-blocked-by-dependants value "Y".
       01  ws-dependant-check-switch     pic X.
           88  ws-dependant-check-failed   value "Y".
           88  ws-dependant-check-done     value "N".
       01  ws-employee-enrollments       pic 9(3).
       01  ws-employee-suspense-items    pic 9(3).
       01  ws-employee-enrollments-disp  pic ZZ9.
       01  ws-employee-suspense-disp     pic ZZ9.

       01  ws-register-disposition       pic X(8).
       01  ws-register-reason            pic X(40).
       01  ws-edit-switch                pic X.
       01  ws-trans-read                 pic 9(5) value 0.
       01  ws-trans-applied              pic 9(5) value 0.
       01  ws-trans-rejected             pic 9(5) value 0.
       01  ws-trans-pending              pic 9(5) value 0.
       01  ws-due-applied                pic 9(5) value 0.
       01  ws-trans-held                 pic 9(5) value 0.
       01  ws-trans-released             pic 9(5) value 0.
       01  ws-trans-declined             pic 9(5) value 0.
       01  ws-trans-held-disp            pic ZZZZ9.
       01  ws-trans-released-disp        pic ZZZZ9.
       01  ws-trans-declined-disp        pic ZZZZ9.
       01  ws-held-count-disp            pic ZZZZ9.
       01  ws-trans-pending-disp         pic ZZZZ9.
       01  ws-due-applied-disp           pic ZZZZ9.
       01  ws-register-pointer           pic 9(3).
       01  ws-trans-read-disp            pic ZZZZ9.
       01  ws-trans-applied-disp         pic ZZZZ9.
       01  ws-trans-rejected-disp        pic ZZZZ9.
       procedure division.
       main-logic.
           perform JOBBNR-WRITE-START
           accept ws-run-date from date yyyymmdd
           perform load-grade-reference
           perform load-authorisation-parm
           perform load-integrity-parm
           perform load-employee-master
           if ws-program-return-code = 0 and ws-master-present
               perform load-pending-changes
           end-if
           if ws-program-return-code = 0 and ws-master-present
               perform load-held-changes
           end-if
           if ws-program-return-code = 0 and ws-master-present
               perform process-maintenance-transactions
           end-if
           if ws-program-return-code = 0 and ws-trans-applied > 0
               perform rewrite-employee-master
           end-if
           if ws-program-return-code = 0 and ws-pending-changed
               perform save-pending-changes
           end-if
           if ws-program-return-code = 0 and ws-held-changed
               perform save-held-changes
           end-if
           if ws-program-return-code = 0 and ws-master-present
               perform write-pending-report
           end-if

           move ws-trans-read to bss-records-read
           move ws-trans-applied to bss-records-written
           .

      *> A missing EMPMNT.TXT means no staff changes were fed in
      *> tonight - a quiet night, not a failure.  Tonight's
      *> authorisation decisions go first, then pending changes that
      *> have come due: both were keyed earlier, so tonight's own
      *> transactions land on top of them.
       process-maintenance-transactions.
           open output update-register-file
           move "EMPLOYEE-MASTER UPDATE REGISTER"
               to update-register-line
           write update-register-line
           perform apply-authorisation-decisions
           perform apply-due-pending-changes
           set ws-maintenance-not-eof to true
           open input maintenance-trans-file
           evaluate ws-maintenance-trans-status
                       "TONIGHT"
                   set ws-maintenance-eof to true
               when "00"
                   perform until ws-maintenance-eof
                       read maintenance-trans-file
                           at end
                               set ws-maintenance-eof to true
                           not at end
                               add 1 to ws-trans-read
                               perform take-maintenance-transaction
                       end-read
                   end-perform
                   close maintenance-trans-file
               when other
                   display "EMPMNT.TXT OPEN FAILED - STATUS "
                       ws-maintenance-trans-status
                   move 16 to ws-program-return-code
           end-evaluate
           perform write-register-totals
           close update-register-file
           .

      *> One transaction off EMPMNT.TXT: applied tonight, held as
      *> pending until its effective date, or - for a CANCEL - used
      *> to withdraw a pending change.
      *> A CHANGE the two-person rule catches - tonight's or future-
      *> dated - is held for authorisation instead.
       take-maintenance-transaction.
           set ws-trans-from-file to true
           move emt-action to ws-trans-action
           move emt-master-image to ws-trans-image
           move ws-run-date to ws-trans-date-keyed
           move emt-maker-id to ws-trans-maker
           move spaces to ws-trans-checker
           set ws-auth-detail-not-wanted to true
           move "APPLIED " to ws-register-disposition
           move spaces to ws-register-reason
           move ws-trans-image to employee-master-record
           perform edit-effective-date
           if ws-register-reason = spaces
                   and ws-trans-maker = spaces
               move "KEYED-BY USER MISSING" to ws-register-reason
           end-if
           if ws-register-reason = spaces
               perform check-authorisation-needed
           end-if
           evaluate true
               when ws-register-reason not = spaces
                   move "REJECTED" to ws-register-disposition
               when ws-trans-action-cancel
                   perform cancel-pending-change
               when ws-authorisation-needed
                   perform hold-for-authorisation
               when ws-trans-future-dated
                   perform hold-pending-change
               when other
                   perform apply-maintenance-transaction
           end-evaluate
           perform write-register-line
           .

      *> Blank or zero is tonight; a real calendar date after tonight
      *> holds the transaction, one on or before tonight applies it.
       edit-effective-date.
           move 0 to ws-trans-effective-date
           set ws-trans-due-now to true
           if emt-effective-date = spaces
                   or emt-effective-date = "00000000"
               continue
           else
               if emt-effective-date not numeric
                   move "EFFECTIVE DATE INVALID" to ws-register-reason
               else
                   move emt-effective-date to ws-trans-effective-date
                   if function test-date-yyyymmdd(
                           ws-trans-effective-date) not = 0
                       move "EFFECTIVE DATE INVALID"
                           to ws-register-reason
                   else
                       if ws-trans-effective-date > ws-run-date
                           set ws-trans-future-dated to true
                       end-if
                   end-if
               end-if
           end-if
           .

       apply-maintenance-transaction.
           evaluate true
               when ws-trans-action-add
                   perform apply-maintenance-add
               when ws-trans-action-change
                   perform apply-maintenance-change
               when ws-trans-action-delete
                   perform apply-maintenance-delete
               when other
                   move "REJECTED" to ws-register-disposition
                   move "UNKNOWN ACTION" to ws-register-reason
           end-evaluate
           .

       apply-maintenance-add.
                       set ws-mst-idx to ws-master-count
                       move em-employee-id
                           to ws-mst-employee-id(ws-mst-idx)
                       move ws-trans-image
                           to ws-mst-image(ws-mst-idx)
                   end-if
               end-if
                       to ws-register-reason
               else
                   set ws-mst-idx to ws-master-match-index
                   move ws-trans-image
                       to ws-mst-image(ws-mst-idx)
               end-if
           end-if
                   move "EMPLOYEE NOT ON FILE"
                       to ws-register-reason
               else
                   move 0 to ws-employee-enrollments
                   move 0 to ws-employee-suspense-items
                   set ws-dependant-check-done to true
                   if ws-delete-blocked-by-dependants
                       perform count-employee-dependants
                   end-if
                   evaluate true
                       when ws-dependant-check-failed
                           move "REJECTED" to ws-register-disposition
                           move "DEPENDANTS NOT CHECKED - FILE ERROR"
                               to ws-register-reason
                       when ws-employee-enrollments > 0
                               or ws-employee-suspense-items > 0
                           perform reject-employee-delete
                       when other
                           perform remove-master-entry
                   end-evaluate
               end-if
           end-if
           .

       remove-master-entry.
           perform varying ws-shift-index
                   from ws-master-match-index by 1
                   until ws-shift-index >= ws-master-count
               move ws-master-entry(ws-shift-index + 1)
                   to ws-master-entry(ws-shift-index)
           end-perform
           subtract 1 from ws-master-count
           .

       reject-employee-delete.
           move ws-employee-enrollments to ws-employee-enrollments-disp
           move ws-employee-suspense-items to ws-employee-suspense-disp
           move "REJECTED" to ws-register-disposition
           move spaces to ws-register-reason
           string "DEPENDANTS: " delimited by size
                   function trim(ws-employee-enrollments-disp)
                       delimited by size
                   " ENROLLMENTS " delimited by size
                   function trim(ws-employee-suspense-disp)
                       delimited by size
                   " SUSPENSE" delimited by size
               into ws-register-reason
           .

      *> The employee's enrollments on PAYENRL.TXT and the suspended
      *> adjustments still awaiting a supervisor on PAYSUSP.TXT.
      *> Neither file on disk yet means none; a file that will not
      *> open leaves the delete unproven, so it is refused.
       count-employee-dependants.
           open input enrollment-file
           evaluate ws-enrollment-status
               when "35"
                   continue
               when "00"
                   perform until ws-enrollment-status not = "00"
                       read enrollment-file
                           at end
                               move "10" to ws-enrollment-status
                           not at end
                               if enr-employee-id = em-employee-id
                                   add 1 to ws-employee-enrollments
                               end-if
                       end-read
                   end-perform
                   close enrollment-file
               when other
                   display "PAYENRL.TXT OPEN FAILED - STATUS "
                       ws-enrollment-status
                   set ws-dependant-check-failed to true
           end-evaluate
           open input suspense-file
           evaluate ws-suspense-status
               when "35"
                   continue
               when "00"
                   perform until ws-suspense-status not = "00"
                       read suspense-file
                           at end
                               move "10" to ws-suspense-status
                           not at end
                               if sus-employee-id = em-employee-id
                                       and sus-pending
                                   add 1 to ws-employee-suspense-items
                               end-if
                       end-read
                   end-perform
                   close suspense-file
               when other
                   display "PAYSUSP.TXT OPEN FAILED - STATUS "
                       ws-suspense-status
                   set ws-dependant-check-failed to true
           end-evaluate
           .

      *> The edits a text editor never applied: the first one that
      *> fails supplies the register reason.
       validate-employee-image.
               move "END DATE BEFORE START DATE"
                   to ws-register-reason
           end-if
           if ws-record-clean and em-ni-number not = spaces
               perform validate-ni-number
           end-if
           if ws-record-clean and em-tax-code = spaces
               set ws-record-rejected to true
               move "TAX CODE MISSING" to ws-register-reason
           end-if
           if ws-record-clean
               perform validate-tax-code
           end-if
           if ws-record-clean
                   and not em-paid-hourly and not em-paid-salaried
               set ws-record-rejected to true
               move "PAY BASIS INVALID" to ws-register-reason
           end-if
           if ws-record-clean and em-paid-hourly
               if em-hourly-rate not numeric
                   set ws-record-rejected to true
                   move "HOURLY RATE NOT NUMERIC"
                       to ws-register-reason
               else
                   if em-hourly-rate = 0
                       set ws-record-rejected to true
                       move "HOURLY RATE MISSING"
                           to ws-register-reason
                   end-if
               end-if
           end-if
           .

      *> Two letters, six digits and a suffix A to D - the shape
      *> HMRC will accept on the submission.
       validate-ni-number.
           move em-ni-number to ws-ni-number-work
           if ws-ni-prefix not alphabetic-upper
                   or ws-ni-prefix(1:1) = space
                   or ws-ni-prefix(2:1) = space
                   or ws-ni-digits not numeric
                   or (ws-ni-suffix not = "A" and not = "B"
                       and not = "C" and not = "D")
               set ws-record-rejected to true
               move "NI NUMBER INVALID" to ws-register-reason
           end-if
           .

      *> An optional S (Scotland) or C (Wales) prefix, then either
      *> one of the fixed codes, a K code (K and digits), or digits
      *> followed by a single suffix letter L, M, N or T.
       validate-tax-code.
           if em-tax-code(1:1) = "S" or em-tax-code(1:1) = "C"
               move em-tax-code(2:6) to ws-tax-code-body
           else
               move em-tax-code to ws-tax-code-body
           end-if
           move 0 to ws-tc-digits
           move 1 to ws-tc-pos
           if ws-tax-code-body(1:1) = "K"
               move 2 to ws-tc-pos
           end-if
           perform until ws-tc-pos > 7
                   or ws-tax-code-body(ws-tc-pos:1) not numeric
               add 1 to ws-tc-digits
               add 1 to ws-tc-pos
           end-perform
           evaluate true
               when ws-tax-code-body = "BR" or "D0" or "D1" or "NT"
                       or "0T"
                   continue
               when ws-tc-digits = 0
                   set ws-record-rejected to true
               when ws-tax-code-body(1:1) = "K"
                   if ws-tc-pos <= 7
                       if ws-tax-code-body(ws-tc-pos:) not = spaces
                           set ws-record-rejected to true
                       end-if
                   end-if
               when ws-tc-pos > 7
                   set ws-record-rejected to true
               when ws-tax-code-body(ws-tc-pos:1) not = "L"
                       and not = "M" and not = "N" and not = "T"
                   set ws-record-rejected to true
               when ws-tc-pos < 7
                   if ws-tax-code-body(ws-tc-pos + 1:) not = spaces
                       set ws-record-rejected to true
                   end-if
           end-evaluate
           if ws-record-rejected
               move "TAX CODE INVALID" to ws-register-reason
           end-if
           .

       validate-grade-code.
           .

       write-register-line.
           evaluate ws-register-disposition
               when "APPLIED "
                   add 1 to ws-trans-applied
                   if ws-trans-from-pending
                       add 1 to ws-due-applied
                   end-if
               when "RELEASED"
                   add 1 to ws-trans-applied
                   add 1 to ws-trans-released
               when "PENDING "
                   add 1 to ws-trans-pending
                   if ws-trans-from-held
                       add 1 to ws-trans-released
                   end-if
               when "HELD    "
                   add 1 to ws-trans-held
               when "DECLINED"
                   add 1 to ws-trans-declined
               when other
                   add 1 to ws-trans-rejected
           end-evaluate
           move spaces to update-register-line
           move 1 to ws-register-pointer
           string ws-register-disposition delimited by size
                   " " delimited by size
                   ws-trans-action delimited by size
                   " EMPLOYEE " delimited by size
                   em-employee-id delimited by size
               into update-register-line
               with pointer ws-register-pointer
           if ws-register-reason = spaces
               string " " delimited by size
                       function trim(em-name) delimited by size
                   into update-register-line
                   with pointer ws-register-pointer
           else
               string " - " delimited by size
                       function trim(ws-register-reason)
                           delimited by size
                   into update-register-line
                   with pointer ws-register-pointer
           end-if
           if ws-trans-effective-date not = 0
               string " EFFECTIVE " delimited by size
                       ws-trans-effective-date delimited by size
                   into update-register-line
                   with pointer ws-register-pointer
           end-if
           if ws-trans-from-pending
               string " (PENDING, KEYED " delimited by size
                       ws-trans-date-keyed delimited by size
                       ")" delimited by size
                   into update-register-line
                   with pointer ws-register-pointer
           end-if
           if ws-trans-maker not = spaces
               string " BY " delimited by size
                       function trim(ws-trans-maker) delimited by size
                   into update-register-line
                   with pointer ws-register-pointer
           end-if
           write update-register-line
           display update-register-line
           if ws-auth-detail-wanted
               perform write-authorisation-detail
           end-if
           .

       write-register-totals.
           move ws-trans-read to ws-trans-read-disp
           move ws-trans-applied to ws-trans-applied-disp
           move ws-trans-rejected to ws-trans-rejected-disp
           move ws-trans-pending to ws-trans-pending-disp
           move ws-due-applied to ws-due-applied-disp
           move spaces to update-register-line
           string "TRANSACTIONS READ " delimited by size
                   ws-trans-read-disp delimited by size
                   ws-trans-applied-disp delimited by size
                   "  REJECTED " delimited by size
                   ws-trans-rejected-disp delimited by size
                   "  HELD PENDING " delimited by size
                   ws-trans-pending-disp delimited by size
                   "  PENDING CHANGES DUE " delimited by size
                   ws-due-applied-disp delimited by size
               into update-register-line
           write update-register-line
           display update-register-line
           move ws-trans-held to ws-trans-held-disp
           move ws-trans-released to ws-trans-released-disp
           move ws-trans-declined to ws-trans-declined-disp
           move ws-held-count to ws-held-count-disp
           move spaces to update-register-line
           string "HELD FOR AUTHORISATION " delimited by size
                   ws-trans-held-disp delimited by size
                   "  AUTHORISED " delimited by size
                   ws-trans-released-disp delimited by size
                   "  DECLINED " delimited by size
                   ws-trans-declined-disp delimited by size
                   "  STILL AWAITING AUTHORISATION " delimited by size
                   ws-held-count-disp delimited by size
               into update-register-line
           write update-register-line
           display update-register-line
           .

      *> A missing EMPPEND.TXT just means nothing has been keyed
      *> ahead yet.
       load-pending-changes.
           move 0 to ws-pending-count
           set ws-pending-not-eof to true
           open input pending-change-file
           if ws-pending-change-status = "00"
               perform until ws-pending-eof
                   read pending-change-file
                       at end
                           set ws-pending-eof to true
                       not at end
                           perform load-pending-entry
                   end-read
               end-perform
               close pending-change-file
           else
           if ws-pending-change-status not = "35"
               display "EMPPEND.TXT OPEN FAILED - STATUS "
                   ws-pending-change-status
               move 16 to ws-program-return-code
           end-if
           end-if
           .

       load-pending-entry.
           if ws-pending-count >= ws-pending-max
               display "PENDING TABLE FULL - CHANGE DROPPED: "
                   pnd-master-image(1:5)
               move 16 to ws-program-return-code
           else
               add 1 to ws-pending-count
               set ws-pnd-idx to ws-pending-count
               move pnd-master-image(1:5)
                   to ws-pnd-employee-id(ws-pnd-idx)
               move pnd-action to ws-pnd-action(ws-pnd-idx)
               move pnd-master-image to ws-pnd-image(ws-pnd-idx)
               move pnd-effective-date
                   to ws-pnd-effective-date(ws-pnd-idx)
               move pnd-date-keyed to ws-pnd-date-keyed(ws-pnd-idx)
               move pnd-maker-id to ws-pnd-maker-id(ws-pnd-idx)
               move pnd-checker-id to ws-pnd-checker-id(ws-pnd-idx)
               move pnd-before-image
                   to ws-pnd-before-image(ws-pnd-idx)
           end-if
           .

      *> Every pending change whose effective date has arrived is
      *> applied - a CHANGE merged into the master as it stands now
      *> (only the fields it alters), then re-edited, since the
      *> grade or the employee may have changed since it was keyed -
      *> and leaves the pending file either way.  One
      *> never authorised (keyed before the two-person rule, or
      *> caught by it only now the master has moved) is held for
      *> authorisation instead of applied.
       apply-due-pending-changes.
           move 1 to ws-pending-scan
           perform until ws-pending-scan > ws-pending-count
               if ws-pnd-effective-date(ws-pending-scan)
                       <= ws-run-date
                   perform apply-one-pending-change
                   perform remove-pending-entry
               else
                   add 1 to ws-pending-scan
               end-if
           end-perform
           .

       apply-one-pending-change.
           set ws-trans-from-pending to true
           move ws-pnd-action(ws-pending-scan) to ws-trans-action
           move ws-pnd-image(ws-pending-scan) to ws-trans-image
           move ws-pnd-effective-date(ws-pending-scan)
               to ws-trans-effective-date
           move ws-pnd-date-keyed(ws-pending-scan)
               to ws-trans-date-keyed
           move ws-pnd-maker-id(ws-pending-scan) to ws-trans-maker
           move ws-pnd-checker-id(ws-pending-scan)
               to ws-trans-checker
           move ws-pnd-before-image(ws-pending-scan)
               to ws-keyed-master-image
           perform merge-deferred-change
           set ws-auth-detail-not-wanted to true
           move "APPLIED " to ws-register-disposition
           move spaces to ws-register-reason
           move ws-trans-image to employee-master-record
           set ws-authorisation-not-needed to true
           if ws-trans-checker = spaces
               perform check-authorisation-needed
           else
               perform capture-master-before-values
               set ws-auth-detail-wanted to true
           end-if
           if ws-authorisation-needed
               perform hold-for-authorisation
           else
               perform apply-maintenance-transaction
           end-if
           perform write-register-line
           .

       remove-pending-entry.
           perform varying ws-shift-index
                   from ws-pending-scan by 1
                   until ws-shift-index >= ws-pending-count
               move ws-pending-entry(ws-shift-index + 1)
                   to ws-pending-entry(ws-shift-index)
           end-perform
           subtract 1 from ws-pending-count
           set ws-pending-changed to true
           .

      *> A future-dated transaction gets tonight's edits now, so the
      *> clerk hears about a bad image while the change is still
      *> weeks away, then waits on the pending file.
       hold-pending-change.
           evaluate true
               when ws-trans-action-add
               when ws-trans-action-change
                   perform validate-employee-image
               when ws-trans-action-delete
                   if em-employee-id not numeric
                       move "EMPLOYEE ID NOT NUMERIC"
                           to ws-register-reason
                   end-if
               when other
                   move "UNKNOWN ACTION" to ws-register-reason
           end-evaluate
           if ws-register-reason = spaces
                   and ws-pending-count >= ws-pending-max
               move "PENDING CHANGES FILE FULL" to ws-register-reason
           end-if
           if ws-register-reason = spaces
               perform insert-pending-change
               move "PENDING " to ws-register-disposition
           else
               move "REJECTED" to ws-register-disposition
           end-if
           .

      *> Inserted after any change already pending for the same
      *> employee and date, keeping the file in employee and
      *> effective-date order.
       insert-pending-change.
           compute ws-pending-insert-index = ws-pending-count + 1
           perform varying ws-pnd-idx from 1 by 1
                   until ws-pnd-idx > ws-pending-count
               if ws-pending-insert-index > ws-pending-count
                   and (ws-pnd-employee-id(ws-pnd-idx)
                           > em-employee-id
                       or (ws-pnd-employee-id(ws-pnd-idx)
                               = em-employee-id
                           and ws-pnd-effective-date(ws-pnd-idx)
                               > ws-trans-effective-date))
                   set ws-pending-insert-index to ws-pnd-idx
               end-if
           end-perform
           perform varying ws-shift-index from ws-pending-count by -1
                   until ws-shift-index < ws-pending-insert-index
               move ws-pending-entry(ws-shift-index)
                   to ws-pending-entry(ws-shift-index + 1)
           end-perform
           add 1 to ws-pending-count
           set ws-pnd-idx to ws-pending-insert-index
           move em-employee-id to ws-pnd-employee-id(ws-pnd-idx)
           move ws-trans-action to ws-pnd-action(ws-pnd-idx)
           move ws-trans-image to ws-pnd-image(ws-pnd-idx)
           move ws-trans-effective-date
               to ws-pnd-effective-date(ws-pnd-idx)
           move ws-trans-date-keyed to ws-pnd-date-keyed(ws-pnd-idx)
           move ws-trans-maker to ws-pnd-maker-id(ws-pnd-idx)
           move ws-trans-checker to ws-pnd-checker-id(ws-pnd-idx)
           perform find-master-entry
           if ws-master-found
               set ws-mst-idx to ws-master-match-index
               move ws-mst-image(ws-mst-idx)
                   to ws-pnd-before-image(ws-pnd-idx)
           else
               move spaces to ws-pnd-before-image(ws-pnd-idx)
           end-if
           set ws-pending-changed to true
           .

      *> A CHANGE that waited is laid over the master as it stands
      *> now, field by field: what the keyer altered from the image
      *> the change was keyed against (ws-keyed-master-image) comes
      *> from the change, the rest from the master.  Against a
      *> blank keyed-against image - a row written before it was
      *> kept - that is every field the keyer did not leave blank.
      *> An employee no longer on file is left for the normal edit
      *> to reject.
       merge-deferred-change.
           if ws-trans-action-change
               move ws-trans-image to employee-master-record
               perform find-master-entry
               if ws-master-found
                   set ws-mst-idx to ws-master-match-index
                   move ws-mst-image(ws-mst-idx) to ws-merged-image
                   perform varying ws-fld-idx from 1 by 1
                           until ws-fld-idx > 12
                       if ws-trans-image(ws-fld-start(ws-fld-idx):
                               ws-fld-length(ws-fld-idx))
                           not = ws-keyed-master-image(
                               ws-fld-start(ws-fld-idx):
                               ws-fld-length(ws-fld-idx))
                           move ws-trans-image(
                                   ws-fld-start(ws-fld-idx):
                                   ws-fld-length(ws-fld-idx))
                               to ws-merged-image(
                                   ws-fld-start(ws-fld-idx):
                                   ws-fld-length(ws-fld-idx))
                       end-if
                   end-perform
                   move ws-merged-image to ws-trans-image
               end-if
           end-if
           .

      *> Withdraws the employee's pending change for the given
      *> effective date, or every pending change for the employee
      *> when the CANCEL carries no date - and likewise any change
      *> of theirs still awaiting authorisation.
       cancel-pending-change.
           if em-employee-id not numeric
               move "REJECTED" to ws-register-disposition
               move "EMPLOYEE ID NOT NUMERIC" to ws-register-reason
           else
               set ws-pending-no-match to true
               move 1 to ws-pending-scan
               perform until ws-pending-scan > ws-pending-count
                   if ws-pnd-employee-id(ws-pending-scan)
                           = em-employee-id
                       and (ws-trans-effective-date = 0
                           or ws-pnd-effective-date(ws-pending-scan)
                               = ws-trans-effective-date)
                       set ws-pending-match to true
                       perform remove-pending-entry
                   else
                       add 1 to ws-pending-scan
                   end-if
               end-perform
               move 1 to ws-held-scan
               perform until ws-held-scan > ws-held-count
                   if ws-hld-employee-id(ws-held-scan)
                           = em-employee-id
                       and (ws-trans-effective-date = 0
                           or ws-hld-effective-date(ws-held-scan)
                               = ws-trans-effective-date)
                       set ws-pending-match to true
                       perform remove-held-entry
                   else
                       add 1 to ws-held-scan
                   end-if
               end-perform
               if ws-pending-no-match
                   move "REJECTED" to ws-register-disposition
                   move "NO PENDING CHANGE TO CANCEL"
                       to ws-register-reason
               end-if
           end-if
           .

       save-pending-changes.
           open output pending-change-file
           if ws-pending-change-status not = "00"
               display "EMPPEND.TXT OPEN FAILED - STATUS "
                   ws-pending-change-status
               move 16 to ws-program-return-code
           else
               perform varying ws-pnd-idx from 1 by 1
                       until ws-pnd-idx > ws-pending-count
                   move ws-pnd-action(ws-pnd-idx) to pnd-action
                   move ws-pnd-image(ws-pnd-idx) to pnd-master-image
                   move ws-pnd-effective-date(ws-pnd-idx)
                       to pnd-effective-date
                   move ws-pnd-date-keyed(ws-pnd-idx)
                       to pnd-date-keyed
                   move ws-pnd-maker-id(ws-pnd-idx) to pnd-maker-id
                   move ws-pnd-checker-id(ws-pnd-idx)
                       to pnd-checker-id
                   move ws-pnd-before-image(ws-pnd-idx)
                       to pnd-before-image
                   write pending-change-record
               end-perform
               close pending-change-file
           end-if
           .

      *> Everything still waiting for its effective date, grouped by
      *> employee in date order - the order the file is kept in.
       write-pending-report.
           open output pending-report-file
           move spaces to pending-report-line
           string "EMPLOYEE-MASTER CHANGES PENDING AT "
                       delimited by size
                   ws-run-date delimited by size
               into pending-report-line
           write pending-report-line
           move 0 to ws-report-last-employee
           perform varying ws-pnd-idx from 1 by 1
                   until ws-pnd-idx > ws-pending-count
               move ws-pnd-image(ws-pnd-idx)
                   to employee-master-record
               if ws-pnd-idx = 1
                       or ws-pnd-employee-id(ws-pnd-idx)
                           not = ws-report-last-employee
                   move ws-pnd-employee-id(ws-pnd-idx)
                       to ws-report-last-employee
                   move spaces to pending-report-line
                   string "EMPLOYEE " delimited by size
                           ws-pnd-employee-id(ws-pnd-idx)
                               delimited by size
                           " " delimited by size
                           function trim(em-name) delimited by size
                       into pending-report-line
                   write pending-report-line
               end-if
               perform write-pending-report-detail
           end-perform
           if ws-pending-count = 0
               move "  NONE" to pending-report-line
               write pending-report-line
           end-if
           move ws-pending-count to ws-trans-pending-disp
           move spaces to pending-report-line
           string "CHANGES PENDING " delimited by size
                   function trim(ws-trans-pending-disp)
                       delimited by size
               into pending-report-line
           write pending-report-line
           display pending-report-line
           perform write-held-report
           close pending-report-file
           .

       write-pending-report-detail.
           move spaces to pending-report-line
           move 1 to ws-register-pointer
           string "  EFFECTIVE " delimited by size
                   ws-pnd-effective-date(ws-pnd-idx) delimited by size
                   "  " delimited by size
                   ws-pnd-action(ws-pnd-idx) delimited by size
                   "  KEYED " delimited by size
                   ws-pnd-date-keyed(ws-pnd-idx) delimited by size
               into pending-report-line
               with pointer ws-register-pointer
           if ws-pnd-checker-id(ws-pnd-idx) not = spaces
               string "  AUTHORISED BY " delimited by size
                       ws-pnd-checker-id(ws-pnd-idx) delimited by size
                   into pending-report-line
                   with pointer ws-register-pointer
           end-if
           if ws-pnd-action(ws-pnd-idx) not = "DELETE"
               move em-salary to ws-pending-salary-disp
               string "  GRADE " delimited by size
                       em-grade delimited by size
                       "  SALARY " delimited by size
                       ws-pending-salary-disp delimited by size
                       "  BANK " delimited by size
                       em-sort-code delimited by size
                       "/" delimited by size
                       em-account-number delimited by size
                       "  END DATE " delimited by size
                       em-end-date delimited by size
                   into pending-report-line
                   with pointer ws-register-pointer
           end-if
           write pending-report-line
           .

      *> Everything awaiting a second user's authorisation, with the
      *> reference the checker quotes on EMPAUTH.TXT.
       write-held-report.
           move spaces to pending-report-line
           write pending-report-line
           move "CHANGES AWAITING AUTHORISATION" to pending-report-line
           write pending-report-line
           perform varying ws-hld-idx from 1 by 1
                   until ws-hld-idx > ws-held-count
               move ws-hld-image(ws-hld-idx) to employee-master-record
               move spaces to pending-report-line
               string "  REF " delimited by size
                       ws-hld-reference(ws-hld-idx) delimited by size
                       "  EMPLOYEE " delimited by size
                       ws-hld-employee-id(ws-hld-idx) delimited by size
                       " " delimited by size
                       function trim(em-name) delimited by size
                       "  " delimited by size
                       function trim(ws-hld-hold-reason(ws-hld-idx))
                           delimited by size
                       "  KEYED " delimited by size
                       ws-hld-date-keyed(ws-hld-idx) delimited by size
                       " BY " delimited by size
                       ws-hld-maker-id(ws-hld-idx) delimited by size
                   into pending-report-line
               write pending-report-line
           end-perform
           if ws-held-count = 0
               move "  NONE" to pending-report-line
               write pending-report-line
           end-if
           move ws-held-count to ws-held-count-disp
           move spaces to pending-report-line
           string "CHANGES AWAITING AUTHORISATION " delimited by size
                   function trim(ws-held-count-disp) delimited by size
               into pending-report-line
           write pending-report-line
           display pending-report-line
           .

      *> The percentage limit, seeded the first time EMPAUTHP.TXT
      *> does not exist yet and edited as data thereafter.
       load-authorisation-parm.
           open input authorisation-parm-file
           if ws-authorisation-parm-status = "35"
               open output authorisation-parm-file
               move 10.00 to eap-salary-change-pct
               write authorisation-parm-record
               close authorisation-parm-file
               open input authorisation-parm-file
           end-if
           if ws-authorisation-parm-status = "00"
               read authorisation-parm-file
                   at end
                       continue
                   not at end
                       if eap-salary-change-pct numeric
                           move eap-salary-change-pct
                               to ws-salary-change-pct-limit
                       end-if
               end-read
               close authorisation-parm-file
           else
               display "EMPAUTHP.TXT OPEN FAILED - STATUS "
                   ws-authorisation-parm-status
               move 16 to ws-program-return-code
           end-if
           move ws-salary-change-pct-limit to ws-pct-limit-disp
           .

      *> Seeded with every master's block off the first time the file
      *> does not exist yet - deletes behave as they always have
      *> until ops turn the block on.
       load-integrity-parm.
           open input integrity-parm-file
           if ws-integrity-parm-status = "35"
               open output integrity-parm-file
               move "BIRDMAST" to ipm-master-name
               move "N" to ipm-block-delete
               write integrity-parm-record
               move "EMPMAST" to ipm-master-name
               move "N" to ipm-block-delete
               write integrity-parm-record
               close integrity-parm-file
               open input integrity-parm-file
           end-if
           if ws-integrity-parm-status = "00"
               perform until ws-integrity-parm-status not = "00"
                   read integrity-parm-file
                       at end
                           move "10" to ws-integrity-parm-status
                       not at end
                           if ipm-master-name = "EMPMAST"
                                   and ipm-block-delete-yes
                               set ws-delete-blocked-by-dependants
                                   to true
                           end-if
                   end-read
               end-perform
               close integrity-parm-file
           else
               display "INTEGPRM.TXT OPEN FAILED - STATUS "
                   ws-integrity-parm-status
               move 16 to ws-program-return-code
           end-if
           .

      *> A missing EMPHELD.TXT just means nothing is waiting.
       load-held-changes.
           move 0 to ws-held-count
           open input held-change-file
           if ws-held-change-status = "00"
               perform until ws-held-change-status not = "00"
                   read held-change-file
                       at end
                           move "10" to ws-held-change-status
                       not at end
                           perform load-held-entry
                   end-read
               end-perform
               close held-change-file
           else
           if ws-held-change-status not = "35"
               display "EMPHELD.TXT OPEN FAILED - STATUS "
                   ws-held-change-status
               move 16 to ws-program-return-code
           end-if
           end-if
           .

       load-held-entry.
           if ws-held-count >= ws-held-max
               display "HELD TABLE FULL - CHANGE DROPPED: "
                   hld-reference
               move 16 to ws-program-return-code
           else
               add 1 to ws-held-count
               set ws-hld-idx to ws-held-count
               move hld-reference to ws-hld-reference(ws-hld-idx)
               move hld-master-image(1:5)
                   to ws-hld-employee-id(ws-hld-idx)
               move hld-action to ws-hld-action(ws-hld-idx)
               move hld-master-image to ws-hld-image(ws-hld-idx)
               move hld-effective-date
                   to ws-hld-effective-date(ws-hld-idx)
               move hld-date-keyed to ws-hld-date-keyed(ws-hld-idx)
               move hld-maker-id to ws-hld-maker-id(ws-hld-idx)
               move hld-hold-reason
                   to ws-hld-hold-reason(ws-hld-idx)
               move hld-before-image
                   to ws-hld-before-image(ws-hld-idx)
           end-if
           .

       save-held-changes.
           open output held-change-file
           if ws-held-change-status not = "00"
               display "EMPHELD.TXT OPEN FAILED - STATUS "
                   ws-held-change-status
               move 16 to ws-program-return-code
           else
               perform varying ws-hld-idx from 1 by 1
                       until ws-hld-idx > ws-held-count
                   move ws-hld-reference(ws-hld-idx) to hld-reference
                   move ws-hld-action(ws-hld-idx) to hld-action
                   move ws-hld-image(ws-hld-idx) to hld-master-image
                   move ws-hld-effective-date(ws-hld-idx)
                       to hld-effective-date
                   move ws-hld-date-keyed(ws-hld-idx)
                       to hld-date-keyed
                   move ws-hld-maker-id(ws-hld-idx) to hld-maker-id
                   move ws-hld-hold-reason(ws-hld-idx)
                       to hld-hold-reason
                   move ws-hld-before-image(ws-hld-idx)
                       to hld-before-image
                   write held-change-record
               end-perform
               close held-change-file
           end-if
           .

      *> A CHANGE to an employee already on the master needs a second
      *> user for new bank details, or a salary or hourly-rate move
      *> beyond the percentage limit (any move at all from a zero
      *> figure).  An ADD needs one whenever it carries bank details
      *> or pay at all - otherwise one keyer could DELETE an employee
      *> and ADD the same id back with someone else's account.  An
      *> image that fails its edits is left for the normal path to
      *> reject.
       check-authorisation-needed.
           set ws-authorisation-not-needed to true
           move spaces to ws-hold-reason
           if ws-trans-action-add
               perform validate-employee-image
               move spaces to ws-register-reason
               if ws-record-clean
                   perform capture-master-before-values
                   if em-sort-code not = 0
                           or em-account-number not = 0
                           or em-salary not = 0
                           or em-paid-hourly
                       set ws-authorisation-needed to true
                       move "NEW EMPLOYEE WITH BANK OR PAY"
                           to ws-hold-reason
                   end-if
               end-if
           end-if
           if ws-trans-action-change
               perform validate-employee-image
               move spaces to ws-register-reason
               if ws-record-clean
                   perform find-master-entry
               end-if
               if ws-record-clean and ws-master-found
                   perform capture-master-before-values
                   if em-sort-code not = ws-before-sort-code
                           or em-account-number
                               not = ws-before-account-number
                       set ws-authorisation-needed to true
                       move "BANK DETAILS CHANGED"
                           to ws-hold-reason
                   end-if
                   if ws-authorisation-not-needed
                           and em-salary not = ws-before-salary
                       if ws-before-salary = 0
                           set ws-authorisation-needed to true
                       else
                           if em-salary > ws-before-salary
                               compute ws-salary-change-pct rounded =
                                   (em-salary - ws-before-salary)
                                       * 100 / ws-before-salary
                           else
                               compute ws-salary-change-pct rounded =
                                   (ws-before-salary - em-salary)
                                       * 100 / ws-before-salary
                           end-if
                           if ws-salary-change-pct
                                   > ws-salary-change-pct-limit
                               set ws-authorisation-needed to true
                           end-if
                       end-if
                       if ws-authorisation-needed
                           move spaces to ws-hold-reason
                           string "SALARY CHANGE OVER "
                                       delimited by size
                                   function trim(ws-pct-limit-disp)
                                       delimited by size
                                   "%" delimited by size
                               into ws-hold-reason
                       end-if
                   end-if
                   if ws-authorisation-not-needed
                           and em-paid-hourly
                           and em-hourly-rate
                               not = ws-before-hourly-rate
                       if ws-before-hourly-rate = 0
                           set ws-authorisation-needed to true
                       else
                           if em-hourly-rate > ws-before-hourly-rate
                               compute ws-salary-change-pct rounded =
                                   (em-hourly-rate
                                       - ws-before-hourly-rate)
                                       * 100 / ws-before-hourly-rate
                           else
                               compute ws-salary-change-pct rounded =
                                   (ws-before-hourly-rate
                                       - em-hourly-rate)
                                       * 100 / ws-before-hourly-rate
                           end-if
                           if ws-salary-change-pct
                                   > ws-salary-change-pct-limit
                               set ws-authorisation-needed to true
                           end-if
                       end-if
                       if ws-authorisation-needed
                           move spaces to ws-hold-reason
                           string "HOURLY RATE CHANGE OVER "
                                       delimited by size
                                   function trim(ws-pct-limit-disp)
                                       delimited by size
                                   "%" delimited by size
                               into ws-hold-reason
                       end-if
                   end-if
               end-if
           end-if
           .

      *> The master as it stands, for the before side of the
      *> register - read through the record area, which is then put
      *> back to the transaction image.
       capture-master-before-values.
           perform find-master-entry
           if ws-master-found
               set ws-mst-idx to ws-master-match-index
               move ws-mst-image(ws-mst-idx) to ws-before-image
           else
               if ws-trans-action-add
                   move spaces to ws-before-image
               else
                   move ws-trans-image to ws-before-image
               end-if
           end-if
           perform capture-before-values
           .

       capture-before-values.
           move ws-before-image to employee-master-record
           move 0 to ws-before-salary
           move 0 to ws-before-hourly-rate
           if em-salary numeric
               move em-salary to ws-before-salary
           end-if
           if em-hourly-rate numeric
               move em-hourly-rate to ws-before-hourly-rate
           end-if
           move em-sort-code to ws-before-sort-code
           move em-account-number to ws-before-account-number
           move ws-trans-image to employee-master-record
           .

      *> Puts the change on the held file under a new reference -
      *> unless the very same change is already waiting (a rerun of
      *> the same night's transactions).
       hold-for-authorisation.
           set ws-held-no-match to true
           perform varying ws-hld-idx from 1 by 1
                   until ws-hld-idx > ws-held-count
               if ws-hld-employee-id(ws-hld-idx) = em-employee-id
                       and ws-hld-image(ws-hld-idx) = ws-trans-image
                       and ws-hld-effective-date(ws-hld-idx)
                           = ws-trans-effective-date
                   set ws-held-match to true
               end-if
           end-perform
           evaluate true
               when ws-held-match
                   move "REJECTED" to ws-register-disposition
                   move "ALREADY AWAITING AUTHORISATION"
                       to ws-register-reason
               when ws-held-count >= ws-held-max
                   move "REJECTED" to ws-register-disposition
                   move "AUTHORISATION FILE FULL"
                       to ws-register-reason
               when other
                   perform assign-held-reference
                   add 1 to ws-held-count
                   set ws-hld-idx to ws-held-count
                   move ws-next-held-reference
                       to ws-hld-reference(ws-hld-idx)
                   move em-employee-id
                       to ws-hld-employee-id(ws-hld-idx)
                   move ws-trans-action to ws-hld-action(ws-hld-idx)
                   move ws-trans-image to ws-hld-image(ws-hld-idx)
                   move ws-trans-effective-date
                       to ws-hld-effective-date(ws-hld-idx)
                   move ws-trans-date-keyed
                       to ws-hld-date-keyed(ws-hld-idx)
                   move ws-trans-maker to ws-hld-maker-id(ws-hld-idx)
                   move ws-hold-reason
                       to ws-hld-hold-reason(ws-hld-idx)
                   move ws-before-image
                       to ws-hld-before-image(ws-hld-idx)
                   set ws-held-changed to true
                   move ws-next-held-reference to ws-trans-reference
                   move "HELD    " to ws-register-disposition
                   move spaces to ws-register-reason
                   string "AWAITING AUTHORISATION, REF "
                               delimited by size
                           ws-trans-reference delimited by size
                       into ws-register-reason
                   set ws-auth-detail-wanted to true
           end-evaluate
           .

      *> Tonight's date and the next sequence number within it, past
      *> anything still held and anything quoted on tonight's
      *> decisions, so a reference is never reused for a different
      *> change.
       assign-held-reference.
           compute ws-next-held-reference = ws-run-date * 1000 + 1
           if ws-highest-quoted-reference >= ws-next-held-reference
               compute ws-next-held-reference =
                   ws-highest-quoted-reference + 1
           end-if
           perform varying ws-hld-idx from 1 by 1
                   until ws-hld-idx > ws-held-count
               if ws-hld-reference(ws-hld-idx)
                       >= ws-next-held-reference
                   compute ws-next-held-reference =
                       ws-hld-reference(ws-hld-idx) + 1
               end-if
           end-perform
           .

       remove-held-entry.
           perform varying ws-shift-index
                   from ws-held-scan by 1
                   until ws-shift-index >= ws-held-count
               move ws-held-entry(ws-shift-index + 1)
                   to ws-held-entry(ws-shift-index)
           end-perform
           subtract 1 from ws-held-count
           set ws-held-changed to true
           .

      *> A missing EMPAUTH.TXT just means nobody authorised anything
      *> today.
       apply-authorisation-decisions.
           open input authorisation-file
           if ws-authorisation-status = "00"
               perform until ws-authorisation-status not = "00"
                   read authorisation-file
                       at end
                           move "10" to ws-authorisation-status
                       not at end
                           perform take-authorisation-decision
                   end-read
               end-perform
               close authorisation-file
           else
           if ws-authorisation-status not = "35"
               display "EMPAUTH.TXT OPEN FAILED - STATUS "
                   ws-authorisation-status
               move 16 to ws-program-return-code
           end-if
           end-if
           .

      *> The checker must be a named user other than the maker.  An
      *> authorised CHANGE is first merged into the master as it
      *> stands (only the fields it alters from the image it was
      *> keyed against); due tonight (or earlier) it is applied now,
      *> re-edited, and one dated later joins the pending file
      *> carrying its checker.  A declined
      *> change is dropped.  Anything rejected here stays held.
       take-authorisation-decision.
           set ws-trans-from-held to true
           set ws-auth-detail-not-wanted to true
           move spaces to ws-register-reason
           move "REJECTED" to ws-register-disposition
           move aut-checker-id to ws-trans-checker
           move 0 to ws-trans-effective-date
           move spaces to ws-trans-maker
           move "AUTH  " to ws-trans-action
           move spaces to employee-master-record
           move aut-employee-id to em-employee-id
           set ws-held-no-match to true
           if aut-reference numeric and aut-employee-id numeric
               if aut-reference > ws-highest-quoted-reference
                   move aut-reference to ws-highest-quoted-reference
               end-if
               perform varying ws-hld-idx from 1 by 1
                       until ws-hld-idx > ws-held-count
                   if ws-hld-reference(ws-hld-idx) = aut-reference
                           and ws-hld-employee-id(ws-hld-idx)
                               = aut-employee-id
                       set ws-held-match to true
                       set ws-held-match-index to ws-hld-idx
                   end-if
               end-perform
           end-if
           if ws-held-no-match
               move "NO SUCH CHANGE AWAITING AUTHORISATION"
                   to ws-register-reason
           else
               move ws-held-match-index to ws-held-scan
               set ws-hld-idx to ws-held-match-index
               move ws-hld-action(ws-hld-idx) to ws-trans-action
               move ws-hld-image(ws-hld-idx) to ws-trans-image
               move ws-hld-effective-date(ws-hld-idx)
                   to ws-trans-effective-date
               move ws-hld-date-keyed(ws-hld-idx)
                   to ws-trans-date-keyed
               move ws-hld-maker-id(ws-hld-idx) to ws-trans-maker
               move ws-hld-reference(ws-hld-idx)
                   to ws-trans-reference
               move ws-hld-hold-reason(ws-hld-idx) to ws-hold-reason
               move ws-hld-before-image(ws-hld-idx)
                   to ws-keyed-master-image
               perform merge-deferred-change
               move ws-trans-image to employee-master-record
               perform capture-master-before-values
               set ws-auth-detail-wanted to true
               evaluate true
                   when ws-trans-checker = spaces
                       move "CHECKER NOT RECORDED"
                           to ws-register-reason
                   when ws-trans-checker = ws-trans-maker
                       move "CHECKER SAME AS MAKER"
                           to ws-register-reason
                   when aut-decision-decline
                       move "DECLINED" to ws-register-disposition
                       perform remove-held-entry
                   when aut-decision-authorise
                       perform release-held-change
                       perform remove-held-entry
                   when other
                       move "DECISION MUST BE A OR R"
                           to ws-register-reason
               end-evaluate
           end-if
           perform write-register-line
           .

       release-held-change.
           if ws-trans-effective-date > ws-run-date
               if ws-pending-count >= ws-pending-max
                   move "PENDING CHANGES FILE FULL"
                       to ws-register-reason
               else
                   perform insert-pending-change
                   move "PENDING " to ws-register-disposition
               end-if
           else
               move "RELEASED" to ws-register-disposition
               perform apply-maintenance-transaction
           end-if
           .

      *> Before and after values, maker and checker under every held,
      *> authorised or declined change - the audit trail the two-
      *> person rule exists to give.
       write-authorisation-detail.
           move ws-before-salary to ws-value-salary-disp
           move ws-value-salary-disp to ws-value-salary-x
           move ws-before-hourly-rate to ws-value-rate-disp
           move ws-value-rate-disp to ws-value-rate-x
           move spaces to update-register-line
           string "    BEFORE  SALARY " delimited by size
                   ws-value-salary-x delimited by size
                   "  HOURLY RATE " delimited by size
                   ws-value-rate-x delimited by size
                   "  BANK " delimited by size
                   ws-before-sort-code delimited by size
                   "/" delimited by size
                   ws-before-account-number delimited by size
               into update-register-line
           write update-register-line
           move ws-trans-image to employee-master-record
           move spaces to ws-value-salary-x ws-value-rate-x
           if em-salary numeric
               move em-salary to ws-value-salary-disp
               move ws-value-salary-disp to ws-value-salary-x
           end-if
           if em-hourly-rate numeric
               move em-hourly-rate to ws-value-rate-disp
               move ws-value-rate-disp to ws-value-rate-x
           end-if
           move spaces to update-register-line
           string "    AFTER   SALARY " delimited by size
                   ws-value-salary-x delimited by size
                   "  HOURLY RATE " delimited by size
                   ws-value-rate-x delimited by size
                   "  BANK " delimited by size
                   em-sort-code delimited by size
                   "/" delimited by size
                   em-account-number delimited by size
               into update-register-line
           write update-register-line
           move spaces to update-register-line
           move 1 to ws-register-pointer
           string "    MAKER " delimited by size
                   ws-trans-maker delimited by size
                   "  CHECKER " delimited by size
                   ws-trans-checker delimited by size
                   "  " delimited by size
                   ws-hold-reason delimited by size
               into update-register-line
               with pointer ws-register-pointer
           if ws-trans-from-held
               string "  REF " delimited by size
                       ws-trans-reference delimited by size
                   into update-register-line
                   with pointer ws-register-pointer
           end-if
           write update-register-line
           .

      *> Written only after every transaction has been applied, so a
