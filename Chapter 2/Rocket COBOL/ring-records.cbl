      *>              days and the distance between the two sites'
      *>              grid references - the histories the national
      *>              scheme asks us for every year.
      *> 2026-10-15 - a new ring is now checked against the ring stock
      *>              file the ringing secretary keeps (RINGSTK.TXT, new
      *>              ringstk copybook - series bought from the scheme
      *>              and strings issued to ringers): a ring never
      *>              issued, one from no series bought, or one the
      *>              wrong size for the species (the new bm-ring-size
      *>              on the bird master) is rejected, so a misread
      *>              retrap ring no longer becomes a new bird. The
      *>              transaction gains an event type (N new, R retrap):
      *>              a new ringing on a ring already on the master is
      *>              rejected as already used, a retrap of a ring not
      *>              on it as unknown; a blank type is decided by the
      *>              master as before.  A ring stock file too big to
      *>              hold whole fails the step before any ring is
      *>              processed.

       environment division.
       input-output section.
           select recapture-report-file assign to "RINGRCAP.TXT"
               organization is line sequential
               file status is ws-recapture-report-status.
           select ring-stock-file assign to "RINGSTK.TXT"
               organization is line sequential
               file status is ws-ring-stock-status.

       data division.
       file section.
               88  rgt-unit-valid          value "M" "I".
           05  rgt-wing-length            pic 9(3)V9.
           05  rgt-weight                 pic 9(3)V9.
      *> N for a bird ringed tonight, R for a retrap of a ringed bird.
      *> A file keyed before the field existed reads it as a space,
      *> and the ring master decides as it always did.
           05  rgt-event-type             pic X(1).
               88  rgt-event-valid         value "N" "R" " ".
               88  rgt-new-ringing         value "N".
               88  rgt-retrap              value "R".

       fd  bird-master-file.
           copy birdrec.
       fd  recapture-report-file.
       01  recapture-report-line         pic X(140).

       fd  ring-stock-file.
           copy ringstk.

       working-storage section.
           copy joblogws.
           copy stepstat.
           88  ws-ring-invalid             value "N".
       01  ws-reject-reason              pic X(40).

      *> Ring stock loaded for the run: the series bought and the
      *> strings issued, so a new ring is checked against both without
      *> a file read per transaction.  Until the ringing secretary has
      *> set RINGSTK.TXT up, new rings load unchecked, as before.
       01  ws-ring-stock-status          pic XX.
       01  ws-ring-stock-switch          pic X.
           88  ws-ring-stock-loaded        value "Y".
           88  ws-ring-stock-not-loaded    value "N".
       01  ws-series-table.
           05  ws-series-entry occurs 200 times
                       indexed by ws-ser-idx.
               10  ws-ser-ring-size         pic X(2).
               10  ws-ser-ring-prefix       pic X(4).
               10  ws-ser-first-serial      pic 9(7).
               10  ws-ser-last-serial       pic 9(7).
       01  ws-series-count               pic 9(3) value 0.
       01  ws-series-max                 pic 9(3) value 200.
       01  ws-series-match               pic 9(3).
       01  ws-issue-table.
           05  ws-issue-entry occurs 500 times
                       indexed by ws-iss-idx.
               10  ws-iss-ring-prefix       pic X(4).
               10  ws-iss-first-serial      pic 9(7).
               10  ws-iss-last-serial       pic 9(7).
       01  ws-issue-count                pic 9(3) value 0.
       01  ws-issue-max                  pic 9(3) value 500.
       01  ws-issue-match                pic 9(3).

      *> A ring number split into its prefix and serial: the prefix is
      *> everything before the first digit, the serial every digit
      *> after it.
       01  ws-ring-char-idx              pic 9(2).
       01  ws-ring-digit-pos             pic 9(2).
       01  ws-ring-digit-len             pic 9(2).
       01  ws-ring-prefix                pic X(4).
       01  ws-ring-serial                pic 9(7).
       01  ws-ring-number-switch         pic X.
           88  ws-ring-number-valid        value "Y".
           88  ws-ring-number-invalid      value "N".

      *> Site reference with the grid parts kept, so a recapture's
      *> distance from its ringing site can be computed.
       01  ws-site-table.
           if ws-program-return-code = 0
               perform load-site-reference
           end-if
           if ws-program-return-code = 0
               perform load-ring-stock
           end-if
           if ws-program-return-code = 0
               perform process-ring-transactions
               perform close-ring-files
               set ws-ring-invalid to true
               move "BAD UNIT OF MEASURE" to ws-reject-reason
           end-if
           if ws-ring-valid and not rgt-event-valid
               set ws-ring-invalid to true
               move "BAD EVENT TYPE" to ws-reject-reason
           end-if
           if ws-ring-valid
                   and (rgt-wing-length not numeric
                       or rgt-weight not numeric)
      *> A ring number not yet on the master is a new ringing and is
      *> written; one already on file is a re-trapped bird, matched to
      *> its original record for the recapture report.  The original
      *> record stays as it was - it is the bird's identity.  A new
      *> ring must come off the stock: issued to a ringer, not used
      *> before and the size the species takes - the check that stops
      *> a misread retrap ring becoming a "new" bird.
       apply-ring-transaction.
           move rgt-ring-number to rng-ring-number
           read ring-master-file
               invalid key
                   if rgt-retrap
                       move "RETRAP OF A RING NOT ON THE MASTER"
                           to ws-reject-reason
                       perform reject-ring-transaction
                   else
                       perform check-ring-stock
                       if ws-ring-valid
                           perform write-new-ring-record
                       else
                           perform reject-ring-transaction
                       end-if
                   end-if
               not invalid key
                   if rgt-new-ringing
                       move "RING ALREADY USED" to ws-reject-reason
                       perform reject-ring-transaction
                   else
                       perform report-recapture
                   end-if
           end-read
           .

      *> The bird master record read by the species edit is still in
      *> the record area, so its recommended ring size is to hand.
       check-ring-stock.
           if ws-ring-stock-not-loaded
               exit paragraph
           end-if
           perform split-ring-number
           if ws-ring-number-invalid
               set ws-ring-invalid to true
               move "RING NUMBER NOT PREFIX AND SERIAL"
                   to ws-reject-reason
               exit paragraph
           end-if

           move 0 to ws-issue-match
           perform varying ws-iss-idx from 1 by 1
                   until ws-iss-idx > ws-issue-count
                       or ws-issue-match > 0
               if ws-iss-ring-prefix(ws-iss-idx) = ws-ring-prefix
                       and ws-ring-serial
                           >= ws-iss-first-serial(ws-iss-idx)
                       and ws-ring-serial
                           <= ws-iss-last-serial(ws-iss-idx)
                   set ws-issue-match to ws-iss-idx
               end-if
           end-perform
           if ws-issue-match = 0
               set ws-ring-invalid to true
               move "RING NEVER ISSUED" to ws-reject-reason
               exit paragraph
           end-if

           move 0 to ws-series-match
           perform varying ws-ser-idx from 1 by 1
                   until ws-ser-idx > ws-series-count
                       or ws-series-match > 0
               if ws-ser-ring-prefix(ws-ser-idx) = ws-ring-prefix
                       and ws-ring-serial
                           >= ws-ser-first-serial(ws-ser-idx)
                       and ws-ring-serial
                           <= ws-ser-last-serial(ws-ser-idx)
                   set ws-series-match to ws-ser-idx
               end-if
           end-perform
           if ws-series-match = 0
               set ws-ring-invalid to true
               move "RING ISSUED FROM NO SERIES BOUGHT"
                   to ws-reject-reason
               exit paragraph
           end-if

           set ws-ser-idx to ws-series-match
           if bm-ring-size not = spaces
                   and ws-ser-ring-size(ws-ser-idx) not = bm-ring-size
               set ws-ring-invalid to true
               move spaces to ws-reject-reason
               string "WRONG RING SIZE " delimited by size
                       ws-ser-ring-size(ws-ser-idx) delimited by size
                       " - SPECIES TAKES " delimited by size
                       bm-ring-size delimited by size
                   into ws-reject-reason
           end-if
           .

       split-ring-number.
           set ws-ring-number-valid to true
           move 0 to ws-ring-digit-pos
           perform varying ws-ring-char-idx from 1 by 1
                   until ws-ring-char-idx > 10
                       or ws-ring-digit-pos > 0
               if rgt-ring-number(ws-ring-char-idx:1) is numeric
                   move ws-ring-char-idx to ws-ring-digit-pos
               end-if
           end-perform
           if ws-ring-digit-pos = 0 or ws-ring-digit-pos > 5
               set ws-ring-number-invalid to true
               exit paragraph
           end-if
           move spaces to ws-ring-prefix
           if ws-ring-digit-pos > 1
               move rgt-ring-number(1:ws-ring-digit-pos - 1)
                   to ws-ring-prefix
           end-if
           compute ws-ring-digit-len =
               function length(function trim(rgt-ring-number
                   trailing)) - ws-ring-digit-pos + 1
           if ws-ring-digit-len > 7
                   or rgt-ring-number(ws-ring-digit-pos:
                       ws-ring-digit-len) is not numeric
               set ws-ring-number-invalid to true
               exit paragraph
           end-if
           move rgt-ring-number(ws-ring-digit-pos:ws-ring-digit-len)
               to ws-ring-serial
           .

      *> Loads the series bought and the strings issued.  The file is
      *> the ringing secretary's, kept by hand as rings arrive from
      *> the scheme and go out to the ringers.
       load-ring-stock.
           set ws-ring-stock-not-loaded to true
           move 0 to ws-series-count
           move 0 to ws-issue-count
           open input ring-stock-file
           evaluate ws-ring-stock-status
               when "35"
                   display "RINGSTK.TXT NOT FOUND - NEW RINGS NOT "
                       "CHECKED AGAINST RING STOCK"
               when "00"
                   set ws-ring-stock-loaded to true
                   perform until ws-ring-stock-status not = "00"
                       read ring-stock-file
                           at end
                               move "10" to ws-ring-stock-status
                           not at end
                               perform load-ring-stock-entry
                       end-read
                   end-perform
                   close ring-stock-file
               when other
                   display "RINGSTK.TXT OPEN FAILED - STATUS "
                       ws-ring-stock-status
                   move 16 to ws-program-return-code
           end-evaluate
           .

       load-ring-stock-entry.
           evaluate true
               when rsk-series-bought
                   if ws-series-count >= ws-series-max
                       if ws-program-return-code = 0
                           display "RING SERIES TABLE FULL - "
                               "NO RINGS PROCESSED"
                       end-if
                       move 16 to ws-program-return-code
                   else
                       add 1 to ws-series-count
                       set ws-ser-idx to ws-series-count
                       move rsk-ring-size
                           to ws-ser-ring-size(ws-ser-idx)
                       move rsk-ring-prefix
                           to ws-ser-ring-prefix(ws-ser-idx)
                       move rsk-first-serial
                           to ws-ser-first-serial(ws-ser-idx)
                       move rsk-last-serial
                           to ws-ser-last-serial(ws-ser-idx)
                   end-if
               when rsk-string-issued
                   if ws-issue-count >= ws-issue-max
                       if ws-program-return-code = 0
                           display "RING ISSUE TABLE FULL - "
                               "NO RINGS PROCESSED"
                       end-if
                       move 16 to ws-program-return-code
                   else
                       add 1 to ws-issue-count
                       set ws-iss-idx to ws-issue-count
                       move rsk-ring-prefix
                           to ws-iss-ring-prefix(ws-iss-idx)
                       move rsk-first-serial
                           to ws-iss-first-serial(ws-iss-idx)
                       move rsk-last-serial
                           to ws-iss-last-serial(ws-iss-idx)
                   end-if
               when other
                   display "RINGSTK.TXT LINE OF UNKNOWN TYPE IGNORED: "
                       ring-stock-record
           end-evaluate
           .

       write-new-ring-record.
           move rgt-ring-number to rng-ring-number
           move rgt-scientific-name to rng-scientific-name
