       identification division.
       program-id. RINGSTKR.

      *> Modification history:
      *> 2026-10-15 - new program.  Nobody knew how many rings of each
      *>              size were left until a ringer ran out in the
      *>              field.  Pairs the ring stock file (RINGSTK.TXT -
      *>              series bought, strings issued) with the ring
      *>              master RINGLOAD keeps and reports, per ring size,
      *>              rings bought, used, issued but unused and not
      *>              yet issued, flagging any size whose unissued
      *>              stock has fallen to the reorder level so the
      *>              order goes to the national scheme in time - then
      *>              each ringer's unused rings, so the secretary
      *>              knows whose bag to look in before issuing more.

       environment division.
       input-output section.
       file-control.
           copy joblogsl.
           select ring-stock-file assign to "RINGSTK.TXT"
               organization is line sequential
               file status is ws-ring-stock-status.
           select ring-master-file assign to "RINGMST.DAT"
               organization is indexed
               access mode is sequential
               record key is rng-ring-number
               file status is ws-ring-master-status.
           select ring-stock-report-file assign to "RINGSTKR.TXT"
               organization is line sequential
               file status is ws-ring-stock-report-status.

       data division.
       file section.
           copy joblogfd.

       fd  ring-stock-file.
           copy ringstk.

      *> Same layout RINGLOAD keeps - only the ring number is consulted
      *> here.
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

       fd  ring-stock-report-file.
       01  ring-stock-report-line        pic X(132).

       working-storage section.
           copy joblogws.
           copy stepstat.
       01  ws-ring-stock-status          pic XX.
       01  ws-ring-master-status         pic XX.
       01  ws-ring-stock-report-status   pic XX.

       01  ws-run-date                   pic 9(8).
      *> Unissued rings of a size at or below this level are flagged
      *> for reordering - the scheme takes weeks to supply.
       01  ws-reorder-level              pic 9(5) value 100.

       01  ws-series-table.
           05  ws-series-entry occurs 200 times
                       indexed by ws-ser-idx.
               10  ws-ser-ring-size         pic X(2).
               10  ws-ser-ring-prefix       pic X(4).
               10  ws-ser-first-serial      pic 9(7).
               10  ws-ser-last-serial       pic 9(7).
               10  ws-ser-issued            pic 9(7).
               10  ws-ser-used              pic 9(7).
               10  ws-ser-used-unissued     pic 9(7).
       01  ws-series-count               pic 9(3) value 0.
       01  ws-series-max                 pic 9(3) value 200.
       01  ws-series-match               pic 9(3).

       01  ws-issue-table.
           05  ws-issue-entry occurs 500 times
                       indexed by ws-iss-idx.
               10  ws-iss-ring-prefix       pic X(4).
               10  ws-iss-first-serial      pic 9(7).
               10  ws-iss-last-serial       pic 9(7).
               10  ws-iss-ringer-id         pic X(8).
               10  ws-iss-used              pic 9(7).
       01  ws-issue-count                pic 9(3) value 0.
       01  ws-issue-max                  pic 9(3) value 500.
       01  ws-issue-match                pic 9(3).

      *> Totals per ring size and per ringer, built from the series
      *> and issue tables once the ring master has been counted.
       01  ws-size-table.
           05  ws-size-entry occurs 30 times
                       indexed by ws-siz-idx.
               10  ws-siz-ring-size         pic X(2).
               10  ws-siz-bought            pic 9(7).
               10  ws-siz-used              pic 9(7).
               10  ws-siz-issued-unused     pic 9(7).
               10  ws-siz-unissued          pic 9(7).
       01  ws-size-count                 pic 9(2) value 0.
       01  ws-size-max                   pic 9(2) value 30.
       01  ws-size-match                 pic 9(2).

       01  ws-ringer-table.
           05  ws-ringer-entry occurs 100 times
                       indexed by ws-rgr-idx.
               10  ws-rgr-ringer-id         pic X(8).
               10  ws-rgr-issued            pic 9(7).
               10  ws-rgr-used              pic 9(7).
       01  ws-ringer-count               pic 9(3) value 0.
       01  ws-ringer-max                 pic 9(3) value 100.
       01  ws-ringer-match               pic 9(3).

      *> A ring number split into its prefix and serial, the same
      *> split RINGLOAD makes.
       01  ws-ring-number                pic X(10).
       01  ws-ring-char-idx              pic 9(2).
       01  ws-ring-digit-pos             pic 9(2).
       01  ws-ring-digit-len             pic 9(2).
       01  ws-ring-prefix                pic X(4).
       01  ws-ring-serial                pic 9(7).
       01  ws-ring-number-switch         pic X.
           88  ws-ring-number-valid        value "Y".
           88  ws-ring-number-invalid      value "N".

       01  ws-work-count                 pic 9(7).
       01  ws-rings-counted              pic 9(7) value 0.
       01  ws-rings-off-stock            pic 9(7) value 0.
       01  ws-lines-written              pic 9(5) value 0.
       01  ws-reorder-flag               pic X(30).
       01  ws-bought-disp                pic Z,ZZZ,ZZ9.
       01  ws-used-disp                  pic Z,ZZZ,ZZ9.
       01  ws-issued-unused-disp         pic Z,ZZZ,ZZ9.
       01  ws-unissued-disp              pic Z,ZZZ,ZZ9.

       01  ws-program-return-code        pic 9(4) value 0.

       procedure division.
       main-logic.
           perform JOBBNR-WRITE-START
           accept ws-run-date from date yyyymmdd
           perform load-ring-stock
           if ws-program-return-code = 0
               perform count-used-rings
           end-if
           if ws-program-return-code = 0
               perform total-by-size-and-ringer
               perform write-ring-stock-report
           end-if

           move ws-rings-counted to bss-records-read
           move ws-lines-written to bss-records-written
           move ws-rings-off-stock to bss-exception-count

           perform JOBBNR-WRITE-END
           move ws-program-return-code to return-code
           goback
           .

      *> No RINGSTK.TXT yet is a soft failure: there is no stock to
      *> report on, and the secretary needs to know it.
       load-ring-stock.
           open input ring-stock-file
           evaluate ws-ring-stock-status
               when "35"
                   display "RINGSTK.TXT NOT FOUND - NO RING STOCK "
                       "TO REPORT"
                   move 8 to ws-program-return-code
               when "00"
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
                           display "RING SERIES TABLE FULL - NO REPORT"
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
                       move 0 to ws-ser-issued(ws-ser-idx)
                       move 0 to ws-ser-used(ws-ser-idx)
                       move 0 to ws-ser-used-unissued(ws-ser-idx)
                   end-if
               when rsk-string-issued
                   if ws-issue-count >= ws-issue-max
                       if ws-program-return-code = 0
                           display "RING ISSUE TABLE FULL - NO REPORT"
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
                       move rsk-ringer-id
                           to ws-iss-ringer-id(ws-iss-idx)
                       move 0 to ws-iss-used(ws-iss-idx)
                   end-if
               when other
                   display "RINGSTK.TXT LINE OF UNKNOWN TYPE IGNORED: "
                       ring-stock-record
           end-evaluate
           .

      *> Every ring on the master has been used once.  A ring inside
      *> an issued string counts against that string and its ringer;
      *> one inside a series but no string was used without being
      *> issued; one in no series at all predates stock control or
      *> came from elsewhere, and is counted apart.  No ring master
      *> yet simply means no ring has been used.
       count-used-rings.
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
                               perform count-one-used-ring
                       end-read
                   end-perform
                   close ring-master-file
               when other
                   display "RINGMST.DAT OPEN FAILED - STATUS "
                       ws-ring-master-status
                   move 16 to ws-program-return-code
           end-evaluate
           .

       count-one-used-ring.
           add 1 to ws-rings-counted
           move rng-ring-number to ws-ring-number
           perform split-ring-number
           if ws-ring-number-invalid
               add 1 to ws-rings-off-stock
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
               add 1 to ws-rings-off-stock
               exit paragraph
           end-if
           set ws-ser-idx to ws-series-match
           add 1 to ws-ser-used(ws-ser-idx)

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
               add 1 to ws-ser-used-unissued(ws-ser-idx)
           else
               set ws-iss-idx to ws-issue-match
               add 1 to ws-iss-used(ws-iss-idx)
           end-if
           .

       split-ring-number.
           set ws-ring-number-valid to true
           move 0 to ws-ring-digit-pos
           perform varying ws-ring-char-idx from 1 by 1
                   until ws-ring-char-idx > 10
                       or ws-ring-digit-pos > 0
               if ws-ring-number(ws-ring-char-idx:1) is numeric
                   move ws-ring-char-idx to ws-ring-digit-pos
               end-if
           end-perform
           if ws-ring-digit-pos = 0 or ws-ring-digit-pos > 5
               set ws-ring-number-invalid to true
               exit paragraph
           end-if
           move spaces to ws-ring-prefix
           if ws-ring-digit-pos > 1
               move ws-ring-number(1:ws-ring-digit-pos - 1)
                   to ws-ring-prefix
           end-if
           compute ws-ring-digit-len =
               function length(function trim(ws-ring-number
                   trailing)) - ws-ring-digit-pos + 1
           if ws-ring-digit-len > 7
                   or ws-ring-number(ws-ring-digit-pos:
                       ws-ring-digit-len) is not numeric
               set ws-ring-number-invalid to true
               exit paragraph
           end-if
           move ws-ring-number(ws-ring-digit-pos:ws-ring-digit-len)
               to ws-ring-serial
           .

      *> Each issued string is credited to the series it was cut from
      *> and to its ringer; then each series rolls up into its size.
       total-by-size-and-ringer.
           perform varying ws-iss-idx from 1 by 1
                   until ws-iss-idx > ws-issue-count
               compute ws-work-count =
                   ws-iss-last-serial(ws-iss-idx)
                       - ws-iss-first-serial(ws-iss-idx) + 1
               perform varying ws-ser-idx from 1 by 1
                       until ws-ser-idx > ws-series-count
                   if ws-ser-ring-prefix(ws-ser-idx)
                           = ws-iss-ring-prefix(ws-iss-idx)
                           and ws-iss-first-serial(ws-iss-idx)
                               >= ws-ser-first-serial(ws-ser-idx)
                           and ws-iss-first-serial(ws-iss-idx)
                               <= ws-ser-last-serial(ws-ser-idx)
                       add ws-work-count to ws-ser-issued(ws-ser-idx)
                   end-if
               end-perform
               perform add-to-ringer-total
           end-perform

           perform varying ws-ser-idx from 1 by 1
                   until ws-ser-idx > ws-series-count
               perform add-to-size-total
           end-perform
           .

       add-to-ringer-total.
           move 0 to ws-ringer-match
           perform varying ws-rgr-idx from 1 by 1
                   until ws-rgr-idx > ws-ringer-count
               if ws-rgr-ringer-id(ws-rgr-idx)
                       = ws-iss-ringer-id(ws-iss-idx)
                   set ws-ringer-match to ws-rgr-idx
               end-if
           end-perform
           if ws-ringer-match = 0
               if ws-ringer-count >= ws-ringer-max
                   display "RINGER TABLE FULL - NOT TOTALLED: "
                       ws-iss-ringer-id(ws-iss-idx)
                   move 16 to ws-program-return-code
                   exit paragraph
               end-if
               add 1 to ws-ringer-count
               set ws-rgr-idx to ws-ringer-count
               move ws-iss-ringer-id(ws-iss-idx)
                   to ws-rgr-ringer-id(ws-rgr-idx)
               move 0 to ws-rgr-issued(ws-rgr-idx)
               move 0 to ws-rgr-used(ws-rgr-idx)
           else
               set ws-rgr-idx to ws-ringer-match
           end-if
           add ws-work-count to ws-rgr-issued(ws-rgr-idx)
           add ws-iss-used(ws-iss-idx) to ws-rgr-used(ws-rgr-idx)
           .

      *> Rings used without being issued are still gone from the
      *> unissued stock - they come off the unissued count, not the
      *> issued one.
       add-to-size-total.
           move 0 to ws-size-match
           perform varying ws-siz-idx from 1 by 1
                   until ws-siz-idx > ws-size-count
               if ws-siz-ring-size(ws-siz-idx)
                       = ws-ser-ring-size(ws-ser-idx)
                   set ws-size-match to ws-siz-idx
               end-if
           end-perform
           if ws-size-match = 0
               if ws-size-count >= ws-size-max
                   display "RING SIZE TABLE FULL - NOT TOTALLED: "
                       ws-ser-ring-size(ws-ser-idx)
                   move 16 to ws-program-return-code
                   exit paragraph
               end-if
               add 1 to ws-size-count
               set ws-siz-idx to ws-size-count
               move ws-ser-ring-size(ws-ser-idx)
                   to ws-siz-ring-size(ws-siz-idx)
               move 0 to ws-siz-bought(ws-siz-idx)
               move 0 to ws-siz-used(ws-siz-idx)
               move 0 to ws-siz-issued-unused(ws-siz-idx)
               move 0 to ws-siz-unissued(ws-siz-idx)
           else
               set ws-siz-idx to ws-size-match
           end-if
           compute ws-work-count =
               ws-ser-last-serial(ws-ser-idx)
                   - ws-ser-first-serial(ws-ser-idx) + 1
           add ws-work-count to ws-siz-bought(ws-siz-idx)
           add ws-ser-used(ws-ser-idx) to ws-siz-used(ws-siz-idx)
           compute ws-siz-issued-unused(ws-siz-idx) =
               ws-siz-issued-unused(ws-siz-idx)
                   + ws-ser-issued(ws-ser-idx)
                   - (ws-ser-used(ws-ser-idx)
                       - ws-ser-used-unissued(ws-ser-idx))
           compute ws-siz-unissued(ws-siz-idx) =
               ws-siz-unissued(ws-siz-idx)
                   + ws-work-count - ws-ser-issued(ws-ser-idx)
                   - ws-ser-used-unissued(ws-ser-idx)
           .

       write-ring-stock-report.
           open output ring-stock-report-file
           if ws-ring-stock-report-status not = "00"
               display "RINGSTKR.TXT OPEN FAILED - STATUS "
                   ws-ring-stock-report-status
               move 16 to ws-program-return-code
               exit paragraph
           end-if
           move spaces to ring-stock-report-line
           string "RING STOCK AT " delimited by size
                   ws-run-date delimited by size
               into ring-stock-report-line
           write ring-stock-report-line
           move spaces to ring-stock-report-line
           write ring-stock-report-line
           move "SIZE     BOUGHT       USED  ISSUED-UNUSED   UNISSUED"
               to ring-stock-report-line
           write ring-stock-report-line

           perform varying ws-siz-idx from 1 by 1
                   until ws-siz-idx > ws-size-count
               move ws-siz-bought(ws-siz-idx) to ws-bought-disp
               move ws-siz-used(ws-siz-idx) to ws-used-disp
               move ws-siz-issued-unused(ws-siz-idx)
                   to ws-issued-unused-disp
               move ws-siz-unissued(ws-siz-idx) to ws-unissued-disp
               if ws-siz-unissued(ws-siz-idx) <= ws-reorder-level
                   move " ** REORDER FROM THE SCHEME" to ws-reorder-flag
               else
                   move spaces to ws-reorder-flag
               end-if
               move spaces to ring-stock-report-line
               string ws-siz-ring-size(ws-siz-idx) delimited by size
                       "  " delimited by size
                       ws-bought-disp delimited by size
                       "  " delimited by size
                       ws-used-disp delimited by size
                       "      " delimited by size
                       ws-issued-unused-disp delimited by size
                       "  " delimited by size
                       ws-unissued-disp delimited by size
                       ws-reorder-flag delimited by size
                   into ring-stock-report-line
               write ring-stock-report-line
               add 1 to ws-lines-written
               if ws-reorder-flag not = spaces
                   display ring-stock-report-line
               end-if
           end-perform

           move spaces to ring-stock-report-line
           write ring-stock-report-line
           move "RINGER     ISSUED-UNUSED" to ring-stock-report-line
           write ring-stock-report-line
           perform varying ws-rgr-idx from 1 by 1
                   until ws-rgr-idx > ws-ringer-count
               compute ws-work-count =
                   ws-rgr-issued(ws-rgr-idx) - ws-rgr-used(ws-rgr-idx)
               move ws-work-count to ws-issued-unused-disp
               move spaces to ring-stock-report-line
               string ws-rgr-ringer-id(ws-rgr-idx) delimited by size
                       "  " delimited by size
                       ws-issued-unused-disp delimited by size
                   into ring-stock-report-line
               write ring-stock-report-line
               add 1 to ws-lines-written
           end-perform

           if ws-rings-off-stock > 0
               move ws-rings-off-stock to ws-used-disp
               move spaces to ring-stock-report-line
               write ring-stock-report-line
               string "RINGS ON THE MASTER FROM NO SERIES BOUGHT "
                           delimited by size
                       function trim(ws-used-disp) delimited by size
                   into ring-stock-report-line
               write ring-stock-report-line
               display ring-stock-report-line
           end-if
           close ring-stock-report-file
           .

           copy jobbnr replacing ==JOB-NAME-LIT== by =="RINGSTKR"==.
