       identification division.
       program-id. SIGHTEXP.

      *> Modification history:
      *> 2026-10-15 - new program.  Every quarter the sightings went to
      *>              the county recorder and the national recording
      *>              scheme by re-typing SIGHTRPT figures into their
      *>              spreadsheets.  This writes the accepted sightings
      *>              on SIGHTMST.TXT for a date range to a dated
      *>              exchange file (SIGHTEXP.yyyymmdd.CSV), one row
      *>              per sighting carrying species and common name
      *>              (BIRDMAST.DAT), date, count, observer name
      *>              (OBSMAST.TXT) and site name and OS grid reference
      *>              (SITEMAST.TXT).  An export control file
      *>              (SIGHTXCT.TXT) records every sighting sent, so
      *>              each goes once; RESEND sends a period again.  A
      *>              sighting with no usable site code is listed on
      *>              the export report (SIGHTEXR.TXT) as not
      *>              exportable rather than sent without a grid
      *>              reference.

       environment division.
       input-output section.
       file-control.
           copy joblogsl.
           copy repgensl.
           select sighting-master-file assign to "SIGHTMST.TXT"
               organization is line sequential
               file status is ws-sighting-master-status.
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
           select export-control-file assign to "SIGHTXCT.TXT"
               organization is line sequential
               file status is ws-export-control-status.
           select export-file assign to dynamic
               ws-export-file-name
               organization is line sequential
               file status is ws-export-file-status.
           select export-report-file assign to "SIGHTEXR.TXT"
               organization is line sequential
               file status is ws-export-report-status.

       data division.
       file section.
           copy joblogfd.
           copy repgenfd.

       fd  sighting-master-file.
           copy sightrec.

       fd  bird-master-file.
           copy birdrec.

       fd  observer-master-file.
           copy obsrec.

       fd  site-master-file.
           copy siterec.

      *> One sighting already sent: the date of the export that sent
      *> it and the sighting image as it stood on the master.  An
      *> amended sighting no longer matches its old image, so the
      *> corrected record goes out on the next export.
       fd  export-control-file.
       01  export-control-record.
           05  sxc-export-date            pic 9(8).
           05  sxc-sighting-image         pic X(75).

       fd  export-file.
       01  export-line                   pic X(300).

       fd  export-report-file.
       01  export-report-line            pic X(132).

       working-storage section.
           copy joblogws.
           copy stepstat.
           copy repgenws.
           copy stepparm.
       01  ws-sighting-master-status     pic XX.
       01  ws-bird-master-status         pic XX.
       01  ws-observer-master-status     pic XX.
       01  ws-site-master-status         pic XX.
       01  ws-export-control-status      pic XX.
       01  ws-export-file-status         pic XX.
       01  ws-export-report-status       pic XX.
       01  ws-export-file-name           pic X(30).

       01  ws-run-date                   pic 9(8).
       01  ws-run-date-r redefines ws-run-date.
           05  ws-run-yyyy                pic 9(4).
           05  ws-run-mm                  pic 9(2).
           05  ws-run-dd                  pic 9(2).
       01  ws-run-quarter                pic 9(1).
       01  ws-quarter-start-month        pic 9(2).
       01  ws-quarter-start-date         pic 9(8).

      *> The period arrives as "FROM TO [RESEND]" (YYYYMMDD dates);
      *> with no parameter it is the calendar quarter before the run
      *> date - the quarterly return both recipients ask for.
       01  ws-export-parm                pic X(60).
       01  ws-parm-token-1               pic X(10).
       01  ws-parm-token-2               pic X(10).
       01  ws-parm-token-3               pic X(10).
       01  ws-from-date                  pic 9(8).
       01  ws-to-date                    pic 9(8).
       01  ws-resend-switch              pic X value "N".
           88  ws-resend                   value "Y".
           88  ws-not-resend               value "N".

      *> Sightings already sent, loaded for the run.  Each match is
      *> used once, so two identical sightings on the master (the
      *> same count at the same site twice in a day) need two control
      *> entries before both count as sent.
       01  ws-control-table.
           05  ws-control-entry occurs 20000 times
                       indexed by ws-ctl-idx.
               10  ws-ctl-export-date       pic 9(8).
               10  ws-ctl-sighting-image    pic X(75).
               10  ws-ctl-used-flag         pic X(1).
                   88  ws-ctl-used            value "Y".
                   88  ws-ctl-unused          value "N".
       01  ws-control-count              pic 9(5) value 0.
       01  ws-control-max                pic 9(5) value 20000.
       01  ws-control-match              pic 9(5).

       01  ws-observer-table.
           05  ws-observer-entry occurs 100 times
                       indexed by ws-obs-idx.
               10  ws-obs-observer-id       pic X(8).
               10  ws-obs-name              pic X(30).
       01  ws-observer-count             pic 9(3) value 0.
       01  ws-observer-max               pic 9(3) value 100.

       01  ws-site-table.
           05  ws-site-entry occurs 100 times
                       indexed by ws-sit-idx.
               10  ws-sit-site-code         pic X(4).
               10  ws-sit-full-name         pic X(30).
               10  ws-sit-grid-ref          pic X(8).
       01  ws-site-count                 pic 9(3) value 0.
       01  ws-site-max                   pic 9(3) value 100.
       01  ws-site-match                 pic 9(3).

       01  ws-common-name                pic X(30).
       01  ws-observer-name              pic X(30).
       01  ws-not-exportable-reason      pic X(30).
       01  ws-iso-date                   pic X(10).
       01  ws-count-edit                 pic ZZZZ9.

       01  ws-sightings-in-range         pic 9(6) value 0.
       01  ws-sightings-exported         pic 9(6) value 0.
       01  ws-sightings-already-sent     pic 9(6) value 0.
       01  ws-sightings-not-exportable   pic 9(6) value 0.
       01  ws-count-disp                 pic ZZZZZ9.

      *> Non-zero once a hard failure (e.g. BIRD-MASTER-FILE won't
      *> open) has been detected, so the driver's step check has
      *> something real to catch instead of RETURN-CODE always being 0.
       01  ws-program-return-code        pic 9(4) value 0.

       procedure division.
       main-logic.
           perform JOBBNR-WRITE-START
           accept ws-run-date from date yyyymmdd
           perform determine-export-period

           if ws-program-return-code = 0
               perform load-observer-master
               perform load-site-master
               perform load-export-control
           end-if
           if ws-program-return-code = 0
               open input bird-master-file
               if ws-bird-master-status not = "00"
                   display "BIRD-MASTER-FILE OPEN FAILED - STATUS "
                       ws-bird-master-status
                   move 16 to ws-program-return-code
               end-if
           end-if
           if ws-program-return-code = 0
               perform export-sightings
               close bird-master-file
           end-if
           if ws-program-return-code = 0
               perform save-export-control
           end-if

           move ws-sightings-in-range to bss-records-read
           move ws-sightings-exported to bss-records-written
           move ws-sightings-not-exportable to bss-exception-count

           perform JOBBNR-WRITE-END
           move ws-program-return-code to return-code
           goback
           .

       determine-export-period.
           if bsp-parm-text not = spaces
                   and bsp-parm-text not = low-values
               move bsp-parm-text to ws-export-parm
           else
               move spaces to ws-export-parm
               accept ws-export-parm from command-line
           end-if
           move spaces to ws-parm-token-1 ws-parm-token-2
               ws-parm-token-3
           unstring ws-export-parm delimited by all space
               into ws-parm-token-1 ws-parm-token-2 ws-parm-token-3
           end-unstring

           if ws-parm-token-1 = spaces
               perform default-previous-quarter
           else
               if ws-parm-token-1(1:8) is numeric
                       and ws-parm-token-2(1:8) is numeric
                   move ws-parm-token-1(1:8) to ws-from-date
                   move ws-parm-token-2(1:8) to ws-to-date
               else
                   display "EXPORT PERIOD MUST BE FROM AND TO DATES "
                       "(YYYYMMDD) - GOT " function trim(ws-export-parm)
                   move 16 to ws-program-return-code
                   exit paragraph
               end-if
               if function test-date-yyyymmdd(ws-from-date) not = 0
                       or function test-date-yyyymmdd(ws-to-date)
                           not = 0
                       or ws-from-date > ws-to-date
                   display "EXPORT PERIOD NOT VALID - "
                       ws-from-date " TO " ws-to-date
                   move 16 to ws-program-return-code
                   exit paragraph
               end-if
               if ws-parm-token-3(1:6) = "RESEND"
                   set ws-resend to true
               end-if
           end-if
           display "EXPORTING SIGHTINGS " ws-from-date " TO "
               ws-to-date
           if ws-resend
               display "RESEND - SIGHTINGS ALREADY SENT GO AGAIN"
           end-if
           .

       default-previous-quarter.
           compute ws-run-quarter = (ws-run-mm - 1) / 3 + 1
           if ws-run-quarter = 1
               compute ws-from-date = (ws-run-yyyy - 1) * 10000 + 1001
               compute ws-to-date = (ws-run-yyyy - 1) * 10000 + 1231
           else
               compute ws-quarter-start-month =
                   (ws-run-quarter - 1) * 3 + 1
               compute ws-quarter-start-date =
                   ws-run-yyyy * 10000
                       + ws-quarter-start-month * 100 + 1
               compute ws-from-date =
                   ws-run-yyyy * 10000
                       + (ws-quarter-start-month - 3) * 100 + 1
               compute ws-to-date =
                   function date-of-integer(
                       function integer-of-date(ws-quarter-start-date)
                           - 1)
           end-if
           .

       load-observer-master.
           move 0 to ws-observer-count
           open input observer-master-file
           evaluate ws-observer-master-status
               when "35"
                   display "OBSMAST.TXT NOT FOUND - OBSERVER NAMES "
                       "EXPORTED BLANK"
               when "00"
                   perform until ws-observer-master-status not = "00"
                       read observer-master-file
                           at end
                               move "10"
                                   to ws-observer-master-status
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
               display "OBSERVER TABLE FULL - ENTRY DROPPED: "
                   obm-observer-id
           else
               add 1 to ws-observer-count
               set ws-obs-idx to ws-observer-count
               move obm-observer-id to ws-obs-observer-id(ws-obs-idx)
               move obm-name to ws-obs-name(ws-obs-idx)
           end-if
           .

      *> No SITEMAST.TXT means no grid references - every sighting is
      *> listed as not exportable rather than sent without one.
       load-site-master.
           move 0 to ws-site-count
           open input site-master-file
           evaluate ws-site-master-status
               when "35"
                   display "SITEMAST.TXT NOT FOUND - NO GRID REFERENCES"
               when "00"
                   perform until ws-site-master-status not = "00"
                       read site-master-file
                           at end
                               move "10" to ws-site-master-status
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
               display "SITE TABLE FULL - ENTRY DROPPED: "
                   sit-site-code
           else
               add 1 to ws-site-count
               set ws-sit-idx to ws-site-count
               move sit-site-code to ws-sit-site-code(ws-sit-idx)
               move sit-full-name to ws-sit-full-name(ws-sit-idx)
               move spaces to ws-sit-grid-ref(ws-sit-idx)
               string sit-grid-letters delimited by size
                       sit-grid-easting delimited by size
                       sit-grid-northing delimited by size
                   into ws-sit-grid-ref(ws-sit-idx)
           end-if
           .

      *> Entries stamped with tonight's date are dropped as they load,
      *> so a same-night rerun rebuilds tonight's export whole rather
      *> than finding everything already sent and writing it empty.
      *> A control file too big for the table is a hard failure - the
      *> export could no longer promise each sighting goes once.
       load-export-control.
           move 0 to ws-control-count
           open input export-control-file
           evaluate ws-export-control-status
               when "35"
                   continue
               when "00"
                   perform until ws-export-control-status not = "00"
                       read export-control-file
                           at end
                               move "10" to ws-export-control-status
                           not at end
                               perform load-export-control-entry
                       end-read
                   end-perform
                   close export-control-file
               when other
                   display "SIGHTXCT.TXT OPEN FAILED - STATUS "
                       ws-export-control-status
                   move 16 to ws-program-return-code
           end-evaluate
           .

       load-export-control-entry.
           if sxc-export-date = ws-run-date
               exit paragraph
           end-if
           if ws-control-count >= ws-control-max
               if ws-program-return-code = 0
                   display "EXPORT CONTROL TABLE FULL - NOTHING SENT"
               end-if
               move 16 to ws-program-return-code
           else
               add 1 to ws-control-count
               set ws-ctl-idx to ws-control-count
               move sxc-export-date to ws-ctl-export-date(ws-ctl-idx)
               move sxc-sighting-image
                   to ws-ctl-sighting-image(ws-ctl-idx)
               set ws-ctl-unused(ws-ctl-idx) to true
           end-if
           .

       export-sightings.
           move "SIGHTEXP" to ws-repgen-base
           move ".CSV" to ws-repgen-extension
           move ws-run-date to ws-repgen-date
           perform REPGEN-BUILD-NAME
           move ws-repgen-dated-name to ws-export-file-name
           open output export-file
           if ws-export-file-status not = "00"
               display function trim(ws-export-file-name)
                   " OPEN FAILED - STATUS " ws-export-file-status
               move 16 to ws-program-return-code
               exit paragraph
           end-if
           move spaces to export-line
           string "SCIENTIFIC NAME,COMMON NAME,DATE,COUNT,"
                       delimited by size
                   "OBSERVER,SITE NAME,GRID REFERENCE,LOCATION"
                       delimited by size
               into export-line
           write export-line

           open output export-report-file
           move spaces to export-report-line
           string "SIGHTINGS EXPORT " delimited by size
                   ws-from-date delimited by size
                   " TO " delimited by size
                   ws-to-date delimited by size
                   " FILE " delimited by size
                   function trim(ws-export-file-name) delimited by size
               into export-report-line
           write export-report-line
           move "NOT EXPORTABLE - PUT A SITE CODE ON THESE"
               to export-report-line
           write export-report-line

           open input sighting-master-file
           evaluate ws-sighting-master-status
               when "35"
                   display "SIGHTMST.TXT NOT FOUND - NOTHING TO EXPORT"
               when "00"
                   perform until ws-sighting-master-status not = "00"
                       read sighting-master-file
                           at end
                               move "10"
                                   to ws-sighting-master-status
                           not at end
                               perform export-one-sighting
                       end-read
                   end-perform
                   close sighting-master-file
               when other
                   display "SIGHTMST.TXT OPEN FAILED - STATUS "
                       ws-sighting-master-status
                   move 16 to ws-program-return-code
           end-evaluate
           close export-file
           perform write-export-totals
           close export-report-file
           perform REPGEN-RECORD-GENERATION
           .

       export-one-sighting.
           if sgm-sighting-date < ws-from-date
                   or sgm-sighting-date > ws-to-date
               exit paragraph
           end-if
           add 1 to ws-sightings-in-range

           move 0 to ws-site-match
           move spaces to ws-not-exportable-reason
           if sgm-site-code = spaces
               move "NO SITE CODE" to ws-not-exportable-reason
           else
               perform varying ws-sit-idx from 1 by 1
                       until ws-sit-idx > ws-site-count
                   if ws-sit-site-code(ws-sit-idx) = sgm-site-code
                       set ws-site-match to ws-sit-idx
                   end-if
               end-perform
               if ws-site-match = 0
                   move "SITE CODE NOT ON SITEMAST"
                       to ws-not-exportable-reason
               end-if
           end-if
           if ws-not-exportable-reason not = spaces
               perform list-not-exportable
               exit paragraph
           end-if

           move 0 to ws-control-match
           perform varying ws-ctl-idx from 1 by 1
                   until ws-ctl-idx > ws-control-count
                       or ws-control-match > 0
               if ws-ctl-unused(ws-ctl-idx)
                       and ws-ctl-sighting-image(ws-ctl-idx)
                           = sighting-master-record
                   set ws-control-match to ws-ctl-idx
               end-if
           end-perform
           if ws-control-match > 0
               set ws-ctl-idx to ws-control-match
               set ws-ctl-used(ws-ctl-idx) to true
               add 1 to ws-sightings-already-sent
               if ws-not-resend
                   exit paragraph
               end-if
           else
               if ws-control-count >= ws-control-max
                   display "EXPORT CONTROL TABLE FULL - NOT SENT: "
                       sgm-observer-id " " sgm-sighting-date " "
                       function trim(sgm-scientific-name)
                   move 16 to ws-program-return-code
                   exit paragraph
               end-if
               add 1 to ws-control-count
               set ws-ctl-idx to ws-control-count
               move ws-run-date to ws-ctl-export-date(ws-ctl-idx)
               move sighting-master-record
                   to ws-ctl-sighting-image(ws-ctl-idx)
               set ws-ctl-used(ws-ctl-idx) to true
           end-if
           perform write-export-line
           .

       write-export-line.
           move spaces to ws-common-name
           move sgm-scientific-name to bm-scientific-name
           read bird-master-file
               invalid key
                   continue
               not invalid key
                   move bm-common-name to ws-common-name
           end-read
           move spaces to ws-observer-name
           perform varying ws-obs-idx from 1 by 1
                   until ws-obs-idx > ws-observer-count
               if ws-obs-observer-id(ws-obs-idx) = sgm-observer-id
                   move ws-obs-name(ws-obs-idx) to ws-observer-name
               end-if
           end-perform
           set ws-sit-idx to ws-site-match
           move spaces to ws-iso-date
           string sgm-sighting-date(1:4) delimited by size
                   "-" delimited by size
                   sgm-sighting-date(5:2) delimited by size
                   "-" delimited by size
                   sgm-sighting-date(7:2) delimited by size
               into ws-iso-date
           move sgm-count to ws-count-edit

           move spaces to export-line
           string '"' delimited by size
                   function trim(sgm-scientific-name) delimited by size
                   '","' delimited by size
                   function trim(ws-common-name) delimited by size
                   '",' delimited by size
                   ws-iso-date delimited by size
                   "," delimited by size
                   function trim(ws-count-edit) delimited by size
                   ',"' delimited by size
                   function trim(ws-observer-name) delimited by size
                   '","' delimited by size
                   function trim(ws-sit-full-name(ws-sit-idx))
                       delimited by size
                   '",' delimited by size
                   ws-sit-grid-ref(ws-sit-idx) delimited by size
                   ',"' delimited by size
                   function trim(sgm-location) delimited by size
                   '"' delimited by size
               into export-line
           write export-line
           add 1 to ws-sightings-exported
           .

       list-not-exportable.
           add 1 to ws-sightings-not-exportable
           move spaces to export-report-line
           string "  " delimited by size
                   ws-not-exportable-reason delimited by size
                   " OBSERVER " delimited by size
                   sgm-observer-id delimited by size
                   " DATE " delimited by size
                   sgm-sighting-date delimited by size
                   " NAME " delimited by size
                   function trim(sgm-scientific-name) delimited by size
                   " LOCATION " delimited by size
                   function trim(sgm-location) delimited by size
               into export-report-line
           write export-report-line
           .

       write-export-totals.
           move ws-sightings-in-range to ws-count-disp
           move spaces to export-report-line
           string "SIGHTINGS IN PERIOD  " delimited by size
                   ws-count-disp delimited by size
               into export-report-line
           write export-report-line
           display export-report-line
           move ws-sightings-exported to ws-count-disp
           move spaces to export-report-line
           string "SIGHTINGS EXPORTED   " delimited by size
                   ws-count-disp delimited by size
               into export-report-line
           write export-report-line
           display export-report-line
           move ws-sightings-already-sent to ws-count-disp
           move spaces to export-report-line
           string "ALREADY SENT BEFORE  " delimited by size
                   ws-count-disp delimited by size
               into export-report-line
           write export-report-line
           display export-report-line
           move ws-sightings-not-exportable to ws-count-disp
           move spaces to export-report-line
           string "NOT EXPORTABLE       " delimited by size
                   ws-count-disp delimited by size
               into export-report-line
           write export-report-line
           display export-report-line
           .

       save-export-control.
           open output export-control-file
           if ws-export-control-status not = "00"
               display "SIGHTXCT.TXT REWRITE FAILED - STATUS "
                   ws-export-control-status
               move 16 to ws-program-return-code
               exit paragraph
           end-if
           perform varying ws-ctl-idx from 1 by 1
                   until ws-ctl-idx > ws-control-count
               move ws-ctl-export-date(ws-ctl-idx) to sxc-export-date
               move ws-ctl-sighting-image(ws-ctl-idx)
                   to sxc-sighting-image
               write export-control-record
           end-perform
           close export-control-file
           .

           copy repgenpr.

           copy jobbnr replacing ==JOB-NAME-LIT== by =="SIGHTEXP"==.
