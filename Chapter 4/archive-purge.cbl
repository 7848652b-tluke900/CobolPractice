       identification division.
       program-id. ARCHPURG.

      *> Modification history:
      *> 2026-10-15 - new program.  SIGHTMST.TXT, SALESHIS.TXT,
      *>              STOREHIS.TXT, PAYEXTR.TXT, BIRDJRNL.TXT and
      *>              JOBLOG.DAT were only ever appended to, and every
      *>              reader scans them end to end every night, so the
      *>              run got slower each month.  ARCHIVE mode moves
      *>              each file's closed periods - calendar years, or
      *>              tax years for the payroll extract - that are older
      *>              than the years the retention table (ARCHRET.TXT,
      *>              seeded once, ops data thereafter) keeps online to
      *>              one archive file per period (the table's prefix
      *>              plus the year, e.g. SIGHTARC2019.TXT), and writes
      *>              every period's record count and amount to the
      *>              archive register (ARCHREG.TXT).  Nothing still
      *>              needed is moved, whatever its age: a sales day in
      *>              a VAT quarter not yet filed, a day GLPOST has not
      *>              posted, the current trading week's comparison
      *>              week, the current tax year's extract, or a
      *>              journal entry later than the last BIRDBKUP.DAT -
      *>              those stay online and are counted on the
      *>              register as kept.  RETRIEVE mode copies one
      *>              archived period back out (prefix, year and .RTV)
      *>              for an auditor's query, proving the copy against
      *>              the register's control totals.  Run standalone it
      *>              takes the BATCHRUN lock, so it can never rewrite
      *>              a file under the nightly chain, and the BIRDMAST
      *>              lock while it rewrites the bird journal.

       environment division.
       input-output section.
       file-control.
           copy joblogsl.
           select retention-file assign to "ARCHRET.TXT"
               organization is line sequential
               file status is ws-retention-status.
           select archive-register-file assign to "ARCHREG.TXT"
               organization is line sequential
               file status is ws-archive-register-status.
           select live-file assign to dynamic ws-live-file-name
               organization is line sequential
               file status is ws-live-status.
           select archive-file assign to dynamic ws-archive-file-name
               organization is line sequential
               file status is ws-archive-status.
           select work-file assign to "ARCHWORK.TXT"
               organization is line sequential
               file status is ws-work-status.
           select pending-archive-file assign to "ARCHPEND.TXT"
               organization is line sequential
               file status is ws-pending-status.
           select retrieve-file assign to dynamic
               ws-retrieve-file-name
               organization is line sequential
               file status is ws-retrieve-status.
           select period-status-file assign to "PERSTAT.TXT"
               organization is line sequential
               file status is ws-period-status-status.
           select period-totals-file assign to "PERIODTL.TXT"
               organization is line sequential
               file status is ws-period-totals-status.
           select gl-checkpoint-file assign to "GLPOSTCK.TXT"
               organization is line sequential
               file status is ws-gl-checkpoint-status.
           select backup-control-file assign to "BIRDBKCT.TXT"
               organization is line sequential
               file status is ws-backup-control-status.

       data division.
       file section.
           copy joblogfd.

      *> One archived file: the years kept online (the current
      *> period plus however many whole years back) and the prefix
      *> its archive files are named from.  The program knows each
      *> file's layout, so a file it does not know is refused.
       fd  retention-file.
       01  retention-record.
           05  ret-file-name              pic X(12).
           05  ret-years-online           pic 9(2).
           05  ret-archive-prefix         pic X(8).

      *> One line per file and period each run archived (with its
      *> control totals), per reason records due for archive were
      *> kept online, and per retrieval.  Appended to, never
      *> rewritten - RETRIEVE proves an archive against it.
       fd  archive-register-file.
       01  archive-register-record.
           05  arg-run-date               pic 9(8).
           05  arg-action                 pic X(8).
               88  arg-action-archive      value "ARCHIVE ".
               88  arg-action-kept         value "KEPT    ".
               88  arg-action-retrieve     value "RETRIEVE".
           05  arg-file-name              pic X(12).
           05  arg-period                 pic 9(4).
           05  arg-archive-name           pic X(20).
           05  arg-record-count           pic 9(9).
           05  arg-amount                 pic S9(13)V99
                                          sign leading separate.
           05  arg-note                   pic X(30).

      *> Every file handled here is line sequential; the widest
      *> record is the bird journal's 642 bytes.
       fd  live-file.
       01  live-record                   pic X(700).

       fd  archive-file.
       01  archive-record                pic X(700).

       fd  work-file.
       01  work-record                   pic X(700).

      *> A record on its way to its period's archive, held here until
      *> the live file has been rebuilt without it.
       fd  pending-archive-file.
       01  pending-archive-record.
           05  pnd-period                 pic 9(4).
           05  pnd-image                  pic X(700).

       fd  retrieve-file.
       01  retrieve-record               pic X(700).

      *> Same layout SALESEDT and CLOSEQTR keep the VAT quarters in.
       fd  period-status-file.
       01  period-status-record.
           05  prs-quarter                pic 9(5).
           05  prs-status                 pic X(1).

      *> Only the leading fields of COMPFUNC's running totals are
      *> needed here - the week it is tracking.
       fd  period-totals-file.
       01  period-totals-record.
           05  pt-last-completed-date     pic 9(8).
           05  filler                     pic X(36).
           05  pt-year                    pic 9(4).
           05  filler                     pic X(36).
           05  pt-week-start-date         pic 9(8).

       fd  gl-checkpoint-file.
       01  gl-checkpoint-record.
           05  gck-last-posted-date       pic 9(8).
           05  gck-payroll-posted-date    pic 9(8).
           05  gck-voucher-posted-date    pic 9(8).

      *> When BIRDUTIL last unloaded the bird master to BIRDBKUP.DAT.
       fd  backup-control-file.
       01  backup-control-record.
           05  bkc-backup-timestamp       pic X(19).

       working-storage section.
           copy joblogws.
           copy stepparm.
           copy stepstat.
       01  ws-retention-status           pic XX.
       01  ws-archive-register-status    pic XX.
       01  ws-live-status                pic XX.
       01  ws-archive-status             pic XX.
       01  ws-work-status                pic XX.
       01  ws-pending-status             pic XX.
       01  ws-retrieve-status            pic XX.
       01  ws-period-status-status       pic XX.
       01  ws-period-totals-status       pic XX.
       01  ws-gl-checkpoint-status       pic XX.
       01  ws-backup-control-status      pic XX.
       01  ws-live-file-name             pic X(12).
       01  ws-archive-file-name          pic X(20).
       01  ws-retrieve-file-name         pic X(20).

       01  ws-run-date                   pic 9(8).
       01  ws-run-date-r redefines ws-run-date.
           05  ws-run-yyyy                pic 9(4).
           05  ws-run-mmdd                pic 9(4).

      *> ARCHIVE (the default) takes an optional file name to archive
      *> just that file; RETRIEVE takes a file name and a period year.
       01  ws-archive-parm               pic X(60).
       01  ws-mode-token                 pic X(10).
       01  ws-file-token                 pic X(12).
       01  ws-period-token               pic X(10).
       01  ws-run-mode                   pic X(8) value "ARCHIVE".
           88  ws-mode-archive             value "ARCHIVE".
           88  ws-mode-retrieve            value "RETRIEVE".
       01  ws-file-filter                pic X(12) value spaces.
       01  ws-retrieve-period            pic 9(4) value 0.

       01  ws-under-driver-switch        pic X value "N".
           88  ws-under-driver             value "Y".
       01  ws-run-lock-request.
           05  rlk-lock-name              pic X(10).
           05  rlk-action                 pic X(1).
           05  rlk-holder                 pic X(10).
       01  ws-run-lock-status            pic 9(4).
       01  ws-chain-lock-switch          pic X value "N".
           88  ws-chain-lock-held          value "Y".
       01  ws-master-lock-switch         pic X value "N".
           88  ws-master-lock-held         value "Y".

      *> The retention table, loaded whole.
       01  ws-retention-table.
           05  ws-retention-entry occurs 20 times
                       indexed by ws-ret-idx.
               10  ws-ret-file-name         pic X(12).
               10  ws-ret-years-online      pic 9(2).
               10  ws-ret-archive-prefix    pic X(8).
       01  ws-retention-count            pic 9(2) value 0.
       01  ws-retention-max              pic 9(2) value 20.
       01  ws-ret-match                  pic 9(2).

      *> Which file is being handled decides where its date and
      *> amount sit, and whether its periods are tax years.
       01  ws-file-kind                  pic X(1).
           88  ws-kind-sightings           value "S".
           88  ws-kind-sales-history       value "H".
           88  ws-kind-store-history       value "T".
           88  ws-kind-pay-extract         value "P".
           88  ws-kind-bird-journal        value "J".
           88  ws-kind-job-log             value "L".
           88  ws-kind-unknown             value "?".
       01  ws-tax-year-basis-switch      pic X.
           88  ws-tax-year-basis           value "Y".
           88  ws-calendar-year-basis      value "N".

      *> The record in hand, and what CLASSIFY-RECORD makes of it.
       01  ws-record-image               pic X(700).
       01  ws-record-date                pic 9(8).
       01  ws-record-date-r redefines ws-record-date.
           05  ws-rd-yyyy                 pic 9(4).
           05  ws-rd-mm                   pic 9(2).
           05  ws-rd-dd                   pic 9(2).
       01  ws-record-date-x              pic X(8).
       01  ws-record-period              pic 9(4).
       01  ws-record-amount              pic S9(13)V99.
       01  ws-record-date-switch         pic X.
           88  ws-record-date-readable     value "Y".
           88  ws-record-date-unreadable   value "N".
       01  ws-trailer-switch             pic X.
           88  ws-record-is-trailer        value "Y".
           88  ws-record-not-trailer       value "N".
       01  ws-signed-amount-x            pic X(12).
       01  ws-signed-amount redefines ws-signed-amount-x
                                         pic S9(9)V99
                                         sign leading separate.
       01  ws-sighting-count-x           pic X(5).
       01  ws-sighting-count redefines ws-sighting-count-x
                                         pic 9(5).

      *> Where each record goes: archived, kept because it is inside
      *> the years online, or kept because something still needs it.
       01  ws-disposition                pic X(1).
           88  ws-dispose-archive          value "A".
           88  ws-dispose-keep             value "K".
       01  ws-last-disposition           pic X(1).
       01  ws-last-period                pic 9(4).
       01  ws-cutoff-period              pic 9(4).
       01  ws-cutoff-target-date         pic 9(8).
       01  ws-needed-reason              pic 9(1).

      *> What still needs a record, whatever its age.
       01  ws-filed-quarter-table.
           05  ws-filed-quarter occurs 40 times
                       indexed by ws-flq-idx
                                  pic 9(5).
       01  ws-filed-quarter-count        pic 9(2) value 0.
       01  ws-filed-quarter-max          pic 9(2) value 40.
       01  ws-record-quarter             pic 9(5).
       01  ws-record-quarter-number      pic 9(1).
       01  ws-quarter-filed-switch       pic X.
           88  ws-quarter-filed            value "Y".
           88  ws-quarter-not-filed        value "N".
       01  ws-comparison-from-date       pic 9(8) value 99999999.
       01  ws-gl-last-posted-date        pic 9(8) value 0.
       01  ws-backup-timestamp           pic X(19) value spaces.
       01  ws-current-tax-year           pic 9(4).

       01  ws-reason-texts.
           05  filler                    pic X(30)
                   value "VAT QUARTER NOT FILED".
           05  filler                    pic X(30)
                   value "NOT YET POSTED TO LEDGER".
           05  filler                    pic X(30)
                   value "TRADING WEEK COMPARISON".
           05  filler                    pic X(30)
                   value "CURRENT TAX YEAR".
           05  filler                    pic X(30)
                   value "LATER THAN LAST BIRDBKUP.DAT".
           05  filler                    pic X(30)
                   value "DATE NOT READABLE".
       01  ws-reason-texts-r redefines ws-reason-texts.
           05  ws-reason-text occurs 6 times pic X(30).
       01  ws-reason-count               pic 9(1) value 6.
       01  ws-reason-kept-table.
           05  ws-reason-kept occurs 6 times
                       indexed by ws-rsn-idx
                                  pic 9(9).
       01  ws-reason-vat-unfiled         pic 9(1) value 1.
       01  ws-reason-not-posted          pic 9(1) value 2.
       01  ws-reason-comparison-week     pic 9(1) value 3.
       01  ws-reason-tax-year            pic 9(1) value 4.
       01  ws-reason-after-backup        pic 9(1) value 5.
       01  ws-reason-date-unreadable     pic 9(1) value 6.

      *> One file's archived periods and their control totals.
       01  ws-period-total-table.
           05  ws-period-total occurs 50 times
                       indexed by ws-per-idx.
               10  ws-per-period            pic 9(4).
               10  ws-per-count             pic 9(9).
               10  ws-per-amount            pic S9(13)V99.
       01  ws-period-total-count         pic 9(2) value 0.
       01  ws-period-total-max           pic 9(2) value 50.
       01  ws-per-match                  pic 9(2).
       01  ws-open-archive-period        pic 9(4) value 0.
       01  ws-archive-open-switch        pic X value "N".
           88  ws-archive-open             value "Y".
           88  ws-archive-closed           value "N".
       01  ws-file-failed-switch         pic X.
           88  ws-file-failed              value "Y".
           88  ws-file-ok                  value "N".
      *> Set once a live file may already have been rewritten but its
      *> archived records have not all reached their archives - the
      *> work files are then the only copy, so no further file is
      *> taken on to overwrite them.
       01  ws-archive-halted-switch      pic X value "N".
           88  ws-archive-halted           value "Y".

       01  ws-file-records-read          pic 9(9).
       01  ws-file-records-archived      pic 9(9).
       01  ws-file-records-kept          pic 9(9).
       01  ws-total-records-read         pic 9(9) value 0.
       01  ws-total-records-archived     pic 9(9) value 0.
       01  ws-files-refused              pic 9(4) value 0.

      *> RETRIEVE's control totals: what the archive holds, against
      *> what the register says was put there.
       01  ws-retrieved-count            pic 9(9) value 0.
       01  ws-retrieved-amount           pic S9(13)V99 value 0.
       01  ws-registered-count           pic 9(9) value 0.
       01  ws-registered-amount          pic S9(13)V99 value 0.

       01  ws-count-disp                 pic ZZZ,ZZZ,ZZ9.
       01  ws-count-disp-2               pic ZZZ,ZZZ,ZZ9.
       01  ws-amount-disp                pic -,---,---,---,--9.99.
       01  ws-amount-disp-2              pic -,---,---,---,--9.99.
       01  ws-eof-switch                 pic X.
           88  ws-eof                      value "Y".
           88  ws-not-eof                  value "N".

      *> Non-zero once a file will not open (16), or an archive
      *> cannot be proved or a retention row is unusable (8), so the
      *> driver's step check has something real to catch.
       01  ws-program-return-code        pic 9(4) value 0.

       procedure division.
       main-logic.
           perform JOBBNR-WRITE-START
           accept ws-run-date from date yyyymmdd
           perform determine-archive-mode
           if not ws-under-driver
               perform acquire-chain-lock
           end-if
           if ws-program-return-code = 0
               perform load-retention-table
           end-if
           if ws-program-return-code = 0
               if ws-mode-retrieve
                   perform retrieve-archived-period
               else
                   perform load-needed-dates
                   perform varying ws-ret-idx from 1 by 1
                           until ws-ret-idx > ws-retention-count
                               or ws-archive-halted
                       if ws-file-filter = spaces
                               or ws-file-filter
                                   = ws-ret-file-name(ws-ret-idx)
                           perform archive-one-file
                       end-if
                   end-perform
               end-if
           end-if
           perform release-locks

           move ws-total-records-read to bss-records-read
           move ws-total-records-archived to bss-records-written
           move ws-files-refused to bss-exception-count

           perform JOBBNR-WRITE-END
           move ws-program-return-code to return-code
           goback
           .

      *> A standalone run's EXTERNAL area arrives as LOW-VALUES, not
      *> spaces - both fall through to the command line.
       determine-archive-mode.
           move spaces to ws-archive-parm
           if bsp-parm-text not = low-values
               set ws-under-driver to true
           end-if
           if bsp-parm-text not = spaces
                   and bsp-parm-text not = low-values
               move bsp-parm-text to ws-archive-parm
           else
               accept ws-archive-parm from command-line
           end-if
           unstring ws-archive-parm delimited by space
               into ws-mode-token ws-file-token ws-period-token
           end-unstring
           if ws-mode-token(1:8) = "RETRIEVE"
               set ws-mode-retrieve to true
               move ws-file-token to ws-file-filter
               if ws-period-token(1:4) is numeric
                   move ws-period-token(1:4) to ws-retrieve-period
               end-if
               if ws-file-filter = spaces or ws-retrieve-period = 0
                   display "RETRIEVE NEEDS A FILE NAME AND A PERIOD "
                       "YEAR, E.G. RETRIEVE SIGHTMST.TXT 2019"
                   move 8 to ws-program-return-code
               end-if
           else
               set ws-mode-archive to true
               move ws-file-token to ws-file-filter
           end-if
           .

      *> Standalone, the BATCHRUN lock keeps this run and the nightly
      *> chain apart - the chain holds it from its first step to its
      *> last, and this run rewrites files the chain appends to.
       acquire-chain-lock.
           move "BATCHRUN" to rlk-lock-name
           move "A" to rlk-action
           move "ARCHPURG" to rlk-holder
           call "RUNLOCK" using ws-run-lock-request
                                ws-run-lock-status
           if ws-run-lock-status = 0
               set ws-chain-lock-held to true
           else
               display "BATCH CHAIN IS RUNNING - NOTHING ARCHIVED"
               move 8 to ws-program-return-code
           end-if
           .

      *> An interactive ENTRY or MAINT session journals to BIRDJRNL
      *> under the BIRDMAST lock, so the journal is only rewritten
      *> while this run holds it.
       acquire-master-lock.
           move "BIRDMAST" to rlk-lock-name
           move "A" to rlk-action
           move "ARCHPURG" to rlk-holder
           call "RUNLOCK" using ws-run-lock-request
                                ws-run-lock-status
           if ws-run-lock-status = 0
               set ws-master-lock-held to true
           end-if
           .

       release-locks.
           if ws-master-lock-held
               move "BIRDMAST" to rlk-lock-name
               move "R" to rlk-action
               move "ARCHPURG" to rlk-holder
               call "RUNLOCK" using ws-run-lock-request
                                    ws-run-lock-status
               move "N" to ws-master-lock-switch
           end-if
           if ws-chain-lock-held
               move "BATCHRUN" to rlk-lock-name
               move "R" to rlk-action
               move "ARCHPURG" to rlk-holder
               call "RUNLOCK" using ws-run-lock-request
                                    ws-run-lock-status
               move "N" to ws-chain-lock-switch
           end-if
           .

      *> Seeded the first time it does not exist yet with every file
      *> that only ever grows; years online and archive names are
      *> edited as data thereafter.
       load-retention-table.
           move 0 to ws-retention-count
           open input retention-file
           if ws-retention-status = "35"
               perform seed-retention-table
               open input retention-file
           end-if
           if ws-retention-status = "00"
               perform until ws-retention-status not = "00"
                   read retention-file
                       at end
                           move "10" to ws-retention-status
                       not at end
                           perform load-retention-entry
                   end-read
               end-perform
               close retention-file
           else
               display "ARCHRET.TXT OPEN FAILED - STATUS "
                   ws-retention-status
               move 16 to ws-program-return-code
           end-if
           .

       load-retention-entry.
           if ws-retention-count >= ws-retention-max
               display "RETENTION TABLE FULL - ENTRY DROPPED: "
                   ret-file-name
           else
               add 1 to ws-retention-count
               set ws-ret-idx to ws-retention-count
               move ret-file-name to ws-ret-file-name(ws-ret-idx)
               move ret-years-online
                   to ws-ret-years-online(ws-ret-idx)
               move ret-archive-prefix
                   to ws-ret-archive-prefix(ws-ret-idx)
           end-if
           .

       seed-retention-table.
           open output retention-file
           move "SIGHTMST.TXT" to ret-file-name
           move 05 to ret-years-online
           move "SIGHTARC" to ret-archive-prefix
           write retention-record
           move "SALESHIS.TXT" to ret-file-name
           move 03 to ret-years-online
           move "SLSHARC" to ret-archive-prefix
           write retention-record
           move "STOREHIS.TXT" to ret-file-name
           move 03 to ret-years-online
           move "STRHARC" to ret-archive-prefix
           write retention-record
           move "PAYEXTR.TXT" to ret-file-name
           move 03 to ret-years-online
           move "PAYXARC" to ret-archive-prefix
           write retention-record
           move "BIRDJRNL.TXT" to ret-file-name
           move 02 to ret-years-online
           move "BJRNARC" to ret-archive-prefix
           write retention-record
           move "JOBLOG.DAT" to ret-file-name
           move 01 to ret-years-online
           move "JOBLARC" to ret-archive-prefix
           write retention-record
           close retention-file
           .

      *> What keeps a record online however old it is: VAT quarters
      *> filed so far, the week the roll-up is comparing against,
      *> the last day the ledger posted, when the bird master was
      *> last backed up, and the tax year tonight falls in.  A file
      *> not on disk yet is the safe answer in each case - nothing
      *> filed, nothing posted, no backup - except the roll-up's
      *> totals, whose absence means no week is being compared.
       load-needed-dates.
           move 0 to ws-filed-quarter-count
           open input period-status-file
           if ws-period-status-status = "00"
               perform until ws-period-status-status not = "00"
                   read period-status-file
                       at end
                           move "10" to ws-period-status-status
                       not at end
                           if prs-status = "F"
                               perform add-filed-quarter
                           end-if
                   end-read
               end-perform
               close period-status-file
           end-if

           move 99999999 to ws-comparison-from-date
           open input period-totals-file
           if ws-period-totals-status = "00"
               read period-totals-file
                   at end
                       continue
                   not at end
                       if pt-week-start-date is numeric
                               and pt-week-start-date not = 0
                           compute ws-comparison-from-date =
                               function date-of-integer(
                                   function integer-of-date(
                                       pt-week-start-date) - 7)
                       end-if
               end-read
               close period-totals-file
           end-if

           move 0 to ws-gl-last-posted-date
           open input gl-checkpoint-file
           if ws-gl-checkpoint-status = "00"
               read gl-checkpoint-file
                   at end
                       continue
                   not at end
                       if gck-last-posted-date is numeric
                           move gck-last-posted-date
                               to ws-gl-last-posted-date
                       end-if
               end-read
               close gl-checkpoint-file
           end-if

           move spaces to ws-backup-timestamp
           open input backup-control-file
           if ws-backup-control-status = "00"
               read backup-control-file
                   at end
                       continue
                   not at end
                       move bkc-backup-timestamp
                           to ws-backup-timestamp
               end-read
               close backup-control-file
           end-if

           if ws-run-mmdd >= 0406
               move ws-run-yyyy to ws-current-tax-year
           else
               compute ws-current-tax-year = ws-run-yyyy - 1
           end-if
           .

       add-filed-quarter.
           if ws-filed-quarter-count >= ws-filed-quarter-max
               display "FILED QUARTER TABLE FULL - ENTRY DROPPED: "
                   prs-quarter
           else
               add 1 to ws-filed-quarter-count
               set ws-flq-idx to ws-filed-quarter-count
               move prs-quarter to ws-filed-quarter(ws-flq-idx)
           end-if
           .

      *> One file from the retention table: every record goes either
      *> to the work archive (ARCHPEND.TXT, tagged with its period) or
      *> to the work file (ARCHWORK.TXT).  Only once the whole file
      *> has been read cleanly does the work file replace it, and only
      *> once it has been replaced are the held records appended to
      *> their periods' archives and registered - so a failure at any
      *> point leaves every record in the live file or the work files,
      *> never in an archive the register does not know about.
       archive-one-file.
           move ws-ret-file-name(ws-ret-idx) to ws-live-file-name
           perform set-file-kind
           if ws-kind-unknown
               display "ARCHRET.TXT: NO RECORD LAYOUT KNOWN FOR "
                   function trim(ws-live-file-name)
                   " - NOT ARCHIVED"
               add 1 to ws-files-refused
               move 8 to ws-program-return-code
               exit paragraph
           end-if
           if ws-ret-years-online(ws-ret-idx) is not numeric
               display "ARCHRET.TXT: YEARS ONLINE NOT NUMERIC FOR "
                   function trim(ws-live-file-name)
                   " - NOT ARCHIVED"
               add 1 to ws-files-refused
               move 8 to ws-program-return-code
               exit paragraph
           end-if
           if ws-kind-bird-journal and not ws-under-driver
               perform acquire-master-lock
               if not ws-master-lock-held
                   display "BIRD MASTER IN USE - BIRDJRNL.TXT NOT "
                       "ARCHIVED"
                   add 1 to ws-files-refused
                   exit paragraph
               end-if
           end-if
           perform compute-cutoff-period

           move 0 to ws-file-records-read
           move 0 to ws-file-records-archived
           move 0 to ws-file-records-kept
           move 0 to ws-period-total-count
           perform varying ws-rsn-idx from 1 by 1
                   until ws-rsn-idx > ws-reason-count
               move 0 to ws-reason-kept(ws-rsn-idx)
           end-perform
           move space to ws-last-disposition
           set ws-archive-closed to true
           set ws-file-ok to true

           set ws-not-eof to true
           open input live-file
           evaluate ws-live-status
               when "35"
                   display function trim(ws-live-file-name)
                       " NOT ON FILE - NOTHING TO ARCHIVE"
                   exit paragraph
               when "00"
                   continue
               when other
                   display function trim(ws-live-file-name)
                       " OPEN FAILED - STATUS " ws-live-status
                   add 1 to ws-files-refused
                   move 16 to ws-program-return-code
                   exit paragraph
           end-evaluate
           open output work-file
           if ws-work-status not = "00"
               display "ARCHWORK.TXT OPEN FAILED - STATUS "
                   ws-work-status
               close live-file
               add 1 to ws-files-refused
               move 16 to ws-program-return-code
               exit paragraph
           end-if
           open output pending-archive-file
           if ws-pending-status not = "00"
               display "ARCHPEND.TXT OPEN FAILED - STATUS "
                   ws-pending-status
               close live-file
               close work-file
               add 1 to ws-files-refused
               move 16 to ws-program-return-code
               exit paragraph
           end-if

           perform until ws-eof or ws-file-failed
               read live-file
                   at end
                       set ws-eof to true
                   not at end
                       add 1 to ws-file-records-read
                       perform dispose-of-record
               end-read
           end-perform
           close live-file
           close work-file
           close pending-archive-file

           if ws-file-failed
               display function trim(ws-live-file-name)
                   " LEFT AS IT WAS - ARCHIVE WRITE FAILED"
               add 1 to ws-files-refused
               move 16 to ws-program-return-code
           else
               if ws-file-records-archived > 0
                   perform replace-live-file
               end-if
               if ws-file-ok and ws-file-records-archived > 0
                   perform append-archived-periods
               end-if
               if ws-file-ok
                   perform register-file-results
               else
                   display "ARCHIVING STOPPED - ARCHWORK.TXT AND "
                       "ARCHPEND.TXT KEPT FOR RECOVERY"
                   add 1 to ws-files-refused
                   move 16 to ws-program-return-code
                   set ws-archive-halted to true
               end-if
           end-if
           add ws-file-records-read to ws-total-records-read
           add ws-file-records-archived to ws-total-records-archived
           perform display-file-results
           if ws-master-lock-held
               move "BIRDMAST" to rlk-lock-name
               move "R" to rlk-action
               move "ARCHPURG" to rlk-holder
               call "RUNLOCK" using ws-run-lock-request
                                    ws-run-lock-status
               move "N" to ws-master-lock-switch
           end-if
           .

       set-file-kind.
           set ws-calendar-year-basis to true
           evaluate ws-live-file-name
               when "SIGHTMST.TXT"
                   set ws-kind-sightings to true
               when "SALESHIS.TXT"
                   set ws-kind-sales-history to true
               when "STOREHIS.TXT"
                   set ws-kind-store-history to true
               when "PAYEXTR.TXT"
                   set ws-kind-pay-extract to true
                   set ws-tax-year-basis to true
               when "BIRDJRNL.TXT"
                   set ws-kind-bird-journal to true
               when "JOBLOG.DAT"
                   set ws-kind-job-log to true
               when other
                   set ws-kind-unknown to true
           end-evaluate
           .

      *> The oldest period still online: the one holding the date
      *> the years-online count reaches back to.  Everything in an
      *> earlier period is closed and due for archive.
       compute-cutoff-period.
           compute ws-cutoff-target-date = ws-run-date
               - (ws-ret-years-online(ws-ret-idx) * 10000)
           move ws-cutoff-target-date to ws-record-date
           perform set-record-period
           move ws-record-period to ws-cutoff-period
           .

      *> A calendar year, or the tax year starting 6 April.
       set-record-period.
           move ws-rd-yyyy to ws-record-period
           if ws-tax-year-basis
               if ws-rd-mm < 4 or (ws-rd-mm = 4 and ws-rd-dd < 6)
                   subtract 1 from ws-record-period
               end-if
           end-if
           .

      *> A payroll run's trailer has no date of its own: it goes
      *> wherever the rows just before it went, so every archived
      *> run still balances to its trailer.
       dispose-of-record.
           move live-record to ws-record-image
           perform classify-record
           evaluate true
               when ws-record-is-trailer
                   if ws-last-disposition = "A"
                       move ws-last-period to ws-record-period
                       set ws-dispose-archive to true
                   else
                       set ws-dispose-keep to true
                   end-if
               when ws-record-date-unreadable
                   set ws-dispose-keep to true
                   move ws-reason-date-unreadable to ws-needed-reason
                   set ws-rsn-idx to ws-needed-reason
                   add 1 to ws-reason-kept(ws-rsn-idx)
               when ws-record-period >= ws-cutoff-period
                   set ws-dispose-keep to true
               when other
                   perform check-still-needed
                   if ws-needed-reason = 0
                       set ws-dispose-archive to true
                   else
                       set ws-dispose-keep to true
                       set ws-rsn-idx to ws-needed-reason
                       add 1 to ws-reason-kept(ws-rsn-idx)
                   end-if
           end-evaluate
           move ws-disposition to ws-last-disposition
           move ws-record-period to ws-last-period
           if ws-dispose-archive
               perform hold-archive-record
           else
               add 1 to ws-file-records-kept
               move live-record to work-record
               write work-record
               if ws-work-status not = "00"
                   display "ARCHWORK.TXT WRITE FAILED - STATUS "
                       ws-work-status
                   set ws-file-failed to true
               end-if
           end-if
           .

      *> Where this file keeps its date and amount.  Sales history
      *> carries its gross, the payroll extract each row's net pay,
      *> the sighting master the birds counted; the journal and the
      *> job log have no amount and total zero.
       classify-record.
           set ws-record-not-trailer to true
           set ws-record-date-readable to true
           move 0 to ws-record-amount
           move spaces to ws-record-date-x
           evaluate true
               when ws-kind-sightings
                   move ws-record-image(9:8) to ws-record-date-x
                   move ws-record-image(67:5) to ws-sighting-count-x
                   if ws-sighting-count is numeric
                       move ws-sighting-count to ws-record-amount
                   end-if
               when ws-kind-sales-history
                   move ws-record-image(1:8) to ws-record-date-x
                   move ws-record-image(9:12) to ws-signed-amount-x
                   if ws-signed-amount-x(2:11) is numeric
                       move ws-signed-amount to ws-record-amount
                   end-if
               when ws-kind-store-history
                   move ws-record-image(1:8) to ws-record-date-x
                   move ws-record-image(12:12) to ws-signed-amount-x
                   if ws-signed-amount-x(2:11) is numeric
                       move ws-signed-amount to ws-record-amount
                   end-if
               when ws-kind-pay-extract
                   if ws-record-image(1:8) = "*TRAILER"
                       set ws-record-is-trailer to true
                   else
                       perform take-dashed-date-117
                       if function test-numval(ws-record-image(108:9))
                               = 0
                           compute ws-record-amount = function numval(
                               ws-record-image(108:9))
                       end-if
                   end-if
               when ws-kind-bird-journal
                   perform take-dashed-date-1
               when ws-kind-job-log
                   perform take-dashed-date-1
           end-evaluate
           if ws-record-not-trailer
               if ws-record-date-x is numeric
                   move ws-record-date-x to ws-record-date
                   if function test-date-yyyymmdd(ws-record-date)
                           not = 0
                       set ws-record-date-unreadable to true
                   end-if
               else
                   set ws-record-date-unreadable to true
               end-if
               if ws-record-date-readable
                   perform set-record-period
               end-if
           end-if
           .

      *> The journal, the job log and the payroll extract stamp
      *> their dates as YYYY-MM-DD.
       take-dashed-date-1.
           string ws-record-image(1:4) delimited by size
                   ws-record-image(6:2) delimited by size
                   ws-record-image(9:2) delimited by size
               into ws-record-date-x
           .

       take-dashed-date-117.
           string ws-record-image(117:4) delimited by size
                   ws-record-image(122:2) delimited by size
                   ws-record-image(125:2) delimited by size
               into ws-record-date-x
           .

      *> Zero when nothing needs the record any more; otherwise the
      *> reason it stays online.
       check-still-needed.
           move 0 to ws-needed-reason
           evaluate true
               when ws-kind-sales-history or ws-kind-store-history
                   perform check-quarter-filed
                   evaluate true
                       when ws-quarter-not-filed
                           move ws-reason-vat-unfiled
                               to ws-needed-reason
                       when ws-record-date > ws-gl-last-posted-date
                           move ws-reason-not-posted
                               to ws-needed-reason
                       when ws-record-date >= ws-comparison-from-date
                           move ws-reason-comparison-week
                               to ws-needed-reason
                   end-evaluate
               when ws-kind-pay-extract
                   if ws-record-period >= ws-current-tax-year
                       move ws-reason-tax-year to ws-needed-reason
                   end-if
               when ws-kind-bird-journal
                   if ws-record-image(1:19) > ws-backup-timestamp
                       move ws-reason-after-backup to ws-needed-reason
                   end-if
           end-evaluate
           .

      *> The VAT quarter as CLOSEQTR numbers it: year and quarter.
       check-quarter-filed.
           compute ws-record-quarter-number = (ws-rd-mm + 2) / 3
           compute ws-record-quarter =
               ws-rd-yyyy * 10 + ws-record-quarter-number
           set ws-quarter-not-filed to true
           perform varying ws-flq-idx from 1 by 1
                   until ws-flq-idx > ws-filed-quarter-count
               if ws-filed-quarter(ws-flq-idx) = ws-record-quarter
                   set ws-quarter-filed to true
               end-if
           end-perform
           .

       hold-archive-record.
           move ws-record-period to pnd-period
           move live-record to pnd-image
           write pending-archive-record
           if ws-pending-status not = "00"
               display "ARCHPEND.TXT WRITE FAILED - STATUS "
                   ws-pending-status
               set ws-file-failed to true
               exit paragraph
           end-if
           add 1 to ws-file-records-archived
           perform add-period-total
           .

      *> The live file no longer holds them, so the held records go
      *> to their periods' archives.  Should that fail part way, the
      *> work archive is still the whole of them.
       append-archived-periods.
           set ws-archive-closed to true
           open input pending-archive-file
           if ws-pending-status not = "00"
               display "ARCHPEND.TXT OPEN FAILED - STATUS "
                   ws-pending-status
               set ws-file-failed to true
           else
               set ws-not-eof to true
               perform until ws-eof or ws-file-failed
                   read pending-archive-file
                       at end
                           set ws-eof to true
                       not at end
                           perform write-archive-record
                   end-read
               end-perform
               close pending-archive-file
           end-if
           if ws-archive-open
               close archive-file
               set ws-archive-closed to true
           end-if
           if ws-file-failed
               display function trim(ws-live-file-name)
                   " ARCHIVE APPEND FAILED - ITS ARCHIVED RECORDS ARE "
                   "ON ARCHPEND.TXT"
           end-if
           .

      *> Appends to the period's archive file, switching files when
      *> the period changes - an earlier run may already have put
      *> part of the period there.
       write-archive-record.
           move pnd-period to ws-record-period
           if ws-archive-open
                   and ws-open-archive-period not = ws-record-period
               close archive-file
               set ws-archive-closed to true
           end-if
           if ws-archive-closed
               move ws-record-period to ws-open-archive-period
               perform build-archive-name
               open extend archive-file
               if ws-archive-status = "35"
                   open output archive-file
               end-if
               if ws-archive-status not = "00"
                   display function trim(ws-archive-file-name)
                       " OPEN FAILED - STATUS " ws-archive-status
                   set ws-file-failed to true
                   exit paragraph
               end-if
               set ws-archive-open to true
           end-if
           move pnd-image to archive-record
           write archive-record
           if ws-archive-status not = "00"
               display function trim(ws-archive-file-name)
                   " WRITE FAILED - STATUS " ws-archive-status
               set ws-file-failed to true
           end-if
           .

       build-archive-name.
           move spaces to ws-archive-file-name
           string function trim(ws-ret-archive-prefix(ws-ret-idx))
                       delimited by size
                   ws-open-archive-period delimited by size
                   ".TXT" delimited by size
               into ws-archive-file-name
           .

       add-period-total.
           move 0 to ws-per-match
           perform varying ws-per-idx from 1 by 1
                   until ws-per-idx > ws-period-total-count
                       or ws-per-match > 0
               if ws-per-period(ws-per-idx) = ws-record-period
                   set ws-per-match to ws-per-idx
               end-if
           end-perform
           if ws-per-match = 0
               if ws-period-total-count >= ws-period-total-max
                   display "PERIOD TABLE FULL - NOT ARCHIVED FROM "
                       ws-record-period
                   set ws-file-failed to true
                   exit paragraph
               end-if
               add 1 to ws-period-total-count
               move ws-period-total-count to ws-per-match
               set ws-per-idx to ws-per-match
               move ws-record-period to ws-per-period(ws-per-idx)
               move 0 to ws-per-count(ws-per-idx)
               move 0 to ws-per-amount(ws-per-idx)
           end-if
           set ws-per-idx to ws-per-match
           add 1 to ws-per-count(ws-per-idx)
           add ws-record-amount to ws-per-amount(ws-per-idx)
           .

      *> The live file is rebuilt from the work file - the records
      *> still online, in the order they were.
       replace-live-file.
           open input work-file
           if ws-work-status not = "00"
               display "ARCHWORK.TXT OPEN FAILED - STATUS "
                   ws-work-status " - "
                   function trim(ws-live-file-name) " LEFT AS IT WAS"
               set ws-file-failed to true
               exit paragraph
           end-if
           open output live-file
           if ws-live-status not = "00"
               display function trim(ws-live-file-name)
                   " REWRITE FAILED - STATUS " ws-live-status
                   " - ITS RECORDS ARE ON ARCHWORK.TXT"
               close work-file
               set ws-file-failed to true
               exit paragraph
           end-if
           set ws-not-eof to true
           perform until ws-eof or ws-file-failed
               read work-file
                   at end
                       set ws-eof to true
                   not at end
                       move work-record to live-record
                       write live-record
                       if ws-live-status not = "00"
                           display function trim(ws-live-file-name)
                               " REWRITE FAILED - STATUS "
                               ws-live-status
                               " - ITS RECORDS ARE ON ARCHWORK.TXT"
                           set ws-file-failed to true
                       end-if
               end-read
           end-perform
           close work-file
           close live-file
           .

       register-file-results.
           open extend archive-register-file
           if ws-archive-register-status = "35"
               open output archive-register-file
           end-if
           if ws-archive-register-status not = "00"
               display "ARCHREG.TXT OPEN FAILED - STATUS "
                   ws-archive-register-status
               move 16 to ws-program-return-code
               exit paragraph
           end-if
           perform varying ws-per-idx from 1 by 1
                   until ws-per-idx > ws-period-total-count
               move spaces to archive-register-record
               move ws-run-date to arg-run-date
               set arg-action-archive to true
               move ws-live-file-name to arg-file-name
               move ws-per-period(ws-per-idx) to arg-period
                   ws-open-archive-period
               perform build-archive-name
               move ws-archive-file-name to arg-archive-name
               move ws-per-count(ws-per-idx) to arg-record-count
               move ws-per-amount(ws-per-idx) to arg-amount
               write archive-register-record
           end-perform
           perform varying ws-rsn-idx from 1 by 1
                   until ws-rsn-idx > ws-reason-count
               if ws-reason-kept(ws-rsn-idx) > 0
                   move spaces to archive-register-record
                   move ws-run-date to arg-run-date
                   set arg-action-kept to true
                   move ws-live-file-name to arg-file-name
                   move 0 to arg-period
                   move ws-reason-kept(ws-rsn-idx) to arg-record-count
                   move 0 to arg-amount
                   move ws-reason-text(ws-rsn-idx) to arg-note
                   write archive-register-record
               end-if
           end-perform
           close archive-register-file
           .

       display-file-results.
           move ws-file-records-archived to ws-count-disp
           move ws-file-records-kept to ws-count-disp-2
           display function trim(ws-live-file-name)
               ": ARCHIVED " function trim(ws-count-disp)
               "  KEPT ONLINE " function trim(ws-count-disp-2)
               "  OLDEST PERIOD ONLINE " ws-cutoff-period
           perform varying ws-per-idx from 1 by 1
                   until ws-per-idx > ws-period-total-count
               move ws-per-count(ws-per-idx) to ws-count-disp
               move ws-per-amount(ws-per-idx) to ws-amount-disp
               display "    PERIOD " ws-per-period(ws-per-idx)
                   " RECORDS " ws-count-disp
                   " AMOUNT " ws-amount-disp
           end-perform
           perform varying ws-rsn-idx from 1 by 1
                   until ws-rsn-idx > ws-reason-count
               if ws-reason-kept(ws-rsn-idx) > 0
                   move ws-reason-kept(ws-rsn-idx) to ws-count-disp
                   display "    KEPT, STILL NEEDED " ws-count-disp
                       " - " function trim(ws-reason-text(ws-rsn-idx))
               end-if
           end-perform
           .

      *> Copies one archived period to <prefix><year>.RTV in the live
      *> file's own layout, for an auditor's query - the live file is
      *> left alone.  The copy's record count and amount are held
      *> against everything the register says was archived for the
      *> period; a difference, or no archive at all, fails the step.
       retrieve-archived-period.
           move 0 to ws-ret-match
           perform varying ws-ret-idx from 1 by 1
                   until ws-ret-idx > ws-retention-count
                       or ws-ret-match > 0
               if ws-ret-file-name(ws-ret-idx) = ws-file-filter
                   set ws-ret-match to ws-ret-idx
               end-if
           end-perform
           if ws-ret-match = 0
               display function trim(ws-file-filter)
                   " IS NOT ON ARCHRET.TXT - NOTHING TO RETRIEVE"
               move 8 to ws-program-return-code
               exit paragraph
           end-if
           set ws-ret-idx to ws-ret-match
           move ws-file-filter to ws-live-file-name
           perform set-file-kind
           move ws-retrieve-period to ws-open-archive-period
           perform build-archive-name
           move spaces to ws-retrieve-file-name
           string function trim(ws-ret-archive-prefix(ws-ret-idx))
                       delimited by size
                   ws-retrieve-period delimited by size
                   ".RTV" delimited by size
               into ws-retrieve-file-name

           open input archive-file
           if ws-archive-status not = "00"
               display function trim(ws-archive-file-name)
                   " NOT AVAILABLE - STATUS " ws-archive-status
                   " - NOTHING RETRIEVED"
               move 8 to ws-program-return-code
               exit paragraph
           end-if
           open output retrieve-file
           if ws-retrieve-status not = "00"
               display function trim(ws-retrieve-file-name)
                   " OPEN FAILED - STATUS " ws-retrieve-status
               close archive-file
               move 16 to ws-program-return-code
               exit paragraph
           end-if
           set ws-not-eof to true
           perform until ws-eof
               read archive-file
                   at end
                       set ws-eof to true
                   not at end
                       move archive-record to ws-record-image
                       perform classify-record
                       add 1 to ws-retrieved-count
                       add ws-record-amount to ws-retrieved-amount
                       move archive-record to retrieve-record
                       write retrieve-record
               end-read
           end-perform
           close archive-file
           close retrieve-file
           move ws-retrieved-count to ws-total-records-read
           move ws-retrieved-count to ws-total-records-archived

           perform total-registered-archive
           perform report-retrieval
           .

       total-registered-archive.
           move 0 to ws-registered-count
           move 0 to ws-registered-amount
           set ws-not-eof to true
           open input archive-register-file
           if ws-archive-register-status = "00"
               perform until ws-eof
                   read archive-register-file
                       at end
                           set ws-eof to true
                       not at end
                           if arg-action-archive
                                   and arg-file-name = ws-file-filter
                                   and arg-period = ws-retrieve-period
                               add arg-record-count
                                   to ws-registered-count
                               add arg-amount to ws-registered-amount
                           end-if
                   end-read
               end-perform
               close archive-register-file
           end-if
           .

       report-retrieval.
           move ws-retrieved-count to ws-count-disp
           move ws-registered-count to ws-count-disp-2
           move ws-retrieved-amount to ws-amount-disp
           move ws-registered-amount to ws-amount-disp-2
           display function trim(ws-file-filter) " PERIOD "
               ws-retrieve-period " RETRIEVED TO "
               function trim(ws-retrieve-file-name)
           display "    RECORDS " ws-count-disp
               "  REGISTERED " ws-count-disp-2
           display "    AMOUNT  " ws-amount-disp
               "  REGISTERED " ws-amount-disp-2
           open extend archive-register-file
           if ws-archive-register-status = "35"
               open output archive-register-file
           end-if
           if ws-archive-register-status = "00"
               move spaces to archive-register-record
               move ws-run-date to arg-run-date
               set arg-action-retrieve to true
               move ws-file-filter to arg-file-name
               move ws-retrieve-period to arg-period
               move ws-retrieve-file-name to arg-archive-name
               move ws-retrieved-count to arg-record-count
               move ws-retrieved-amount to arg-amount
               if ws-retrieved-count = ws-registered-count
                       and ws-retrieved-amount = ws-registered-amount
                   move "AGREES WITH REGISTER" to arg-note
               else
                   move "DOES NOT AGREE WITH REGISTER"
                       to arg-note
               end-if
               write archive-register-record
               close archive-register-file
           else
               display "ARCHREG.TXT OPEN FAILED - STATUS "
                   ws-archive-register-status
               move 16 to ws-program-return-code
           end-if
           if ws-retrieved-count not = ws-registered-count
                   or ws-retrieved-amount not = ws-registered-amount
               display "** RETRIEVED PERIOD DOES NOT AGREE WITH THE "
                   "ARCHIVE REGISTER"
               add 1 to ws-files-refused
               if ws-program-return-code < 8
                   move 8 to ws-program-return-code
               end-if
           end-if
           .

           copy jobbnr replacing ==JOB-NAME-LIT== by =="ARCHPURG"==.
