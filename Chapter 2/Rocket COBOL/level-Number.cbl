      *>              build, RELOAD on this one - the new fields read
      *>              back as spaces and print as NOT RECORDED until
      *>              captured).
      *> 2026-10-15 - the master now carries three new fields after
      *>              the authority year, each captured through the
      *>              ENTRY screen and the MAINT image like every other
      *>              field: a description-required flag
      *>              (bm-description-required), set for the rarities
      *>              the county records committee must accept from a
      *>              written description before a sighting counts -
      *>              BIRDSIGT holds those sightings for the committee
      *>              instead of posting them; the ring size the
      *>              national scheme recommends (bm-ring-size), so
      *>              RINGLOAD can refuse a ring of the wrong size; and
      *>              the migrant status (bm-migrant-status: S summer
      *>              visitor, W winter visitor, P passage, R resident -
      *>              an ADD or CHANGE with any other value is
      *>              rejected) for the new migrant phenology report.
      *>              The record grew from 301 to 305 bytes; carry an
      *>              existing master over once with BIRDUTIL UNLOAD on
      *>              the old build and RELOAD on this one - the new
      *>              fields read back as spaces (a blank flag counts
      *>              as not required) until captured.
      *> 2026-10-15 - MAINT mode can now refuse a DELETE while the
      *>              species still has sightings on SIGHTMST.TXT or
      *>              rings on RINGMST.DAT - set by BIRDMAST's row on
      *>              the integrity parameter file (INTEGPRM.TXT,
      *>              integprm copybook, seeded with the block off the
      *>              first time the file does not exist yet). A refused
      *>              delete is REJECTED on the register with the count
      *>              of each; a dependant file that will not open
      *>              refuses the delete too. INTEGCHK reports the
      *>              orphans an unblocked delete leaves.

       environment division.
       input-output section.
           select checklist-report-file assign to "BIRDCHKL.TXT"
               organization is line sequential
               file status is ws-checklist-report-status.
           select integrity-parm-file assign to "INTEGPRM.TXT"
               organization is line sequential
               file status is ws-integrity-parm-status.
           select sighting-master-file assign to "SIGHTMST.TXT"
               organization is line sequential
               file status is ws-sighting-master-status.
           select ring-master-file assign to "RINGMST.DAT"
               organization is indexed
               access mode is sequential
               record key is rng-ring-number
               file status is ws-ring-master-status.

       data division.
       file section.
       01  csv-extract-line              pic X(300).

      *> One maintenance transaction: an action code followed by the
      *> new record image in the BIRD-MASTER-RECORD layout (305 bytes -
      *> see birdrec.cpy), applied to the master by a group MOVE.
       fd  maintenance-trans-file.
       01  maintenance-trans-record.
               88  bmt-action-add          value "ADD   ".
               88  bmt-action-change       value "CHANGE".
               88  bmt-action-delete       value "DELETE".
           05  bmt-master-image           pic X(305).

       fd  update-register-file.
       01  update-register-line          pic X(120).
       fd  checklist-report-file.
       01  checklist-report-line         pic X(140).

       fd  integrity-parm-file.
           copy integprm.

       fd  sighting-master-file.
           copy sightrec.

      *> Same layout RINGLOAD writes - only the species is looked at.
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

       working-storage section.
           copy joblogws.
           copy stepparm.
      *> changed by the time the update lands).  A WRITE journals
      *> spaces as its before image, a DELETE spaces as its after.
       01  ws-journal-action             pic X(7).
       01  ws-journal-before-image       pic X(305).
       01  ws-journal-after-image        pic X(305).

       01  ws-output-mode-parm           pic X(40).
       01  ws-mode-token                 pic X(20).
       01  ws-maint-trans-read           pic 9(5) value 0.
       01  ws-maint-trans-applied        pic 9(5) value 0.
       01  ws-maint-trans-rejected       pic 9(5) value 0.

      *> BIRDMAST's row on INTEGPRM.TXT: when set, a MAINT DELETE is
      *> refused while the species still has sightings or rings on
      *> file, and the register shows how many.
       01  ws-integrity-parm-status      pic XX.
       01  ws-sighting-master-status     pic XX.
       01  ws-ring-master-status         pic XX.
       01  ws-delete-block-switch        pic X value "N".
           88  ws-delete-blocked-by-dependants value "Y".
       01  ws-dependant-check-switch     pic X.
           88  ws-dependant-check-failed   value "Y".
           88  ws-dependant-check-done     value "N".
       01  ws-species-sightings          pic 9(5).
       01  ws-species-rings              pic 9(5).
       01  ws-species-sightings-disp     pic ZZZZ9.
       01  ws-species-rings-disp         pic ZZZZ9.
       01  ws-maint-read-disp            pic ZZZZ9.
       01  ws-maint-applied-disp         pic ZZZZ9.
       01  ws-maint-rejected-disp        pic ZZZZ9.
           88  ws-report-imperial          value "I".

       01  ws-entry-unit-parm            pic X.
       01  ws-entry-description-parm     pic X.
       01  ws-entry-migrant-parm         pic X.
       01  ws-entry-confirm-parm         pic X.
       01  ws-parse-status-code          pic 9(4).
       01  ws-parse-switch               pic X.
           accept bm-authority
           display "AUTHORITY YEAR: " with no advancing
           accept bm-authority-year
           display "DESCRIPTION REQUIRED FOR RECORDS (Y/N): "
               with no advancing
           accept ws-entry-description-parm
           if ws-entry-description-parm = "Y"
                   or ws-entry-description-parm = "y"
               set bm-description-needed to true
           else
               move "N" to bm-description-required
           end-if
           display "RECOMMENDED RING SIZE: " with no advancing
           accept bm-ring-size
           display "MIGRANT STATUS (S/W/P/R): " with no advancing
           accept ws-entry-migrant-parm
           move function upper-case(ws-entry-migrant-parm)
               to bm-migrant-status
           if not bm-migrant-status-valid
               display "MIGRANT STATUS NOT S, W, P OR R - LEFT BLANK"
               move space to bm-migrant-status
           end-if
           display "BREEDING POPULATION YEAR: " with no advancing
           accept ws-pop-year-arg
           display "BREEDING POPULATION COUNT: " with no advancing
      *> Every transaction's disposition - applied, or rejected and
      *> why - lands on the update register.
       process-maintenance-transactions.
           perform load-integrity-parm
           if ws-program-return-code not = 0
               exit paragraph
           end-if
           set ws-maintenance-not-eof to true
           open input maintenance-trans-file
           if ws-maintenance-trans-status not = "00"
                   move "MEASUREMENT MIN EXCEEDS MAX"
                       to ws-register-reason
               else
                   if not bm-migrant-status-valid
                       move "REJECTED" to ws-register-disposition
                       move "MIGRANT STATUS NOT S, W, P OR R"
                           to ws-register-reason
                   else
                       write bird-master-record
                           invalid key
                               move "REJECTED"
                                   to ws-register-disposition
                               move "SPECIES ALREADY ON FILE"
                                   to ws-register-reason
                           not invalid key
                               perform journal-master-write
                       end-write
                   end-if
               end-if
           end-if
           .
                   move "MEASUREMENT MIN EXCEEDS MAX"
                       to ws-register-reason
               else
                   if not bm-migrant-status-valid
                       move "REJECTED" to ws-register-disposition
                       move "MIGRANT STATUS NOT S, W, P OR R"
                           to ws-register-reason
                   else
      *> The record is read first so the journal gets a real before
      *> image; the transaction image then goes back to the record
      *> area for the rewrite itself.
                       move bird-master-record to ws-journal-after-image
                       read bird-master-file
                           invalid key
                               move "REJECTED"
                                   to ws-register-disposition
                               move "SPECIES NOT ON FILE"
                                   to ws-register-reason
                           not invalid key
                               move bird-master-record
                                   to ws-journal-before-image
                               move ws-journal-after-image
                                   to bird-master-record
                               rewrite bird-master-record
                                   invalid key
                                       move "REJECTED"
                                           to ws-register-disposition
                                       move "SPECIES NOT ON FILE"
                                           to ws-register-reason
                                   not invalid key
                                       move "REWRITE"
                                           to ws-journal-action
                                       perform write-bird-journal
                               end-rewrite
                       end-read
                   end-if
               end-if
           end-if
           .
               not invalid key
                   move bird-master-record
                       to ws-journal-before-image
                   move 0 to ws-species-sightings
                   move 0 to ws-species-rings
                   set ws-dependant-check-done to true
                   if ws-delete-blocked-by-dependants
                       perform count-species-dependants
                   end-if
                   evaluate true
                       when ws-dependant-check-failed
                           move "REJECTED" to ws-register-disposition
                           move "DEPENDANTS NOT CHECKED - FILE ERROR"
                               to ws-register-reason
                       when ws-species-sightings > 0
                               or ws-species-rings > 0
                           perform reject-species-delete
                       when other
                           perform delete-species-record
                   end-evaluate
           end-read
           .

       delete-species-record.
           delete bird-master-file record
               invalid key
                   move "REJECTED" to ws-register-disposition
                   move "SPECIES NOT ON FILE" to ws-register-reason
               not invalid key
                   move "DELETE" to ws-journal-action
                   move spaces to ws-journal-after-image
                   perform write-bird-journal
           end-delete
           .

       reject-species-delete.
           move ws-species-sightings to ws-species-sightings-disp
           move ws-species-rings to ws-species-rings-disp
           move "REJECTED" to ws-register-disposition
           move spaces to ws-register-reason
           string "DEPENDANTS: " delimited by size
                   function trim(ws-species-sightings-disp)
                       delimited by size
                   " SIGHTINGS " delimited by size
                   function trim(ws-species-rings-disp)
                       delimited by size
                   " RINGS" delimited by size
               into ws-register-reason
           .

      *> The species' sightings on SIGHTMST.TXT and rings on
      *> RINGMST.DAT.  Neither file on disk yet means none; a file
      *> that will not open leaves the delete unproven, so it is
      *> refused rather than risked.
       count-species-dependants.
           open input sighting-master-file
           evaluate ws-sighting-master-status
               when "35"
                   continue
               when "00"
                   perform until ws-sighting-master-status not = "00"
                       read sighting-master-file
                           at end
                               move "10" to ws-sighting-master-status
                           not at end
                               if sgm-scientific-name
                                       = bm-scientific-name
                                   add 1 to ws-species-sightings
                               end-if
                       end-read
                   end-perform
                   close sighting-master-file
               when other
                   display "SIGHTMST.TXT OPEN FAILED - STATUS "
                       ws-sighting-master-status
                   set ws-dependant-check-failed to true
           end-evaluate
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
                               if rng-scientific-name
                                       = bm-scientific-name
                                   add 1 to ws-species-rings
                               end-if
                       end-read
                   end-perform
                   close ring-master-file
               when other
                   display "RINGMST.DAT OPEN FAILED - STATUS "
                       ws-ring-master-status
                   set ws-dependant-check-failed to true
           end-evaluate
           .

      *> Seeded with every master's block off the first time the
      *> file does not exist yet - deletes behave as they always
      *> have until ops turn the block on.
       load-integrity-parm.
           open input integrity-parm-file
           if ws-integrity-parm-status = "35"
               perform seed-integrity-parm
               open input integrity-parm-file
           end-if
           if ws-integrity-parm-status = "00"
               perform until ws-integrity-parm-status not = "00"
                   read integrity-parm-file
                       at end
                           move "10" to ws-integrity-parm-status
                       not at end
                           if ipm-master-name = "BIRDMAST"
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

       seed-integrity-parm.
           open output integrity-parm-file
           move "BIRDMAST" to ipm-master-name
           move "N" to ipm-block-delete
           write integrity-parm-record
           move "EMPMAST" to ipm-master-name
           move "N" to ipm-block-delete
           write integrity-parm-record
           close integrity-parm-file
           .

       write-register-line.
           if ws-register-disposition = "APPLIED "
               add 1 to ws-maint-trans-applied
