      *>              its own timestamp on a backup-control file
      *>              (BIRDBKCT.TXT) so the roll-forward knows where
      *>              the backup stops and the journal takes over.
      *> 2026-10-15 - backup and journal images widened to the 305-byte
      *>              bird master record that now carries the
      *>              description-required flag, the recommended ring
      *>              size and the migrant status.  A 301-byte backup
      *>              taken before the change - one UNLOAD on the old
      *>              build - reloads with all three as spaces (a blank
      *>              flag counts as not required).

       environment division.
       input-output section.
           05  old-bm-scientific-name     pic X(30).
           05  filler                     pic X(247).

      *> Flat image of one BIRD-MASTER-RECORD (305 bytes - see
      *> birdrec.cpy), so a backup survives any index corruption.
       fd  backup-file.
       01  backup-record                 pic X(305).

       fd  verify-report-file.
       01  verify-report-line            pic X(120).
