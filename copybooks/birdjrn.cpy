      *> One journaled update against the BIRD-MASTER file: the action
      *> taken, when, from which mode, and the full before and after
      *> record images (305 bytes each - see birdrec.cpy).  Shared
      *> between the maintenance program that writes the journal and
      *> the recovery utility that replays it, so both agree on one
      *> layout.  A WRITE carries spaces as its before image and a
               88  BJR-ACTION-WRITE        VALUE "WRITE  ".
               88  BJR-ACTION-REWRITE      VALUE "REWRITE".
               88  BJR-ACTION-DELETE       VALUE "DELETE ".
           05  BJR-BEFORE-IMAGE            PIC X(305).
           05  BJR-AFTER-IMAGE             PIC X(305).
