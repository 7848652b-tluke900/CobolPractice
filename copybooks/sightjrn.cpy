      *> One journaled amendment against the SIGHTING-MASTER file: when
      *> it was applied, whether the sighting was amended or withdrawn,
      *> who asked for it and why, and the full before and after
      *> sighting images (75 bytes each - see sightrec.cpy).  Shared
      *> between the amendment run that writes the journal and any
      *> program that reads the trail back, so all of them agree on
      *> one layout - the arrangement birdjrn.cpy gives the species
      *> master.  A WITHDRAW carries spaces as its after image.
       01  SIGHTING-JOURNAL-RECORD.
           05  SJR-TIMESTAMP               PIC X(19).
           05  SJR-ACTION                  PIC X(8).
               88  SJR-ACTION-AMEND        VALUE "AMEND   ".
               88  SJR-ACTION-WITHDRAW     VALUE "WITHDRAW".
           05  SJR-REQUESTED-BY            PIC X(20).
           05  SJR-REASON                  PIC X(40).
           05  SJR-BEFORE-IMAGE            PIC X(75).
           05  SJR-AFTER-IMAGE             PIC X(75).
