      *> One held sighting the county records committee found not
      *> proven, on the REJECTED-RECORDS register: the pending record
      *> as it was held (see sightpnd.cpy), the date of the decision
      *> and the committee's note.  The register only grows - it is
      *> the answer when an observer asks what became of a record.
       01  SIGHTING-NOT-PROVEN-RECORD.
           05  SNP-RECORD-ID.
               10  SNP-RECEIVED-DATE       PIC 9(8).
               10  SNP-RECEIVED-SEQ        PIC 9(4).
           05  SNP-SIGHTING.
               10  SNP-OBSERVER-ID         PIC X(8).
               10  SNP-SIGHTING-DATE       PIC 9(8).
               10  SNP-LOCATION            PIC X(20).
               10  SNP-SCIENTIFIC-NAME     PIC X(30).
               10  SNP-COUNT               PIC 9(5).
               10  SNP-SITE-CODE           PIC X(4).
           05  SNP-DECISION-DATE           PIC 9(8).
           05  SNP-COMMITTEE-NOTE          PIC X(40).
