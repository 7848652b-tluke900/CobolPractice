      *> One sighting of a description species held for the county
      *> records committee on the PENDING-RECORDS file BIRDSIGT writes
      *> to instead of the sightings master.  The record id is the
      *> date the sighting was received and a running number, and is
      *> what the committee's decision quotes back.  SPN-SIGHTING is
      *> the SIGHTING-MASTER-RECORD image (see sightrec.cpy), moved to
      *> the master whole once the record is accepted.
       01  SIGHTING-PENDING-RECORD.
           05  SPN-RECORD-ID.
               10  SPN-RECEIVED-DATE       PIC 9(8).
               10  SPN-RECEIVED-SEQ        PIC 9(4).
           05  SPN-SIGHTING.
               10  SPN-OBSERVER-ID         PIC X(8).
               10  SPN-SIGHTING-DATE       PIC 9(8).
               10  SPN-LOCATION            PIC X(20).
               10  SPN-SCIENTIFIC-NAME     PIC X(30).
               10  SPN-COUNT               PIC 9(5).
               10  SPN-SITE-CODE           PIC X(4).
