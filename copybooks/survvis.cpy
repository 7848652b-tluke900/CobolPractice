      *> One survey visit on the SURVEY-VISIT master (SURVVIS.TXT):
      *> an observer's time at one site on one day.  Observer, site and
      *> date are the visit's key - the same three fields every
      *> sighting on the SIGHTING-MASTER carries, which is how a
      *> sighting finds the visit it was made on.  Times are 24-hour
      *> HHMM.  A complete list means every species seen was recorded,
      *> so the visit's hours count as effort for every species and
      *> the absence of one is itself information.  Shared between the
      *> sightings load, which writes visits and checks sightings
      *> against them, and the reports that correct counts for effort.
       01  SURVEY-VISIT-RECORD.
           05  SVV-VISIT-KEY.
               10  SVV-OBSERVER-ID         PIC X(8).
               10  SVV-SITE-CODE           PIC X(4).
               10  SVV-VISIT-DATE          PIC 9(8).
           05  SVV-START-TIME.
               10  SVV-START-HH            PIC 9(2).
               10  SVV-START-MM            PIC 9(2).
           05  SVV-END-TIME.
               10  SVV-END-HH              PIC 9(2).
               10  SVV-END-MM              PIC 9(2).
           05  SVV-WEATHER                 PIC X(20).
           05  SVV-COMPLETE-LIST           PIC X(1).
               88  SVV-COMPLETE-LIST-YES   VALUE "Y".
               88  SVV-COMPLETE-LIST-NO    VALUE "N".
