      *> One line of the RING-STOCK file the ringing secretary keeps:
      *> either a series of rings bought from the national scheme (B)
      *> or a string out of a series issued to one ringer (I).  A ring
      *> number is an alphabetic prefix followed by its serial number,
      *> so a series or string is a prefix and a first/last serial.
      *> The ring size is carried on the series; an issued string
      *> takes its size from the series it was cut from.  Shared
      *> between the ringing load, which refuses a ring never issued,
      *> and the ring stock report.
       01  RING-STOCK-RECORD.
           05  RSK-RECORD-TYPE             PIC X(1).
               88  RSK-SERIES-BOUGHT       VALUE "B".
               88  RSK-STRING-ISSUED       VALUE "I".
           05  RSK-RING-SIZE               PIC X(2).
           05  RSK-RING-PREFIX             PIC X(4).
           05  RSK-FIRST-SERIAL            PIC 9(7).
           05  RSK-LAST-SERIAL             PIC 9(7).
           05  RSK-RINGER-ID               PIC X(8).
           05  RSK-EVENT-DATE              PIC 9(8).
