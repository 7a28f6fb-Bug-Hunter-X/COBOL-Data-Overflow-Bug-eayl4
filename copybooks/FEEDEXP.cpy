      *> FEEDEXP - feed expectation hand-off, the single record on
      *> FEEDEXP.DAT.  Written by the cycle controller AREA1CYC each
      *> time it clears AREA1INT to start, from the processing
      *> calendar's entry for the business date, and read by AREA1INT
      *> to learn whether the date legitimately expects no upstream
      *> feeds (a calendar day marked processing but "no feeds", such
      *> as a year-end run on a day the upstream systems are shut).
      *> A missing file, or a record for another business date, means
      *> the feeds are expected as usual.
       01  FEED-EXPECT-RECORD.
           05  FXP-BUS-DATE            PIC X(8).
           05  FXP-FEEDS-FLAG          PIC X.
               88  FXP-FEEDS-EXPECTED           VALUE "Y".
               88  FXP-NO-FEEDS-EXPECTED        VALUE "N".
           05  FXP-DAY-TYPE            PIC X.
           05  FXP-TIMESTAMP           PIC X(21).
           05  FILLER                  PIC X(49).
