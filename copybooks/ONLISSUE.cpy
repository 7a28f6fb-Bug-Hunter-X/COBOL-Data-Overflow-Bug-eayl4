      *> ONLISSUE - parameter block passed on a CALL to AREA1ONL, the
      *> on-demand number issue module for online applications.  The
      *> caller fills ONL-TRAN-ID and ONL-SERIES-ID (blank series is
      *> the default series "GEN") and gets back the result code and,
      *> when a number was issued, the number and where it was
      *> recorded.
      *>   00 - issued
      *>   04 - issued; the value crossed the overflow threshold and
      *>        went to the extract and exception files as well
      *>   08 - refused, nothing issued: ONL-REASON-CODE says why -
      *>        SERU series not on the series master, SERA series not
      *>        active, DUPM TRAN-ID already holds a live number,
      *>        BLNK TRAN-ID blank
      *>   12 - counter busy: a batch step or another online call
      *>        holds the counter lock (ONL-REASON-CODE LOCK), or a
      *>        counter run is awaiting restart (RSTR) - try again
      *>        later
      *>   16 - a control file is missing or unusable (FILE)
      *> ONL-CHECK-DIGIT is the document-number check digit for the
      *> number issued; the document carries ONL-AREA-1-VALUE followed
      *> by it, as in the extract's EXT-DOCUMENT-NUMBER.
       01  ONLINE-ISSUE-PARMS.
           05  ONL-TRAN-ID             PIC X(10).
           05  ONL-SERIES-ID           PIC X(3).
           05  ONL-RESULT-CODE         PIC 99.
               88  ONL-NUMBER-ISSUED            VALUE 00 04.
               88  ONL-ISSUED-OVERFLOW          VALUE 04.
               88  ONL-REQUEST-REFUSED          VALUE 08.
               88  ONL-COUNTER-BUSY             VALUE 12.
               88  ONL-ISSUE-FAILED             VALUE 16.
           05  ONL-REASON-CODE         PIC X(4).
           05  ONL-AREA-1-VALUE        PIC 9(11).
           05  ONL-AREA-2-VALUE        PIC 9(9).
           05  ONL-RUN-ID              PIC X(8).
           05  ONL-TIMESTAMP           PIC X(21).
           05  ONL-CHECK-DIGIT         PIC 9.
