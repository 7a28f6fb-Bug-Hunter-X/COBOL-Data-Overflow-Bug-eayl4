      *> HASHPRM - parameter block passed on a CALL to AREA1HSH, the
      *> log chain hash routine, and to AREA1CHD, the chain head
      *> look-up.  For AREA1HSH the caller fills HCP-PRIOR-HASH with
      *> the hash of the record before this one in the same log and
      *> HCP-RECORD-IMAGE with the record itself, its own hash field
      *> blank, and gets back HCP-CHAIN-HASH to store in that field.
      *> For AREA1CHD the caller fills HCP-LOG-ID ("AUDITLOG" or
      *> "MAINTLOG") and gets back in HCP-PRIOR-HASH the hash the
      *> next record appended to that log must chain from.  A blank
      *> prior hash is the start of a chain and hashes as zeros.
       01  HASH-CHAIN-PARMS.
           05  HCP-LOG-ID              PIC X(8).
           05  HCP-PRIOR-HASH          PIC X(18).
           05  HCP-RECORD-IMAGE        PIC X(89).
           05  HCP-CHAIN-HASH          PIC X(18).
