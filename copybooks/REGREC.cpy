      *  is the composed document number exactly as the downstream
      *  system printed it, spaces for an unformatted counter.
      *
      *  REG-STATUS: I issued, V voided, R returned.  The register is
      *  the other half of the void workflow - NUMBSEQ refuses a VOID
      *  for a number with no register record, so a VOID card can no
      *  longer name a number that was never issued.  R marks a
      *  number a partner handed back unused through NUMBSRVR (the
      *  RETURN function); the record stays on file so the number
      *  is still accounted for, but it was never in anyone's hands.
      *
      *  Two alternate keys, both WITH DUPLICATES: REG-FORMATTED,
      *  so a printed document number is a keyed read (every
      *  unformatted counter shares the spaces value), and
      *  REG-REQUESTER-KEY, the requesting system and correlation-id
      *  together, so one partner request - every number of a block
      *  - or one partner's whole history is a keyed browse.  Every
      *  program that opens the register must declare both keys.
      *----------------------------------------------------------------
       01  REG-RECORD.
           05  REG-KEY.
               10  REG-COUNTER-ID      PIC X(08).
               10  REG-NUMBER          PIC 9(09).
           05  REG-FORMATTED           PIC X(24).
           05  REG-REQUESTER-KEY.
               10  REG-REQ-SYSTEM      PIC X(08).
               10  REG-CORREL-ID       PIC X(16).
           05  REG-JOB-ID              PIC X(08).
           05  REG-ISSUE-DATE          PIC 9(08).
           05  REG-ISSUE-TIME          PIC 9(06).
           05  REG-STATUS              PIC X(01).
               88  REG-ISSUED                  VALUE "I".
               88  REG-VOIDED                  VALUE "V".
               88  REG-RETURNED                VALUE "R".
