      *    E RELEASE (hand back an unissued reservation tail)
      *    P PROFILE (partner profile maintenance)
      *    C CLOSEGAP (sign off a gap exception ledger item)
      *    A APPROVE/REJECT (second signature on a dual-control
      *      RESET, RETIRE, RELEASE, or GRANT held on PNDFILE)
      *
      *  SEC-EFF-DATE/SEC-EXP-DATE bound when the authorization is
      *  honored; an expiry of zero means open-ended.
      *  the 8-byte copybook and reloaded under this one before this
      *  layout is used against it; every field after SEC-FUNCTIONS
      *  shifts two bytes.
      *
      *  SEC-FUNCTIONS widened again, from PIC X(10) to PIC X(12),
      *  when the A letter joined for dual control - the same
      *  reasoning, with one byte to spare.  A SECFILE keyed under
      *  the 10-byte layout is unloaded and reloaded the same way;
      *  every field after SEC-FUNCTIONS shifts two more bytes.
      *  NUMBCONV unloads and reloads either earlier layout (layout
      *  versions 01 and 02 in CNVLAYT).
      *----------------------------------------------------------------
       01  SEC-RECORD.
           05  SEC-OPER-ID             PIC X(08).
           05  SEC-FUNCTIONS           PIC X(12).
           05  SEC-EFF-DATE            PIC 9(08).
           05  SEC-EXP-DATE            PIC 9(08).
           05  SEC-SCOPE.
