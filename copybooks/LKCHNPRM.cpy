      *----------------------------------------------------------------
      *  LKCHNPRM - Linkage parameter block for NUMBHASH, the audit
      *  chain computation shared by NUMBSEQ (which stamps the chain
      *  on every audit record it writes) and NUMBAVFY (which
      *  recomputes it to verify the trail).  Keeping the one
      *  routine in one load module is what keeps the writer and the
      *  verifier agreeing on the arithmetic.
      *
      *    LK-CHN-PREVIOUS - chain value of the id's previous audit
      *                      record; zero for the first chained one
      *    LK-CHN-DATA     - the AUD-CHAINED-DATA bytes of the record
      *                      being chained
      *    LK-CHN-RESULT   - returned chain value for the record
      *----------------------------------------------------------------
       01  LK-CHN-PARM.
           05  LK-CHN-PREVIOUS         PIC 9(12).
           05  LK-CHN-DATA             PIC X(82).
           05  LK-CHN-RESULT           PIC 9(12).
