      *----------------------------------------------------------------
      *  CHNREC - Audit chain anchor record.
      *  One record per AUD-COUNTER-ID that has ever had a chained
      *  audit record written (counters, and the operator-ids and
      *  partner systems GRANT/REVOKE/PROFIL records carry in that
      *  column).  NUMBSEQ reads the id's anchor before each audit
      *  WRITE to chain the new record off it, and rewrites it with
      *  the new record's chain value after the WRITE - see AUDREC.
      *
      *  The anchor is what lets NUMBAVFY tell a trail cut short
      *  from a complete one: the chain recomputed to the end of the
      *  live trail must land on CHN-LAST-VALUE, and CHN-RECORD-COUNT
      *  is the number of chained records ever written for the id
      *  (NUMBARCH moves records to history but never removes any).
      *----------------------------------------------------------------
       01  CHN-RECORD.
           05  CHN-CHAIN-ID            PIC X(08).
           05  CHN-LAST-VALUE          PIC 9(12).
           05  CHN-RECORD-COUNT        PIC 9(09).
           05  CHN-LAST-DATE           PIC 9(08).
           05  CHN-LAST-TIME           PIC 9(06).
