      *  field on a text file, so summary rows written before the
      *  change read back with zero voids, which is also what they
      *  meant.
      *
      *  SUM-CHAIN-VALUE appended with the audit chain (see AUDREC):
      *  the chain value of the counter's last record archived in the
      *  period - the point where the history dataset leaves off and
      *  the trimmed live trail picks the chain up.  NUMBAVFY seeds
      *  from it when the history dataset is not supplied.  Zero
      *  (or blank, on rows written before the change) when no
      *  chained record of the counter was archived in the period.
      *----------------------------------------------------------------
       01  SUM-RECORD.
           05  SUM-CYCLE-DATE          PIC 9(08).
           05  SUM-INCREMENTS          PIC 9(07).
           05  SUM-RESETS              PIC 9(05).
           05  SUM-VOIDS               PIC 9(05).
           05  SUM-CHAIN-VALUE         PIC 9(12).
