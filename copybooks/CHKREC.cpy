      *  CHK-LAST-NUMBER widened from PIC 9(05) to PIC 9(09), kept as
      *  DISPLAY to match CTL-NUMBER - see CTLREC for why COMP-3 was
      *  not used here. A CHKFILE predating this widening needs to be
      *  unloaded and reloaded under the old copybook before reuse -
      *  NUMBCONV does both (layout version 01 in CNVLAYT).
      *
      *  Keyed by job AND counter (CHK-KEY) since NUMBINCR drives a
      *  deck of counters in one run: each counter on the deck has
      *  its own checkpoint, so a restart can tell the counters the
      *  failed run finished from the one it was in the middle of.
      *  The two fields were already adjacent at the front of the
      *  record, so grouping them moves no byte - but the key is now
      *  sixteen bytes, and the file must be unloaded and reloaded
      *  into a cluster defined KEYS(16 0) (layout version 02 to 03
      *  in CNVLAYT, NUMBCONV converts).
      *
      *  CHK-STATUS:  I - in flight: the checkpoint is written before
      *                   the counter's block is reserved and again,
      *                   with the reserved range, before any number
      *                   is written out
      *               C - complete: every number in the range went out
      *               R - refused: NUMBSEQ would not issue the counter
      *                   (CHK-REFUSAL-CODE is its return code) - the
      *                   run carried on with the rest of the deck
      *
      *  CHK-FIRST-NUMBER/CHK-REFUSAL-CODE appended with the keyed
      *  layout so a restart can repeat the finished counters' lines
      *  in its run summary; CHK-LAST-NUMBER remains the end of the
      *  reserved range.
      *----------------------------------------------------------------
       01  CHK-RECORD.
           05  CHK-KEY.
               10  CHK-JOB-ID          PIC X(08).
               10  CHK-COUNTER-ID      PIC X(08).
           05  CHK-LAST-NUMBER         PIC 9(09).
           05  CHK-TXN-REQUESTED       PIC 9(04).
           05  CHK-TXN-DONE            PIC 9(04).
           05  CHK-STATUS              PIC X(01).
               88  CHK-IN-FLIGHT               VALUE "I".
               88  CHK-COMPLETE                VALUE "C".
               88  CHK-REFUSED                 VALUE "R".
           05  CHK-FIRST-NUMBER        PIC 9(09).
           05  CHK-REFUSAL-CODE        PIC 9(02).
