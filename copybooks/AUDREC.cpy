      *  just the increments NUMBSEQ performs on its own. These are
      *  appended fields, so this change alone stays compatible with
      *  rows already on the new-generation file.
      *
      *  AUD-APPROVER-ID added for dual control: a RESET, RETIRE,
      *  RELEASE, or GRANT keyed through NUMBMNT takes effect only
      *  once a second operator approves it, and the record carries
      *  both - AUD-AUTH-ID is the operator who keyed the change and
      *  AUD-APPROVER-ID the one who approved it (spaces where no
      *  second signature applies).  Appended field, so rows already
      *  on the file read with a blank approver; NUMBARCH's byte
      *  images and the HST-RECORD layouts that mirror this one
      *  grew with it.
      *
      *  AUD-CHAIN-VALUE makes the trail tamper-evident.  NUMBSEQ
      *  stamps every record with a running chain value computed
      *  (NUMBHASH, see LKCHNPRM) from the chain value of the
      *  previous record for the same AUD-COUNTER-ID and the bytes
      *  of AUD-CHAINED-DATA, and keeps each id's latest value on
      *  CHNFILE (see CHNREC).  Editing, inserting, or deleting a
      *  record breaks the chain at that id's next record; NUMBAVFY
      *  walks the history dataset and the live trail and reports
      *  the first break per id.  The existing fields were grouped
      *  under AUD-CHAINED-DATA with no change of position, and the
      *  chain is an appended field, so rows written before it read
      *  back with a blank chain and verify as unchained.  A field
      *  added after this one sits outside AUD-CHAINED-DATA and is
      *  NOT covered by the chain.
      *----------------------------------------------------------------
       01  AUD-RECORD.
           05  AUD-CHAINED-DATA.
               10  AUD-COUNTER-ID      PIC X(08).
               10  AUD-OLD-VALUE       PIC 9(09).
               10  AUD-NEW-VALUE       PIC 9(09).
               10  AUD-RUN-DATE        PIC 9(08).
               10  AUD-RUN-TIME        PIC 9(06).
               10  AUD-JOB-ID          PIC X(08).
               10  AUD-STEP-ID         PIC X(08).
               10  AUD-TXN-TYPE        PIC X(06).
               10  AUD-REASON-CODE     PIC X(04).
               10  AUD-AUTH-ID         PIC X(08).
               10  AUD-APPROVER-ID     PIC X(08).
           05  AUD-CHAIN-VALUE         PIC 9(12).
