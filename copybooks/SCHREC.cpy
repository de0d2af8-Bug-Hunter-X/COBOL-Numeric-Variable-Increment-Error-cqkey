      *----------------------------------------------------------------
      *  SCHREC - Scheduled counter definition change record.
      *  A DEFINE, SUSPEND, or RETIRE card keyed through NUMBMNT
      *  behind an EFFDATE card does not apply when keyed: it is
      *  held here, card image and all, until its effective date,
      *  when the nightly NUMBMNT SCHD step runs it through NUMBSEQ
      *  exactly as keyed - the audit record is written then, under
      *  the original maker (and checker, for a dual-control RETIRE).
      *
      *  Keyed by SCH-KEY - effective date, then item number - so a
      *  straight browse is the pending-change listing in date
      *  order and the nightly step stops at the first item not yet
      *  due.  SCH-ID, the run-assigned item number printed on the
      *  register, is the unique alternate key a CANCEL card names.
      *
      *  SCH-MAKER-ID is the operator who keyed the change;
      *  SCH-APPROVER-ID the second signature a RETIRE needed (spaces
      *  on DEFINE and SUSPEND).  SCH-FUNCTION/SCH-COUNTER-ID repeat
      *  the card's own columns so listings need not unpack the
      *  image.
      *
      *  SCH-STATUS: S scheduled, A applied, F failed, C cancelled.
      *  SCH-CLOSED-BY is the job that applied the item or the
      *  operator whose CANCEL card closed it.  SCH-APPLY-RC is
      *  NUMBSEQ's return code on an applied or failed item; a failed
      *  item whose maker was no longer authorized on the effective
      *  date carries reason AUTH and return code zero.  Closed items
      *  stay on file as the record of what was scheduled.
      *----------------------------------------------------------------
       01  SCH-RECORD.
           05  SCH-KEY.
               10  SCH-EFFECTIVE-DATE  PIC 9(08).
               10  SCH-ID              PIC 9(06).
           05  SCH-FUNCTION            PIC X(08).
           05  SCH-COUNTER-ID          PIC X(08).
           05  SCH-CARD-IMAGE          PIC X(80).
           05  SCH-MAKER-ID            PIC X(08).
           05  SCH-APPROVER-ID         PIC X(08).
           05  SCH-KEYED-DATE          PIC 9(08).
           05  SCH-KEYED-TIME          PIC 9(06).
           05  SCH-STATUS              PIC X(01).
               88  SCH-SCHEDULED               VALUE "S".
               88  SCH-APPLIED                 VALUE "A".
               88  SCH-FAILED                  VALUE "F".
               88  SCH-CANCELLED               VALUE "C".
           05  SCH-CLOSED-BY           PIC X(08).
           05  SCH-CLOSED-DATE         PIC 9(08).
           05  SCH-CLOSED-TIME         PIC 9(06).
           05  SCH-CLOSE-REASON        PIC X(04).
           05  SCH-APPLY-RC            PIC 9(02).
