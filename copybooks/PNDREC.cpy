      *----------------------------------------------------------------
      *  PNDREC - Dual-control pending change record.
      *  A RESET, RETIRE, RELEASE, or GRANT card keyed through
      *  NUMBMNT no longer applies on its own: it is held here,
      *  card image and all, until a second operator runs an
      *  APPROVE or REJECT card naming it.  Keyed by PND-ID, a
      *  run-assigned number printed on the NUMBMNT register that
      *  the checker keys back in the APPROVE card's NEW-VALUE
      *  columns.
      *
      *  PND-MAKER-ID is the operator who keyed the change and
      *  PND-CHECKER-ID the one who approved or rejected it - never
      *  the same person.  PND-FUNCTION/PND-COUNTER-ID repeat the
      *  card's own columns so listings need not unpack the image.
      *
      *  PND-STATUS: P pending, A approved, R rejected, X expired.
      *  An item still pending after NUMBMNT's expiry limit is set
      *  expired at the next run's startup and can no longer be
      *  approved - the change is keyed again if it is still wanted.
      *  Decided items stay on file as the four-eyes record.
      *
      *  PND-APPLY-RC is NUMBSEQ's return code when an approved item
      *  was applied - an approval NUMBSEQ then refused (the counter
      *  moved on, the range no longer a tail) stays visible here.
      *  An approval whose maker no longer passes the security check
      *  when the card runs is not applied: the item closes R with
      *  reason AUTH and return code 99.
      *
      *  PND-EFFECTIVE-DATE is set on a RETIRE keyed behind an
      *  EFFDATE card (zero otherwise).  Its approval, while the date
      *  is still ahead, schedules the change on SCHFILE (see SCHREC)
      *  instead of applying it.
      *----------------------------------------------------------------
       01  PND-RECORD.
           05  PND-ID                  PIC 9(06).
           05  PND-FUNCTION            PIC X(08).
           05  PND-COUNTER-ID          PIC X(08).
           05  PND-CARD-IMAGE          PIC X(80).
           05  PND-MAKER-ID            PIC X(08).
           05  PND-KEYED-DATE          PIC 9(08).
           05  PND-KEYED-TIME          PIC 9(06).
           05  PND-STATUS              PIC X(01).
               88  PND-PENDING                 VALUE "P".
               88  PND-APPROVED                VALUE "A".
               88  PND-REJECTED                VALUE "R".
               88  PND-EXPIRED                 VALUE "X".
           05  PND-CHECKER-ID          PIC X(08).
           05  PND-DECIDED-DATE        PIC 9(08).
           05  PND-DECIDED-TIME        PIC 9(06).
           05  PND-DECIDE-REASON       PIC X(04).
           05  PND-APPLY-RC            PIC 9(02).
           05  PND-EFFECTIVE-DATE      PIC 9(08).
