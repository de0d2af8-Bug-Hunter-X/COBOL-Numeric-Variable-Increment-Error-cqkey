      *  old layout as packed nibbles instead of zoned digits. Any
      *  CTLFILE predating this widening still needs to be unloaded
      *  under the old 5-digit copybook and reloaded under this one
      *  before this layout is used against it - NUMBCONV does both
      *  (layout version 01 in CNVLAYT).
      *----------------------------------------------------------------
       01  CTL-RECORD.
           05  CTL-COUNTER-ID          PIC X(08).
