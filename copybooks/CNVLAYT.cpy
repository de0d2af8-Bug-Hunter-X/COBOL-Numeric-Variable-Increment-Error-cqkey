      *----------------------------------------------------------------
      *  CNVLAYT - Master file layouts known to NUMBCONV.
      *  Every record layout CTLFILE, DEFFILE, SECFILE, PRFFILE,
      *  CHKFILE, and EXCFILE has been written under, so an unload
      *  can stamp and describe the layout it read and a reload can
      *  convert anything it is handed to the current copybook.
      *
      *  WS-CNV-VERSION-DATA holds one entry per file and layout
      *  version: file code, version, record length, key length
      *  (the key always leads the record), and C for the layout
      *  the current copybook describes or O for an earlier one.
      *  WS-CNV-FIELD-DATA holds the fields of each layout in record
      *  order: file code, version, field sequence, field name,
      *  offset, length, and class (X alphanumeric, 9 numeric).
      *  Groups whose layout never changed (SEC-SCOPE, PRF-COUNTERS)
      *  are carried as one field.
      *
      *    CTL 01  CTL-NUMBER/CTL-SEED PIC 9(05)
      *    CTL 02  CTL-NUMBER/CTL-SEED PIC 9(09)        (current)
      *    DEF 01                                         (current)
      *    SEC 01  SEC-FUNCTIONS PIC X(08)
      *    SEC 02  SEC-FUNCTIONS PIC X(10)
      *    SEC 03  SEC-FUNCTIONS PIC X(12)                (current)
      *    PRF 01                                         (current)
      *    CHK 01  CHK-LAST-NUMBER PIC 9(05)
      *    CHK 02  CHK-LAST-NUMBER PIC 9(09)
      *    CHK 03  keyed by job and counter, CHK-FIRST-NUMBER and
      *            CHK-REFUSAL-CODE appended                (current)
      *    EXC 01                                         (current)
      *
      *  A copybook change to any of these files adds a version here
      *  - the new layout marked C, the one it replaces turned to O -
      *  and a conversion step in NUMBCONV, in the same change.
      *----------------------------------------------------------------
       01  WS-CNV-VERSION-DATA.
           05  FILLER                  PIC X(11) VALUE "CTL0103208O".
           05  FILLER                  PIC X(11) VALUE "CTL0204008C".
           05  FILLER                  PIC X(11) VALUE "DEF0107608C".
           05  FILLER                  PIC X(11) VALUE "SEC0108708O".
           05  FILLER                  PIC X(11) VALUE "SEC0208908O".
           05  FILLER                  PIC X(11) VALUE "SEC0309108C".
           05  FILLER                  PIC X(11) VALUE "PRF0109308C".
           05  FILLER                  PIC X(11) VALUE "CHK0103008O".
           05  FILLER                  PIC X(11) VALUE "CHK0203408O".
           05  FILLER                  PIC X(11) VALUE "CHK0304516C".
           05  FILLER                  PIC X(11) VALUE "EXC0108117C".

       01  WS-CNV-VERSION-TABLE REDEFINES WS-CNV-VERSION-DATA.
           05  WS-CNV-VER-ENTRY OCCURS 11 TIMES.
               10  WS-CNV-VER-FILE     PIC X(03).
               10  WS-CNV-VER-VERSION  PIC 9(02).
               10  WS-CNV-VER-LENGTH   PIC 9(03).
               10  WS-CNV-VER-KEY-LEN  PIC 9(02).
               10  WS-CNV-VER-STATE    PIC X(01).
                   88  WS-CNV-VER-CURRENT      VALUE "C".

       01  WS-CNV-VERSION-COUNT        PIC 9(02) VALUE 11.

       01  WS-CNV-FIELD-DATA.
           05  FILLER                  PIC X(34) VALUE
               "CTL0101CTL-COUNTER-ID      001008X".
           05  FILLER                  PIC X(34) VALUE
               "CTL0102CTL-NUMBER          0090059".
           05  FILLER                  PIC X(34) VALUE
               "CTL0103CTL-SEED            0140059".
           05  FILLER                  PIC X(34) VALUE
               "CTL0104CTL-LAST-UPDATE-DATE0190089".
           05  FILLER                  PIC X(34) VALUE
               "CTL0105CTL-LAST-UPDATE-TIME0270069".
           05  FILLER                  PIC X(34) VALUE
               "CTL0201CTL-COUNTER-ID      001008X".
           05  FILLER                  PIC X(34) VALUE
               "CTL0202CTL-NUMBER          0090099".
           05  FILLER                  PIC X(34) VALUE
               "CTL0203CTL-SEED            0180099".
           05  FILLER                  PIC X(34) VALUE
               "CTL0204CTL-LAST-UPDATE-DATE0270089".
           05  FILLER                  PIC X(34) VALUE
               "CTL0205CTL-LAST-UPDATE-TIME0350069".
           05  FILLER                  PIC X(34) VALUE
               "DEF0101DEF-COUNTER-ID      001008X".
           05  FILLER                  PIC X(34) VALUE
               "DEF0102DEF-DESCRIPTION     009030X".
           05  FILLER                  PIC X(34) VALUE
               "DEF0103DEF-DEPARTMENT      039004X".
           05  FILLER                  PIC X(34) VALUE
               "DEF0104DEF-STATUS          043001X".
           05  FILLER                  PIC X(34) VALUE
               "DEF0105DEF-CEILING         0440099".
           05  FILLER                  PIC X(34) VALUE
               "DEF0106DEF-FORMAT-PREFIX   053004X".
           05  FILLER                  PIC X(34) VALUE
               "DEF0107DEF-FORMAT-YEAR     057001X".
           05  FILLER                  PIC X(34) VALUE
               "DEF0108DEF-FORMAT-DIGITS   0580029".
           05  FILLER                  PIC X(34) VALUE
               "DEF0109DEF-FORMAT-CHECK    060001X".
           05  FILLER                  PIC X(34) VALUE
               "DEF0110DEF-WARN-PCT        0610029".
           05  FILLER                  PIC X(34) VALUE
               "DEF0111DEF-LAST-UPDATE-DATE0630089".
           05  FILLER                  PIC X(34) VALUE
               "DEF0112DEF-LAST-UPDATE-TIME0710069".
           05  FILLER                  PIC X(34) VALUE
               "SEC0101SEC-OPER-ID         001008X".
           05  FILLER                  PIC X(34) VALUE
               "SEC0102SEC-FUNCTIONS       009008X".
           05  FILLER                  PIC X(34) VALUE
               "SEC0103SEC-EFF-DATE        0170089".
           05  FILLER                  PIC X(34) VALUE
               "SEC0104SEC-EXP-DATE        0250089".
           05  FILLER                  PIC X(34) VALUE
               "SEC0105SEC-SCOPE           033040X".
           05  FILLER                  PIC X(34) VALUE
               "SEC0106SEC-STATUS          073001X".
           05  FILLER                  PIC X(34) VALUE
               "SEC0107SEC-LAST-UPDATE-DATE0740089".
           05  FILLER                  PIC X(34) VALUE
               "SEC0108SEC-LAST-UPDATE-TIME0820069".
           05  FILLER                  PIC X(34) VALUE
               "SEC0201SEC-OPER-ID         001008X".
           05  FILLER                  PIC X(34) VALUE
               "SEC0202SEC-FUNCTIONS       009010X".
           05  FILLER                  PIC X(34) VALUE
               "SEC0203SEC-EFF-DATE        0190089".
           05  FILLER                  PIC X(34) VALUE
               "SEC0204SEC-EXP-DATE        0270089".
           05  FILLER                  PIC X(34) VALUE
               "SEC0205SEC-SCOPE           035040X".
           05  FILLER                  PIC X(34) VALUE
               "SEC0206SEC-STATUS          075001X".
           05  FILLER                  PIC X(34) VALUE
               "SEC0207SEC-LAST-UPDATE-DATE0760089".
           05  FILLER                  PIC X(34) VALUE
               "SEC0208SEC-LAST-UPDATE-TIME0840069".
           05  FILLER                  PIC X(34) VALUE
               "SEC0301SEC-OPER-ID         001008X".
           05  FILLER                  PIC X(34) VALUE
               "SEC0302SEC-FUNCTIONS       009012X".
           05  FILLER                  PIC X(34) VALUE
               "SEC0303SEC-EFF-DATE        0210089".
           05  FILLER                  PIC X(34) VALUE
               "SEC0304SEC-EXP-DATE        0290089".
           05  FILLER                  PIC X(34) VALUE
               "SEC0305SEC-SCOPE           037040X".
           05  FILLER                  PIC X(34) VALUE
               "SEC0306SEC-STATUS          077001X".
           05  FILLER                  PIC X(34) VALUE
               "SEC0307SEC-LAST-UPDATE-DATE0780089".
           05  FILLER                  PIC X(34) VALUE
               "SEC0308SEC-LAST-UPDATE-TIME0860069".
           05  FILLER                  PIC X(34) VALUE
               "PRF0101PRF-SYSTEM          001008X".
           05  FILLER                  PIC X(34) VALUE
               "PRF0102PRF-COUNTERS        009040X".
           05  FILLER                  PIC X(34) VALUE
               "PRF0103PRF-MAX-QTY         0490049".
           05  FILLER                  PIC X(34) VALUE
               "PRF0104PRF-DAILY-CAP       0530099".
           05  FILLER                  PIC X(34) VALUE
               "PRF0105PRF-USAGE-DATE      0620089".
           05  FILLER                  PIC X(34) VALUE
               "PRF0106PRF-USED-TODAY      0700099".
           05  FILLER                  PIC X(34) VALUE
               "PRF0107PRF-STATUS          079001X".
           05  FILLER                  PIC X(34) VALUE
               "PRF0108PRF-LAST-UPDATE-DATE0800089".
           05  FILLER                  PIC X(34) VALUE
               "PRF0109PRF-LAST-UPDATE-TIME0880069".
           05  FILLER                  PIC X(34) VALUE
               "CHK0101CHK-JOB-ID          001008X".
           05  FILLER                  PIC X(34) VALUE
               "CHK0102CHK-COUNTER-ID      009008X".
           05  FILLER                  PIC X(34) VALUE
               "CHK0103CHK-LAST-NUMBER     0170059".
           05  FILLER                  PIC X(34) VALUE
               "CHK0104CHK-TXN-REQUESTED   0220049".
           05  FILLER                  PIC X(34) VALUE
               "CHK0105CHK-TXN-DONE        0260049".
           05  FILLER                  PIC X(34) VALUE
               "CHK0106CHK-STATUS          030001X".
           05  FILLER                  PIC X(34) VALUE
               "CHK0201CHK-JOB-ID          001008X".
           05  FILLER                  PIC X(34) VALUE
               "CHK0202CHK-COUNTER-ID      009008X".
           05  FILLER                  PIC X(34) VALUE
               "CHK0203CHK-LAST-NUMBER     0170099".
           05  FILLER                  PIC X(34) VALUE
               "CHK0204CHK-TXN-REQUESTED   0260049".
           05  FILLER                  PIC X(34) VALUE
               "CHK0205CHK-TXN-DONE        0300049".
           05  FILLER                  PIC X(34) VALUE
               "CHK0206CHK-STATUS          034001X".
           05  FILLER                  PIC X(34) VALUE
               "CHK0301CHK-JOB-ID          001008X".
           05  FILLER                  PIC X(34) VALUE
               "CHK0302CHK-COUNTER-ID      009008X".
           05  FILLER                  PIC X(34) VALUE
               "CHK0303CHK-LAST-NUMBER     0170099".
           05  FILLER                  PIC X(34) VALUE
               "CHK0304CHK-TXN-REQUESTED   0260049".
           05  FILLER                  PIC X(34) VALUE
               "CHK0305CHK-TXN-DONE        0300049".
           05  FILLER                  PIC X(34) VALUE
               "CHK0306CHK-STATUS          034001X".
           05  FILLER                  PIC X(34) VALUE
               "CHK0307CHK-FIRST-NUMBER    0350099".
           05  FILLER                  PIC X(34) VALUE
               "CHK0308CHK-REFUSAL-CODE    0440029".
           05  FILLER                  PIC X(34) VALUE
               "EXC0101EXC-COUNTER-ID      001008X".
           05  FILLER                  PIC X(34) VALUE
               "EXC0102EXC-GAP-FROM        0090099".
           05  FILLER                  PIC X(34) VALUE
               "EXC0103EXC-GAP-TO          0180099".
           05  FILLER                  PIC X(34) VALUE
               "EXC0104EXC-MISSING         0270099".
           05  FILLER                  PIC X(34) VALUE
               "EXC0105EXC-VOIDED          0360099".
           05  FILLER                  PIC X(34) VALUE
               "EXC0106EXC-FIRST-CYCLE     0450089".
           05  FILLER                  PIC X(34) VALUE
               "EXC0107EXC-LAST-FOLDED     0530089".
           05  FILLER                  PIC X(34) VALUE
               "EXC0108EXC-STATUS          061001X".
           05  FILLER                  PIC X(34) VALUE
               "EXC0109EXC-CLOSED-DATE     0620089".
           05  FILLER                  PIC X(34) VALUE
               "EXC0110EXC-CLOSE-REASON    070004X".
           05  FILLER                  PIC X(34) VALUE
               "EXC0111EXC-CLOSE-AUTH      074008X".

       01  WS-CNV-FIELD-TABLE REDEFINES WS-CNV-FIELD-DATA.
           05  WS-CNV-FLD-ENTRY OCCURS 86 TIMES.
               10  WS-CNV-FLD-FILE     PIC X(03).
               10  WS-CNV-FLD-VERSION  PIC 9(02).
               10  WS-CNV-FLD-SEQ      PIC 9(02).
               10  WS-CNV-FLD-NAME     PIC X(20).
               10  WS-CNV-FLD-OFFSET   PIC 9(03).
               10  WS-CNV-FLD-LENGTH   PIC 9(03).
               10  WS-CNV-FLD-CLASS    PIC X(01).

       01  WS-CNV-FIELD-COUNT          PIC 9(03) VALUE 86.
