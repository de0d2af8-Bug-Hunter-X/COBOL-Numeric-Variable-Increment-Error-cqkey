      *  of customer service grepping sysout archives.  Each QRYIN
      *  card is one inquiry:
      *    FORMAT  - look up one document number exactly as printed
      *              (a keyed read on the formatted-number key)
      *    RANGE   - list every registered number on a counter-id
      *              between two values, a keyed browse
      *    CORREL  - list every number issued to one requesting
      *              system under one correlation-id
      *    PARTNER - list every number one requesting system drew
      *              between two issue dates
      *    VOIDED  - list every voided number on a counter-id
      *  Every hit prints the requesting system, correlation-id,
      *  job, issue date/time, and issued/voided/returned status.
      *  An inquiry with no hit prints NOT FOUND and the run ends
      *  with return code 4 so the asker knows to look further back
      *  than the register reaches.
      *
      *  Change log
      *  ----------
      *  2026-09-02  Original.
      *  2026-10-15  Show RETURN for a number a partner handed back
      *              unused through NUMBSRVR - it was printing as
      *              ISSUED.
      *  2026-10-15  FORMAT reads the register's new formatted-number
      *              key instead of walking the file.  New CORREL,
      *              PARTNER, and VOIDED inquiries.
      *  2026-10-15  Reject a CORREL card with a blank system or
      *              correlation-id - batch and NUMBINCR draws
      *              register under their job-id with a blank
      *              correlation-id, so a blank one listed a job's
      *              whole output as one partner request.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-KEY
               ALTERNATE RECORD KEY IS REG-FORMATTED
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-REQUESTER-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-REG-STATUS.

           SELECT RPT-FILE ASSIGN TO "RPTFILE"
               10  QRY-FROM-VALUE       PIC X(09).
               10  QRY-TO-VALUE         PIC X(09).
               10  FILLER               PIC X(46).
           05  QRY-CORREL-DETAIL REDEFINES QRY-DETAIL.
               10  QRY-REQUESTER-KEY.
                   15  QRY-REQ-SYSTEM   PIC X(08).
                   15  QRY-CORREL-ID    PIC X(16).
               10  FILLER               PIC X(48).
           05  QRY-PARTNER-DETAIL REDEFINES QRY-DETAIL.
               10  QRY-PTN-SYSTEM       PIC X(08).
               10  QRY-FROM-DATE        PIC X(08).
               10  QRY-TO-DATE          PIC X(08).
               10  FILLER               PIC X(48).

       FD  REG-FILE.
           COPY REGREC.
       01  WS-RANGE-WORK.
           05  WS-FROM-VALUE            PIC 9(09).
           05  WS-TO-VALUE              PIC 9(09).
           05  WS-FROM-DATE             PIC 9(08).
           05  WS-TO-DATE               PIC 9(08).

       01  WS-HEADING-LINE.
           05  FILLER                   PIC X(42) VALUE
                   MOVE QRY-RANGE-DETAIL(1:26) TO WS-QRY-ARGUMENT
                   WRITE RPT-LINE FROM WS-QUERY-LINE
                   PERFORM 4000-LOOKUP-BY-RANGE
               WHEN "CORREL"
                   MOVE QRY-REQUESTER-KEY TO WS-QRY-ARGUMENT
                   WRITE RPT-LINE FROM WS-QUERY-LINE
                   PERFORM 6000-LOOKUP-BY-CORREL
               WHEN "PARTNER"
                   MOVE QRY-PARTNER-DETAIL(1:24) TO WS-QRY-ARGUMENT
                   WRITE RPT-LINE FROM WS-QUERY-LINE
                   PERFORM 7000-LOOKUP-BY-PARTNER
               WHEN "VOIDED"
                   MOVE QRY-COUNTER-ID TO WS-QRY-ARGUMENT
                   WRITE RPT-LINE FROM WS-QUERY-LINE
                   PERFORM 8000-LOOKUP-VOIDED
               WHEN OTHER
                   MOVE QRY-FUNCTION TO WS-BAD-FUNCTION
                   WRITE RPT-LINE FROM WS-BAD-CARD-LINE

       3000-LOOKUP-BY-FORMAT.
      *
      *   The formatted number is an alternate key with duplicates -
      *   every unformatted counter registers spaces there - so a
      *   blank card finds nothing rather than listing all of them,
      *   and the browse reads on while the key still matches in
      *   case two counters ever print the same document number.
      *
           MOVE "N" TO WS-HIT-SW
           MOVE "N" TO WS-REG-EOF-SW
           IF QRY-FORMATTED = SPACES
               SET WS-REG-EOF TO TRUE
           ELSE
               MOVE QRY-FORMATTED TO REG-FORMATTED
               START REG-FILE KEY = REG-FORMATTED
                   INVALID KEY
                       SET WS-REG-EOF TO TRUE
               END-START
           END-IF
           PERFORM UNTIL WS-REG-EOF
               READ REG-FILE NEXT RECORD
                   AT END
                       SET WS-REG-EOF TO TRUE
                   NOT AT END
                       IF REG-FORMATTED NOT = QRY-FORMATTED
                           SET WS-REG-EOF TO TRUE
                       ELSE
                           MOVE "Y" TO WS-HIT-SW
                           PERFORM 5000-PRINT-REGISTER-LINE
                       END-IF
           MOVE REG-JOB-ID TO WS-DTL-JOB-ID
           MOVE REG-ISSUE-DATE TO WS-DTL-ISSUE-DATE
           MOVE REG-ISSUE-TIME TO WS-DTL-ISSUE-TIME
           EVALUATE TRUE
               WHEN REG-VOIDED
                   MOVE "VOIDED" TO WS-DTL-STATUS
               WHEN REG-RETURNED
                   MOVE "RETURN" TO WS-DTL-STATUS
               WHEN OTHER
                   MOVE "ISSUED" TO WS-DTL-STATUS
           END-EVALUATE
           WRITE RPT-LINE FROM WS-DETAIL-LINE.

       6000-LOOKUP-BY-CORREL.
      *
      *   Batch and NUMBINCR draws register under their job-id with
      *   a blank correlation-id, so a card missing either half names
      *   no partner request.
      *
           IF QRY-REQ-SYSTEM = SPACES
                   OR QRY-CORREL-ID = SPACES
               MOVE QRY-FUNCTION TO WS-BAD-FUNCTION
               WRITE RPT-LINE FROM WS-BAD-CARD-LINE
               SET WS-MISSES-SEEN TO TRUE
           ELSE
               PERFORM 6100-BROWSE-CORREL
           END-IF.

       6100-BROWSE-CORREL.
      *
      *   Every number one partner request drew - a single GETNEXT
      *   or a whole block - shares the requester key, so this is a
      *   browse on the system and correlation-id together.
      *
           MOVE "N" TO WS-HIT-SW
           MOVE "N" TO WS-REG-EOF-SW
           MOVE QRY-REQUESTER-KEY TO REG-REQUESTER-KEY
           START REG-FILE KEY = REG-REQUESTER-KEY
               INVALID KEY
                   SET WS-REG-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-REG-EOF
               READ REG-FILE NEXT RECORD
                   AT END
                       SET WS-REG-EOF TO TRUE
                   NOT AT END
                       IF REG-REQUESTER-KEY NOT = QRY-REQUESTER-KEY
                           SET WS-REG-EOF TO TRUE
                       ELSE
                           MOVE "Y" TO WS-HIT-SW
                           PERFORM 5000-PRINT-REGISTER-LINE
                       END-IF
               END-READ
           END-PERFORM

           IF WS-HIT-SW = "N"
               WRITE RPT-LINE FROM WS-NOT-FOUND-LINE
               SET WS-MISSES-SEEN TO TRUE
           END-IF.

       7000-LOOKUP-BY-PARTNER.
           IF QRY-FROM-DATE IS NOT NUMERIC
                   OR QRY-TO-DATE IS NOT NUMERIC
                   OR QRY-PTN-SYSTEM = SPACES
               MOVE QRY-FUNCTION TO WS-BAD-FUNCTION
               WRITE RPT-LINE FROM WS-BAD-CARD-LINE
               SET WS-MISSES-SEEN TO TRUE
           ELSE
               MOVE QRY-FROM-DATE TO WS-FROM-DATE
               MOVE QRY-TO-DATE TO WS-TO-DATE
               PERFORM 7100-BROWSE-PARTNER
           END-IF.

       7100-BROWSE-PARTNER.
      *
      *   The requester key leads with the system, so starting at
      *   the system with the lowest correlation-id reaches every
      *   number it ever drew; the issue date is not in the key and
      *   is filtered here.
      *
           MOVE "N" TO WS-HIT-SW
           MOVE "N" TO WS-REG-EOF-SW
           MOVE QRY-PTN-SYSTEM TO REG-REQ-SYSTEM
           MOVE LOW-VALUES TO REG-CORREL-ID
           START REG-FILE KEY NOT < REG-REQUESTER-KEY
               INVALID KEY
                   SET WS-REG-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-REG-EOF
               READ REG-FILE NEXT RECORD
                   AT END
                       SET WS-REG-EOF TO TRUE
                   NOT AT END
                       IF REG-REQ-SYSTEM NOT = QRY-PTN-SYSTEM
                           SET WS-REG-EOF TO TRUE
                       ELSE
                           IF REG-ISSUE-DATE NOT < WS-FROM-DATE
                                   AND REG-ISSUE-DATE NOT > WS-TO-DATE
                               MOVE "Y" TO WS-HIT-SW
                               PERFORM 5000-PRINT-REGISTER-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-HIT-SW = "N"
               WRITE RPT-LINE FROM WS-NOT-FOUND-LINE
               SET WS-MISSES-SEEN TO TRUE
           END-IF.

       8000-LOOKUP-VOIDED.
      *
      *   Status is not a key; the counter's own stretch of the
      *   primary key is browsed and the voided records picked out.
      *
           MOVE "N" TO WS-HIT-SW
           MOVE "N" TO WS-REG-EOF-SW
           MOVE QRY-COUNTER-ID TO REG-COUNTER-ID
           MOVE 0 TO REG-NUMBER
           START REG-FILE KEY NOT < REG-KEY
               INVALID KEY
                   SET WS-REG-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-REG-EOF
               READ REG-FILE NEXT RECORD
                   AT END
                       SET WS-REG-EOF TO TRUE
                   NOT AT END
                       IF REG-COUNTER-ID NOT = QRY-COUNTER-ID
                           SET WS-REG-EOF TO TRUE
                       ELSE
                           IF REG-VOIDED
                               MOVE "Y" TO WS-HIT-SW
                               PERFORM 5000-PRINT-REGISTER-LINE
                           END-IF
                       END-IF
               END-READ
           END-PERFORM

           IF WS-HIT-SW = "N"
               WRITE RPT-LINE FROM WS-NOT-FOUND-LINE
               SET WS-MISSES-SEEN TO TRUE
           END-IF.
