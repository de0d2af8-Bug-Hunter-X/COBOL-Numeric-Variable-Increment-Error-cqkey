      *              counter summarizes like the first twenty.  The
      *              overflow guard stays, reworded off the
      *              hard-coded count.
      *  2026-10-15  Widen the history and trimmed-trail byte images
      *              to 82 to track AUDREC's new AUD-APPROVER-ID.
      *  2026-10-15  Keep NUMBSRVR's RETURN records out of the period
      *              arithmetic - a partner's returned tail moves no
      *              counter and its numbers were already counted
      *              with the BLOCK that drew them.
      *  2026-10-15  Widen the byte images to 94 for AUDREC's new
      *              AUD-CHAIN-VALUE, which rides across the cut
      *              unchanged into both the history dataset and the
      *              trimmed trail, and record each counter's chain
      *              value at the cut on its period summary record
      *              (SUM-CHAIN-VALUE) as the point the live trail's
      *              chain picks up from.
      *  2026-10-15  Give a counter whose only archived records are
      *              DEFINE, SUSPND, RETIRE, or RETURN a summary slot
      *              with zero movement, so its chain value at the
      *              cut still reaches SUMFILE - a counter suspended
      *              all period had no row, and a verify run without
      *              history seeded it from an older cut and reported
      *              a false break.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

      *
      *   HST-RECORD and NEW-RECORD are byte images of AUD-RECORD -
      *   their X(94) width MUST track the total length of AUDREC,
      *   or WRITE ... FROM AUD-RECORD silently truncates every
      *   record it archives.  Revisit both whenever AUDREC changes.
      *
       FD  HST-FILE.
       01  HST-RECORD                   PIC X(94).

       FD  NEW-FILE.
       01  NEW-RECORD                   PIC X(94).

       FD  SUM-FILE.
           COPY SUMREC.
               10  WS-CTR-RESETS        PIC 9(05).
               10  WS-CTR-VOIDS         PIC 9(05).
               10  WS-CTR-STARTED-SW    PIC X(01).
               10  WS-CTR-CHAIN-VALUE   PIC 9(12).

       01  WS-ABEND-CODE                PIC X(08) VALUE "NUMB005E".

           MOVE 0 TO WS-CTR-ENDING(WS-CTR-IDX)
           MOVE 0 TO WS-CTR-TOTAL(WS-CTR-IDX)
           MOVE 0 TO WS-CTR-RESETS(WS-CTR-IDX)
           MOVE 0 TO WS-CTR-VOIDS(WS-CTR-IDX)
           MOVE 0 TO WS-CTR-CHAIN-VALUE(WS-CTR-IDX).

       1500-READ-NEXT.
           READ AUD-FILE
      *   counter movement - they age off to history with everything
      *   else but stay out of the period arithmetic (GRANT/REVOKE
      *   records carry an operator-id in the counter-id column).
      *   A partner's RETURN record moves no counter either.
      *
           IF AUD-TXN-TYPE = "DEFINE" OR AUD-TXN-TYPE = "SUSPND"
                   OR AUD-TXN-TYPE = "RETIRE"
                   OR AUD-TXN-TYPE = "GRANT"
                   OR AUD-TXN-TYPE = "REVOKE"
                   OR AUD-TXN-TYPE = "PROFIL"
                   OR AUD-TXN-TYPE = "RETURN"
               PERFORM 2400-TRACK-CHAIN-ONLY
           ELSE
               PERFORM 1300-FIND-COUNTER-SLOT
               IF WS-CTR-FOUND-SW = "N"
                       PERFORM 1400-ADD-COUNTER-SLOT
                   END-IF
                   PERFORM 2300-TALLY-RECORD
                   PERFORM 2500-TRACK-CHAIN-VALUE
               END-IF
           END-IF.

                   ADD 1 TO WS-CTR-TOTAL(WS-CTR-IDX)
           END-EVALUATE.

       2400-TRACK-CHAIN-ONLY.
      *
      *   A maintenance record is still the latest link in its
      *   chain, even though it stays out of the arithmetic.  A
      *   counter's own maintenance (DEFINE, SUSPND, RETIRE, RETURN)
      *   opens a slot if the counter has none - zero movement, but
      *   the summary record carries the chain value at the cut, as
      *   for any counter that moved.  GRANT, REVOKE, and PROFIL
      *   records carry an operator-id or partner system, which get
      *   no summary record - those chains are verified from the
      *   history dataset.
      *
           PERFORM 1300-FIND-COUNTER-SLOT
           IF WS-CTR-FOUND-SW = "N"
                   AND AUD-TXN-TYPE NOT = "GRANT"
                   AND AUD-TXN-TYPE NOT = "REVOKE"
                   AND AUD-TXN-TYPE NOT = "PROFIL"
               IF WS-CTR-TABLE-COUNT NOT < WS-CTR-TABLE-MAX
                   PERFORM 2200-REPORT-TABLE-FULL
               ELSE
                   PERFORM 1400-ADD-COUNTER-SLOT
                   MOVE "Y" TO WS-CTR-FOUND-SW
               END-IF
           END-IF
           IF WS-CTR-FOUND-SW = "Y"
               PERFORM 2500-TRACK-CHAIN-VALUE
           END-IF.

       2500-TRACK-CHAIN-VALUE.
      *
      *   Records written before the chain began carry a blank chain
      *   value and leave the slot's value alone.
      *
           IF AUD-CHAIN-VALUE IS NUMERIC
               MOVE AUD-CHAIN-VALUE TO WS-CTR-CHAIN-VALUE(WS-CTR-IDX)
           END-IF.

       8000-WRITE-PERIOD-SUMMARIES.
           PERFORM VARYING WS-CTR-IDX FROM 1 BY 1
                   UNTIL WS-CTR-IDX > WS-CTR-TABLE-COUNT
           MOVE WS-CTR-TOTAL(WS-CTR-IDX) TO SUM-INCREMENTS
           MOVE WS-CTR-RESETS(WS-CTR-IDX) TO SUM-RESETS
           MOVE WS-CTR-VOIDS(WS-CTR-IDX) TO SUM-VOIDS
           MOVE WS-CTR-CHAIN-VALUE(WS-CTR-IDX) TO SUM-CHAIN-VALUE
           WRITE SUM-RECORD.

       9000-CLOSE-FILES.
