      *              replay keyed with a different counter-id was
      *              printing the original range against the wrong
      *              counter in the partner's balancing file.
      *  2026-10-15  Add VOID and RTRN request types (REQ-TYPE, blank
      *              or DRAW for a draw as before).  A VOID names one
      *              number the partner spoiled and an RTRN the first
      *              number of the unused tail of a range, each with
      *              a reason code and the correlation-id of the draw
      *              that issued it; the served-request history must
      *              show that range went to this system under that
      *              correlation-id, and NUMBSEQ checks the issuance
      *              register the same way.  A returned tail drawn
      *              today comes back off the profile's daily usage.
      *              A resubmitted void or return answers DUPE.  The
      *              response detail echoes the request type and the
      *              trailer carries separate voided and returned
      *              totals beside the issued total.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  REQ-COUNTER-ID           PIC X(08).
           05  REQ-QUANTITY             PIC X(04).
           05  REQ-CORREL-ID            PIC X(16).
           05  REQ-TYPE                 PIC X(04).
               88  REQ-DRAW                       VALUE "DRAW" SPACES.
               88  REQ-VOID                       VALUE "VOID".
               88  REQ-RETURN                     VALUE "RTRN".
           05  REQ-NUMBER               PIC X(09).
           05  REQ-REASON               PIC X(04).
           05  FILLER                   PIC X(27).

       FD  RSP-FILE.
       01  RSP-RECORD                   PIC X(80).
           05  WS-REPLAY-SW             PIC X(01).
           05  WS-PRF-FOUND-SW          PIC X(01).
           05  WS-PRF-SCOPE-SW          PIC X(01).
           05  WS-SRV-FOUND-SW          PIC X(01).

       01  WS-PRF-SUB                   PIC 9(01).

       01  WS-COUNTERS.
           05  WS-DETAIL-COUNT          PIC 9(07) VALUE 0.
           05  WS-ISSUED-TOTAL          PIC 9(09) VALUE 0.
           05  WS-VOIDED-TOTAL          PIC 9(09) VALUE 0.
           05  WS-RETURNED-TOTAL        PIC 9(09) VALUE 0.

       01  WS-REQ-QUANTITY-N            PIC 9(04).
       01  WS-REQ-NUMBER-N              PIC 9(09).

       01  WS-HEADER-RECORD.
           05  FILLER                   PIC X(01) VALUE "H".
           05  WS-DTL-RANGE-START       PIC 9(09).
           05  WS-DTL-RANGE-END         PIC 9(09).
           05  WS-DTL-QUANTITY          PIC 9(04).
           05  WS-DTL-REQ-TYPE          PIC X(04).
           05  FILLER                   PIC X(15) VALUE SPACES.

       01  WS-TRAILER-RECORD.
           05  FILLER                   PIC X(01) VALUE "T".
           05  WS-TRL-DETAIL-COUNT      PIC 9(07).
           05  WS-TRL-ISSUED-TOTAL      PIC 9(09).
           05  WS-TRL-VOIDED-TOTAL      PIC 9(09).
           05  WS-TRL-RETURNED-TOTAL    PIC 9(09).
           05  FILLER                   PIC X(45) VALUE SPACES.

       COPY LKCTRPRM.


           MOVE WS-DETAIL-COUNT TO WS-TRL-DETAIL-COUNT
           MOVE WS-ISSUED-TOTAL TO WS-TRL-ISSUED-TOTAL
           MOVE WS-VOIDED-TOTAL TO WS-TRL-VOIDED-TOTAL
           MOVE WS-RETURNED-TOTAL TO WS-TRL-RETURNED-TOTAL
           WRITE RSP-RECORD FROM WS-TRAILER-RECORD

           CLOSE REQ-FILE
           MOVE 0 TO WS-DTL-RANGE-START
           MOVE 0 TO WS-DTL-RANGE-END
           MOVE 0 TO WS-DTL-QUANTITY
           IF REQ-TYPE = SPACES
               MOVE "DRAW" TO WS-DTL-REQ-TYPE
           ELSE
               MOVE REQ-TYPE TO WS-DTL-REQ-TYPE
           END-IF

           EVALUATE TRUE
               WHEN REQ-DRAW
                   PERFORM 2010-SERVICE-DRAW
               WHEN REQ-VOID
                   PERFORM 2600-EDIT-VOID-RETURN
               WHEN REQ-RETURN
                   PERFORM 2600-EDIT-VOID-RETURN
               WHEN OTHER
                   MOVE 96 TO WS-DTL-RETURN-CODE
                   MOVE "TYPE" TO WS-DTL-REASON
                   PERFORM 2300-WRITE-REJECT
           END-EVALUATE.

       2010-SERVICE-DRAW.
      *
      *   A request already served under this system and
      *   correlation-id is a resubmission - the partner's scheduler
      *   one day.  No active profile means no numbers - the master
      *   fails closed.  The daily-usage fields roll to today in the
      *   record buffer here and are persisted only when a draw
      *   succeeds, so a day of rejects never touches the file.  A
      *   void or return is held to the same profile and scope but
      *   not to the limits - it hands numbers back.
      *
           MOVE "N" TO WS-PRF-FOUND-SW
           MOVE REQ-SYSTEM TO PRF-SYSTEM
                   MOVE "SCOP" TO WS-DTL-REASON
                   PERFORM 2300-WRITE-REJECT
               ELSE
                   IF REQ-DRAW
                       PERFORM 2090-CHECK-PROFILE-LIMITS
                   ELSE
                       PERFORM 2650-CHECK-SERVED-RANGE
                   END-IF
               END-IF
           END-IF.

           SET WS-REJECTS-SEEN TO TRUE
           ADD 1 TO WS-DETAIL-COUNT
           WRITE RSP-RECORD FROM WS-DETAIL-RECORD.

       2600-EDIT-VOID-RETURN.
      *
      *   A void or return names the number in REQ-NUMBER, a reason
      *   code, and the correlation-id of the draw that issued it -
      *   without that correlation-id there is no served request to
      *   hold the number against, so it cannot be accepted.
      *
           IF REQ-NUMBER IS NOT NUMERIC
               MOVE 96 TO WS-DTL-RETURN-CODE
               MOVE "NUME" TO WS-DTL-REASON
               PERFORM 2300-WRITE-REJECT
           ELSE
               MOVE REQ-NUMBER TO WS-REQ-NUMBER-N
               MOVE WS-REQ-NUMBER-N TO WS-DTL-RANGE-START
               MOVE WS-REQ-NUMBER-N TO WS-DTL-RANGE-END
               IF REQ-REASON = SPACES
                   MOVE 96 TO WS-DTL-RETURN-CODE
                   MOVE "RSNE" TO WS-DTL-REASON
                   PERFORM 2300-WRITE-REJECT
               ELSE
                   IF REQ-CORREL-ID = SPACES
                       MOVE 96 TO WS-DTL-RETURN-CODE
                       MOVE "NOSR" TO WS-DTL-REASON
                       PERFORM 2300-WRITE-REJECT
                   ELSE
                       PERFORM 2070-CHECK-PROFILE
                   END-IF
               END-IF
           END-IF.

       2650-CHECK-SERVED-RANGE.
      *
      *   The served-request history is the partner's own receipt:
      *   the number must fall inside the range answered to this
      *   system under this correlation-id, on the same counter.  A
      *   return runs from REQ-NUMBER to the end of that range.
      *   History purged past the retention cutoff answers NOSR.
      *
           MOVE "N" TO WS-SRV-FOUND-SW
           MOVE REQ-SYSTEM TO SRV-SYSTEM
           MOVE REQ-CORREL-ID TO SRV-CORREL-ID
           READ SRV-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-SRV-FOUND-SW
           END-READ

           IF WS-SRV-FOUND-SW = "N"
               MOVE 96 TO WS-DTL-RETURN-CODE
               MOVE "NOSR" TO WS-DTL-REASON
               PERFORM 2300-WRITE-REJECT
           ELSE
               IF SRV-COUNTER-ID NOT = REQ-COUNTER-ID
                       OR WS-REQ-NUMBER-N < SRV-RANGE-START
                       OR WS-REQ-NUMBER-N > SRV-RANGE-END
                   MOVE 96 TO WS-DTL-RETURN-CODE
                   MOVE "RNGE" TO WS-DTL-REASON
                   PERFORM 2300-WRITE-REJECT
               ELSE
                   IF REQ-VOID
                       PERFORM 2700-VOID-NUMBER
                   ELSE
                       MOVE SRV-RANGE-END TO WS-DTL-RANGE-END
                       PERFORM 2800-RETURN-TAIL
                   END-IF
               END-IF
           END-IF.

       2700-VOID-NUMBER.
           MOVE "VOID" TO LK-FUNCTION
           MOVE REQ-COUNTER-ID TO LK-COUNTER-ID
           MOVE WS-JOB-ID TO LK-JOB-ID
           MOVE WS-STEP-ID TO LK-STEP-ID
           MOVE WS-REQ-NUMBER-N TO LK-NEW-VALUE
           MOVE REQ-SYSTEM TO LK-REQ-SYSTEM
           MOVE REQ-CORREL-ID TO LK-CORREL-ID
           MOVE REQ-SYSTEM TO LK-AUTH-ID
           MOVE REQ-REASON TO LK-REASON-CODE
           MOVE SPACES TO LK-APPROVER-ID
           CALL "NUMBSEQ" USING LK-CTR-PARM

           EVALUATE LK-RETURN-CODE
               WHEN 0
                   MOVE SPACES TO WS-DTL-REASON
                   PERFORM 2750-WRITE-VOIDED
               WHEN 87
                   MOVE "DUPE" TO WS-DTL-REASON
                   PERFORM 2750-WRITE-VOIDED
               WHEN OTHER
                   PERFORM 2900-ANSWER-REFUSAL
           END-EVALUATE.

       2750-WRITE-VOIDED.
           MOVE 0 TO WS-DTL-RETURN-CODE
           MOVE 1 TO WS-DTL-QUANTITY
           ADD 1 TO WS-VOIDED-TOTAL
           ADD 1 TO WS-DETAIL-COUNT
           WRITE RSP-RECORD FROM WS-DETAIL-RECORD.

       2800-RETURN-TAIL.
           MOVE "RETURN" TO LK-FUNCTION
           MOVE REQ-COUNTER-ID TO LK-COUNTER-ID
           MOVE WS-JOB-ID TO LK-JOB-ID
           MOVE WS-STEP-ID TO LK-STEP-ID
           MOVE WS-REQ-NUMBER-N TO LK-BLOCK-START
           MOVE SRV-RANGE-END TO LK-BLOCK-END
           MOVE REQ-SYSTEM TO LK-REQ-SYSTEM
           MOVE REQ-CORREL-ID TO LK-CORREL-ID
           MOVE REQ-SYSTEM TO LK-AUTH-ID
           MOVE REQ-REASON TO LK-REASON-CODE
           MOVE SPACES TO LK-APPROVER-ID
           CALL "NUMBSEQ" USING LK-CTR-PARM

           EVALUATE LK-RETURN-CODE
               WHEN 0
                   MOVE SPACES TO WS-DTL-REASON
                   PERFORM 2850-WRITE-RETURNED
                   PERFORM 2870-CREDIT-DAILY-USAGE
               WHEN 87
      *
      *   Already returned by an earlier request - answered with
      *   the count returned then, and nothing is credited twice.
      *
                   MOVE "DUPE" TO WS-DTL-REASON
                   PERFORM 2850-WRITE-RETURNED
               WHEN OTHER
                   PERFORM 2900-ANSWER-REFUSAL
           END-EVALUATE.

       2850-WRITE-RETURNED.
           MOVE 0 TO WS-DTL-RETURN-CODE
           MOVE LK-BLOCK-SIZE TO WS-DTL-QUANTITY
           ADD LK-BLOCK-SIZE TO WS-RETURNED-TOTAL
           ADD 1 TO WS-DETAIL-COUNT
           WRITE RSP-RECORD FROM WS-DETAIL-RECORD.

       2870-CREDIT-DAILY-USAGE.
      *
      *   Only a range drawn today counted toward today's usage, so
      *   only its returned tail comes back off it - a tail drawn on
      *   an earlier day was charged to a day already closed.  The
      *   profile record buffer still holds this request's profile
      *   from the edit read.
      *
           IF SRV-SERVED-DATE = WS-TODAY-DATE
                   AND PRF-USAGE-DATE = WS-TODAY-DATE
               IF PRF-USED-TODAY > LK-BLOCK-SIZE
                   SUBTRACT LK-BLOCK-SIZE FROM PRF-USED-TODAY
               ELSE
                   MOVE 0 TO PRF-USED-TODAY
               END-IF
               ACCEPT PRF-LAST-UPDATE-DATE FROM DATE YYYYMMDD
               ACCEPT PRF-LAST-UPDATE-TIME FROM TIME
               REWRITE PRF-RECORD
           END-IF.

       2900-ANSWER-REFUSAL.
           EVALUATE LK-RETURN-CODE
               WHEN 85
                   MOVE "OWNR" TO WS-DTL-REASON
               WHEN 86
                   MOVE "STAT" TO WS-DTL-REASON
               WHEN 91
                   MOVE "LOCK" TO WS-DTL-REASON
               WHEN 93
                   MOVE "UNKC" TO WS-DTL-REASON
               WHEN 94
                   MOVE "SUSP" TO WS-DTL-REASON
               WHEN 98
                   MOVE "NREG" TO WS-DTL-REASON
               WHEN OTHER
                   MOVE "FAIL" TO WS-DTL-REASON
           END-EVALUATE
           MOVE LK-RETURN-CODE TO WS-DTL-RETURN-CODE
           PERFORM 2300-WRITE-REJECT.
