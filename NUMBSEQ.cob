      *              LK-BLOCK-START) - a mispunched value would roll
      *              the counter into ranges earlier blocks already
      *              issued and reissue them as duplicates.
      *  2026-10-15  Add the RECOVER function for the NUMBRCVR
      *              forward-recovery run - set a counter, its seed,
      *              and its last-update stamps from a replay of the
      *              audit trail, writing the control record back
      *              when a restore lost it, and audit the rebuild as
      *              a RESET under the caller's reason code so it
      *              shows on the trail and in NUMBRPT like any
      *              other correction.
      *  2026-10-15  Carry the new LK-APPROVER-ID onto the audit
      *              record (AUD-APPROVER-ID) on every maintenance
      *              function, so a dual-control change approved in
      *              NUMBMNT shows both the operator who keyed it and
      *              the one who approved it; the records the service
      *              writes on its own carry spaces.
      *  2026-10-15  Add the RETURN function for NUMBSRVR's partner
      *              returns - mark the unused tail of a served range
      *              returned on the issuance register and write one
      *              RETURN audit record covering it; the counter
      *              does not move.  VOID and RETURN now refuse a
      *              number the register shows was issued to another
      *              requester (new return code 85) when the caller
      *              names one, a void of a returned number (86), and
      *              answer a repeat of a void or return already on
      *              file with 87 instead of auditing it twice.
      *  2026-10-15  Declare the register's two new alternate keys
      *              (formatted number, requesting system plus
      *              correlation-id) - see REGREC.
      *  2026-10-15  Chain the audit trail.  Every audit record is
      *              now written through 1900-WRITE-CHAINED-AUDIT,
      *              which stamps AUD-CHAIN-VALUE from the id's
      *              previous chain value (NUMBHASH) and advances the
      *              id's anchor on the new CHNFILE (see CHNREC), so
      *              NUMBAVFY can show the trail has not been edited.
      *  2026-10-15  A failed audit WRITE now ends the run unit with
      *              return code 16 (NUMB037E) instead of advancing
      *              the CHNFILE anchor past a record never written.
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

           SELECT CHN-FILE ASSIGN TO "CHNFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHN-CHAIN-ID
               FILE STATUS IS WS-CHN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTL-FILE.
       FD  REG-FILE.
           COPY REGREC.

       FD  CHN-FILE.
           COPY CHNREC.

       WORKING-STORAGE SECTION.
       01  WS-SWITCHES.
           05  WS-FIRST-CALL-SW        PIC X(01) VALUE "Y".
       01  WS-LOCK-WAIT-COUNT          PIC 9(04).
       01  WS-REG-STATUS               PIC X(02).
       01  WS-REG-VALUE                PIC 9(09).
       01  WS-CHN-STATUS               PIC X(02).
       01  WS-CHN-FOUND-SW             PIC X(01).

       01  WS-RETURN-WORK.
           05  WS-RTN-OPEN-COUNT       PIC 9(05).
           05  WS-RTN-DONE-COUNT       PIC 9(05).
           05  WS-RTN-LENGTH           PIC 9(10).

      *
      *   Scratch fields for decomposing a formatted document number

       01  WS-CACHE-FOUND-SW           PIC X(01).

       COPY LKCHNPRM.

       LINKAGE SECTION.
           COPY LKCTRPRM.

                   PERFORM 2200-VIEW-NUMBER
               WHEN "RESET"
                   PERFORM 2400-RESET-NUMBER
               WHEN "RECOVER"
                   PERFORM 2420-RECOVER-COUNTER
               WHEN "VOID"
                   PERFORM 2550-VOID-NUMBER
               WHEN "RETURN"
                   PERFORM 2560-RETURN-TAIL
               WHEN "GRANT"
                   MOVE "GRANT" TO WS-DEF-TXN-TYPE
                   PERFORM 2590-WRITE-SECURITY-AUDIT
                   CLOSE REG-FILE
                   OPEN I-O REG-FILE
               END-IF

               OPEN I-O CHN-FILE
               IF WS-CHN-STATUS NOT = "00"
                   OPEN OUTPUT CHN-FILE
                   CLOSE CHN-FILE
                   OPEN I-O CHN-FILE
               END-IF
           END-IF.

       1050-ACQUIRE-COUNTER-LOCK.
           MOVE "RESET" TO AUD-TXN-TYPE
           MOVE "YEAR" TO AUD-REASON-CODE
           MOVE "NUMBSEQ" TO AUD-AUTH-ID
           MOVE SPACES TO AUD-APPROVER-ID
           PERFORM 1900-WRITE-CHAINED-AUDIT.

       1900-WRITE-CHAINED-AUDIT.
      *
      *   Every audit record goes out through here.  The id's chain
      *   anchor supplies the previous chain value (zero for an id's
      *   first chained record), the record is stamped with the
      *   chain computed over its data, and only once the WRITE has
      *   gone through is the anchor advanced to it.  The counter
      *   lock is held for the whole run unit, so no other writer
      *   can slip a record in between the READ and the REWRITE.
      *   A WRITE that fails ends the run unit - the anchor is left
      *   on the last record actually written, so the chain still
      *   verifies, and nothing more is issued without a trail.
      *
           MOVE AUD-COUNTER-ID TO CHN-CHAIN-ID
           READ CHN-FILE
               INVALID KEY
                   MOVE "N" TO WS-CHN-FOUND-SW
                   MOVE 0 TO CHN-LAST-VALUE
                   MOVE 0 TO CHN-RECORD-COUNT
               NOT INVALID KEY
                   MOVE "Y" TO WS-CHN-FOUND-SW
           END-READ

           MOVE CHN-LAST-VALUE TO LK-CHN-PREVIOUS
           MOVE AUD-CHAINED-DATA TO LK-CHN-DATA
           CALL "NUMBHASH" USING LK-CHN-PARM
           MOVE LK-CHN-RESULT TO AUD-CHAIN-VALUE
           WRITE AUD-RECORD
           IF WS-AUD-STATUS NOT = "00"
               PERFORM 1950-AUDIT-WRITE-FAILED
           END-IF

           MOVE AUD-COUNTER-ID TO CHN-CHAIN-ID
           MOVE AUD-CHAIN-VALUE TO CHN-LAST-VALUE
           ADD 1 TO CHN-RECORD-COUNT
           MOVE AUD-RUN-DATE TO CHN-LAST-DATE
           MOVE AUD-RUN-TIME TO CHN-LAST-TIME
           IF WS-CHN-FOUND-SW = "Y"
               REWRITE CHN-RECORD
           ELSE
               WRITE CHN-RECORD
           END-IF.

       1950-AUDIT-WRITE-FAILED.
      *
      *   The files are closed and the counter lock given back
      *   before the run unit ends, so the next job is not left
      *   waiting on a lock no one holds.
      *
           DISPLAY "NUMB037E AUDFILE WRITE FAILED FOR "
               AUD-COUNTER-ID " STATUS " WS-AUD-STATUS
               " - RUN ENDED"
           PERFORM 3000-CLOSE-FILES
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       1700-VALIDATE-COUNTER.
      *
           MOVE "INCR" TO AUD-TXN-TYPE
           MOVE SPACES TO AUD-REASON-CODE
           MOVE SPACES TO AUD-AUTH-ID
           MOVE SPACES TO AUD-APPROVER-ID
           PERFORM 1900-WRITE-CHAINED-AUDIT.

       2080-WRITE-REGISTER-RECORD.
      *

           PERFORM 2500-WRITE-RESET-AUDIT.

       2420-RECOVER-COUNTER.
      *
      *   A rebuild after a bad restore - the caller (NUMBRCVR) has
      *   replayed the trail and hands over the value, seed, and
      *   stamps the control record should have held.  The counter
      *   must still be on the definition master, but suspended and
      *   retired counters are rebuilt too: a retired counter's
      *   high-water mark is what keeps its range from ever being
      *   handed out again.
      *
           PERFORM 1700-VALIDATE-COUNTER
           IF LK-RETURN-CODE = 94
               MOVE 0 TO LK-RETURN-CODE
               MOVE SPACES TO LK-MESSAGE
           END-IF

           IF LK-RETURN-CODE = 0
               PERFORM 2460-APPLY-RECOVERY
           END-IF.

       2460-APPLY-RECOVERY.
           MOVE LK-COUNTER-ID TO CTL-COUNTER-ID
           READ CTL-FILE
               INVALID KEY
                   MOVE "N" TO WS-FOUND-SW
                   MOVE 0 TO WS-OLD-NUMBER
                   PERFORM 1400-DETERMINE-SEED
                   MOVE WS-SEED-FOR-ID TO CTL-SEED
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND-SW
                   MOVE CTL-NUMBER TO WS-OLD-NUMBER
           END-READ

           MOVE LK-COUNTER-ID TO CTL-COUNTER-ID
           MOVE LK-NEW-VALUE TO CTL-NUMBER
           IF LK-SEED-VALUE > 0
               MOVE LK-SEED-VALUE TO CTL-SEED
           END-IF
           IF LK-UPDATE-DATE > 0
               MOVE LK-UPDATE-DATE TO CTL-LAST-UPDATE-DATE
               MOVE LK-UPDATE-TIME TO CTL-LAST-UPDATE-TIME
           ELSE
               PERFORM 1100-STAMP-CONTROL-RECORD
           END-IF
           IF WS-FOUND-SW = "Y"
               REWRITE CTL-RECORD
           ELSE
               WRITE CTL-RECORD
           END-IF

           MOVE LK-NEW-VALUE TO WS-CURRENT-NUMBER
           MOVE LK-NEW-VALUE TO LK-CURRENT-VALUE

      *
      *   The cached copy takes the rebuilt stamp's year too, so the
      *   year rollback judges the counter by its real last activity
      *   and not by the day of the recovery.
      *
           PERFORM 1300-FIND-CACHE-SLOT
           IF WS-CACHE-FOUND-SW = "Y"
               MOVE LK-NEW-VALUE TO WS-CACHE-VALUE(WS-CACHE-IDX)
               MOVE CTL-SEED TO WS-CACHE-SEED(WS-CACHE-IDX)
               MOVE CTL-LAST-UPDATE-DATE(1:4)
                   TO WS-CACHE-LAST-YEAR(WS-CACHE-IDX)
           ELSE
               PERFORM 1500-ADD-TO-CACHE
           END-IF

           PERFORM 2500-WRITE-RESET-AUDIT.

       2500-WRITE-RESET-AUDIT.
           MOVE LK-COUNTER-ID TO AUD-COUNTER-ID
           MOVE WS-OLD-NUMBER TO AUD-OLD-VALUE
           MOVE "RESET" TO AUD-TXN-TYPE
           MOVE LK-REASON-CODE TO AUD-REASON-CODE
           MOVE LK-AUTH-ID TO AUD-AUTH-ID
           MOVE LK-APPROVER-ID TO AUD-APPROVER-ID
           PERFORM 1900-WRITE-CHAINED-AUDIT.

       2550-VOID-NUMBER.
      *
      *   all, issued or not, because nothing recorded issuance per
      *   number.  Numbers issued before the register existed have
      *   no record and are refused the same way - they are chased
      *   through the audit trail as before.  A number already
      *   voided answers 87 and is not audited a second time, so a
      *   resubmitted void is harmless; a number returned unused
      *   was never in anyone's hands and cannot be voided.
      *
           PERFORM 1700-VALIDATE-COUNTER
           IF LK-RETURN-CODE = 94 AND WS-CTR-DEF-STATUS = "S"
                       MOVE "NUMBER IS NOT ON THE ISSUANCE REGISTER"
                           TO LK-MESSAGE
                   NOT INVALID KEY
                       PERFORM 2555-CHECK-REGISTER-OWNER
               END-READ
           END-IF

           IF LK-RETURN-CODE = 0
               EVALUATE TRUE
                   WHEN REG-VOIDED
                       MOVE 87 TO LK-RETURN-CODE
                       MOVE "NUMBER IS ALREADY VOIDED" TO LK-MESSAGE
                       MOVE LK-NEW-VALUE TO LK-CURRENT-VALUE
                   WHEN REG-RETURNED
                       MOVE 86 TO LK-RETURN-CODE
                       MOVE "NUMBER WAS RETURNED UNUSED - NOT VOIDABLE"
                           TO LK-MESSAGE
                   WHEN OTHER
                       SET REG-VOIDED TO TRUE
                       REWRITE REG-RECORD
                       PERFORM 2575-WRITE-VOID-AUDIT
                       MOVE LK-NEW-VALUE TO LK-CURRENT-VALUE
               END-EVALUATE
           END-IF.

       2555-CHECK-REGISTER-OWNER.
      *
      *   A partner void or return (NUMBSRVR) names its own system
      *   and correlation-id; the register record must show the
      *   number went to exactly that request.  Operator callers
      *   pass spaces and are not held to an owner.
      *
           IF LK-REQ-SYSTEM NOT = SPACES
               IF REG-REQ-SYSTEM NOT = LK-REQ-SYSTEM
                       OR REG-CORREL-ID NOT = LK-CORREL-ID
                   MOVE 85 TO LK-RETURN-CODE
                   MOVE "NUMBER WAS NOT ISSUED TO THIS REQUESTER"
                       TO LK-MESSAGE
               END-IF
           END-IF.

       2575-WRITE-VOID-AUDIT.
           MOVE "VOID" TO AUD-TXN-TYPE
           MOVE LK-REASON-CODE TO AUD-REASON-CODE
           MOVE LK-AUTH-ID TO AUD-AUTH-ID
           MOVE LK-APPROVER-ID TO AUD-APPROVER-ID
           PERFORM 1900-WRITE-CHAINED-AUDIT.

       2560-RETURN-TAIL.
      *
      *   Hand back the unused tail of a range a partner drew - the
      *   tail runs from LK-BLOCK-START to LK-BLOCK-END.  Unlike
      *   RELEASE the counter does not move: it has almost always
      *   moved on since, and the numbers stay accounted for on the
      *   register as returned rather than coming off it.  Every
      *   number in the tail must be on the register (98) and, when
      *   a requester is named, issued to it (85) - checked in full
      *   before anything is marked, so a refused return changes
      *   nothing.  Numbers already voided stay voided and numbers
      *   already returned are skipped, so a resubmitted return
      *   finds nothing open and answers 87 with the count already
      *   returned in LK-BLOCK-SIZE.  On success LK-BLOCK-SIZE holds
      *   the count newly returned.  A suspended counter may still
      *   take a return, as it may a void.
      *
           PERFORM 1700-VALIDATE-COUNTER
           IF LK-RETURN-CODE = 94 AND WS-CTR-DEF-STATUS = "S"
               MOVE 0 TO LK-RETURN-CODE
               MOVE SPACES TO LK-MESSAGE
           END-IF

           IF LK-RETURN-CODE = 0
               IF LK-BLOCK-START = 0
                       OR LK-BLOCK-END < LK-BLOCK-START
                   MOVE 97 TO LK-RETURN-CODE
                   MOVE "RETURN VALUES ARE NOT A RANGE" TO LK-MESSAGE
               ELSE
                   COMPUTE WS-RTN-LENGTH =
                       LK-BLOCK-END - LK-BLOCK-START + 1
                   IF WS-RTN-LENGTH > 9999
                       MOVE 97 TO LK-RETURN-CODE
                       MOVE "RETURN RANGE IS LONGER THAN 9999 NUMBERS"
                           TO LK-MESSAGE
                   END-IF
               END-IF
           END-IF

           IF LK-RETURN-CODE = 0
               PERFORM 2565-CHECK-RETURN-TAIL
           END-IF

           IF LK-RETURN-CODE = 0
               IF WS-RTN-OPEN-COUNT = 0
                   IF WS-RTN-DONE-COUNT > 0
                       MOVE 87 TO LK-RETURN-CODE
                       MOVE "TAIL IS ALREADY RETURNED" TO LK-MESSAGE
                       MOVE WS-RTN-DONE-COUNT TO LK-BLOCK-SIZE
                   ELSE
                       MOVE 86 TO LK-RETURN-CODE
                       MOVE "NOTHING IN THE TAIL IS OPEN TO RETURN"
                           TO LK-MESSAGE
                   END-IF
               ELSE
                   PERFORM 2570-MARK-TAIL-RETURNED
                   MOVE WS-RTN-OPEN-COUNT TO LK-BLOCK-SIZE
                   PERFORM 2580-WRITE-RETURN-AUDIT
               END-IF
           END-IF.

       2565-CHECK-RETURN-TAIL.
           MOVE 0 TO WS-RTN-OPEN-COUNT
           MOVE 0 TO WS-RTN-DONE-COUNT
           MOVE LK-BLOCK-START TO WS-REG-VALUE
           PERFORM UNTIL WS-REG-VALUE > LK-BLOCK-END
                   OR LK-RETURN-CODE NOT = 0
               MOVE LK-COUNTER-ID TO REG-COUNTER-ID
               MOVE WS-REG-VALUE TO REG-NUMBER
               READ REG-FILE
                   INVALID KEY
                       MOVE 98 TO LK-RETURN-CODE
                       MOVE "TAIL NUMBER NOT ON THE ISSUANCE REGISTER"
                           TO LK-MESSAGE
                   NOT INVALID KEY
                       PERFORM 2555-CHECK-REGISTER-OWNER
                       IF LK-RETURN-CODE = 0
                           IF REG-ISSUED
                               ADD 1 TO WS-RTN-OPEN-COUNT
                           END-IF
                           IF REG-RETURNED
                               ADD 1 TO WS-RTN-DONE-COUNT
                           END-IF
                       END-IF
               END-READ
               ADD 1 TO WS-REG-VALUE
           END-PERFORM.

       2570-MARK-TAIL-RETURNED.
           MOVE LK-BLOCK-START TO WS-REG-VALUE
           PERFORM UNTIL WS-REG-VALUE > LK-BLOCK-END
               MOVE LK-COUNTER-ID TO REG-COUNTER-ID
               MOVE WS-REG-VALUE TO REG-NUMBER
               READ REG-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF REG-ISSUED
                           SET REG-RETURNED TO TRUE
                           REWRITE REG-RECORD
                       END-IF
               END-READ
               ADD 1 TO WS-REG-VALUE
           END-PERFORM.

       2580-WRITE-RETURN-AUDIT.
      *
      *   Shaped like a RELEAS record - AUD-OLD-VALUE the tail's end
      *   and AUD-NEW-VALUE the number before its start - but the
      *   counter never moved, so no reader may treat it as a
      *   position.  AUD-AUTH-ID carries the partner system.
      *
           MOVE LK-COUNTER-ID TO AUD-COUNTER-ID
           MOVE LK-BLOCK-END TO AUD-OLD-VALUE
           COMPUTE AUD-NEW-VALUE = LK-BLOCK-START - 1
           ACCEPT AUD-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT AUD-RUN-TIME FROM TIME
           MOVE LK-JOB-ID TO AUD-JOB-ID
           MOVE LK-STEP-ID TO AUD-STEP-ID
           MOVE "RETURN" TO AUD-TXN-TYPE
           MOVE LK-REASON-CODE TO AUD-REASON-CODE
           MOVE LK-AUTH-ID TO AUD-AUTH-ID
           MOVE LK-APPROVER-ID TO AUD-APPROVER-ID
           PERFORM 1900-WRITE-CHAINED-AUDIT.

       2590-WRITE-SECURITY-AUDIT.
      *
           MOVE WS-DEF-TXN-TYPE TO AUD-TXN-TYPE
           MOVE LK-REASON-CODE TO AUD-REASON-CODE
           MOVE LK-AUTH-ID TO AUD-AUTH-ID
           MOVE LK-APPROVER-ID TO AUD-APPROVER-ID
           PERFORM 1900-WRITE-CHAINED-AUDIT.

       2600-GET-BLOCK.
      *
           MOVE "BLOCK" TO AUD-TXN-TYPE
           MOVE SPACES TO AUD-REASON-CODE
           MOVE SPACES TO AUD-AUTH-ID
           MOVE SPACES TO AUD-APPROVER-ID
           PERFORM 1900-WRITE-CHAINED-AUDIT.

       2650-RELEASE-BLOCK-TAIL.
      *
           MOVE "RELEAS" TO AUD-TXN-TYPE
           MOVE LK-REASON-CODE TO AUD-REASON-CODE
           MOVE LK-AUTH-ID TO AUD-AUTH-ID
           MOVE LK-APPROVER-ID TO AUD-APPROVER-ID
           PERFORM 1900-WRITE-CHAINED-AUDIT.

       2800-DEFINE-COUNTER.
      *
           MOVE WS-DEF-TXN-TYPE TO AUD-TXN-TYPE
           MOVE LK-REASON-CODE TO AUD-REASON-CODE
           MOVE LK-AUTH-ID TO AUD-AUTH-ID
           MOVE LK-APPROVER-ID TO AUD-APPROVER-ID
           PERFORM 1900-WRITE-CHAINED-AUDIT.

       2975-REFRESH-CACHED-DEFINITION.
      *
           CLOSE AUD-FILE
           CLOSE DEF-FILE
           CLOSE REG-FILE
           CLOSE CHN-FILE
           PERFORM 1080-FREE-COUNTER-LOCK.
