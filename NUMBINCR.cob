      *
      *  Originated from the WS-NUMBER / WS-RESULT demonstration of
      *  the ADD-vs-COMPUTE increment bug.  Drives a restartable run
      *  of increments against one or more counters by calling the
      *  NUMBSEQ next-number service, which owns the counter's
      *  persistence, overflow trap, and audit trail.
      *
      *  The counters come from the INCRIN deck, one card each:
      *    cols 1-8   counter-id
      *    cols 9-12  quantity of numbers to issue (0001-9999)
      *  Each counter is checkpointed on its own (see CHKREC).  A
      *  REST run re-reads the same deck: a counter the failed run
      *  finished (or NUMBSEQ refused) is skipped and reported as it
      *  ended, the counter it was in the middle of is resumed from
      *  its checkpoint, and the counters it never reached are run
      *  as on the cold run.  With no INCRIN deck the PARM names the
      *  one counter and quantity, as it always has.  The run ends
      *  with a summary line per counter - the range issued, or the
      *  NUMBSEQ return code that refused it.
      *
      *  Change log
      *  ----------
      *  2026-08-08  Persist the counter in CTL-FILE across runs.
      *              the numbers did issue; the warning is there so
      *              the approach to the ceiling shows up nightly
      *              instead of as a 2 AM hard stop.
      *  2026-10-15  Drive a deck of counters in one run (INCRIN
      *              cards) with a checkpoint per counter on the
      *              re-keyed CHKFILE.  A counter NUMBSEQ refuses no
      *              longer ends the run: it is checkpointed refused,
      *              reported as NUMB030W, and the deck carries on,
      *              ending with return code 8; only a lock timeout
      *              (91) still terminates.  A restart skips the
      *              finished counters, resumes the in-flight one,
      *              and runs the counters not yet reached.  A
      *              per-counter summary of ranges issued and
      *              refusals ends every run.  A terminated run
      *              now leaves its in-flight checkpoint open for the
      *              restart instead of marking it complete.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT INC-FILE ASSIGN TO "INCRIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INC-STATUS.

           SELECT CHK-FILE ASSIGN TO "CHKFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHK-KEY
               FILE STATUS IS WS-CHK-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  INC-FILE.
       01  INC-RECORD.
           05  INC-COUNTER-ID           PIC X(08).
           05  INC-QUANTITY             PIC X(04).
           05  INC-QUANTITY-N REDEFINES INC-QUANTITY
                                        PIC 9(04).
           05  FILLER                   PIC X(68).

       FD  CHK-FILE.
           COPY CHKREC.

           05  WS-DEFAULT-COUNTER-ID    PIC X(08) VALUE "DEFAULT".
           05  WS-JOB-ID                PIC X(08) VALUE "NUMBINCR".
           05  WS-STEP-ID               PIC X(08) VALUE "STEP0010".
           05  WS-DECK-LIMIT            PIC 9(04) VALUE 200.

       01  WS-PARM-AREA.
           05  WS-PARM-RUN-TYPE         PIC X(04).
           05  WS-TXN-DONE-SOFAR        PIC 9(04) VALUE 0.
           05  WS-TXN-REMAINING         PIC 9(04) VALUE 0.

       01  WS-SWITCHES.
           05  WS-INC-EOF-SW            PIC X(01) VALUE "N".
               88  WS-INC-EOF                     VALUE "Y".
           05  WS-CHK-EOF-SW            PIC X(01) VALUE "N".
               88  WS-CHK-EOF                     VALUE "Y".
           05  WS-DECK-SW               PIC X(01) VALUE "N".
               88  WS-DECK-SUPPLIED              VALUE "Y".
           05  WS-DECK-FOUND-SW         PIC X(01).
           05  WS-SHORTFALL-SW          PIC X(01) VALUE "N".
               88  WS-SHORTFALL-SEEN             VALUE "Y".

       01  WS-INC-STATUS                PIC X(02).
       01  WS-CHK-STATUS                PIC X(02).
       01  WS-CHK-FOUND-SW              PIC X(01).
       01  WS-ABEND-CODE                PIC X(08) VALUE "NUMB001E".

      *
      *   One entry per counter the run drives, in deck order, and
      *   how it ended - the run summary prints from here.
      *
       01  WS-DECK-TABLE.
           05  WS-DECK-COUNT            PIC 9(04) VALUE 0.
           05  WS-DECK-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-DECK-IDX.
               10  WS-DCK-COUNTER-ID    PIC X(08).
               10  WS-DCK-QUANTITY      PIC 9(04).
               10  WS-DCK-OUTCOME       PIC X(01).
                   88  WS-DCK-PENDING             VALUE " ".
                   88  WS-DCK-ISSUED              VALUE "I".
                   88  WS-DCK-RESUMED             VALUE "U".
                   88  WS-DCK-SKIPPED             VALUE "S".
                   88  WS-DCK-REFUSED             VALUE "R".
                   88  WS-DCK-REJECTED            VALUE "X".
                   88  WS-DCK-IN-FLIGHT           VALUE "F".
               10  WS-DCK-FIRST         PIC 9(09).
               10  WS-DCK-LAST          PIC 9(09).
               10  WS-DCK-ISSUED-COUNT  PIC 9(04).
               10  WS-DCK-RETURN-CODE   PIC 9(02).
               10  WS-DCK-MESSAGE       PIC X(40).

       01  WS-SUMMARY-HEADING.
      *
      *   Each title starts in the column its WS-SUMMARY-LINE field
      *   does: COUNTER 24, FIRST 38, LAST 49, ISSUED 60, OUTCOME 67.
      *
           05  FILLER                   PIC X(37) VALUE
               "NUMBINCR RUN SUMMARY - COUNTER   REQ ".
           05  FILLER                   PIC X(40) VALUE
               "FIRST      LAST       ISSUED OUTCOME    ".

       01  WS-SUMMARY-LINE.
           05  FILLER                   PIC X(23) VALUE
               "NUMBINCR RUN SUMMARY - ".
           05  WS-SUM-COUNTER-ID        PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-SUM-QUANTITY          PIC Z(03)9.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-SUM-FIRST             PIC 9(09).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-SUM-LAST              PIC 9(09).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-SUM-ISSUED            PIC Z(03)9.
           05  FILLER                   PIC X(03) VALUE SPACES.
           05  WS-SUM-OUTCOME           PIC X(44).

       COPY LKCTRPRM.

       LINKAGE SECTION.
       PROCEDURE DIVISION USING LK-PARM-AREA.
       0000-MAIN-PROCESS.
           PERFORM 0100-PROCESS-PARM
           PERFORM 1000-LOAD-DECK
           PERFORM 1200-INITIALIZE-CHECKPOINT

           PERFORM VARYING WS-DECK-IDX FROM 1 BY 1
                   UNTIL WS-DECK-IDX > WS-DECK-COUNT
               IF WS-DCK-PENDING(WS-DECK-IDX)
                   PERFORM 1500-PROCESS-COUNTER
               END-IF
           END-PERFORM

           PERFORM 4000-PRINT-SUMMARY
           PERFORM 3000-TERMINATE
           IF WS-SHORTFALL-SEEN
               MOVE 8 TO RETURN-CODE
           END-IF
           STOP RUN.

       0100-PROCESS-PARM.
               MOVE WS-DEFAULT-COUNTER-ID TO WS-PARM-COUNTER-ID
           END-IF.

       1000-LOAD-DECK.
      *
      *   A job without an INCRIN DD (or with an empty deck) runs
      *   the single counter and quantity its PARM names.
      *
           OPEN INPUT INC-FILE
           IF WS-INC-STATUS = "00"
               PERFORM 1050-READ-CARD
               PERFORM UNTIL WS-INC-EOF
                   IF INC-RECORD NOT = SPACES
                       PERFORM 1100-TABLE-CARD
                   END-IF
                   PERFORM 1050-READ-CARD
               END-PERFORM
               CLOSE INC-FILE
           END-IF

           IF WS-DECK-COUNT > 0
               SET WS-DECK-SUPPLIED TO TRUE
           ELSE
               ADD 1 TO WS-DECK-COUNT
               SET WS-DECK-IDX TO WS-DECK-COUNT
               PERFORM 1140-CLEAR-DECK-ENTRY
               MOVE WS-PARM-COUNTER-ID TO WS-DCK-COUNTER-ID(WS-DECK-IDX)
               MOVE WS-PARM-REQ-COUNT TO WS-DCK-QUANTITY(WS-DECK-IDX)
           END-IF.

       1050-READ-CARD.
           READ INC-FILE
               AT END
                   SET WS-INC-EOF TO TRUE
           END-READ.

       1100-TABLE-CARD.
           IF WS-DECK-COUNT NOT < WS-DECK-LIMIT
               DISPLAY "NUMB031W " INC-COUNTER-ID
                   " - DECK HOLDS MORE THAN " WS-DECK-LIMIT
                   " COUNTERS, CARD IGNORED"
               SET WS-SHORTFALL-SEEN TO TRUE
           ELSE
               PERFORM 1150-FIND-DECK-ENTRY
               ADD 1 TO WS-DECK-COUNT
               SET WS-DECK-IDX TO WS-DECK-COUNT
               PERFORM 1140-CLEAR-DECK-ENTRY
               MOVE INC-COUNTER-ID TO WS-DCK-COUNTER-ID(WS-DECK-IDX)
      *
      *   A card the run cannot act on stays in the table, marked
      *   rejected, so the summary accounts for every card read.
      *   The same counter twice would share one checkpoint, so
      *   only its first card runs.
      *
               EVALUATE TRUE
                   WHEN INC-QUANTITY IS NOT NUMERIC
                           OR INC-QUANTITY-N = 0
                       MOVE 0 TO WS-DCK-QUANTITY(WS-DECK-IDX)
                       SET WS-DCK-REJECTED(WS-DECK-IDX) TO TRUE
                       MOVE "CARD REJECTED - QUANTITY NOT 0001-9999"
                           TO WS-DCK-MESSAGE(WS-DECK-IDX)
                   WHEN WS-DECK-FOUND-SW = "Y"
                       MOVE INC-QUANTITY-N
                           TO WS-DCK-QUANTITY(WS-DECK-IDX)
                       SET WS-DCK-REJECTED(WS-DECK-IDX) TO TRUE
                       MOVE "CARD REJECTED - COUNTER ALREADY ON DECK"
                           TO WS-DCK-MESSAGE(WS-DECK-IDX)
                   WHEN OTHER
                       MOVE INC-QUANTITY-N
                           TO WS-DCK-QUANTITY(WS-DECK-IDX)
               END-EVALUATE
               IF WS-DCK-REJECTED(WS-DECK-IDX)
                   DISPLAY "NUMB031W " INC-COUNTER-ID " "
                       WS-DCK-MESSAGE(WS-DECK-IDX)
                   SET WS-SHORTFALL-SEEN TO TRUE
               END-IF
           END-IF.

       1140-CLEAR-DECK-ENTRY.
           MOVE SPACES TO WS-DCK-COUNTER-ID(WS-DECK-IDX)
           MOVE 0 TO WS-DCK-QUANTITY(WS-DECK-IDX)
           SET WS-DCK-PENDING(WS-DECK-IDX) TO TRUE
           MOVE 0 TO WS-DCK-FIRST(WS-DECK-IDX)
           MOVE 0 TO WS-DCK-LAST(WS-DECK-IDX)
           MOVE 0 TO WS-DCK-ISSUED-COUNT(WS-DECK-IDX)
           MOVE 0 TO WS-DCK-RETURN-CODE(WS-DECK-IDX)
           MOVE SPACES TO WS-DCK-MESSAGE(WS-DECK-IDX).

       1150-FIND-DECK-ENTRY.
      *
      *   Looks for INC-COUNTER-ID among the runnable entries
      *   tabled so far; the index is left alone, since the caller
      *   only wants the switch.
      *
           MOVE "N" TO WS-DECK-FOUND-SW
           PERFORM VARYING WS-DECK-IDX FROM 1 BY 1
                   UNTIL WS-DECK-IDX > WS-DECK-COUNT
               IF WS-DCK-COUNTER-ID(WS-DECK-IDX) = INC-COUNTER-ID
                       AND NOT WS-DCK-REJECTED(WS-DECK-IDX)
                   MOVE "Y" TO WS-DECK-FOUND-SW
               END-IF
           END-PERFORM.

       1200-INITIALIZE-CHECKPOINT.
           OPEN I-O CHK-FILE
           IF WS-CHK-STATUS NOT = "00"
               CLOSE CHK-FILE
               OPEN I-O CHK-FILE
           END-IF
      *
      *   A cold run starts from nothing, so this job's checkpoints
      *   from the last run are cleared first - left in place, a
      *   restart of a cold run that failed early would read the old
      *   run's completions as its own and skip those counters.  A
      *   restart instead picks up any counter the failed run left
      *   in flight.
      *
           IF WS-PARM-RUN-TYPE = "REST"
               PERFORM 1300-ADOPT-IN-FLIGHT-COUNTERS
           ELSE
               PERFORM 1250-PURGE-JOB-CHECKPOINTS
           END-IF.

       1250-PURGE-JOB-CHECKPOINTS.
           PERFORM 1260-START-JOB-CHECKPOINTS
           PERFORM UNTIL WS-CHK-EOF
               DELETE CHK-FILE RECORD
               PERFORM 1270-READ-JOB-CHECKPOINT
           END-PERFORM.

       1260-START-JOB-CHECKPOINTS.
           MOVE "N" TO WS-CHK-EOF-SW
           MOVE WS-JOB-ID TO CHK-JOB-ID
           MOVE LOW-VALUES TO CHK-COUNTER-ID
           START CHK-FILE KEY NOT < CHK-KEY
               INVALID KEY
                   SET WS-CHK-EOF TO TRUE
           END-START
           IF NOT WS-CHK-EOF
               PERFORM 1270-READ-JOB-CHECKPOINT
           END-IF.

       1270-READ-JOB-CHECKPOINT.
           READ CHK-FILE NEXT RECORD
               AT END
                   SET WS-CHK-EOF TO TRUE
           END-READ
           IF NOT WS-CHK-EOF
               IF CHK-JOB-ID NOT = WS-JOB-ID
                   SET WS-CHK-EOF TO TRUE
               END-IF
           END-IF.

       1300-ADOPT-IN-FLIGHT-COUNTERS.
      *
      *   A restart always resumes what the failed run left in
      *   flight, whatever it was resubmitted with, so a typo on
      *   resubmission cannot strand a reserved range.  Run from the
      *   PARM alone, the in-flight counter replaces the one the
      *   PARM names, as it always has; run from a deck, an
      *   in-flight counter missing from the deck is added to it.
      *
           PERFORM 1260-START-JOB-CHECKPOINTS
           PERFORM UNTIL WS-CHK-EOF
               IF CHK-IN-FLIGHT
                   PERFORM 1350-ADOPT-ONE-COUNTER
               END-IF
               PERFORM 1270-READ-JOB-CHECKPOINT
           END-PERFORM.

       1350-ADOPT-ONE-COUNTER.
           IF WS-DECK-SUPPLIED
               MOVE CHK-COUNTER-ID TO INC-COUNTER-ID
               PERFORM 1150-FIND-DECK-ENTRY
               IF WS-DECK-FOUND-SW = "N"
                   IF WS-DECK-COUNT < WS-DECK-LIMIT
                       ADD 1 TO WS-DECK-COUNT
                       SET WS-DECK-IDX TO WS-DECK-COUNT
                       PERFORM 1140-CLEAR-DECK-ENTRY
                       MOVE CHK-COUNTER-ID
                           TO WS-DCK-COUNTER-ID(WS-DECK-IDX)
                       MOVE CHK-TXN-REQUESTED
                           TO WS-DCK-QUANTITY(WS-DECK-IDX)
                       DISPLAY "NUMB031W " CHK-COUNTER-ID
                           " IN FLIGHT BUT NOT ON THE DECK - RESUMED"
                   ELSE
                       DISPLAY "NUMB031W " CHK-COUNTER-ID
                           " IN FLIGHT BUT THE DECK IS FULL"
                           " - NOT RESUMED"
                       SET WS-SHORTFALL-SEEN TO TRUE
                   END-IF
               END-IF
           ELSE
               SET WS-DECK-IDX TO 1
               MOVE CHK-COUNTER-ID TO WS-DCK-COUNTER-ID(WS-DECK-IDX)
               MOVE CHK-TXN-REQUESTED TO WS-DCK-QUANTITY(WS-DECK-IDX)
           END-IF.

       1500-PROCESS-COUNTER.
           MOVE WS-JOB-ID TO CHK-JOB-ID
           MOVE WS-DCK-COUNTER-ID(WS-DECK-IDX) TO CHK-COUNTER-ID
           READ CHK-FILE
               INVALID KEY
                   MOVE "N" TO WS-CHK-FOUND-SW
               NOT INVALID KEY
                   MOVE "Y" TO WS-CHK-FOUND-SW
           END-READ

           IF WS-CHK-FOUND-SW = "Y" AND WS-PARM-RUN-TYPE = "REST"
               EVALUATE TRUE
                   WHEN CHK-COMPLETE
                       SET WS-DCK-SKIPPED(WS-DECK-IDX) TO TRUE
                       MOVE CHK-FIRST-NUMBER
                           TO WS-DCK-FIRST(WS-DECK-IDX)
                       MOVE CHK-LAST-NUMBER TO WS-DCK-LAST(WS-DECK-IDX)
                       MOVE "FINISHED BEFORE RESTART - SKIPPED"
                           TO WS-DCK-MESSAGE(WS-DECK-IDX)
                   WHEN CHK-REFUSED
                       SET WS-DCK-REFUSED(WS-DECK-IDX) TO TRUE
                       SET WS-SHORTFALL-SEEN TO TRUE
                       MOVE CHK-REFUSAL-CODE
                           TO WS-DCK-RETURN-CODE(WS-DECK-IDX)
                       MOVE "REFUSED BEFORE RESTART - SKIPPED"
                           TO WS-DCK-MESSAGE(WS-DECK-IDX)
                   WHEN OTHER
                       PERFORM 1600-RESUME-COUNTER
               END-EVALUATE
           ELSE
               PERFORM 1700-START-COUNTER
           END-IF.

       1600-RESUME-COUNTER.
      *
      *   The in-flight counter resumes from its own checkpoint and
      *   its own requested count.  A checkpoint already holding
      *   the whole reserved range means the failure came while the
      *   range was being written out - the range is accounted for
      *   and is never reissued, so the counter is only closed off.
      *
           MOVE CHK-TXN-DONE TO WS-TXN-DONE-SOFAR
           MOVE CHK-TXN-REQUESTED TO WS-DCK-QUANTITY(WS-DECK-IDX)
           MOVE CHK-FIRST-NUMBER TO WS-DCK-FIRST(WS-DECK-IDX)
           MOVE CHK-LAST-NUMBER TO WS-DCK-LAST(WS-DECK-IDX)
           IF WS-TXN-DONE-SOFAR >= CHK-TXN-REQUESTED
               MOVE 0 TO WS-TXN-REMAINING
           ELSE
               COMPUTE WS-TXN-REMAINING =
                   CHK-TXN-REQUESTED - WS-TXN-DONE-SOFAR
           END-IF

           IF WS-TXN-REMAINING > 0
               PERFORM 2000-ISSUE-BLOCK
               IF NOT WS-DCK-REFUSED(WS-DECK-IDX)
                   SET WS-DCK-RESUMED(WS-DECK-IDX) TO TRUE
                   MOVE "RESUMED FROM CHECKPOINT"
                       TO WS-DCK-MESSAGE(WS-DECK-IDX)
               END-IF
           ELSE
               SET CHK-COMPLETE TO TRUE
               REWRITE CHK-RECORD
               SET WS-DCK-RESUMED(WS-DECK-IDX) TO TRUE
               MOVE "RANGE RESERVED BEFORE FAILURE - CLOSED"
                   TO WS-DCK-MESSAGE(WS-DECK-IDX)
           END-IF.

       1700-START-COUNTER.
      *
      *   The counter's checkpoint goes down before NUMBSEQ is
      *   asked for anything, so a failure inside the call leaves
      *   it in flight for the restart.
      *
           MOVE 0 TO WS-TXN-DONE-SOFAR
           MOVE WS-DCK-QUANTITY(WS-DECK-IDX) TO WS-TXN-REMAINING
           MOVE WS-JOB-ID TO CHK-JOB-ID
           MOVE WS-DCK-COUNTER-ID(WS-DECK-IDX) TO CHK-COUNTER-ID
           MOVE 0 TO CHK-LAST-NUMBER
           MOVE WS-DCK-QUANTITY(WS-DECK-IDX) TO CHK-TXN-REQUESTED
           MOVE 0 TO CHK-TXN-DONE
           SET CHK-IN-FLIGHT TO TRUE
           MOVE 0 TO CHK-FIRST-NUMBER
           MOVE 0 TO CHK-REFUSAL-CODE
           IF WS-CHK-FOUND-SW = "Y"
               REWRITE CHK-RECORD
           ELSE
               WRITE CHK-RECORD
           END-IF

           PERFORM 2000-ISSUE-BLOCK
           IF NOT WS-DCK-REFUSED(WS-DECK-IDX)
               SET WS-DCK-ISSUED(WS-DECK-IDX) TO TRUE
               MOVE "ISSUED" TO WS-DCK-MESSAGE(WS-DECK-IDX)
           END-IF.

       2000-ISSUE-BLOCK.
      *
      *   One GETBLOCK reserves the counter's whole remaining count
      *   in a single CTL-FILE update with one audit record, and the
      *   numbers are then issued straight from the reserved range
      *   in memory.  The checkpoint is taken at the range boundary
      *   before any number is written out, so an abend mid-range
      *   costs at most the unissued tail of a range the audit trail
      *   already accounts for - it can never reissue a number.
      *
           MOVE "GETBLOCK" TO LK-FUNCTION
           MOVE WS-DCK-COUNTER-ID(WS-DECK-IDX) TO LK-COUNTER-ID
           MOVE WS-JOB-ID TO LK-JOB-ID
           MOVE WS-STEP-ID TO LK-STEP-ID
           MOVE WS-TXN-REMAINING TO LK-BLOCK-SIZE
           MOVE SPACES TO LK-CORREL-ID
           CALL "NUMBSEQ" USING LK-CTR-PARM

           EVALUATE LK-RETURN-CODE
               WHEN 0
                   CONTINUE
               WHEN 4
                   DISPLAY "NUMB006W " LK-COUNTER-ID
                       " " LK-MESSAGE
               WHEN 91
                   PERFORM 2100-REQUEST-ABEND
               WHEN OTHER
                   PERFORM 2200-RECORD-REFUSAL
           END-EVALUATE

           IF NOT WS-DCK-REFUSED(WS-DECK-IDX)
               MOVE LK-BLOCK-END TO WS-NUMBER
               IF WS-TXN-DONE-SOFAR = 0
                   MOVE LK-BLOCK-START TO WS-DCK-FIRST(WS-DECK-IDX)
               END-IF
               MOVE LK-BLOCK-END TO WS-DCK-LAST(WS-DECK-IDX)
               MOVE WS-TXN-REMAINING
                   TO WS-DCK-ISSUED-COUNT(WS-DECK-IDX)
               PERFORM 2300-WRITE-CHECKPOINT

               PERFORM VARYING WS-RESULT FROM LK-BLOCK-START BY 1
                       UNTIL WS-RESULT > LK-BLOCK-END
                   DISPLAY WS-RESULT
               END-PERFORM

               SET CHK-COMPLETE TO TRUE
               REWRITE CHK-RECORD
           END-IF.

       2300-WRITE-CHECKPOINT.
      *
           COMPUTE WS-TXN-DONE-SOFAR =
               WS-TXN-DONE-SOFAR + WS-TXN-REMAINING
           MOVE WS-JOB-ID TO CHK-JOB-ID
           MOVE WS-DCK-COUNTER-ID(WS-DECK-IDX) TO CHK-COUNTER-ID
           MOVE WS-NUMBER TO CHK-LAST-NUMBER
           MOVE WS-DCK-FIRST(WS-DECK-IDX) TO CHK-FIRST-NUMBER
           MOVE WS-TXN-DONE-SOFAR TO CHK-TXN-DONE
           SET CHK-IN-FLIGHT TO TRUE
           REWRITE CHK-RECORD.

       2100-REQUEST-ABEND.
      *
      *   Only a lock timeout stops the deck - every other counter
      *   would wait out the same lock.  The in-flight checkpoint is
      *   left open for the restart.
      *
           DISPLAY WS-ABEND-CODE
               " " LK-MESSAGE
               " - RUN TERMINATED, " LK-COUNTER-ID
               " AND THE COUNTERS AFTER IT NOT ISSUED"
           SET WS-DCK-IN-FLIGHT(WS-DECK-IDX) TO TRUE
           MOVE "LOCK TIMEOUT - LEFT IN FLIGHT FOR RESTART"
               TO WS-DCK-MESSAGE(WS-DECK-IDX)
           PERFORM 4000-PRINT-SUMMARY
           PERFORM 3000-TERMINATE
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       2200-RECORD-REFUSAL.
      *
      *   NUMBSEQ would not issue this counter (not defined,
      *   suspended or retired, at its ceiling).  Its checkpoint is
      *   closed refused so a restart does not retry it, and the deck
      *   carries on - the return code reports the shortfall.
      *
           SET WS-DCK-REFUSED(WS-DECK-IDX) TO TRUE
           SET WS-SHORTFALL-SEEN TO TRUE
           MOVE LK-RETURN-CODE TO WS-DCK-RETURN-CODE(WS-DECK-IDX)
           MOVE LK-MESSAGE TO WS-DCK-MESSAGE(WS-DECK-IDX)
           DISPLAY "NUMB030W " LK-COUNTER-ID
               " REFUSED BY NUMBSEQ RC " LK-RETURN-CODE
               " " LK-MESSAGE

           MOVE WS-JOB-ID TO CHK-JOB-ID
           MOVE WS-DCK-COUNTER-ID(WS-DECK-IDX) TO CHK-COUNTER-ID
           SET CHK-REFUSED TO TRUE
           MOVE LK-RETURN-CODE TO CHK-REFUSAL-CODE
           REWRITE CHK-RECORD.

       3000-TERMINATE.
           CLOSE CHK-FILE

           MOVE "TERMINATE" TO LK-FUNCTION
           CALL "NUMBSEQ" USING LK-CTR-PARM.

       4000-PRINT-SUMMARY.
           DISPLAY WS-SUMMARY-HEADING
           PERFORM VARYING WS-DECK-IDX FROM 1 BY 1
                   UNTIL WS-DECK-IDX > WS-DECK-COUNT
               PERFORM 4100-PRINT-ONE-COUNTER
           END-PERFORM.

       4100-PRINT-ONE-COUNTER.
           MOVE WS-DCK-COUNTER-ID(WS-DECK-IDX) TO WS-SUM-COUNTER-ID
           MOVE WS-DCK-QUANTITY(WS-DECK-IDX) TO WS-SUM-QUANTITY
           MOVE WS-DCK-FIRST(WS-DECK-IDX) TO WS-SUM-FIRST
           MOVE WS-DCK-LAST(WS-DECK-IDX) TO WS-SUM-LAST
           MOVE WS-DCK-ISSUED-COUNT(WS-DECK-IDX) TO WS-SUM-ISSUED
           MOVE SPACES TO WS-SUM-OUTCOME
           EVALUATE TRUE
               WHEN WS-DCK-REFUSED(WS-DECK-IDX)
                   STRING "REFUSED RC " DELIMITED BY SIZE
                       WS-DCK-RETURN-CODE(WS-DECK-IDX)
                           DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-DCK-MESSAGE(WS-DECK-IDX)
                           DELIMITED BY SIZE
                       INTO WS-SUM-OUTCOME
                   END-STRING
               WHEN WS-DCK-PENDING(WS-DECK-IDX)
                   MOVE "NOT REACHED" TO WS-SUM-OUTCOME
               WHEN OTHER
                   MOVE WS-DCK-MESSAGE(WS-DECK-IDX) TO WS-SUM-OUTCOME
           END-EVALUATE
           DISPLAY WS-SUMMARY-LINE.
