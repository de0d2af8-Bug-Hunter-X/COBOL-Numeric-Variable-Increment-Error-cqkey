       IDENTIFICATION DIVISION.
       PROGRAM-ID. NUMBAVFY.
       AUTHOR. OPERATIONS-SUPPORT.
      *----------------------------------------------------------------
      *  NUMBAVFY - Audit trail chain verification.
      *
      *  Every audit record NUMBSEQ writes carries a chain value
      *  computed from the previous record for the same counter-id
      *  (see AUDREC and NUMBHASH), and CHNFILE holds each id's
      *  latest value (see CHNREC).  This run walks the history
      *  dataset and then the live AUDFILE in the order they were
      *  written, recomputes every id's chain, and reports per id
      *  the first record where the value on file is not the value
      *  the chain says it should be - the record that was edited,
      *  or the one after a record that was removed or slipped in.
      *  At the end each id's recomputed chain must land on its
      *  CHNFILE anchor, which catches records cut off the end of
      *  the trail, and with the full history supplied the number
      *  of chained records must match the anchor's count.
      *
      *  Records written before the chain began carry a blank chain
      *  value and are counted as unchained, not checked; a blank
      *  value after an id's chain has begun is a break.
      *
      *  A run without the history dataset (HSTFILE empty or DD
      *  DUMMY) picks each counter's chain up from the chain value
      *  NUMBARCH recorded at the last cut on SUMFILE.  Ids with no
      *  summary record (operator-ids, partner systems) are then
      *  picked up from their first live record, unverified, and
      *  the report says so.
      *
      *  Nothing is updated.  Return code 8 when any chain breaks,
      *  4 when the run could not check everything (table full,
      *  CHNFILE unavailable), 0 when every chain is intact.
      *
      *  Change log
      *  ----------
      *  2026-10-15  Original.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HST-FILE ASSIGN TO "HSTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HST-STATUS.

           SELECT AUD-FILE ASSIGN TO "AUDFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

           SELECT SUM-FILE ASSIGN TO "SUMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUM-STATUS.

           SELECT CHN-FILE ASSIGN TO "CHNFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHN-CHAIN-ID
               FILE STATUS IS WS-CHN-STATUS.

           SELECT RPT-FILE ASSIGN TO "RPTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *
      *   The history dataset carries the same AUDREC layout the
      *   live trail does - NUMBARCH writes it as a byte image.
      *
       FD  HST-FILE.
       01  HST-RECORD.
           05  HST-CHAINED-DATA.
               10  HST-COUNTER-ID      PIC X(08).
               10  HST-OLD-VALUE       PIC 9(09).
               10  HST-NEW-VALUE       PIC 9(09).
               10  HST-RUN-DATE        PIC 9(08).
               10  HST-RUN-TIME        PIC 9(06).
               10  HST-JOB-ID          PIC X(08).
               10  HST-STEP-ID         PIC X(08).
               10  HST-TXN-TYPE        PIC X(06).
               10  HST-REASON-CODE     PIC X(04).
               10  HST-AUTH-ID         PIC X(08).
               10  HST-APPROVER-ID     PIC X(08).
           05  HST-CHAIN-VALUE         PIC 9(12).

       FD  AUD-FILE.
           COPY AUDREC.

       FD  SUM-FILE.
           COPY SUMREC.

       FD  CHN-FILE.
           COPY CHNREC.

       FD  RPT-FILE.
       01  RPT-LINE                     PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-HST-STATUS                PIC X(02).
       01  WS-AUD-STATUS                PIC X(02).
       01  WS-SUM-STATUS                PIC X(02).
       01  WS-CHN-STATUS                PIC X(02).
       01  WS-RPT-STATUS                PIC X(02).

       01  WS-SWITCHES.
           05  WS-HST-EOF-SW            PIC X(01) VALUE "N".
               88  WS-HST-EOF                     VALUE "Y".
           05  WS-AUD-EOF-SW            PIC X(01) VALUE "N".
               88  WS-AUD-EOF                     VALUE "Y".
           05  WS-SUM-EOF-SW            PIC X(01) VALUE "N".
               88  WS-SUM-EOF                     VALUE "Y".
           05  WS-CHN-EOF-SW            PIC X(01) VALUE "N".
               88  WS-CHN-EOF                     VALUE "Y".
           05  WS-HISTORY-SW            PIC X(01) VALUE "N".
               88  WS-HISTORY-SUPPLIED           VALUE "Y".
           05  WS-ANCHORS-SW            PIC X(01) VALUE "N".
               88  WS-ANCHORS-OPEN               VALUE "Y".
           05  WS-TABLE-FULL-SW         PIC X(01) VALUE "N".
               88  WS-TABLE-FULL                 VALUE "Y".
           05  WS-BREAK-SW              PIC X(01) VALUE "N".
               88  WS-BREAKS-SEEN                VALUE "Y".
           05  WS-CHT-FOUND-SW          PIC X(01).

       01  WS-TABLE-MAX                 PIC 9(04) VALUE 1000.
       01  WS-TODAY-DATE                PIC 9(08).

       01  WS-RUN-COUNTERS.
           05  WS-HST-RECORDS           PIC 9(09) VALUE 0.
           05  WS-AUD-RECORDS           PIC 9(09) VALUE 0.
           05  WS-SEEDED-IDS            PIC 9(04) VALUE 0.
           05  WS-BROKEN-IDS            PIC 9(04) VALUE 0.

      *
      *   The record being checked, taken from whichever file it
      *   came off, with where it came from for the break report.
      *
       01  WS-TRAIL-WORK.
           05  WS-TRL-SOURCE            PIC X(03).
           05  WS-TRL-RECORD-NO         PIC 9(09).
           05  WS-TRL-COUNTER-ID        PIC X(08).
           05  WS-TRL-RUN-DATE          PIC 9(08).
           05  WS-TRL-RUN-TIME          PIC 9(06).
           05  WS-TRL-TXN-TYPE          PIC X(06).
           05  WS-TRL-CHAIN-VALUE       PIC 9(12).
           05  WS-TRL-CHAINED-SW        PIC X(01).

      *
      *   One slot per chain id seen on either trail or seeded from
      *   the summary file: the running chain value and, once it
      *   breaks, where it first broke.  Only the first break per
      *   id is kept - after it the chain is resumed from the value
      *   on file so one edited record is not reported as every
      *   record after it.
      *
       01  WS-CHAIN-TABLE.
           05  WS-CHT-COUNT             PIC 9(04) VALUE 0.
           05  WS-CHT-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-CHT-IDX.
               10  WS-CHT-ID            PIC X(08).
               10  WS-CHT-CHAIN         PIC 9(12).
               10  WS-CHT-STARTED-SW    PIC X(01).
               10  WS-CHT-SEEDED-SW     PIC X(01).
               10  WS-CHT-PICKED-UP-SW  PIC X(01).
               10  WS-CHT-ANCHOR-SW     PIC X(01).
               10  WS-CHT-RECORDS       PIC 9(09).
               10  WS-CHT-UNCHAINED     PIC 9(07).
               10  WS-CHT-BREAKS        PIC 9(05).
               10  WS-CHT-BRK-SOURCE    PIC X(03).
               10  WS-CHT-BRK-RECORD-NO PIC 9(09).
               10  WS-CHT-BRK-DATE      PIC 9(08).
               10  WS-CHT-BRK-TIME      PIC 9(06).
               10  WS-CHT-BRK-TXN-TYPE  PIC X(06).
               10  WS-CHT-BRK-EXPECTED  PIC 9(12).
               10  WS-CHT-BRK-FOUND     PIC 9(12).
               10  WS-CHT-BRK-REASON    PIC X(28).

       01  WS-BREAK-WORK.
           05  WS-BRK-EXPECTED          PIC 9(12).
           05  WS-BRK-FOUND             PIC 9(12).
           05  WS-BRK-REASON            PIC X(28).

       COPY LKCHNPRM.

       01  WS-HEADING-LINE.
           05  FILLER                   PIC X(41) VALUE
               "NUMBAVFY - AUDIT CHAIN VERIFICATION AS OF".
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-HDG-DATE              PIC 9(08).
           05  FILLER                   PIC X(82) VALUE SPACES.

       01  WS-HISTORY-LINE.
           05  FILLER                   PIC X(21) VALUE
               "HISTORY RECORDS READ ".
           05  WS-HSL-RECORDS           PIC Z(08)9.
           05  FILLER                   PIC X(20) VALUE
               "   LIVE RECORDS READ".
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-HSL-LIVE              PIC Z(08)9.
           05  FILLER                   PIC X(72) VALUE SPACES.

       01  WS-SEEDED-LINE.
           05  FILLER                   PIC X(44) VALUE
               "NO HISTORY SUPPLIED - CHAINS PICKED UP FROM ".
           05  FILLER                   PIC X(22) VALUE
               "SUMFILE CUT VALUES FOR".
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-SDL-IDS               PIC ZZZ9.
           05  FILLER                   PIC X(04) VALUE " IDS".
           05  FILLER                   PIC X(57) VALUE SPACES.

       01  WS-COLUMN-LINE.
           05  FILLER                   PIC X(45) VALUE
               "ID         CHAINED  UNCHAINED  BREAKS  STATUS".
           05  FILLER                   PIC X(87) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DTL-ID                PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-DTL-RECORDS           PIC Z(08)9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DTL-UNCHAINED         PIC Z(08)9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DTL-BREAKS            PIC Z(05)9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DTL-STATUS            PIC X(24).
           05  FILLER                   PIC X(69) VALUE SPACES.

       01  WS-BREAK-LINE.
           05  FILLER                   PIC X(15) VALUE
               "   FIRST BREAK ".
           05  WS-BKL-SOURCE            PIC X(03).
           05  FILLER                   PIC X(05) VALUE " REC ".
           05  WS-BKL-RECORD-NO         PIC Z(08)9.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-BKL-DATE              PIC 9(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-BKL-TIME              PIC 9(06).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-BKL-TXN-TYPE          PIC X(06).
           05  FILLER                   PIC X(05) VALUE " EXP=".
           05  WS-BKL-EXPECTED          PIC 9(12).
           05  FILLER                   PIC X(07) VALUE " FOUND=".
           05  WS-BKL-FOUND             PIC 9(12).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-BKL-REASON            PIC X(28).
           05  FILLER                   PIC X(12) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER                   PIC X(16) VALUE
               "IDS CHECKED     ".
           05  WS-TOT-IDS               PIC ZZZ9.
           05  FILLER                   PIC X(16) VALUE
               "   IDS BROKEN   ".
           05  WS-TOT-BROKEN            PIC ZZZ9.
           05  FILLER                   PIC X(92) VALUE SPACES.

       01  WS-CLEAN-LINE.
           05  FILLER                   PIC X(40) VALUE
               "ALL AUDIT CHAINS INTACT                 ".
           05  FILLER                   PIC X(92) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD

           OPEN INPUT AUD-FILE
           OPEN OUTPUT RPT-FILE
           OPEN INPUT CHN-FILE
           IF WS-CHN-STATUS = "00"
               SET WS-ANCHORS-OPEN TO TRUE
           ELSE
               DISPLAY "NUMB029W - CHNFILE NOT AVAILABLE, THE END "
                   "OF EACH CHAIN IS NOT VERIFIED"
           END-IF

           MOVE WS-TODAY-DATE TO WS-HDG-DATE
           WRITE RPT-LINE FROM WS-HEADING-LINE

           PERFORM 1000-WALK-HISTORY
           IF NOT WS-HISTORY-SUPPLIED
               PERFORM 1500-SEED-FROM-SUMMARIES
           END-IF
           PERFORM 2000-WALK-LIVE-TRAIL

           IF WS-ANCHORS-OPEN
               PERFORM 4000-CHECK-ANCHORS
               PERFORM 4500-CHECK-UNANCHORED-IDS
           END-IF

           PERFORM 5000-PRINT-REPORT

           CLOSE AUD-FILE
           CLOSE RPT-FILE
           IF WS-ANCHORS-OPEN
               CLOSE CHN-FILE
           END-IF

           IF WS-BREAKS-SEEN
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-TABLE-FULL OR NOT WS-ANCHORS-OPEN
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

       1000-WALK-HISTORY.
      *
      *   The history dataset holds every period ever archived, in
      *   the order the records were first written, so it is walked
      *   ahead of the live trail.  An empty one counts as not
      *   supplied.
      *
           OPEN INPUT HST-FILE
           IF WS-HST-STATUS = "00"
               PERFORM 1100-READ-HISTORY
               PERFORM UNTIL WS-HST-EOF
                   SET WS-HISTORY-SUPPLIED TO TRUE
                   ADD 1 TO WS-HST-RECORDS
                   MOVE "HST" TO WS-TRL-SOURCE
                   MOVE WS-HST-RECORDS TO WS-TRL-RECORD-NO
                   MOVE HST-COUNTER-ID TO WS-TRL-COUNTER-ID
                   MOVE HST-RUN-DATE TO WS-TRL-RUN-DATE
                   MOVE HST-RUN-TIME TO WS-TRL-RUN-TIME
                   MOVE HST-TXN-TYPE TO WS-TRL-TXN-TYPE
                   IF HST-CHAIN-VALUE IS NUMERIC
                       MOVE "Y" TO WS-TRL-CHAINED-SW
                       MOVE HST-CHAIN-VALUE TO WS-TRL-CHAIN-VALUE
                   ELSE
                       MOVE "N" TO WS-TRL-CHAINED-SW
                       MOVE 0 TO WS-TRL-CHAIN-VALUE
                   END-IF
                   MOVE HST-CHAINED-DATA TO LK-CHN-DATA
                   PERFORM 3000-CHECK-ONE-RECORD
                   PERFORM 1100-READ-HISTORY
               END-PERFORM
               CLOSE HST-FILE
           END-IF.

       1100-READ-HISTORY.
           READ HST-FILE
               AT END
                   SET WS-HST-EOF TO TRUE
           END-READ.

       1500-SEED-FROM-SUMMARIES.
      *
      *   Without the history, each counter's chain picks up from
      *   the value NUMBARCH recorded at the latest cut - summary
      *   rows are appended period by period, so a later row for
      *   the same counter replaces an earlier one.  Rows written
      *   before the chain began, or for periods with no chained
      *   record, carry no value and seed nothing.
      *
           OPEN INPUT SUM-FILE
           IF WS-SUM-STATUS = "00"
               PERFORM 1600-READ-SUMMARY
               PERFORM UNTIL WS-SUM-EOF
                   IF SUM-CHAIN-VALUE IS NUMERIC
                           AND SUM-CHAIN-VALUE > 0
                       PERFORM 1700-SEED-ONE-COUNTER
                   END-IF
                   PERFORM 1600-READ-SUMMARY
               END-PERFORM
               CLOSE SUM-FILE
           END-IF
           MOVE WS-SEEDED-IDS TO WS-SDL-IDS
           WRITE RPT-LINE FROM WS-SEEDED-LINE.

       1600-READ-SUMMARY.
           READ SUM-FILE
               AT END
                   SET WS-SUM-EOF TO TRUE
           END-READ.

       1700-SEED-ONE-COUNTER.
           MOVE SUM-COUNTER-ID TO WS-TRL-COUNTER-ID
           PERFORM 3100-FIND-CHAIN-SLOT
           IF WS-CHT-FOUND-SW = "N"
               PERFORM 3200-ADD-CHAIN-SLOT
               IF WS-CHT-FOUND-SW = "Y"
                   ADD 1 TO WS-SEEDED-IDS
               END-IF
           END-IF
           IF WS-CHT-FOUND-SW = "Y"
               MOVE SUM-CHAIN-VALUE TO WS-CHT-CHAIN(WS-CHT-IDX)
               MOVE "Y" TO WS-CHT-STARTED-SW(WS-CHT-IDX)
               MOVE "Y" TO WS-CHT-SEEDED-SW(WS-CHT-IDX)
           END-IF.

       2000-WALK-LIVE-TRAIL.
           PERFORM 2100-READ-LIVE
           PERFORM UNTIL WS-AUD-EOF
               ADD 1 TO WS-AUD-RECORDS
               MOVE "AUD" TO WS-TRL-SOURCE
               MOVE WS-AUD-RECORDS TO WS-TRL-RECORD-NO
               MOVE AUD-COUNTER-ID TO WS-TRL-COUNTER-ID
               MOVE AUD-RUN-DATE TO WS-TRL-RUN-DATE
               MOVE AUD-RUN-TIME TO WS-TRL-RUN-TIME
               MOVE AUD-TXN-TYPE TO WS-TRL-TXN-TYPE
               IF AUD-CHAIN-VALUE IS NUMERIC
                   MOVE "Y" TO WS-TRL-CHAINED-SW
                   MOVE AUD-CHAIN-VALUE TO WS-TRL-CHAIN-VALUE
               ELSE
                   MOVE "N" TO WS-TRL-CHAINED-SW
                   MOVE 0 TO WS-TRL-CHAIN-VALUE
               END-IF
               MOVE AUD-CHAINED-DATA TO LK-CHN-DATA
               PERFORM 3000-CHECK-ONE-RECORD
               PERFORM 2100-READ-LIVE
           END-PERFORM.

       2100-READ-LIVE.
           READ AUD-FILE
               AT END
                   SET WS-AUD-EOF TO TRUE
           END-READ.

       3000-CHECK-ONE-RECORD.
           PERFORM 3100-FIND-CHAIN-SLOT
           IF WS-CHT-FOUND-SW = "N"
               PERFORM 3200-ADD-CHAIN-SLOT
           END-IF
           IF WS-CHT-FOUND-SW = "Y"
               IF WS-TRL-CHAINED-SW = "N"
                   PERFORM 3300-CHECK-UNCHAINED-RECORD
               ELSE
                   PERFORM 3400-CHECK-CHAINED-RECORD
               END-IF
           END-IF.

       3100-FIND-CHAIN-SLOT.
      *
      *   The VARYING phrase steps the index once more after the
      *   iteration that sets the found switch, so it has to be
      *   stepped back to land on the matched slot.
      *
           MOVE "N" TO WS-CHT-FOUND-SW
           IF WS-CHT-COUNT > 0
               PERFORM VARYING WS-CHT-IDX FROM 1 BY 1
                       UNTIL WS-CHT-IDX > WS-CHT-COUNT
                           OR WS-CHT-FOUND-SW = "Y"
                   IF WS-CHT-ID(WS-CHT-IDX) = WS-TRL-COUNTER-ID
                       MOVE "Y" TO WS-CHT-FOUND-SW
                   END-IF
               END-PERFORM
               IF WS-CHT-FOUND-SW = "Y"
                   SET WS-CHT-IDX DOWN BY 1
               END-IF
           END-IF.

       3200-ADD-CHAIN-SLOT.
           IF WS-CHT-COUNT < WS-TABLE-MAX
               ADD 1 TO WS-CHT-COUNT
               SET WS-CHT-IDX TO WS-CHT-COUNT
               MOVE WS-TRL-COUNTER-ID TO WS-CHT-ID(WS-CHT-IDX)
               MOVE 0 TO WS-CHT-CHAIN(WS-CHT-IDX)
               MOVE "N" TO WS-CHT-STARTED-SW(WS-CHT-IDX)
               MOVE "N" TO WS-CHT-SEEDED-SW(WS-CHT-IDX)
               MOVE "N" TO WS-CHT-PICKED-UP-SW(WS-CHT-IDX)
               MOVE "N" TO WS-CHT-ANCHOR-SW(WS-CHT-IDX)
               MOVE 0 TO WS-CHT-RECORDS(WS-CHT-IDX)
               MOVE 0 TO WS-CHT-UNCHAINED(WS-CHT-IDX)
               MOVE 0 TO WS-CHT-BREAKS(WS-CHT-IDX)
               MOVE "Y" TO WS-CHT-FOUND-SW
           ELSE
               IF NOT WS-TABLE-FULL
                   SET WS-TABLE-FULL TO TRUE
                   DISPLAY "NUMB028W - CHAIN TABLE FULL, SOME "
                       "AUDIT CHAINS ARE NOT VERIFIED"
               END-IF
           END-IF.

       3300-CHECK-UNCHAINED-RECORD.
      *
      *   A blank chain value is only legitimate ahead of the id's
      *   first chained record - once the chain has begun, every
      *   record NUMBSEQ writes carries one.
      *
           IF WS-CHT-STARTED-SW(WS-CHT-IDX) = "Y"
               MOVE WS-CHT-CHAIN(WS-CHT-IDX) TO WS-BRK-EXPECTED
               MOVE 0 TO WS-BRK-FOUND
               MOVE "UNCHAINED RECORD IN CHAIN" TO WS-BRK-REASON
               PERFORM 3500-RECORD-BREAK
           ELSE
               ADD 1 TO WS-CHT-UNCHAINED(WS-CHT-IDX)
           END-IF.

       3400-CHECK-CHAINED-RECORD.
           IF WS-CHT-STARTED-SW(WS-CHT-IDX) = "Y"
               MOVE WS-CHT-CHAIN(WS-CHT-IDX) TO LK-CHN-PREVIOUS
           ELSE
               MOVE 0 TO LK-CHN-PREVIOUS
           END-IF
           CALL "NUMBHASH" USING LK-CHN-PARM

           IF LK-CHN-RESULT NOT = WS-TRL-CHAIN-VALUE
      *
      *   With no history and no cut value to start from, the first
      *   live record of an id cannot be checked - its chain is
      *   taken up from it as it stands.  Anywhere else a mismatch
      *   is a break.
      *
               IF WS-CHT-STARTED-SW(WS-CHT-IDX) = "N"
                       AND NOT WS-HISTORY-SUPPLIED
                   MOVE "Y" TO WS-CHT-PICKED-UP-SW(WS-CHT-IDX)
               ELSE
                   MOVE LK-CHN-RESULT TO WS-BRK-EXPECTED
                   MOVE WS-TRL-CHAIN-VALUE TO WS-BRK-FOUND
                   IF WS-CHT-SEEDED-SW(WS-CHT-IDX) = "Y"
                           AND WS-CHT-RECORDS(WS-CHT-IDX) = 0
                       MOVE "DOES NOT FOLLOW SUMFILE CUT"
                           TO WS-BRK-REASON
                   ELSE
                       MOVE "CHAIN VALUE MISMATCH"
                           TO WS-BRK-REASON
                   END-IF
                   PERFORM 3500-RECORD-BREAK
               END-IF
           END-IF

           MOVE WS-TRL-CHAIN-VALUE TO WS-CHT-CHAIN(WS-CHT-IDX)
           MOVE "Y" TO WS-CHT-STARTED-SW(WS-CHT-IDX)
           ADD 1 TO WS-CHT-RECORDS(WS-CHT-IDX).

       3500-RECORD-BREAK.
           SET WS-BREAKS-SEEN TO TRUE
           ADD 1 TO WS-CHT-BREAKS(WS-CHT-IDX)
           IF WS-CHT-BREAKS(WS-CHT-IDX) = 1
               ADD 1 TO WS-BROKEN-IDS
               MOVE WS-TRL-SOURCE TO WS-CHT-BRK-SOURCE(WS-CHT-IDX)
               MOVE WS-TRL-RECORD-NO
                   TO WS-CHT-BRK-RECORD-NO(WS-CHT-IDX)
               MOVE WS-TRL-RUN-DATE TO WS-CHT-BRK-DATE(WS-CHT-IDX)
               MOVE WS-TRL-RUN-TIME TO WS-CHT-BRK-TIME(WS-CHT-IDX)
               MOVE WS-TRL-TXN-TYPE
                   TO WS-CHT-BRK-TXN-TYPE(WS-CHT-IDX)
               MOVE WS-BRK-EXPECTED
                   TO WS-CHT-BRK-EXPECTED(WS-CHT-IDX)
               MOVE WS-BRK-FOUND TO WS-CHT-BRK-FOUND(WS-CHT-IDX)
               MOVE WS-BRK-REASON TO WS-CHT-BRK-REASON(WS-CHT-IDX)
           END-IF.

       4000-CHECK-ANCHORS.
      *
      *   Each anchor is the value the chain stood at when NUMBSEQ
      *   last wrote for the id.  A recomputed chain that stops
      *   short of it means records were cut from the end of the
      *   trail (or the anchor itself was altered).
      *
           MOVE LOW-VALUES TO CHN-CHAIN-ID
           START CHN-FILE KEY NOT < CHN-CHAIN-ID
               INVALID KEY
                   SET WS-CHN-EOF TO TRUE
           END-START
           IF NOT WS-CHN-EOF
               PERFORM 4100-READ-ANCHOR
           END-IF
           PERFORM UNTIL WS-CHN-EOF
               PERFORM 4200-CHECK-ONE-ANCHOR
               PERFORM 4100-READ-ANCHOR
           END-PERFORM.

       4100-READ-ANCHOR.
           READ CHN-FILE NEXT RECORD
               AT END
                   SET WS-CHN-EOF TO TRUE
           END-READ.

       4200-CHECK-ONE-ANCHOR.
           MOVE "CHN" TO WS-TRL-SOURCE
           MOVE CHN-RECORD-COUNT TO WS-TRL-RECORD-NO
           MOVE CHN-CHAIN-ID TO WS-TRL-COUNTER-ID
           MOVE CHN-LAST-DATE TO WS-TRL-RUN-DATE
           MOVE CHN-LAST-TIME TO WS-TRL-RUN-TIME
           MOVE SPACES TO WS-TRL-TXN-TYPE
           PERFORM 3100-FIND-CHAIN-SLOT
      *
      *   An anchored id with nothing on either trail has lost its
      *   whole chain - but only the full history can show that;
      *   without it the id may simply have been archived whole.
      *
           IF WS-CHT-FOUND-SW = "N"
               IF WS-HISTORY-SUPPLIED
                   PERFORM 3200-ADD-CHAIN-SLOT
                   IF WS-CHT-FOUND-SW = "Y"
                       MOVE "Y" TO WS-CHT-ANCHOR-SW(WS-CHT-IDX)
                       MOVE CHN-LAST-VALUE TO WS-BRK-EXPECTED
                       MOVE 0 TO WS-BRK-FOUND
                       MOVE "ANCHORED ID HAS NO TRAIL"
                           TO WS-BRK-REASON
                       PERFORM 3500-RECORD-BREAK
                   END-IF
               END-IF
           ELSE
               MOVE "Y" TO WS-CHT-ANCHOR-SW(WS-CHT-IDX)
               IF WS-CHT-CHAIN(WS-CHT-IDX) NOT = CHN-LAST-VALUE
                   MOVE CHN-LAST-VALUE TO WS-BRK-EXPECTED
                   MOVE WS-CHT-CHAIN(WS-CHT-IDX) TO WS-BRK-FOUND
                   MOVE "TRAIL ENDS SHORT OF ANCHOR" TO WS-BRK-REASON
                   PERFORM 3500-RECORD-BREAK
               ELSE
                   IF WS-HISTORY-SUPPLIED
                           AND WS-CHT-RECORDS(WS-CHT-IDX)
                               NOT = CHN-RECORD-COUNT
                       MOVE CHN-LAST-VALUE TO WS-BRK-EXPECTED
                       MOVE WS-CHT-CHAIN(WS-CHT-IDX) TO WS-BRK-FOUND
                       MOVE "RECORD COUNT NOT AS ANCHORED"
                           TO WS-BRK-REASON
                       PERFORM 3500-RECORD-BREAK
                   END-IF
               END-IF
           END-IF.

       4500-CHECK-UNANCHORED-IDS.
      *
      *   A chained record NUMBSEQ wrote always left an anchor
      *   behind; a chain with no anchor had its anchor deleted.
      *
           PERFORM VARYING WS-CHT-IDX FROM 1 BY 1
                   UNTIL WS-CHT-IDX > WS-CHT-COUNT
               IF WS-CHT-ANCHOR-SW(WS-CHT-IDX) = "N"
                       AND WS-CHT-STARTED-SW(WS-CHT-IDX) = "Y"
                   MOVE "CHN" TO WS-TRL-SOURCE
                   MOVE 0 TO WS-TRL-RECORD-NO
                   MOVE 0 TO WS-TRL-RUN-DATE
                   MOVE 0 TO WS-TRL-RUN-TIME
                   MOVE SPACES TO WS-TRL-TXN-TYPE
                   MOVE 0 TO WS-BRK-EXPECTED
                   MOVE WS-CHT-CHAIN(WS-CHT-IDX) TO WS-BRK-FOUND
                   MOVE "NO ANCHOR ON CHNFILE" TO WS-BRK-REASON
                   PERFORM 3500-RECORD-BREAK
               END-IF
           END-PERFORM.

       5000-PRINT-REPORT.
           MOVE WS-HST-RECORDS TO WS-HSL-RECORDS
           MOVE WS-AUD-RECORDS TO WS-HSL-LIVE
           WRITE RPT-LINE FROM WS-HISTORY-LINE
           WRITE RPT-LINE FROM WS-COLUMN-LINE

           PERFORM VARYING WS-CHT-IDX FROM 1 BY 1
                   UNTIL WS-CHT-IDX > WS-CHT-COUNT
               PERFORM 5100-PRINT-ONE-ID
           END-PERFORM

           MOVE WS-CHT-COUNT TO WS-TOT-IDS
           MOVE WS-BROKEN-IDS TO WS-TOT-BROKEN
           WRITE RPT-LINE FROM WS-TOTAL-LINE
           IF NOT WS-BREAKS-SEEN
               WRITE RPT-LINE FROM WS-CLEAN-LINE
           END-IF.

       5100-PRINT-ONE-ID.
           MOVE WS-CHT-ID(WS-CHT-IDX) TO WS-DTL-ID
           MOVE WS-CHT-RECORDS(WS-CHT-IDX) TO WS-DTL-RECORDS
           MOVE WS-CHT-UNCHAINED(WS-CHT-IDX) TO WS-DTL-UNCHAINED
           MOVE WS-CHT-BREAKS(WS-CHT-IDX) TO WS-DTL-BREAKS
           EVALUATE TRUE
               WHEN WS-CHT-BREAKS(WS-CHT-IDX) > 0
                   MOVE "BROKEN" TO WS-DTL-STATUS
               WHEN WS-CHT-STARTED-SW(WS-CHT-IDX) = "N"
                   MOVE "NOT YET CHAINED" TO WS-DTL-STATUS
               WHEN WS-CHT-PICKED-UP-SW(WS-CHT-IDX) = "Y"
                   MOVE "INTACT FROM FIRST LIVE" TO WS-DTL-STATUS
               WHEN OTHER
                   MOVE "INTACT" TO WS-DTL-STATUS
           END-EVALUATE
           WRITE RPT-LINE FROM WS-DETAIL-LINE

           IF WS-CHT-BREAKS(WS-CHT-IDX) > 0
               MOVE WS-CHT-BRK-SOURCE(WS-CHT-IDX) TO WS-BKL-SOURCE
               MOVE WS-CHT-BRK-RECORD-NO(WS-CHT-IDX)
                   TO WS-BKL-RECORD-NO
               MOVE WS-CHT-BRK-DATE(WS-CHT-IDX) TO WS-BKL-DATE
               MOVE WS-CHT-BRK-TIME(WS-CHT-IDX) TO WS-BKL-TIME
               MOVE WS-CHT-BRK-TXN-TYPE(WS-CHT-IDX)
                   TO WS-BKL-TXN-TYPE
               MOVE WS-CHT-BRK-EXPECTED(WS-CHT-IDX)
                   TO WS-BKL-EXPECTED
               MOVE WS-CHT-BRK-FOUND(WS-CHT-IDX) TO WS-BKL-FOUND
               MOVE WS-CHT-BRK-REASON(WS-CHT-IDX) TO WS-BKL-REASON
               WRITE RPT-LINE FROM WS-BREAK-LINE
           END-IF.
