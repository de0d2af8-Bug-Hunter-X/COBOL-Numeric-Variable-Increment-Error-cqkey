       IDENTIFICATION DIVISION.
       PROGRAM-ID. NUMBRECN.
       AUTHOR. OPERATIONS-SUPPORT.
      *----------------------------------------------------------------
      *  NUMBRECN - Issuance register vs. audit trail reconciliation.
      *
      *  NUMBVRFY ties CTLFILE to the audit trail and NUMBRPT ties
      *  the trail to itself; this run ties the issuance register
      *  (REGFILE) to both.  The history dataset and then the live
      *  AUDFILE are walked in the order they were written, and
      *  every number an INCR, BLOCK, RELEAS, RETURN, or VOID record
      *  covers is posted to a work file keyed like the register,
      *  each later record for a number replacing the earlier one -
      *  a released tail is drawn again by the next GETBLOCK, and a
      *  number reset back over is issued twice, so only the latest
      *  thing the trail says about a number is what the register
      *  has to show.  Then:
      *
      *    MISSING           the trail issued the number (INCR,
      *                      BLOCK, and not released since) and the
      *                      register has no record of it
      *    ORPHAN            the register holds a number inside a
      *                      RELEAS tail, or - with the history
      *                      supplied - a number the trail never
      *                      issued at all
      *    VOID MISMATCH     a REG-VOIDED record with no VOID audit
      *                      record after the number's issue, or a
      *                      VOID audit record whose register record
      *                      is not voided
      *    ABOVE HIGH-WATER  a register record above its counter's
      *                      CTL-NUMBER (or for a counter CTLFILE
      *                      does not hold), issued after the
      *                      counter's latest RESET on the trail
      *
      *  A RESET - an operator's, a recovery's, or NUMBSEQ's own
      *  year rollback of a year-format counter - moves the counter
      *  down, and the register keeps every number issued above the
      *  new value until it is issued again.  Those records are not
      *  above the high-water mark; only a record issued after the
      *  counter's latest RESET can be.
      *
      *  A record marked returned (REG-RETURNED) is a valid register
      *  record - the number is accounted for, it was simply handed
      *  back unused.
      *
      *  Numbers issued before the register existed never had a
      *  register record, so the PARM may give a start date
      *  (CCYYMMDD): trail records dated before it still count
      *  toward each number's latest state, but are not reported
      *  missing.  Without the history dataset (HSTFILE empty or DD
      *  DUMMY), register records older than the live trail cannot
      *  be tied to anything and are counted, not reported - nor
      *  held to the high-water mark, since a RESET archived off the
      *  live trail cannot be seen.
      *
      *  Consecutive numbers with the same break are printed as one
      *  range, by counter and break type.  Nothing is updated.
      *  Return code 8 when anything breaks, 4 when a trail record
      *  could not be posted, 0 when register and trail agree.
      *
      *  Change log
      *  ----------
      *  2026-10-15  Original.
      *  2026-10-15  Post RESET records as each counter's latest
      *              reset, and hold only register records issued
      *              after it to the high-water mark - every January
      *              the year rollback left last year's unreused
      *              numbers reported ABOVE CTL-NUMBER on every
      *              year-format counter, as any downward RESET did.
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

           SELECT CTL-FILE ASSIGN TO "CTLFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTL-COUNTER-ID
               FILE STATUS IS WS-CTL-STATUS.

           SELECT REG-FILE ASSIGN TO "REGFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-KEY
               ALTERNATE RECORD KEY IS REG-FORMATTED
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-REQUESTER-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-REG-STATUS.

           SELECT WRK-FILE ASSIGN TO "WRKFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-KEY
               FILE STATUS IS WS-WRK-STATUS.

           SELECT BRK-FILE ASSIGN TO "BRKFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BRK-KEY
               FILE STATUS IS WS-BRK-STATUS.

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

       FD  CTL-FILE.
           COPY CTLREC.

       FD  REG-FILE.
           COPY REGREC.

      *
      *   Work file: the latest trail record to cover each number,
      *   keyed like the register so the two can be read against
      *   each other.  Rebuilt from empty every run.
      *
       FD  WRK-FILE.
       01  WRK-RECORD.
           05  WRK-KEY.
               10  WRK-COUNTER-ID      PIC X(08).
               10  WRK-NUMBER          PIC 9(09).
           05  WRK-EVENT               PIC X(01).
               88  WRK-ISSUED                  VALUE "I".
               88  WRK-RELEASED                VALUE "D".
               88  WRK-RETURNED                VALUE "R".
               88  WRK-VOIDED                  VALUE "V".
           05  WRK-TXN-TYPE            PIC X(06).
           05  WRK-RUN-DATE            PIC 9(08).
           05  WRK-RUN-TIME            PIC 9(06).
           05  WRK-SOURCE              PIC X(03).
           05  WRK-RECORD-NO           PIC 9(09).

      *
      *   Break file: one record per run of consecutive numbers with
      *   the same break, keyed so it reads back by counter, then
      *   break type, then number.  Rebuilt from empty every run.
      *
       FD  BRK-FILE.
       01  BRK-RECORD.
           05  BRK-KEY.
               10  BRK-COUNTER-ID      PIC X(08).
               10  BRK-TYPE            PIC X(01).
                   88  BRK-MISSING             VALUE "1".
                   88  BRK-ORPHAN              VALUE "2".
                   88  BRK-VOID-MISMATCH       VALUE "3".
                   88  BRK-ABOVE-HIGH-WATER    VALUE "4".
               10  BRK-FROM-NUMBER     PIC 9(09).
           05  BRK-TO-NUMBER           PIC 9(09).
           05  BRK-COUNT               PIC 9(09).
           05  BRK-SOURCE              PIC X(03).
           05  BRK-RECORD-NO           PIC 9(09).
           05  BRK-REASON              PIC X(30).

       FD  RPT-FILE.
       01  RPT-LINE                     PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-HST-STATUS                PIC X(02).
       01  WS-AUD-STATUS                PIC X(02).
       01  WS-CTL-STATUS                PIC X(02).
       01  WS-REG-STATUS                PIC X(02).
       01  WS-WRK-STATUS                PIC X(02).
       01  WS-BRK-STATUS                PIC X(02).
       01  WS-RPT-STATUS                PIC X(02).

       01  WS-SWITCHES.
           05  WS-HST-EOF-SW            PIC X(01) VALUE "N".
               88  WS-HST-EOF                     VALUE "Y".
           05  WS-AUD-EOF-SW            PIC X(01) VALUE "N".
               88  WS-AUD-EOF                     VALUE "Y".
           05  WS-REG-EOF-SW            PIC X(01) VALUE "N".
               88  WS-REG-EOF                     VALUE "Y".
           05  WS-WRK-EOF-SW            PIC X(01) VALUE "N".
               88  WS-WRK-EOF                     VALUE "Y".
           05  WS-BRK-EOF-SW            PIC X(01) VALUE "N".
               88  WS-BRK-EOF                     VALUE "Y".
           05  WS-HISTORY-SW            PIC X(01) VALUE "N".
               88  WS-HISTORY-SUPPLIED           VALUE "Y".
           05  WS-BREAK-SW              PIC X(01) VALUE "N".
               88  WS-BREAKS-SEEN                VALUE "Y".
           05  WS-INCOMPLETE-SW         PIC X(01) VALUE "N".
               88  WS-RUN-INCOMPLETE             VALUE "Y".
           05  WS-REG-FOUND-SW          PIC X(01).
           05  WS-WRK-FOUND-SW          PIC X(01).
           05  WS-BRK-FOUND-SW          PIC X(01).
           05  WS-CTL-FOUND-SW          PIC X(01).
           05  WS-RST-FULL-SW           PIC X(01) VALUE "N".
               88  WS-RST-TABLE-FULL             VALUE "Y".

       01  WS-ABEND-CODE                PIC X(08) VALUE "NUMB033E".
       01  WS-TODAY-DATE                PIC 9(08).
       01  WS-START-DATE                PIC 9(08) VALUE 0.
      *
      *   No single audit record legitimately covers more numbers
      *   than one GETBLOCK can reserve; a wider range is a damaged
      *   record and is not posted number by number.
      *
       01  WS-RANGE-LIMIT               PIC 9(09) VALUE 9999.

       01  WS-RUN-COUNTERS.
           05  WS-HST-RECORDS           PIC 9(09) VALUE 0.
           05  WS-AUD-RECORDS           PIC 9(09) VALUE 0.
           05  WS-REG-RECORDS           PIC 9(09) VALUE 0.
           05  WS-POSTED-NUMBERS        PIC 9(09) VALUE 0.
           05  WS-UNCOVERED-RECORDS     PIC 9(09) VALUE 0.
           05  WS-SKIPPED-RECORDS       PIC 9(09) VALUE 0.

      *
      *   The trail record being posted, taken from whichever file
      *   it came off.
      *
       01  WS-TRAIL-WORK.
           05  WS-TRL-SOURCE            PIC X(03).
           05  WS-TRL-RECORD-NO         PIC 9(09).
           05  WS-TRL-COUNTER-ID        PIC X(08).
           05  WS-TRL-OLD-VALUE         PIC 9(09).
           05  WS-TRL-NEW-VALUE         PIC 9(09).
           05  WS-TRL-RUN-DATE          PIC 9(08).
           05  WS-TRL-RUN-TIME          PIC 9(06).
           05  WS-TRL-TXN-TYPE          PIC X(06).
           05  WS-TRL-EVENT             PIC X(01).
           05  WS-TRL-FROM-NUMBER       PIC 9(09).
           05  WS-TRL-TO-NUMBER         PIC 9(09).
           05  WS-TRL-NUMBER            PIC 9(09).
           05  WS-TRL-VALUES-SW         PIC X(01).

       01  WS-HIGH-WATER-WORK.
           05  WS-HWM-COUNTER-ID        PIC X(08) VALUE LOW-VALUES.
           05  WS-HWM-NUMBER            PIC 9(09) VALUE 0.
           05  WS-HWM-RESET-DATE        PIC 9(08) VALUE 0.
           05  WS-HWM-RESET-TIME        PIC 9(06) VALUE 0.
           05  WS-HWM-CHECK-SW          PIC X(01).

      *
      *   The date and time of the first live trail record - with no
      *   history supplied, nothing older can be tied to the trail.
      *
       01  WS-LIVE-START.
           05  WS-LIVE-START-DATE       PIC 9(08) VALUE 99999999.
           05  WS-LIVE-START-TIME       PIC 9(06) VALUE 0.

      *
      *   Each counter's latest RESET on the trail, history and live
      *   alike.  A counter past the table cannot have its resets
      *   honored, so the run is flagged incomplete.
      *
       01  WS-RST-TABLE-MAX             PIC 9(04) VALUE 500.
       01  WS-RST-FOUND-SW              PIC X(01).
       01  WS-RST-SEARCH-ID             PIC X(08).
       01  WS-RESET-TABLE.
           05  WS-RST-COUNT             PIC 9(04) VALUE 0.
           05  WS-RST-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-RST-IDX.
               10  WS-RST-COUNTER-ID    PIC X(08).
               10  WS-RST-DATE          PIC 9(08).
               10  WS-RST-TIME          PIC 9(06).

      *
      *   The break being recorded, and the latest range still open
      *   for each break type - a number one past the end of the
      *   open range, on the same counter and for the same reason,
      *   extends it instead of starting a new one.
      *
       01  WS-NEW-BREAK.
           05  WS-NBK-COUNTER-ID        PIC X(08).
           05  WS-NBK-TYPE              PIC 9(01).
           05  WS-NBK-NUMBER            PIC 9(09).
           05  WS-NBK-SOURCE            PIC X(03).
           05  WS-NBK-RECORD-NO         PIC 9(09).
           05  WS-NBK-REASON            PIC X(30).

       01  WS-OPEN-BREAKS.
           05  WS-OPN-ENTRY OCCURS 4 TIMES.
               10  WS-OPN-COUNTER-ID    PIC X(08).
               10  WS-OPN-FROM-NUMBER   PIC 9(09).
               10  WS-OPN-TO-NUMBER     PIC 9(09).
               10  WS-OPN-REASON        PIC X(30).

      *
      *   Numbers broken by type, for the counter being printed
      *   and for the whole run.
      *
       01  WS-BREAK-TOTALS.
           05  WS-CTR-BREAKS OCCURS 4 TIMES
                                        PIC 9(09).
           05  WS-RUN-BREAKS OCCURS 4 TIMES
                                        PIC 9(09).
       01  WS-TYPE-IDX                  PIC 9(01).
       01  WS-PRINT-COUNTER-ID          PIC X(08).

       01  WS-HEADING-LINE.
           05  FILLER                   PIC X(40) VALUE
               "NUMBRECN - REGISTER RECONCILIATION AS OF".
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-HDG-DATE              PIC 9(08).
           05  FILLER                   PIC X(83) VALUE SPACES.

       01  WS-READ-LINE.
           05  FILLER                   PIC X(21) VALUE
               "HISTORY RECORDS READ ".
           05  WS-RDL-HISTORY           PIC Z(08)9.
           05  FILLER                   PIC X(21) VALUE
               "   LIVE RECORDS READ ".
           05  WS-RDL-LIVE              PIC Z(08)9.
           05  FILLER                   PIC X(25) VALUE
               "   REGISTER RECORDS READ ".
           05  WS-RDL-REGISTER          PIC Z(08)9.
           05  FILLER                   PIC X(38) VALUE SPACES.

       01  WS-START-LINE.
           05  FILLER                   PIC X(40) VALUE
               "TRAIL RECORDS DATED BEFORE THE START DAT".
           05  FILLER                   PIC X(02) VALUE "E ".
           05  WS-STL-DATE              PIC 9(08).
           05  FILLER                   PIC X(36) VALUE
               " ARE NOT REPORTED AS MISSING".
           05  FILLER                   PIC X(46) VALUE SPACES.

       01  WS-UNCOVERED-LINE.
           05  FILLER                   PIC X(40) VALUE
               "NO HISTORY SUPPLIED - REGISTER RECORDS N".
           05  FILLER                   PIC X(40) VALUE
               "OT ON THE LIVE TRAIL, NOT CHECKED:      ".
           05  WS-UCL-RECORDS           PIC Z(08)9.
           05  FILLER                   PIC X(43) VALUE SPACES.

       01  WS-SKIPPED-LINE.
           05  FILLER                   PIC X(40) VALUE
               "TRAIL RECORDS NOT POSTED (RANGE DAMAGED)".
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-SKL-RECORDS           PIC Z(08)9.
           05  FILLER                   PIC X(82) VALUE SPACES.

       01  WS-COLUMN-LINE.
           05  FILLER                   PIC X(40) VALUE
               "COUNTER   BREAK TYPE       FROM      TO ".
           05  FILLER                   PIC X(38) VALUE
               "          COUNT  REFERENCE      REASON".
           05  FILLER                   PIC X(54) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DTL-COUNTER-ID        PIC X(08).
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DTL-TYPE              PIC X(16).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-DTL-FROM-NUMBER       PIC 9(09).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-DTL-TO-NUMBER         PIC 9(09).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-DTL-COUNT             PIC Z(08)9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DTL-SOURCE            PIC X(03).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-DTL-RECORD-NO         PIC Z(08)9.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-DTL-REASON            PIC X(30).
           05  FILLER                   PIC X(29) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  WS-TOT-LABEL             PIC X(18).
           05  WS-TOT-COUNTER-ID        PIC X(08).
           05  FILLER                   PIC X(10) VALUE
               "  MISSING ".
           05  WS-TOT-MISSING           PIC Z(08)9.
           05  FILLER                   PIC X(09) VALUE
               "  ORPHAN ".
           05  WS-TOT-ORPHAN            PIC Z(08)9.
           05  FILLER                   PIC X(16) VALUE
               "  VOID MISMATCH ".
           05  WS-TOT-VOID-MISMATCH     PIC Z(08)9.
           05  FILLER                   PIC X(19) VALUE
               "  ABOVE HIGH-WATER ".
           05  WS-TOT-ABOVE-HIGH-WATER  PIC Z(08)9.
           05  FILLER                   PIC X(16) VALUE SPACES.

       01  WS-CLEAN-LINE.
           05  FILLER                   PIC X(40) VALUE
               "REGISTER AND AUDIT TRAIL AGREE          ".
           05  FILLER                   PIC X(92) VALUE SPACES.

       LINKAGE SECTION.
       01  LK-PARM-AREA.
           05  LK-PARM-LENGTH           PIC S9(04) COMP.
           05  LK-PARM-TEXT             PIC X(20).

       PROCEDURE DIVISION USING LK-PARM-AREA.
       0000-MAIN-PROCESS.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM 0100-PROCESS-PARM
           PERFORM 1000-OPEN-FILES

           MOVE WS-TODAY-DATE TO WS-HDG-DATE
           WRITE RPT-LINE FROM WS-HEADING-LINE

           PERFORM 2000-WALK-HISTORY
           PERFORM 2500-WALK-LIVE-TRAIL
           PERFORM 3000-CHECK-TRAIL-NUMBERS
           PERFORM 4000-CHECK-REGISTER
           PERFORM 5000-PRINT-REPORT
           PERFORM 9000-CLOSE-FILES

           IF WS-BREAKS-SEEN
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-RUN-INCOMPLETE
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

       0100-PROCESS-PARM.
           IF LK-PARM-LENGTH >= 8
                   AND LK-PARM-TEXT(1:8) IS NUMERIC
               MOVE LK-PARM-TEXT(1:8) TO WS-START-DATE
           END-IF.

       1000-OPEN-FILES.
           OPEN INPUT AUD-FILE
           OPEN OUTPUT RPT-FILE

           OPEN INPUT REG-FILE
           IF WS-REG-STATUS NOT = "00"
               DISPLAY WS-ABEND-CODE
                   " REGFILE COULD NOT BE OPENED, STATUS "
                   WS-REG-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN INPUT CTL-FILE
           IF WS-CTL-STATUS NOT = "00"
               DISPLAY WS-ABEND-CODE
                   " CTLFILE COULD NOT BE OPENED, STATUS "
                   WS-CTL-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF

           OPEN OUTPUT WRK-FILE
           CLOSE WRK-FILE
           OPEN I-O WRK-FILE

           OPEN OUTPUT BRK-FILE
           CLOSE BRK-FILE
           OPEN I-O BRK-FILE

           MOVE SPACES TO WS-OPEN-BREAKS
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-TYPE-IDX > 4
               MOVE 0 TO WS-OPN-TO-NUMBER(WS-TYPE-IDX)
               MOVE 0 TO WS-RUN-BREAKS(WS-TYPE-IDX)
           END-PERFORM.

       2000-WALK-HISTORY.
      *
      *   The history dataset holds every period ever archived, in
      *   the order the records were first written, so it is posted
      *   ahead of the live trail.  An empty one counts as not
      *   supplied.
      *
           OPEN INPUT HST-FILE
           IF WS-HST-STATUS = "00"
               PERFORM 2100-READ-HISTORY
               PERFORM UNTIL WS-HST-EOF
                   SET WS-HISTORY-SUPPLIED TO TRUE
                   ADD 1 TO WS-HST-RECORDS
                   MOVE "HST" TO WS-TRL-SOURCE
                   MOVE WS-HST-RECORDS TO WS-TRL-RECORD-NO
                   MOVE HST-COUNTER-ID TO WS-TRL-COUNTER-ID
                   MOVE HST-RUN-DATE TO WS-TRL-RUN-DATE
                   MOVE HST-RUN-TIME TO WS-TRL-RUN-TIME
                   MOVE HST-TXN-TYPE TO WS-TRL-TXN-TYPE
                   IF HST-OLD-VALUE IS NUMERIC
                           AND HST-NEW-VALUE IS NUMERIC
                       MOVE "Y" TO WS-TRL-VALUES-SW
                       MOVE HST-OLD-VALUE TO WS-TRL-OLD-VALUE
                       MOVE HST-NEW-VALUE TO WS-TRL-NEW-VALUE
                   ELSE
                       MOVE "N" TO WS-TRL-VALUES-SW
                   END-IF
                   PERFORM 2200-POST-TRAIL-RECORD
                   PERFORM 2100-READ-HISTORY
               END-PERFORM
               CLOSE HST-FILE
           END-IF.

       2100-READ-HISTORY.
           READ HST-FILE
               AT END
                   SET WS-HST-EOF TO TRUE
           END-READ.

       2200-POST-TRAIL-RECORD.
      *
      *   Which numbers the record covers, by type: INCR and BLOCK
      *   issue old+1 through new; RELEAS and RETURN carry the
      *   tail's end in the old value and the number before its
      *   start in the new value; VOID names its number in both.
      *   Every other type moves no number the register tracks;
      *   a RESET is noted as its counter's latest.
      *
           IF WS-TRL-TXN-TYPE = "RESET"
               PERFORM 2250-NOTE-RESET
           END-IF

           MOVE SPACE TO WS-TRL-EVENT
           IF WS-TRL-VALUES-SW = "Y"
               EVALUATE WS-TRL-TXN-TYPE
                   WHEN "INCR"
                   WHEN "BLOCK"
                       MOVE "I" TO WS-TRL-EVENT
                       COMPUTE WS-TRL-FROM-NUMBER =
                           WS-TRL-OLD-VALUE + 1
                       MOVE WS-TRL-NEW-VALUE TO WS-TRL-TO-NUMBER
                   WHEN "RELEAS"
                       MOVE "D" TO WS-TRL-EVENT
                       COMPUTE WS-TRL-FROM-NUMBER =
                           WS-TRL-NEW-VALUE + 1
                       MOVE WS-TRL-OLD-VALUE TO WS-TRL-TO-NUMBER
                   WHEN "RETURN"
                       MOVE "R" TO WS-TRL-EVENT
                       COMPUTE WS-TRL-FROM-NUMBER =
                           WS-TRL-NEW-VALUE + 1
                       MOVE WS-TRL-OLD-VALUE TO WS-TRL-TO-NUMBER
                   WHEN "VOID"
                       MOVE "V" TO WS-TRL-EVENT
                       MOVE WS-TRL-NEW-VALUE TO WS-TRL-FROM-NUMBER
                       MOVE WS-TRL-NEW-VALUE TO WS-TRL-TO-NUMBER
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           IF WS-TRL-EVENT NOT = SPACE
                   AND WS-TRL-FROM-NUMBER <= WS-TRL-TO-NUMBER
               IF WS-TRL-TO-NUMBER - WS-TRL-FROM-NUMBER
                       >= WS-RANGE-LIMIT
                   ADD 1 TO WS-SKIPPED-RECORDS
                   SET WS-RUN-INCOMPLETE TO TRUE
                   DISPLAY "NUMB032W " WS-TRL-SOURCE " RECORD "
                       WS-TRL-RECORD-NO " " WS-TRL-COUNTER-ID " "
                       WS-TRL-TXN-TYPE " RANGE TOO WIDE TO POST"
               ELSE
                   PERFORM VARYING WS-TRL-NUMBER
                           FROM WS-TRL-FROM-NUMBER BY 1
                           UNTIL WS-TRL-NUMBER > WS-TRL-TO-NUMBER
                       PERFORM 2300-POST-ONE-NUMBER
                   END-PERFORM
               END-IF
           END-IF.

       2250-NOTE-RESET.
      *
      *   The trail is posted in the order it was written, so the
      *   later record is normally the later reset; the comparison
      *   keeps it so regardless.
      *
           MOVE WS-TRL-COUNTER-ID TO WS-RST-SEARCH-ID
           PERFORM 2260-FIND-RESET-SLOT
           IF WS-RST-FOUND-SW = "N"
               IF WS-RST-COUNT NOT < WS-RST-TABLE-MAX
                   IF NOT WS-RST-TABLE-FULL
                       SET WS-RST-TABLE-FULL TO TRUE
                       SET WS-RUN-INCOMPLETE TO TRUE
                       DISPLAY "NUMB034W RESET TABLE FULL, RESETS OF "
                           "SOME COUNTERS ARE NOT HONORED"
                   END-IF
               ELSE
                   ADD 1 TO WS-RST-COUNT
                   SET WS-RST-IDX TO WS-RST-COUNT
                   MOVE WS-TRL-COUNTER-ID
                       TO WS-RST-COUNTER-ID(WS-RST-IDX)
                   MOVE 0 TO WS-RST-DATE(WS-RST-IDX)
                   MOVE 0 TO WS-RST-TIME(WS-RST-IDX)
                   MOVE "Y" TO WS-RST-FOUND-SW
               END-IF
           END-IF
           IF WS-RST-FOUND-SW = "Y"
               IF WS-TRL-RUN-DATE > WS-RST-DATE(WS-RST-IDX)
                       OR (WS-TRL-RUN-DATE = WS-RST-DATE(WS-RST-IDX)
                           AND WS-TRL-RUN-TIME
                               > WS-RST-TIME(WS-RST-IDX))
                   MOVE WS-TRL-RUN-DATE TO WS-RST-DATE(WS-RST-IDX)
                   MOVE WS-TRL-RUN-TIME TO WS-RST-TIME(WS-RST-IDX)
               END-IF
           END-IF.

       2260-FIND-RESET-SLOT.
      *
      *   The VARYING phrase steps the index once more after the
      *   iteration that sets the found switch, so it has to be
      *   stepped back to land on the matched slot.
      *
           MOVE "N" TO WS-RST-FOUND-SW
           IF WS-RST-COUNT > 0
               PERFORM VARYING WS-RST-IDX FROM 1 BY 1
                       UNTIL WS-RST-IDX > WS-RST-COUNT
                           OR WS-RST-FOUND-SW = "Y"
                   IF WS-RST-COUNTER-ID(WS-RST-IDX)
                           = WS-RST-SEARCH-ID
                       MOVE "Y" TO WS-RST-FOUND-SW
                   END-IF
               END-PERFORM
               IF WS-RST-FOUND-SW = "Y"
                   SET WS-RST-IDX DOWN BY 1
               END-IF
           END-IF.

       2300-POST-ONE-NUMBER.
           MOVE WS-TRL-COUNTER-ID TO WRK-COUNTER-ID
           MOVE WS-TRL-NUMBER TO WRK-NUMBER
           READ WRK-FILE
               INVALID KEY
                   MOVE "N" TO WS-WRK-FOUND-SW
               NOT INVALID KEY
                   MOVE "Y" TO WS-WRK-FOUND-SW
           END-READ
           MOVE WS-TRL-EVENT TO WRK-EVENT
           MOVE WS-TRL-TXN-TYPE TO WRK-TXN-TYPE
           MOVE WS-TRL-RUN-DATE TO WRK-RUN-DATE
           MOVE WS-TRL-RUN-TIME TO WRK-RUN-TIME
           MOVE WS-TRL-SOURCE TO WRK-SOURCE
           MOVE WS-TRL-RECORD-NO TO WRK-RECORD-NO
           IF WS-WRK-FOUND-SW = "Y"
               REWRITE WRK-RECORD
           ELSE
               WRITE WRK-RECORD
               ADD 1 TO WS-POSTED-NUMBERS
           END-IF.

       2500-WALK-LIVE-TRAIL.
           PERFORM 2600-READ-LIVE
           PERFORM UNTIL WS-AUD-EOF
               ADD 1 TO WS-AUD-RECORDS
               IF WS-AUD-RECORDS = 1
                   MOVE AUD-RUN-DATE TO WS-LIVE-START-DATE
                   MOVE AUD-RUN-TIME TO WS-LIVE-START-TIME
               END-IF
               MOVE "AUD" TO WS-TRL-SOURCE
               MOVE WS-AUD-RECORDS TO WS-TRL-RECORD-NO
               MOVE AUD-COUNTER-ID TO WS-TRL-COUNTER-ID
               MOVE AUD-RUN-DATE TO WS-TRL-RUN-DATE
               MOVE AUD-RUN-TIME TO WS-TRL-RUN-TIME
               MOVE AUD-TXN-TYPE TO WS-TRL-TXN-TYPE
               IF AUD-OLD-VALUE IS NUMERIC
                       AND AUD-NEW-VALUE IS NUMERIC
                   MOVE "Y" TO WS-TRL-VALUES-SW
                   MOVE AUD-OLD-VALUE TO WS-TRL-OLD-VALUE
                   MOVE AUD-NEW-VALUE TO WS-TRL-NEW-VALUE
               ELSE
                   MOVE "N" TO WS-TRL-VALUES-SW
               END-IF
               PERFORM 2200-POST-TRAIL-RECORD
               PERFORM 2600-READ-LIVE
           END-PERFORM.

       2600-READ-LIVE.
           READ AUD-FILE
               AT END
                   SET WS-AUD-EOF TO TRUE
           END-READ.

       3000-CHECK-TRAIL-NUMBERS.
      *
      *   Every number the trail touched, against the register.
      *
           MOVE LOW-VALUES TO WRK-KEY
           START WRK-FILE KEY NOT < WRK-KEY
               INVALID KEY
                   SET WS-WRK-EOF TO TRUE
           END-START
           IF NOT WS-WRK-EOF
               PERFORM 3100-READ-WORK
           END-IF
           PERFORM UNTIL WS-WRK-EOF
               PERFORM 3200-CHECK-ONE-NUMBER
               PERFORM 3100-READ-WORK
           END-PERFORM.

       3100-READ-WORK.
           READ WRK-FILE NEXT RECORD
               AT END
                   SET WS-WRK-EOF TO TRUE
           END-READ.

       3200-CHECK-ONE-NUMBER.
           MOVE WRK-COUNTER-ID TO REG-COUNTER-ID
           MOVE WRK-NUMBER TO REG-NUMBER
           READ REG-FILE
               INVALID KEY
                   MOVE "N" TO WS-REG-FOUND-SW
               NOT INVALID KEY
                   MOVE "Y" TO WS-REG-FOUND-SW
           END-READ

           MOVE WRK-COUNTER-ID TO WS-NBK-COUNTER-ID
           MOVE WRK-NUMBER TO WS-NBK-NUMBER
           MOVE WRK-SOURCE TO WS-NBK-SOURCE
           MOVE WRK-RECORD-NO TO WS-NBK-RECORD-NO

           EVALUATE TRUE
               WHEN WRK-RELEASED
                   IF WS-REG-FOUND-SW = "Y"
                       MOVE 2 TO WS-NBK-TYPE
                       MOVE "REGISTERED INSIDE RELEAS TAIL"
                           TO WS-NBK-REASON
                       PERFORM 6000-RECORD-BREAK
                   END-IF
               WHEN WS-REG-FOUND-SW = "N"
      *
      *   Numbers issued before the register existed were never
      *   registered, so only trail records from the start date on
      *   can show a number missing.
      *
                   IF WRK-RUN-DATE NOT < WS-START-DATE
                       MOVE 1 TO WS-NBK-TYPE
                       EVALUATE TRUE
                           WHEN WRK-VOIDED
                               MOVE "VOIDED, NOT ON REGISTER"
                                   TO WS-NBK-REASON
                           WHEN WRK-RETURNED
                               MOVE "RETURNED, NOT ON REGISTER"
                                   TO WS-NBK-REASON
                           WHEN OTHER
                               MOVE "ISSUED, NOT ON REGISTER"
                                   TO WS-NBK-REASON
                       END-EVALUATE
                       PERFORM 6000-RECORD-BREAK
                   END-IF
               WHEN WRK-VOIDED
                   IF NOT REG-VOIDED
                       MOVE 3 TO WS-NBK-TYPE
                       MOVE "VOID AUDIT, REGISTER NOT VOID"
                           TO WS-NBK-REASON
                       PERFORM 6000-RECORD-BREAK
                   END-IF
               WHEN WRK-ISSUED
                   IF REG-VOIDED
                       MOVE 3 TO WS-NBK-TYPE
                       MOVE "REGISTER VOIDED, NO VOID AUDIT"
                           TO WS-NBK-REASON
                       PERFORM 6000-RECORD-BREAK
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       4000-CHECK-REGISTER.
      *
      *   Every register record, against its counter's high-water
      *   mark and against what the trail said about the number.
      *
           MOVE LOW-VALUES TO REG-KEY
           START REG-FILE KEY NOT < REG-KEY
               INVALID KEY
                   SET WS-REG-EOF TO TRUE
           END-START
           IF NOT WS-REG-EOF
               PERFORM 4100-READ-REGISTER
           END-IF
           PERFORM UNTIL WS-REG-EOF
               ADD 1 TO WS-REG-RECORDS
               PERFORM 4200-CHECK-ONE-REGISTER
               PERFORM 4100-READ-REGISTER
           END-PERFORM.

       4100-READ-REGISTER.
           READ REG-FILE NEXT RECORD
               AT END
                   SET WS-REG-EOF TO TRUE
           END-READ.

       4200-CHECK-ONE-REGISTER.
           IF REG-COUNTER-ID NOT = WS-HWM-COUNTER-ID
               PERFORM 4300-LOAD-HIGH-WATER
           END-IF

           MOVE REG-COUNTER-ID TO WS-NBK-COUNTER-ID
           MOVE REG-NUMBER TO WS-NBK-NUMBER
           MOVE "REG" TO WS-NBK-SOURCE
           MOVE WS-REG-RECORDS TO WS-NBK-RECORD-NO

           PERFORM 4250-JUDGE-HIGH-WATER
           IF WS-HWM-CHECK-SW = "Y"
               MOVE 4 TO WS-NBK-TYPE
               IF WS-CTL-FOUND-SW = "Y"
                   MOVE "ABOVE CTL-NUMBER" TO WS-NBK-REASON
               ELSE
                   MOVE "COUNTER NOT ON CTLFILE" TO WS-NBK-REASON
               END-IF
               PERFORM 6000-RECORD-BREAK
           END-IF

           MOVE REG-COUNTER-ID TO WRK-COUNTER-ID
           MOVE REG-NUMBER TO WRK-NUMBER
           READ WRK-FILE
               INVALID KEY
                   MOVE "N" TO WS-WRK-FOUND-SW
               NOT INVALID KEY
                   MOVE "Y" TO WS-WRK-FOUND-SW
           END-READ

      *
      *   A number the trail never mentions was issued before the
      *   trail supplied begins - with the full history that can
      *   only be a record nobody issued; without it, there is
      *   nothing to tie the record to.
      *
           IF WS-WRK-FOUND-SW = "N"
               IF WS-HISTORY-SUPPLIED
                       AND REG-ISSUE-DATE NOT < WS-START-DATE
                   IF REG-VOIDED
                       MOVE 3 TO WS-NBK-TYPE
                       MOVE "REGISTER VOIDED, NO VOID AUDIT"
                           TO WS-NBK-REASON
                   ELSE
                       MOVE 2 TO WS-NBK-TYPE
                       MOVE "NO ISSUE ON THE AUDIT TRAIL"
                           TO WS-NBK-REASON
                   END-IF
                   PERFORM 6000-RECORD-BREAK
               ELSE
                   ADD 1 TO WS-UNCOVERED-RECORDS
               END-IF
           END-IF.

       4250-JUDGE-HIGH-WATER.
      *
      *   Above the mark, issued after the counter's latest RESET,
      *   and - with no history supplied - issued within the live
      *   trail, where any later RESET would be seen.
      *
           MOVE "N" TO WS-HWM-CHECK-SW
           IF REG-NUMBER > WS-HWM-NUMBER
               IF REG-ISSUE-DATE > WS-HWM-RESET-DATE
                       OR (REG-ISSUE-DATE = WS-HWM-RESET-DATE
                           AND REG-ISSUE-TIME > WS-HWM-RESET-TIME)
                   MOVE "Y" TO WS-HWM-CHECK-SW
               END-IF
           END-IF
           IF WS-HWM-CHECK-SW = "Y" AND NOT WS-HISTORY-SUPPLIED
               IF REG-ISSUE-DATE < WS-LIVE-START-DATE
                       OR (REG-ISSUE-DATE = WS-LIVE-START-DATE
                           AND REG-ISSUE-TIME < WS-LIVE-START-TIME)
                   MOVE "N" TO WS-HWM-CHECK-SW
               END-IF
           END-IF.

       4300-LOAD-HIGH-WATER.
           MOVE REG-COUNTER-ID TO WS-HWM-COUNTER-ID
           MOVE REG-COUNTER-ID TO WS-RST-SEARCH-ID
           PERFORM 2260-FIND-RESET-SLOT
           IF WS-RST-FOUND-SW = "Y"
               MOVE WS-RST-DATE(WS-RST-IDX) TO WS-HWM-RESET-DATE
               MOVE WS-RST-TIME(WS-RST-IDX) TO WS-HWM-RESET-TIME
           ELSE
               MOVE 0 TO WS-HWM-RESET-DATE
               MOVE 0 TO WS-HWM-RESET-TIME
           END-IF
           MOVE REG-COUNTER-ID TO CTL-COUNTER-ID
           READ CTL-FILE
               INVALID KEY
                   MOVE "N" TO WS-CTL-FOUND-SW
               NOT INVALID KEY
                   MOVE "Y" TO WS-CTL-FOUND-SW
           END-READ
           IF WS-CTL-FOUND-SW = "Y"
               MOVE CTL-NUMBER TO WS-HWM-NUMBER
           ELSE
               MOVE 0 TO WS-HWM-NUMBER
           END-IF.

       5000-PRINT-REPORT.
           MOVE WS-HST-RECORDS TO WS-RDL-HISTORY
           MOVE WS-AUD-RECORDS TO WS-RDL-LIVE
           MOVE WS-REG-RECORDS TO WS-RDL-REGISTER
           WRITE RPT-LINE FROM WS-READ-LINE
           IF WS-START-DATE > 0
               MOVE WS-START-DATE TO WS-STL-DATE
               WRITE RPT-LINE FROM WS-START-LINE
           END-IF
           IF NOT WS-HISTORY-SUPPLIED
               MOVE WS-UNCOVERED-RECORDS TO WS-UCL-RECORDS
               WRITE RPT-LINE FROM WS-UNCOVERED-LINE
           END-IF
           IF WS-SKIPPED-RECORDS > 0
               MOVE WS-SKIPPED-RECORDS TO WS-SKL-RECORDS
               WRITE RPT-LINE FROM WS-SKIPPED-LINE
           END-IF

           IF WS-BREAKS-SEEN
               WRITE RPT-LINE FROM WS-COLUMN-LINE
               MOVE LOW-VALUES TO BRK-KEY
               START BRK-FILE KEY NOT < BRK-KEY
                   INVALID KEY
                       SET WS-BRK-EOF TO TRUE
               END-START
               IF NOT WS-BRK-EOF
                   PERFORM 5100-READ-BREAK
                   MOVE BRK-COUNTER-ID TO WS-PRINT-COUNTER-ID
                   PERFORM 5400-CLEAR-COUNTER-TOTALS
               END-IF
               PERFORM UNTIL WS-BRK-EOF
                   IF BRK-COUNTER-ID NOT = WS-PRINT-COUNTER-ID
                       PERFORM 5300-PRINT-COUNTER-TOTAL
                       MOVE BRK-COUNTER-ID TO WS-PRINT-COUNTER-ID
                       PERFORM 5400-CLEAR-COUNTER-TOTALS
                   END-IF
                   PERFORM 5200-PRINT-ONE-BREAK
                   PERFORM 5100-READ-BREAK
               END-PERFORM
               PERFORM 5300-PRINT-COUNTER-TOTAL
               PERFORM 5500-PRINT-RUN-TOTAL
           ELSE
               WRITE RPT-LINE FROM WS-CLEAN-LINE
           END-IF.

       5100-READ-BREAK.
           READ BRK-FILE NEXT RECORD
               AT END
                   SET WS-BRK-EOF TO TRUE
           END-READ.

       5200-PRINT-ONE-BREAK.
           MOVE BRK-COUNTER-ID TO WS-DTL-COUNTER-ID
           EVALUATE TRUE
               WHEN BRK-MISSING
                   MOVE "MISSING" TO WS-DTL-TYPE
               WHEN BRK-ORPHAN
                   MOVE "ORPHAN" TO WS-DTL-TYPE
               WHEN BRK-VOID-MISMATCH
                   MOVE "VOID MISMATCH" TO WS-DTL-TYPE
               WHEN OTHER
                   MOVE "ABOVE HIGH-WATER" TO WS-DTL-TYPE
           END-EVALUATE
           MOVE BRK-FROM-NUMBER TO WS-DTL-FROM-NUMBER
           MOVE BRK-TO-NUMBER TO WS-DTL-TO-NUMBER
           MOVE BRK-COUNT TO WS-DTL-COUNT
           MOVE BRK-SOURCE TO WS-DTL-SOURCE
           MOVE BRK-RECORD-NO TO WS-DTL-RECORD-NO
           MOVE BRK-REASON TO WS-DTL-REASON
           WRITE RPT-LINE FROM WS-DETAIL-LINE

           MOVE BRK-TYPE TO WS-TYPE-IDX
           ADD BRK-COUNT TO WS-CTR-BREAKS(WS-TYPE-IDX)
           ADD BRK-COUNT TO WS-RUN-BREAKS(WS-TYPE-IDX).

       5300-PRINT-COUNTER-TOTAL.
           MOVE "    TOTAL FOR    " TO WS-TOT-LABEL
           MOVE WS-PRINT-COUNTER-ID TO WS-TOT-COUNTER-ID
           MOVE WS-CTR-BREAKS(1) TO WS-TOT-MISSING
           MOVE WS-CTR-BREAKS(2) TO WS-TOT-ORPHAN
           MOVE WS-CTR-BREAKS(3) TO WS-TOT-VOID-MISMATCH
           MOVE WS-CTR-BREAKS(4) TO WS-TOT-ABOVE-HIGH-WATER
           WRITE RPT-LINE FROM WS-TOTAL-LINE.

       5400-CLEAR-COUNTER-TOTALS.
           PERFORM VARYING WS-TYPE-IDX FROM 1 BY 1
                   UNTIL WS-TYPE-IDX > 4
               MOVE 0 TO WS-CTR-BREAKS(WS-TYPE-IDX)
           END-PERFORM.

       5500-PRINT-RUN-TOTAL.
           MOVE "NUMBERS BROKEN -  " TO WS-TOT-LABEL
           MOVE "ALL     " TO WS-TOT-COUNTER-ID
           MOVE WS-RUN-BREAKS(1) TO WS-TOT-MISSING
           MOVE WS-RUN-BREAKS(2) TO WS-TOT-ORPHAN
           MOVE WS-RUN-BREAKS(3) TO WS-TOT-VOID-MISMATCH
           MOVE WS-RUN-BREAKS(4) TO WS-TOT-ABOVE-HIGH-WATER
           WRITE RPT-LINE FROM WS-TOTAL-LINE.

       6000-RECORD-BREAK.
      *
      *   Both checking passes run in key order, so a break that
      *   follows on from the open range of its type - same counter,
      *   same reason, next number - is folded into that range.
      *
           SET WS-BREAKS-SEEN TO TRUE
           MOVE WS-NBK-TYPE TO WS-TYPE-IDX
           IF WS-OPN-COUNTER-ID(WS-TYPE-IDX) = WS-NBK-COUNTER-ID
                   AND WS-OPN-REASON(WS-TYPE-IDX) = WS-NBK-REASON
                   AND WS-OPN-TO-NUMBER(WS-TYPE-IDX) + 1
                       = WS-NBK-NUMBER
               MOVE WS-NBK-COUNTER-ID TO BRK-COUNTER-ID
               MOVE WS-NBK-TYPE TO BRK-TYPE
               MOVE WS-OPN-FROM-NUMBER(WS-TYPE-IDX) TO BRK-FROM-NUMBER
               READ BRK-FILE
                   INVALID KEY
                       MOVE "N" TO WS-BRK-FOUND-SW
                   NOT INVALID KEY
                       MOVE "Y" TO WS-BRK-FOUND-SW
               END-READ
               IF WS-BRK-FOUND-SW = "Y"
                   MOVE WS-NBK-NUMBER TO BRK-TO-NUMBER
                   ADD 1 TO BRK-COUNT
                   REWRITE BRK-RECORD
                   MOVE WS-NBK-NUMBER TO WS-OPN-TO-NUMBER(WS-TYPE-IDX)
               END-IF
           ELSE
               MOVE WS-NBK-COUNTER-ID TO BRK-COUNTER-ID
               MOVE WS-NBK-TYPE TO BRK-TYPE
               MOVE WS-NBK-NUMBER TO BRK-FROM-NUMBER
               MOVE WS-NBK-NUMBER TO BRK-TO-NUMBER
               MOVE 1 TO BRK-COUNT
               MOVE WS-NBK-SOURCE TO BRK-SOURCE
               MOVE WS-NBK-RECORD-NO TO BRK-RECORD-NO
               MOVE WS-NBK-REASON TO BRK-REASON
               WRITE BRK-RECORD
               MOVE WS-NBK-COUNTER-ID TO WS-OPN-COUNTER-ID(WS-TYPE-IDX)
               MOVE WS-NBK-NUMBER TO WS-OPN-FROM-NUMBER(WS-TYPE-IDX)
               MOVE WS-NBK-NUMBER TO WS-OPN-TO-NUMBER(WS-TYPE-IDX)
               MOVE WS-NBK-REASON TO WS-OPN-REASON(WS-TYPE-IDX)
           END-IF.

       9000-CLOSE-FILES.
           CLOSE AUD-FILE
           CLOSE REG-FILE
           CLOSE CTL-FILE
           CLOSE WRK-FILE
           CLOSE BRK-FILE
           CLOSE RPT-FILE.
