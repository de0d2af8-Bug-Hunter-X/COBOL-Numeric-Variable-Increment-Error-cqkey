       IDENTIFICATION DIVISION.
       PROGRAM-ID. NUMBRCVR.
       AUTHOR. OPERATIONS-SUPPORT.
      *----------------------------------------------------------------
      *  NUMBRCVR - Control file forward recovery.
      *
      *  NUMBVRFY says when CTLFILE has come back from a restore
      *  behind the audit trail; this run says what it should hold.
      *  Every counter's true position is rebuilt by replaying, in
      *  order, the closed-period endings on SUMFILE, the archived
      *  detail on HSTFILE, and the live AUDFILE - the last INCR,
      *  BLOCK, RESET, or RELEAS record for a counter is where it
      *  stands, and the last year-rollback RESET (reason YEAR) is
      *  its seed.  The stamps of that last record become the
      *  control record's last-update stamps, so the year rollback
      *  still judges the counter by its real last activity.
      *
      *  Each counter prints on a before/after proposal: what
      *  CTLFILE holds now, what the trail says it should hold, and
      *  which file the answer came from.  Nothing is changed unless
      *  PARM cols 1-6 read COMMIT; a committed run hands every
      *  proposed change to NUMBSEQ's RECOVER function, which
      *  rebuilds the control record and writes a RESET audit
      *  record with reason RCVR, so the recovery itself shows on
      *  the trail and on the NUMBRPT reset lines.  PARM cols 7-14
      *  name the operator who authorized the commit.  That operator
      *  must stand on SECFILE active, inside the effective and
      *  expiry dates, with the R (RESET) letter - a committed run
      *  for anyone else, or for no one, ends with return code 16
      *  before any counter is touched.  A counter outside the
      *  operator's scope prints refused and is not rebuilt.
      *
      *  A control record AHEAD of the trail is never rolled back -
      *  that is a short trail, not a stale control file, and
      *  lowering the counter would reissue numbers; it prints
      *  flagged and is left for the operator.  A control record
      *  with no trail activity at all is left as it stands.
      *
      *  Return codes: 0 nothing to do or everything applied, 4
      *  changes proposed but not committed or the recovery table
      *  filled (the counters past it were never examined), 8 a
      *  counter was refused by NUMBSEQ or stands ahead of the trail
      *  or outside the operator's scope, 16 the commit was not
      *  authorized.
      *
      *  Change log
      *  ----------
      *  2026-10-15  Original.
      *  2026-10-15  Check the COMMIT operator against SECFILE - RESET
      *              authority and counter scope - before anything is
      *              applied.
      *  2026-10-15  A full recovery table ends the run return code 4
      *              - the counters past it were never examined.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUM-FILE ASSIGN TO "SUMFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUM-STATUS.

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

           SELECT SEC-FILE ASSIGN TO "SECFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEC-OPER-ID
               FILE STATUS IS WS-SEC-STATUS.

           SELECT RPT-FILE ASSIGN TO "RPTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUM-FILE.
           COPY SUMREC.

      *
      *   The history dataset carries the same AUDREC layout the
      *   live trail does - NUMBARCH writes it as a byte image.
      *
       FD  HST-FILE.
       01  HST-RECORD.
           05  HST-COUNTER-ID          PIC X(08).
           05  HST-OLD-VALUE           PIC 9(09).
           05  HST-NEW-VALUE           PIC 9(09).
           05  HST-RUN-DATE            PIC 9(08).
           05  HST-RUN-TIME            PIC 9(06).
           05  HST-JOB-ID              PIC X(08).
           05  HST-STEP-ID             PIC X(08).
           05  HST-TXN-TYPE            PIC X(06).
           05  HST-REASON-CODE         PIC X(04).
           05  HST-AUTH-ID             PIC X(08).
           05  HST-APPROVER-ID         PIC X(08).
           05  HST-CHAIN-VALUE         PIC 9(12).

       FD  AUD-FILE.
           COPY AUDREC.

       FD  CTL-FILE.
           COPY CTLREC.

       FD  SEC-FILE.
           COPY SECREC.

       FD  RPT-FILE.
       01  RPT-LINE                     PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-SUM-STATUS                PIC X(02).
       01  WS-HST-STATUS                PIC X(02).
       01  WS-AUD-STATUS                PIC X(02).
       01  WS-CTL-STATUS                PIC X(02).
       01  WS-SEC-STATUS                PIC X(02).
       01  WS-RPT-STATUS                PIC X(02).

       01  WS-SWITCHES.
           05  WS-SUM-EOF-SW            PIC X(01) VALUE "N".
               88  WS-SUM-EOF                    VALUE "Y".
           05  WS-HST-EOF-SW            PIC X(01) VALUE "N".
               88  WS-HST-EOF                    VALUE "Y".
           05  WS-AUD-EOF-SW            PIC X(01) VALUE "N".
               88  WS-AUD-EOF                    VALUE "Y".
           05  WS-CTL-EOF-SW            PIC X(01) VALUE "N".
               88  WS-CTL-EOF                    VALUE "Y".
           05  WS-COMMIT-SW             PIC X(01) VALUE "N".
               88  WS-COMMIT-RUN                 VALUE "Y".
           05  WS-RCV-FOUND-SW          PIC X(01).
           05  WS-TABLE-FULL-SW         PIC X(01) VALUE "N".
               88  WS-TABLE-FULL                 VALUE "Y".
           05  WS-SERVICE-USED-SW       PIC X(01) VALUE "N".
               88  WS-SERVICE-USED               VALUE "Y".
           05  WS-COMMIT-AUTH-SW        PIC X(01) VALUE "N".
               88  WS-COMMIT-AUTHORIZED          VALUE "Y".
           05  WS-SCOPE-OK-SW           PIC X(01).
               88  WS-SCOPE-OK                   VALUE "Y".

       01  WS-CONSTANTS.
           05  WS-TABLE-MAX             PIC 9(04) VALUE 500.
           05  WS-RECOVERY-REASON       PIC X(04) VALUE "RCVR".
           05  WS-DEFAULT-SEED          PIC 9(09) VALUE 99999.

       01  WS-AUTH-ID                   PIC X(08) VALUE SPACES.
       01  WS-ABEND-CODE                PIC X(08) VALUE "NUMB035E".
       01  WS-RESET-LETTER-COUNT        PIC 9(02).

      *
      *   The committing operator's counter scope, kept from SECFILE
      *   so each counter can be judged against it before NUMBSEQ is
      *   called.
      *
       01  WS-COMMIT-SCOPE.
           05  WS-COMMIT-SCOPE-ENTRY OCCURS 5 TIMES
                   INDEXED BY WS-SCOPE-IDX
                                        PIC X(08).

      *
      *   One replayed trail record, whichever file it came from.
      *
       01  WS-REPLAY-FIELDS.
           05  WS-RPL-COUNTER-ID        PIC X(08).
           05  WS-RPL-NEW-VALUE         PIC 9(09).
           05  WS-RPL-RUN-DATE          PIC 9(08).
           05  WS-RPL-RUN-TIME          PIC 9(06).
           05  WS-RPL-TXN-TYPE          PIC X(06).
           05  WS-RPL-REASON-CODE       PIC X(04).
           05  WS-RPL-SOURCE            PIC X(07).

       01  WS-RUN-COUNTS.
           05  WS-EXAMINED-COUNT        PIC 9(05) VALUE 0.
           05  WS-PROPOSED-COUNT        PIC 9(05) VALUE 0.
           05  WS-APPLIED-COUNT         PIC 9(05) VALUE 0.
           05  WS-REFUSED-COUNT         PIC 9(05) VALUE 0.
           05  WS-AHEAD-COUNT           PIC 9(05) VALUE 0.

       COPY CTRSEED.

      *
      *   One slot per counter seen on the trail or on CTLFILE: the
      *   position the replay arrives at and what the control record
      *   holds now.
      *
       01  WS-RECOVERY-TABLE.
           05  WS-RCV-COUNT             PIC 9(04) VALUE 0.
           05  WS-RCV-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-RCV-IDX.
               10  WS-RCV-ID            PIC X(08).
               10  WS-RCV-ON-TRAIL-SW   PIC X(01).
               10  WS-RCV-NUMBER        PIC 9(09).
               10  WS-RCV-YEAR-SEED-SW  PIC X(01).
               10  WS-RCV-SEED          PIC 9(09).
               10  WS-RCV-DATE          PIC 9(08).
               10  WS-RCV-TIME          PIC 9(06).
               10  WS-RCV-SOURCE        PIC X(07).
               10  WS-RCV-CTL-FOUND-SW  PIC X(01).
               10  WS-RCV-CTL-NUMBER    PIC 9(09).
               10  WS-RCV-CTL-SEED      PIC 9(09).
               10  WS-RCV-CTL-DATE      PIC 9(08).
               10  WS-RCV-CTL-TIME      PIC 9(06).

       01  WS-HEADING-LINE.
           05  FILLER                   PIC X(44) VALUE
               "NUMBRCVR - CONTROL FILE FORWARD RECOVERY AS ".
           05  FILLER                   PIC X(03) VALUE "OF ".
           05  WS-HDG-DATE              PIC 9(08).
           05  FILLER                   PIC X(06) VALUE " MODE ".
           05  WS-HDG-MODE              PIC X(07).
           05  FILLER                   PIC X(64) VALUE SPACES.

       01  WS-COLUMN-LINE.
           05  FILLER                   PIC X(18) VALUE
               "  COUNTER         ".
           05  FILLER                   PIC X(35) VALUE
               "BEFORE NUMBER    SEED    DATE  TIME".
           05  FILLER                   PIC X(07) VALUE SPACES.
           05  FILLER                   PIC X(35) VALUE
               "AFTER  NUMBER    SEED    DATE  TIME".
           05  FILLER                   PIC X(15) VALUE
               " SOURCE ACTION ".
           05  FILLER                   PIC X(22) VALUE SPACES.

       01  WS-PROPOSAL-LINE.
           05  FILLER                   PIC X(02) VALUE SPACES.
           05  WS-PRL-COUNTER-ID        PIC X(08).
           05  FILLER                   PIC X(08) VALUE " BEFORE ".
           05  WS-PRL-CTL-NUMBER        PIC 9(09).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-PRL-CTL-SEED          PIC 9(09).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-PRL-CTL-DATE          PIC 9(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-PRL-CTL-TIME          PIC 9(06).
           05  FILLER                   PIC X(07) VALUE " AFTER ".
           05  WS-PRL-RCV-NUMBER        PIC 9(09).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-PRL-RCV-SEED          PIC 9(09).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-PRL-RCV-DATE          PIC 9(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-PRL-RCV-TIME          PIC 9(06).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-PRL-SOURCE            PIC X(07).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-PRL-ACTION            PIC X(22).
           05  FILLER                   PIC X(06) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER                   PIC X(10) VALUE "EXAMINED ".
           05  WS-TOT-EXAMINED          PIC 9(05).
           05  FILLER                   PIC X(11) VALUE " PROPOSED ".
           05  WS-TOT-PROPOSED          PIC 9(05).
           05  FILLER                   PIC X(10) VALUE " APPLIED ".
           05  WS-TOT-APPLIED           PIC 9(05).
           05  FILLER                   PIC X(10) VALUE " REFUSED ".
           05  WS-TOT-REFUSED           PIC 9(05).
           05  FILLER                   PIC X(13) VALUE
               " CTL AHEAD ".
           05  WS-TOT-AHEAD             PIC 9(05).
           05  FILLER                   PIC X(53) VALUE SPACES.

       01  WS-TODAY-DATE                PIC 9(08).
       01  WS-RC-DISPLAY                PIC 9(02).

       COPY LKCTRPRM.

       LINKAGE SECTION.
       01  LK-PARM-AREA.
           05  LK-PARM-LENGTH           PIC S9(04) COMP.
           05  LK-PARM-TEXT             PIC X(20).

       PROCEDURE DIVISION USING LK-PARM-AREA.
       0000-MAIN-PROCESS.
           PERFORM 0100-PROCESS-PARM
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           IF WS-COMMIT-RUN
               PERFORM 0200-CHECK-COMMIT-OPERATOR
           END-IF

           OPEN OUTPUT RPT-FILE
           MOVE WS-TODAY-DATE TO WS-HDG-DATE
           IF WS-COMMIT-RUN
               MOVE "COMMIT" TO WS-HDG-MODE
           ELSE
               MOVE "PROPOSE" TO WS-HDG-MODE
           END-IF
           WRITE RPT-LINE FROM WS-HEADING-LINE
           WRITE RPT-LINE FROM WS-COLUMN-LINE

           PERFORM 1000-REPLAY-SUMMARIES
           PERFORM 2000-REPLAY-HISTORY
           PERFORM 3000-REPLAY-LIVE-TRAIL
           PERFORM 4000-LOAD-CONTROL-FILE

           PERFORM VARYING WS-RCV-IDX FROM 1 BY 1
                   UNTIL WS-RCV-IDX > WS-RCV-COUNT
               PERFORM 5000-JUDGE-ONE-COUNTER
           END-PERFORM

           IF WS-SERVICE-USED
               MOVE "TERMINATE" TO LK-FUNCTION
               CALL "NUMBSEQ" USING LK-CTR-PARM
           END-IF

           MOVE WS-EXAMINED-COUNT TO WS-TOT-EXAMINED
           MOVE WS-PROPOSED-COUNT TO WS-TOT-PROPOSED
           MOVE WS-APPLIED-COUNT TO WS-TOT-APPLIED
           MOVE WS-REFUSED-COUNT TO WS-TOT-REFUSED
           MOVE WS-AHEAD-COUNT TO WS-TOT-AHEAD
           WRITE RPT-LINE FROM WS-TOTAL-LINE
           CLOSE RPT-FILE

           IF WS-REFUSED-COUNT > 0 OR WS-AHEAD-COUNT > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-PROPOSED-COUNT > WS-APPLIED-COUNT
                       OR WS-TABLE-FULL
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

       0100-PROCESS-PARM.
      *
      *   A run without COMMIT only proposes - the default is the
      *   safe one, so a stray resubmit can never rewrite CTLFILE.
      *
           IF LK-PARM-LENGTH >= 6
                   AND LK-PARM-TEXT(1:6) = "COMMIT"
               SET WS-COMMIT-RUN TO TRUE
               IF LK-PARM-LENGTH > 6
                       AND LK-PARM-TEXT(7:8) NOT = SPACES
                   MOVE LK-PARM-TEXT(7:8) TO WS-AUTH-ID
               END-IF
           END-IF.

       0200-CHECK-COMMIT-OPERATOR.
      *
      *   The same test NUMBMNT applies to a keyed RESET: active,
      *   inside the dates, and holding the R letter.  Nothing has
      *   been read or written yet, so a refusal here leaves CTLFILE
      *   exactly as the restore left it.
      *
           MOVE SPACES TO WS-COMMIT-SCOPE
           IF WS-AUTH-ID NOT = SPACES
               OPEN INPUT SEC-FILE
               IF WS-SEC-STATUS = "00"
                   MOVE WS-AUTH-ID TO SEC-OPER-ID
                   READ SEC-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           PERFORM 0210-JUDGE-SECURITY-ENTRY
                   END-READ
                   CLOSE SEC-FILE
               END-IF
           END-IF
           IF NOT WS-COMMIT-AUTHORIZED
               IF WS-AUTH-ID = SPACES
                   DISPLAY WS-ABEND-CODE
                       " COMMIT NAMES NO OPERATOR IN PARM COLS 7-14"
               ELSE
                   DISPLAY WS-ABEND-CODE " " WS-AUTH-ID
                       " NOT AUTHORIZED ON SECFILE TO COMMIT A"
                       " RECOVERY, STATUS " WS-SEC-STATUS
               END-IF
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       0210-JUDGE-SECURITY-ENTRY.
           MOVE 0 TO WS-RESET-LETTER-COUNT
           INSPECT SEC-FUNCTIONS
               TALLYING WS-RESET-LETTER-COUNT FOR ALL "R"
           IF SEC-ACTIVE
                   AND SEC-EFF-DATE NOT > WS-TODAY-DATE
                   AND (SEC-EXP-DATE = 0
                        OR SEC-EXP-DATE NOT < WS-TODAY-DATE)
                   AND WS-RESET-LETTER-COUNT > 0
               SET WS-COMMIT-AUTHORIZED TO TRUE
               MOVE SEC-SCOPE TO WS-COMMIT-SCOPE
           END-IF.

       1000-REPLAY-SUMMARIES.
      *
      *   A closed period's ending value is where the counter stood
      *   at the cut.  A period with no counter movement at all (a
      *   voids-only period summarizes as zero to zero) says nothing
      *   about the position and is passed over.  A shop that has
      *   never archived simply has no summary file.
      *
           OPEN INPUT SUM-FILE
           IF WS-SUM-STATUS = "00"
               PERFORM 1100-READ-SUMMARY
               PERFORM UNTIL WS-SUM-EOF
                   IF SUM-STARTING > 0 OR SUM-ENDING > 0
                       MOVE SUM-COUNTER-ID TO WS-RPL-COUNTER-ID
                       MOVE SUM-ENDING TO WS-RPL-NEW-VALUE
                       MOVE SUM-CYCLE-DATE TO WS-RPL-RUN-DATE
                       MOVE 0 TO WS-RPL-RUN-TIME
                       MOVE "PERIOD" TO WS-RPL-TXN-TYPE
                       MOVE SPACES TO WS-RPL-REASON-CODE
                       MOVE "SUMFILE" TO WS-RPL-SOURCE
                       PERFORM 6000-APPLY-REPLAY-RECORD
                   END-IF
                   PERFORM 1100-READ-SUMMARY
               END-PERFORM
               CLOSE SUM-FILE
           ELSE
               DISPLAY "NUMB019I - NO SUMMARY FILE, REPLAY STARTS "
                   "FROM THE DETAIL TRAIL"
           END-IF.

       1100-READ-SUMMARY.
           READ SUM-FILE
               AT END
                   SET WS-SUM-EOF TO TRUE
           END-READ.

       2000-REPLAY-HISTORY.
           OPEN INPUT HST-FILE
           IF WS-HST-STATUS = "00"
               PERFORM 2100-READ-HISTORY
               PERFORM UNTIL WS-HST-EOF
                   MOVE HST-COUNTER-ID TO WS-RPL-COUNTER-ID
                   MOVE HST-NEW-VALUE TO WS-RPL-NEW-VALUE
                   MOVE HST-RUN-DATE TO WS-RPL-RUN-DATE
                   MOVE HST-RUN-TIME TO WS-RPL-RUN-TIME
                   MOVE HST-TXN-TYPE TO WS-RPL-TXN-TYPE
                   MOVE HST-REASON-CODE TO WS-RPL-REASON-CODE
                   MOVE "HSTFILE" TO WS-RPL-SOURCE
                   PERFORM 6000-APPLY-REPLAY-RECORD
                   PERFORM 2100-READ-HISTORY
               END-PERFORM
               CLOSE HST-FILE
           ELSE
               DISPLAY "NUMB019I - NO HISTORY DATASET, REPLAY "
                   "COVERS THE SUMMARIES AND THE LIVE TRAIL ONLY"
           END-IF.

       2100-READ-HISTORY.
           READ HST-FILE
               AT END
                   SET WS-HST-EOF TO TRUE
           END-READ.

       3000-REPLAY-LIVE-TRAIL.
      *
      *   Closed before NUMBSEQ is called - the service opens the
      *   live trail itself to append the recovery's RESET records.
      *
           OPEN INPUT AUD-FILE
           PERFORM 3100-READ-LIVE
           PERFORM UNTIL WS-AUD-EOF
               MOVE AUD-COUNTER-ID TO WS-RPL-COUNTER-ID
               MOVE AUD-NEW-VALUE TO WS-RPL-NEW-VALUE
               MOVE AUD-RUN-DATE TO WS-RPL-RUN-DATE
               MOVE AUD-RUN-TIME TO WS-RPL-RUN-TIME
               MOVE AUD-TXN-TYPE TO WS-RPL-TXN-TYPE
               MOVE AUD-REASON-CODE TO WS-RPL-REASON-CODE
               MOVE "AUDFILE" TO WS-RPL-SOURCE
               PERFORM 6000-APPLY-REPLAY-RECORD
               PERFORM 3100-READ-LIVE
           END-PERFORM
           CLOSE AUD-FILE.

       3100-READ-LIVE.
           READ AUD-FILE
               AT END
                   SET WS-AUD-EOF TO TRUE
           END-READ.

       4000-LOAD-CONTROL-FILE.
      *
      *   What CTLFILE holds now, matched onto the replayed slots.
      *   Opened for input only and closed again before any commit -
      *   NUMBSEQ owns the file, and its lock, for the updates.
      *
           OPEN INPUT CTL-FILE
           IF WS-CTL-STATUS = "00"
               MOVE LOW-VALUES TO CTL-COUNTER-ID
               START CTL-FILE KEY NOT < CTL-COUNTER-ID
                   INVALID KEY
                       SET WS-CTL-EOF TO TRUE
               END-START
               PERFORM UNTIL WS-CTL-EOF
                   READ CTL-FILE NEXT RECORD
                       AT END
                           SET WS-CTL-EOF TO TRUE
                       NOT AT END
                           PERFORM 4100-NOTE-CONTROL-RECORD
                   END-READ
               END-PERFORM
               CLOSE CTL-FILE
           ELSE
               DISPLAY "NUMB019I - CTLFILE NOT AVAILABLE, EVERY "
                   "COUNTER ON THE TRAIL IS PROPOSED FOR REBUILD"
           END-IF.

       4100-NOTE-CONTROL-RECORD.
           MOVE CTL-COUNTER-ID TO WS-RPL-COUNTER-ID
           PERFORM 6100-FIND-RECOVERY-SLOT
           IF WS-RCV-FOUND-SW = "N"
               PERFORM 6200-ADD-RECOVERY-SLOT
           END-IF
           IF WS-RCV-FOUND-SW = "Y"
               MOVE "Y" TO WS-RCV-CTL-FOUND-SW(WS-RCV-IDX)
               MOVE CTL-NUMBER TO WS-RCV-CTL-NUMBER(WS-RCV-IDX)
               MOVE CTL-SEED TO WS-RCV-CTL-SEED(WS-RCV-IDX)
               MOVE CTL-LAST-UPDATE-DATE
                   TO WS-RCV-CTL-DATE(WS-RCV-IDX)
               MOVE CTL-LAST-UPDATE-TIME
                   TO WS-RCV-CTL-TIME(WS-RCV-IDX)
           END-IF.

       5000-JUDGE-ONE-COUNTER.
      *
      *   The seed comes from the last year rollback when the trail
      *   shows one; otherwise the control record's own seed stands,
      *   and a control record lost outright takes the CTRSEED seed
      *   NUMBSEQ would have given it.  Stamps are rebuilt along
      *   with the counter but never decide on their own whether a
      *   counter needs rebuilding - the trail's clock and the
      *   control record's rarely agree to the second.
      *
           ADD 1 TO WS-EXAMINED-COUNT
           IF WS-RCV-YEAR-SEED-SW(WS-RCV-IDX) = "N"
               IF WS-RCV-CTL-FOUND-SW(WS-RCV-IDX) = "Y"
                   MOVE WS-RCV-CTL-SEED(WS-RCV-IDX)
                       TO WS-RCV-SEED(WS-RCV-IDX)
               ELSE
                   PERFORM 5100-DETERMINE-SEED
               END-IF
           END-IF

           MOVE WS-RCV-ID(WS-RCV-IDX) TO WS-PRL-COUNTER-ID
           MOVE WS-RCV-CTL-NUMBER(WS-RCV-IDX) TO WS-PRL-CTL-NUMBER
           MOVE WS-RCV-CTL-SEED(WS-RCV-IDX) TO WS-PRL-CTL-SEED
           MOVE WS-RCV-CTL-DATE(WS-RCV-IDX) TO WS-PRL-CTL-DATE
           MOVE WS-RCV-CTL-TIME(WS-RCV-IDX) TO WS-PRL-CTL-TIME
           MOVE WS-RCV-NUMBER(WS-RCV-IDX) TO WS-PRL-RCV-NUMBER
           MOVE WS-RCV-SEED(WS-RCV-IDX) TO WS-PRL-RCV-SEED
           MOVE WS-RCV-DATE(WS-RCV-IDX) TO WS-PRL-RCV-DATE
           MOVE WS-RCV-TIME(WS-RCV-IDX) TO WS-PRL-RCV-TIME
           MOVE WS-RCV-SOURCE(WS-RCV-IDX) TO WS-PRL-SOURCE

           EVALUATE TRUE
               WHEN WS-RCV-ON-TRAIL-SW(WS-RCV-IDX) = "N"
                   MOVE WS-RCV-CTL-NUMBER(WS-RCV-IDX)
                       TO WS-PRL-RCV-NUMBER
                   MOVE WS-RCV-CTL-SEED(WS-RCV-IDX)
                       TO WS-PRL-RCV-SEED
                   MOVE WS-RCV-CTL-DATE(WS-RCV-IDX) TO WS-PRL-RCV-DATE
                   MOVE WS-RCV-CTL-TIME(WS-RCV-IDX) TO WS-PRL-RCV-TIME
                   MOVE "NOT ON TRAIL - KEPT" TO WS-PRL-ACTION
               WHEN WS-RCV-CTL-FOUND-SW(WS-RCV-IDX) = "Y"
                       AND WS-RCV-CTL-NUMBER(WS-RCV-IDX)
                           > WS-RCV-NUMBER(WS-RCV-IDX)
                   ADD 1 TO WS-AHEAD-COUNT
                   MOVE "CTL AHEAD - NOT TOUCHED" TO WS-PRL-ACTION
               WHEN WS-RCV-CTL-FOUND-SW(WS-RCV-IDX) = "Y"
                       AND WS-RCV-CTL-NUMBER(WS-RCV-IDX)
                           = WS-RCV-NUMBER(WS-RCV-IDX)
                       AND WS-RCV-CTL-SEED(WS-RCV-IDX)
                           = WS-RCV-SEED(WS-RCV-IDX)
                   MOVE "NO CHANGE" TO WS-PRL-ACTION
               WHEN OTHER
                   ADD 1 TO WS-PROPOSED-COUNT
                   IF WS-COMMIT-RUN
                       PERFORM 5150-CHECK-COUNTER-SCOPE
                       IF WS-SCOPE-OK
                           PERFORM 5200-APPLY-RECOVERY
                       ELSE
                           ADD 1 TO WS-REFUSED-COUNT
                           MOVE "REFUSED - SCOPE" TO WS-PRL-ACTION
                           DISPLAY "NUMB019I - " WS-RCV-ID(WS-RCV-IDX)
                               " NOT REBUILT: OUTSIDE THE SCOPE OF "
                               WS-AUTH-ID
                       END-IF
                   ELSE
                       IF WS-RCV-CTL-FOUND-SW(WS-RCV-IDX) = "Y"
                           MOVE "REBUILD PROPOSED" TO WS-PRL-ACTION
                       ELSE
                           MOVE "CREATE PROPOSED" TO WS-PRL-ACTION
                       END-IF
                   END-IF
           END-EVALUATE

           WRITE RPT-LINE FROM WS-PROPOSAL-LINE.

       5100-DETERMINE-SEED.
           MOVE WS-DEFAULT-SEED TO WS-RCV-SEED(WS-RCV-IDX)
           SET WS-SEED-IDX TO 1
           SEARCH WS-CTR-SEED-ENTRY
               AT END
                   CONTINUE
               WHEN WS-CTR-SEED-ID(WS-SEED-IDX) = WS-RCV-ID(WS-RCV-IDX)
                   MOVE WS-CTR-SEED-VALUE(WS-SEED-IDX)
                       TO WS-RCV-SEED(WS-RCV-IDX)
           END-SEARCH.

       5150-CHECK-COUNTER-SCOPE.
           MOVE "N" TO WS-SCOPE-OK-SW
           SET WS-SCOPE-IDX TO 1
           SEARCH WS-COMMIT-SCOPE-ENTRY
               AT END
                   CONTINUE
               WHEN WS-COMMIT-SCOPE-ENTRY(WS-SCOPE-IDX) = "ALL"
                   SET WS-SCOPE-OK TO TRUE
               WHEN WS-COMMIT-SCOPE-ENTRY(WS-SCOPE-IDX)
                       = WS-RCV-ID(WS-RCV-IDX)
                   SET WS-SCOPE-OK TO TRUE
           END-SEARCH.

       5200-APPLY-RECOVERY.
           SET WS-SERVICE-USED TO TRUE
           MOVE "RECOVER" TO LK-FUNCTION
           MOVE WS-RCV-ID(WS-RCV-IDX) TO LK-COUNTER-ID
           MOVE "NUMBRCVR" TO LK-JOB-ID
           MOVE "STEP0010" TO LK-STEP-ID
           MOVE WS-RCV-NUMBER(WS-RCV-IDX) TO LK-NEW-VALUE
           MOVE WS-RCV-SEED(WS-RCV-IDX) TO LK-SEED-VALUE
           MOVE WS-RCV-DATE(WS-RCV-IDX) TO LK-UPDATE-DATE
           MOVE WS-RCV-TIME(WS-RCV-IDX) TO LK-UPDATE-TIME
           MOVE WS-AUTH-ID TO LK-AUTH-ID
           MOVE SPACES TO LK-APPROVER-ID
           MOVE WS-RECOVERY-REASON TO LK-REASON-CODE
           CALL "NUMBSEQ" USING LK-CTR-PARM
           IF LK-RETURN-CODE = 0
               ADD 1 TO WS-APPLIED-COUNT
               IF WS-RCV-CTL-FOUND-SW(WS-RCV-IDX) = "Y"
                   MOVE "REBUILT" TO WS-PRL-ACTION
               ELSE
                   MOVE "CREATED" TO WS-PRL-ACTION
               END-IF
           ELSE
               ADD 1 TO WS-REFUSED-COUNT
               MOVE LK-RETURN-CODE TO WS-RC-DISPLAY
               MOVE SPACES TO WS-PRL-ACTION
               STRING "REFUSED RC " WS-RC-DISPLAY
                   DELIMITED BY SIZE INTO WS-PRL-ACTION
               DISPLAY "NUMB019I - " LK-COUNTER-ID " NOT REBUILT: "
                   LK-MESSAGE
           END-IF.

       6000-APPLY-REPLAY-RECORD.
      *
      *   Only records that move a counter place it - voids and
      *   definition, security, and profile maintenance never do
      *   (GRANT/REVOKE/PROFIL carry an operator or a partner in the
      *   counter-id column).  Files are replayed oldest first, so
      *   the last record seen for a counter is where it stands.
      *
           IF WS-RPL-TXN-TYPE = "INCR" OR WS-RPL-TXN-TYPE = "BLOCK"
                   OR WS-RPL-TXN-TYPE = "RESET"
                   OR WS-RPL-TXN-TYPE = "RELEAS"
                   OR WS-RPL-TXN-TYPE = "PERIOD"
               PERFORM 6100-FIND-RECOVERY-SLOT
               IF WS-RCV-FOUND-SW = "N"
                   PERFORM 6200-ADD-RECOVERY-SLOT
               END-IF
               IF WS-RCV-FOUND-SW = "Y"
                   MOVE "Y" TO WS-RCV-ON-TRAIL-SW(WS-RCV-IDX)
                   MOVE WS-RPL-NEW-VALUE TO WS-RCV-NUMBER(WS-RCV-IDX)
                   MOVE WS-RPL-RUN-DATE TO WS-RCV-DATE(WS-RCV-IDX)
                   MOVE WS-RPL-RUN-TIME TO WS-RCV-TIME(WS-RCV-IDX)
                   MOVE WS-RPL-SOURCE TO WS-RCV-SOURCE(WS-RCV-IDX)
                   IF WS-RPL-TXN-TYPE = "RESET"
                           AND WS-RPL-REASON-CODE = "YEAR"
                       MOVE "Y" TO WS-RCV-YEAR-SEED-SW(WS-RCV-IDX)
                       MOVE WS-RPL-NEW-VALUE TO WS-RCV-SEED(WS-RCV-IDX)
                   END-IF
               END-IF
           END-IF.

       6100-FIND-RECOVERY-SLOT.
      *
      *   The VARYING phrase steps the index once more after the
      *   iteration that sets the found switch, so it has to be
      *   stepped back to land on the matched slot.
      *
           MOVE "N" TO WS-RCV-FOUND-SW
           IF WS-RCV-COUNT > 0
               PERFORM VARYING WS-RCV-IDX FROM 1 BY 1
                       UNTIL WS-RCV-IDX > WS-RCV-COUNT
                           OR WS-RCV-FOUND-SW = "Y"
                   IF WS-RCV-ID(WS-RCV-IDX) = WS-RPL-COUNTER-ID
                       MOVE "Y" TO WS-RCV-FOUND-SW
                   END-IF
               END-PERFORM
               IF WS-RCV-FOUND-SW = "Y"
                   SET WS-RCV-IDX DOWN BY 1
               END-IF
           END-IF.

       6200-ADD-RECOVERY-SLOT.
           IF WS-RCV-COUNT < WS-TABLE-MAX
               ADD 1 TO WS-RCV-COUNT
               SET WS-RCV-IDX TO WS-RCV-COUNT
               MOVE WS-RPL-COUNTER-ID TO WS-RCV-ID(WS-RCV-IDX)
               MOVE "N" TO WS-RCV-ON-TRAIL-SW(WS-RCV-IDX)
               MOVE 0 TO WS-RCV-NUMBER(WS-RCV-IDX)
               MOVE "N" TO WS-RCV-YEAR-SEED-SW(WS-RCV-IDX)
               MOVE 0 TO WS-RCV-SEED(WS-RCV-IDX)
               MOVE 0 TO WS-RCV-DATE(WS-RCV-IDX)
               MOVE 0 TO WS-RCV-TIME(WS-RCV-IDX)
               MOVE SPACES TO WS-RCV-SOURCE(WS-RCV-IDX)
               MOVE "N" TO WS-RCV-CTL-FOUND-SW(WS-RCV-IDX)
               MOVE 0 TO WS-RCV-CTL-NUMBER(WS-RCV-IDX)
               MOVE 0 TO WS-RCV-CTL-SEED(WS-RCV-IDX)
               MOVE 0 TO WS-RCV-CTL-DATE(WS-RCV-IDX)
               MOVE 0 TO WS-RCV-CTL-TIME(WS-RCV-IDX)
               MOVE "Y" TO WS-RCV-FOUND-SW
           ELSE
               IF NOT WS-TABLE-FULL
                   SET WS-TABLE-FULL TO TRUE
                   DISPLAY "NUMB004W - RECOVERY TABLE FULL, SOME "
                       "COUNTER-IDS ARE NOT RECOVERED"
               END-IF
           END-IF.
