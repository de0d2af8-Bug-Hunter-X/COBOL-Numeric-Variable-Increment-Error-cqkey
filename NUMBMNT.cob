      *              so "apply the clean ones" has no verdict to go
      *              by.  The overflow message prints once instead
      *              of once per excess card.
      *  2026-10-15  Dual control for RESET, RETIRE, RELEASE, and
      *              GRANT - a clean card of those functions is held
      *              on the new PNDFILE pending-change file (see
      *              PNDREC) instead of applying, and takes effect
      *              only when a second operator, holding the new A
      *              letter in scope for the counter and not the one
      *              who keyed it, runs an APPROVE card naming the
      *              item (a REJECT card closes it unapplied).  Items
      *              left pending past WS-PENDING-DAYS expire at the
      *              next startup.  The register shows the maker,
      *              the checker, and the item number on every card,
      *              and a pending-change list closes the report;
      *              both operator-ids ride onto the audit record.
      *              GRANT stays on one signature only while no
      *              operator on the master holds A - that is how
      *              the first approver is granted.  The GRANT card's
      *              FUNCTIONS field widens to twelve with
      *              SEC-FUNCTIONS; the date columns shift two right.
      *  2026-10-15  Pass spaces as the requester on a VOID card -
      *              NUMBSEQ now holds a named requester to the
      *              register's owner, and an operator void is not
      *              made on any partner's behalf.
      *  2026-10-15  Effective-dated DEFINE, SUSPEND, and RETIRE - an
      *              EFFDATE card (date in the detail columns) makes
      *              the change cards behind it scheduled changes,
      *              held on the new SCHFILE (see SCHREC) until that
      *              date; a held RETIRE schedules on approval.  A
      *              CANCEL card withdraws a scheduled item before it
      *              takes effect.  PARM=SCHD is the nightly step that
      *              applies the items now due through NUMBSEQ under
      *              their maker and checker, ending return code 4 if
      *              any failed.  Every run closes the report with the
      *              scheduled changes by effective date.
      *  2026-10-15  An approved card whose maker no longer passes
      *              the security check when it runs is closed
      *              rejected with reason AUTH and return code 99,
      *              not approved, and ends the run return code 4
      *              like a failed scheduled item.
      *  2026-10-15  An approval is stamped only once its change is on
      *              SCHFILE, and a card that could not be held,
      *              scheduled, approved, rejected, or cancelled ends
      *              the run return code 4 instead of zero.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               RECORD KEY IS DEF-COUNTER-ID
               FILE STATUS IS WS-DEF-STATUS.

           SELECT PND-FILE ASSIGN TO "PNDFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PND-ID
               FILE STATUS IS WS-PND-STATUS.

           SELECT SCH-FILE ASSIGN TO "SCHFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SCH-KEY
               ALTERNATE RECORD KEY IS SCH-ID
               FILE STATUS IS WS-SCH-STATUS.

           SELECT RPT-FILE ASSIGN TO "RPTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.
      *
      *   The detail columns are function-specific: DEFINE reads
      *   them as description/department/format, GRANT and REVOKE
      *   as the target operator and their authorization, APPROVE
      *   and REJECT carry the pending item number in the NEW-VALUE
      *   columns and use no detail columns at all.  CANCEL carries
      *   the scheduled item number the same way; EFFDATE reads its
      *   date from the first eight detail columns.
      *
      *
      *   Every DEFINE field sits inside card column 80 - MNTIN is
               10  TRN-FORMAT-CHECK     PIC X(01).
           05  TRN-GRANT-DETAIL REDEFINES TRN-DEFINE-DETAIL.
               10  TRN-GRANT-OPER       PIC X(08).
               10  TRN-GRANT-FUNCS      PIC X(12).
               10  TRN-GRANT-EFF        PIC X(08).
               10  TRN-GRANT-EXP        PIC X(08).
               10  FILLER               PIC X(07).
           05  TRN-RELEASE-DETAIL REDEFINES TRN-DEFINE-DETAIL.
               10  TRN-RELEASE-END      PIC X(09).
               10  TRN-RELEASE-START    PIC X(09).
               10  TRN-PROF-MAX-QTY     PIC X(04).
               10  TRN-PROF-ACTION      PIC X(08).
               10  FILLER               PIC X(23).
           05  TRN-SCHEDULE-DETAIL REDEFINES TRN-DEFINE-DETAIL.
               10  TRN-EFFECTIVE-DATE   PIC X(08).
               10  FILLER               PIC X(35).
           05  FILLER                   PIC X(42).

       FD  SEC-FILE.
       FD  DEF-FILE.
           COPY DEFREC.

       FD  PND-FILE.
           COPY PNDREC.

       FD  SCH-FILE.
           COPY SCHREC.

       FD  RPT-FILE.
       01  RPT-LINE                     PIC X(132).

       01  WS-CONSTANTS.
           05  WS-JOB-ID                PIC X(08) VALUE "NUMBMNT".
           05  WS-STEP-ID               PIC X(08) VALUE "STEP0010".
           05  WS-PENDING-DAYS          PIC 9(03) VALUE 7.
           05  WS-NOT-AUTH-RC           PIC 9(02) VALUE 99.

       01  WS-TRN-STATUS                PIC X(02).
       01  WS-SEC-STATUS                PIC X(02).
       01  WS-PRF-STATUS                PIC X(02).
       01  WS-EXC-STATUS                PIC X(02).
       01  WS-DEF-STATUS                PIC X(02).
       01  WS-PND-STATUS                PIC X(02).
       01  WS-SCH-STATUS                PIC X(02).
       01  WS-RPT-STATUS                PIC X(02).
       01  WS-TODAY-DATE                PIC 9(08).

           05  WS-DECK-HELD-SW          PIC X(01) VALUE "N".
               88  WS-DECK-HELD                  VALUE "Y".
           05  WS-CARD-OK-SW            PIC X(01).
           05  WS-PND-EOF-SW            PIC X(01).
               88  WS-PND-EOF                    VALUE "Y".
           05  WS-APPROVER-SW           PIC X(01) VALUE "N".
               88  WS-APPROVER-ON-FILE           VALUE "Y".
           05  WS-DECK-APPLIES-SW       PIC X(01) VALUE "N".
               88  WS-DECK-APPLIES               VALUE "Y".
           05  WS-DECIDED-SW            PIC X(01).
           05  WS-SCH-EOF-SW            PIC X(01).
               88  WS-SCH-EOF                    VALUE "Y".
           05  WS-EFF-BAD-SW            PIC X(01) VALUE "N".
               88  WS-EFF-BAD                    VALUE "Y".
           05  WS-SCHED-FAILED-SW       PIC X(01) VALUE "N".
               88  WS-SCHED-FAILED               VALUE "Y".
           05  WS-APPROVAL-FAILED-SW    PIC X(01) VALUE "N".
               88  WS-APPROVAL-FAILED            VALUE "Y".

       01  WS-PRF-SUB                   PIC 9(01).
       01  WS-RUN-MODE                  PIC X(04) VALUE "FULL".
               10  WS-CARD-IMAGE        PIC X(80).
               10  WS-CARD-STATUS       PIC X(01).
               10  WS-CARD-REASON       PIC X(30).
               10  WS-CARD-HOLD-SW      PIC X(01).
               10  WS-CARD-MAKER        PIC X(08).
               10  WS-CARD-CHECKER      PIC X(08).
               10  WS-CARD-PEND-ID      PIC 9(06).
               10  WS-CARD-EFF-DATE     PIC 9(08).

       01  WS-CARD-SUB                  PIC 9(04).
       01  WS-PRIOR-SUB                 PIC 9(04).

      *
      *   Dual-control work fields.  Item numbers run on from the
      *   highest already on PNDFILE; the expiry sweep at startup
      *   is what finds it.
      *
       01  WS-PENDING-WORK.
           05  WS-PND-HIGH-ID           PIC 9(06) VALUE 0.
           05  WS-PND-OPEN-COUNT        PIC 9(05) VALUE 0.
           05  WS-PND-EXPIRED-COUNT     PIC 9(05) VALUE 0.
           05  WS-TODAY-INT             PIC 9(09).
           05  WS-KEYED-INT             PIC 9(09).
           05  WS-AGE-DAYS              PIC S9(09).
           05  WS-CHECKER-ID            PIC X(08).
           05  WS-CHECKER-REASON        PIC X(04).

      *
      *   Scheduled-change work fields.  WS-DECK-EFF-DATE is the
      *   date set by the last EFFDATE card the edit pass has read
      *   (zero - apply now - until one is); scheduled item numbers
      *   run on from the highest already on SCHFILE.
      *
       01  WS-SCHEDULE-WORK.
           05  WS-DECK-EFF-DATE         PIC 9(08) VALUE 0.
           05  WS-EFF-DATE-WORK         PIC 9(08).
           05  WS-SCH-HIGH-ID           PIC 9(06) VALUE 0.
           05  WS-SCH-OPEN-COUNT        PIC 9(05) VALUE 0.
           05  WS-SCH-APPLIED-COUNT     PIC 9(05) VALUE 0.
           05  WS-SCH-FAILED-COUNT      PIC 9(05) VALUE 0.
           05  WS-SCH-CANCEL-COUNT      PIC 9(05) VALUE 0.

       01  WS-REGISTER-HDG-LINE.
           05  FILLER                   PIC X(44) VALUE
           05  WS-RGL-VERDICT           PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-RGL-REASON            PIC X(30).
           05  FILLER                   PIC X(07) VALUE " MAKER ".
           05  WS-RGL-MAKER             PIC X(08).
           05  FILLER                   PIC X(09) VALUE " CHECKER ".
           05  WS-RGL-CHECKER           PIC X(08).
           05  FILLER                   PIC X(06) VALUE " ITEM ".
           05  WS-RGL-PEND-ID           PIC X(06).
           05  FILLER                   PIC X(12) VALUE SPACES.

       01  WS-DISPOSITION-LINE.
           05  WS-DSP-TEXT              PIC X(60).
           05  FILLER                   PIC X(72) VALUE SPACES.

       01  WS-PENDING-HDG-LINE.
           05  FILLER                   PIC X(44) VALUE
               "DUAL-CONTROL CHANGES AWAITING A SECOND SIGNA".
           05  FILLER                   PIC X(04) VALUE "TURE".
           05  FILLER                   PIC X(84) VALUE SPACES.

       01  WS-PENDING-LINE.
           05  FILLER                   PIC X(05) VALUE "ITEM ".
           05  WS-PDL-ID                PIC 9(06).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-PDL-FUNCTION          PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-PDL-COUNTER-ID        PIC X(08).
           05  FILLER                   PIC X(07) VALUE " KEYED ".
           05  WS-PDL-DATE              PIC 9(08).
           05  FILLER                   PIC X(04) VALUE " BY ".
           05  WS-PDL-MAKER             PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-PDL-STATUS            PIC X(20).
           05  FILLER                   PIC X(55) VALUE SPACES.

       01  WS-PENDING-TOTAL-LINE.
           05  FILLER                   PIC X(19)
               VALUE "ITEMS STILL PENDING".
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-PTL-OPEN              PIC 9(05).
           05  FILLER                   PIC X(18)
               VALUE "  EXPIRED THIS RUN".
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-PTL-EXPIRED           PIC 9(05).
           05  FILLER                   PIC X(83) VALUE SPACES.

       01  WS-SCHEDULE-HDG-LINE.
           05  FILLER                   PIC X(44) VALUE
               "SCHEDULED COUNTER CHANGES BY EFFECTIVE DATE ".
           05  FILLER                   PIC X(88) VALUE SPACES.

       01  WS-SCHEDULE-LINE.
           05  FILLER                   PIC X(04) VALUE "DUE ".
           05  WS-SDL-DATE              PIC 9(08).
           05  FILLER                   PIC X(06) VALUE " ITEM ".
           05  WS-SDL-ID                PIC 9(06).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-SDL-FUNCTION          PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-SDL-COUNTER-ID        PIC X(08).
           05  FILLER                   PIC X(04) VALUE " BY ".
           05  WS-SDL-MAKER             PIC X(08).
           05  FILLER                   PIC X(10) VALUE " APPROVED ".
           05  WS-SDL-APPROVER          PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-SDL-STATUS            PIC X(24).
           05  FILLER                   PIC X(35) VALUE SPACES.

       01  WS-SCHEDULE-TOTAL-LINE.
           05  FILLER                   PIC X(15)
               VALUE "STILL SCHEDULED".
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-STL-OPEN              PIC 9(05).
           05  FILLER                   PIC X(15)
               VALUE "  APPLIED TODAY".
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-STL-APPLIED           PIC 9(05).
           05  FILLER                   PIC X(14)
               VALUE "  FAILED TODAY".
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-STL-FAILED            PIC 9(05).
           05  FILLER                   PIC X(17)
               VALUE "  CANCELLED TODAY".
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-STL-CANCELLED         PIC 9(05).
           05  FILLER                   PIC X(47) VALUE SPACES.

       01  WS-AUTH-IDX                  PIC 9(02).
       01  WS-FUNC-LETTER               PIC X(01).
       01  WS-LETTER-COUNT              PIC 9(02).
           05  WS-SEC-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-SEC-IDX.
               10  WS-SEC-OPER          PIC X(08).
               10  WS-SEC-FUNCS         PIC X(12).
               10  WS-SEC-EFF           PIC 9(08).
               10  WS-SEC-EXP           PIC 9(08).
               10  WS-SEC-SCOPES.
       PROCEDURE DIVISION USING LK-PARM-AREA.
       0000-MAIN-PROCESS.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
           PERFORM 0100-PROCESS-PARM
           OPEN INPUT TRN-FILE
           OPEN OUTPUT RPT-FILE
           PERFORM 0280-OPEN-PROFILE-MASTER
           PERFORM 0290-OPEN-EXCEPTION-LEDGER
           PERFORM 0295-OPEN-DEFINITION-MASTER
           PERFORM 0400-OPEN-PENDING-FILE
           PERFORM 0480-OPEN-SCHEDULE-FILE

           PERFORM 1000-READ-NEXT
           PERFORM UNTIL WS-EOF
           END-PERFORM

           PERFORM 1500-EDIT-DECK

           IF (NOT WS-REJECTS-SEEN OR WS-RUN-MODE = "PART")
                   AND NOT WS-DECK-HELD
               SET WS-DECK-APPLIES TO TRUE
               PERFORM 1700-NUMBER-HELD-CARDS
           END-IF
           PERFORM 1800-PRINT-REGISTER

           IF WS-DECK-APPLIES
               PERFORM 4000-APPLY-DECK
           END-IF
           IF WS-RUN-MODE = "SCHD"
               PERFORM 6000-APPLY-DUE-CHANGES
           END-IF
           PERFORM 5000-PRINT-PENDING-LIST
           PERFORM 7000-PRINT-SCHEDULE-LIST

           CLOSE TRN-FILE
           CLOSE RPT-FILE
           CLOSE PRF-FILE
           CLOSE EXC-FILE
           CLOSE DEF-FILE
           CLOSE PND-FILE
           CLOSE SCH-FILE

           MOVE "TERMINATE" TO LK-FUNCTION
           CALL "NUMBSEQ" USING LK-CTR-PARM

           IF WS-REJECTS-SEEN
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-SCHED-FAILED OR WS-APPROVAL-FAILED
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           STOP RUN.

      *   No PARM (or FULL) is all-or-nothing: one bad card and the
      *   whole deck is held.  PART is the explicit opt-in to apply
      *   the clean cards and leave the rejects for a corrected
      *   resubmission.  SCHD is the nightly step: the deck (if
      *   any) is judged as under FULL, then every scheduled change
      *   now due is applied.
      *
           IF LK-PARM-LENGTH >= 4
                   AND LK-PARM-TEXT(1:4) = "PART"
               MOVE "PART" TO WS-RUN-MODE
           END-IF
           IF LK-PARM-LENGTH >= 4
                   AND LK-PARM-TEXT(1:4) = "SCHD"
               MOVE "SCHD" TO WS-RUN-MODE
           END-IF.

       0200-LOAD-SECURITY-MASTER.
           ELSE
               DISPLAY "NUMB007W - SECFILE IS EMPTY, RUN IS ON THE "
                   "COMPILED AUTHTAB FALLBACK"
           END-IF
           PERFORM 0260-CHECK-APPROVERS.

       0260-CHECK-APPROVERS.
      *
      *   Dual control needs someone able to give the second
      *   signature.  Until an active operator holds the A letter
      *   (a new master, or the morning the letter is introduced),
      *   GRANT cards stay on one signature so the first approver
      *   can be granted at all - RESET, RETIRE, and RELEASE are
      *   held regardless and simply wait for one.
      *
           PERFORM VARYING WS-SEC-IDX FROM 1 BY 1
                   UNTIL WS-SEC-IDX > WS-SEC-COUNT
               MOVE 0 TO WS-LETTER-COUNT
               INSPECT WS-SEC-FUNCS(WS-SEC-IDX)
                   TALLYING WS-LETTER-COUNT FOR ALL "A"
               IF WS-LETTER-COUNT > 0
                       AND WS-SEC-STAT(WS-SEC-IDX) = "A"
                       AND WS-SEC-EFF(WS-SEC-IDX) NOT > WS-TODAY-DATE
                       AND (WS-SEC-EXP(WS-SEC-IDX) = 0
                           OR WS-SEC-EXP(WS-SEC-IDX)
                               NOT < WS-TODAY-DATE)
                   SET WS-APPROVER-ON-FILE TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-APPROVER-ON-FILE
               DISPLAY "NUMB020W - NO OPERATOR HOLDS THE APPROVE "
                   "LETTER, GRANT CARDS APPLY ON ONE SIGNATURE"
           END-IF.

       0250-READ-SECURITY.
               OPEN INPUT DEF-FILE
           END-IF.

       0400-OPEN-PENDING-FILE.
           OPEN I-O PND-FILE
           IF WS-PND-STATUS NOT = "00"
               OPEN OUTPUT PND-FILE
               CLOSE PND-FILE
               OPEN I-O PND-FILE
           END-IF
           PERFORM 0420-EXPIRE-PENDING-CHANGES.

       0420-EXPIRE-PENDING-CHANGES.
      *
      *   One pass over the whole file before any card is judged:
      *   it finds the highest item number so this run's items
      *   follow on, and expires every item still pending past the
      *   limit - an APPROVE card in this same deck then finds it
      *   closed.  A stale approval is no approval; the change is
      *   keyed again if it is still wanted.
      *
           MOVE "N" TO WS-PND-EOF-SW
           MOVE 0 TO PND-ID
           START PND-FILE KEY NOT < PND-ID
               INVALID KEY
                   SET WS-PND-EOF TO TRUE
           END-START
           IF NOT WS-PND-EOF
               PERFORM 0440-READ-PENDING
           END-IF
           PERFORM UNTIL WS-PND-EOF
               PERFORM 0460-AGE-ONE-PENDING
               PERFORM 0440-READ-PENDING
           END-PERFORM.

       0440-READ-PENDING.
           READ PND-FILE NEXT RECORD
               AT END
                   SET WS-PND-EOF TO TRUE
           END-READ.

       0460-AGE-ONE-PENDING.
           IF PND-ID > WS-PND-HIGH-ID
               MOVE PND-ID TO WS-PND-HIGH-ID
           END-IF
           IF PND-PENDING
               COMPUTE WS-KEYED-INT =
                   FUNCTION INTEGER-OF-DATE(PND-KEYED-DATE)
               COMPUTE WS-AGE-DAYS = WS-TODAY-INT - WS-KEYED-INT
               IF WS-AGE-DAYS > WS-PENDING-DAYS
                   SET PND-EXPIRED TO TRUE
                   MOVE SPACES TO PND-CHECKER-ID
                   ACCEPT PND-DECIDED-DATE FROM DATE YYYYMMDD
                   ACCEPT PND-DECIDED-TIME FROM TIME
                   MOVE "EXPD" TO PND-DECIDE-REASON
                   REWRITE PND-RECORD
                   ADD 1 TO WS-PND-EXPIRED-COUNT
                   DISPLAY "NUMB021I - PENDING ITEM " PND-ID " "
                       PND-FUNCTION " " PND-COUNTER-ID
                       " KEYED " PND-KEYED-DATE " BY " PND-MAKER-ID
                       " EXPIRED UNAPPROVED"
               END-IF
           END-IF.

       0480-OPEN-SCHEDULE-FILE.
      *
      *   The highest item number on file is found once at startup
      *   so this run's scheduled items follow on, as on PNDFILE.
      *
           OPEN I-O SCH-FILE
           IF WS-SCH-STATUS NOT = "00"
               OPEN OUTPUT SCH-FILE
               CLOSE SCH-FILE
               OPEN I-O SCH-FILE
           END-IF

           MOVE "N" TO WS-SCH-EOF-SW
           MOVE 0 TO SCH-ID
           START SCH-FILE KEY NOT < SCH-ID
               INVALID KEY
                   SET WS-SCH-EOF TO TRUE
           END-START
           IF NOT WS-SCH-EOF
               PERFORM 0490-READ-SCHEDULE
           END-IF
           PERFORM UNTIL WS-SCH-EOF
               MOVE SCH-ID TO WS-SCH-HIGH-ID
               PERFORM 0490-READ-SCHEDULE
           END-PERFORM.

       0490-READ-SCHEDULE.
           READ SCH-FILE NEXT RECORD
               AT END
                   SET WS-SCH-EOF TO TRUE
           END-READ.

       0300-STAMP-SECURITY-RECORD.
           ACCEPT SEC-LAST-UPDATE-DATE FROM DATE YYYYMMDD
           ACCEPT SEC-LAST-UPDATE-TIME FROM TIME.
               MOVE TRN-RECORD TO WS-CARD-IMAGE(WS-CARD-COUNT)
               MOVE "A" TO WS-CARD-STATUS(WS-CARD-COUNT)
               MOVE SPACES TO WS-CARD-REASON(WS-CARD-COUNT)
               MOVE "N" TO WS-CARD-HOLD-SW(WS-CARD-COUNT)
               MOVE TRN-AUTH-ID TO WS-CARD-MAKER(WS-CARD-COUNT)
               MOVE SPACES TO WS-CARD-CHECKER(WS-CARD-COUNT)
               MOVE 0 TO WS-CARD-PEND-ID(WS-CARD-COUNT)
               MOVE 0 TO WS-CARD-EFF-DATE(WS-CARD-COUNT)
           ELSE
      *
      *   A deck past the table is not judged - and an unjudged
               WHEN "CLOSEGAP"
               WHEN "GRANT"
               WHEN "REVOKE"
               WHEN "APPROVE"
               WHEN "REJECT"
               WHEN "EFFDATE"
               WHEN "CANCEL"
                   CONTINUE
               WHEN OTHER
                   MOVE "UNKNOWN FUNCTION" TO
                   PERFORM 1650-REJECT-CARD
           END-EVALUATE

           IF WS-CARD-OK-SW = "Y"
               IF TRN-FUNCTION = "EFFDATE"
                   PERFORM 1610-EDIT-EFFECTIVE-CARD
               ELSE
                   PERFORM 1620-CHECK-SCHEDULING
               END-IF
           END-IF

           IF WS-CARD-OK-SW = "Y"
               IF ((TRN-FUNCTION = "RESET" OR "DEFINE" OR "VOID"
                       OR "RELEASE" OR "CLOSEGAP" OR "APPROVE"
                       OR "REJECT" OR "CANCEL")
                   OR (TRN-FUNCTION = "PROFILE"
                       AND TRN-PROF-ACTION = SPACES))
                   AND TRN-NEW-VALUE IS NOT NUMERIC
               END-IF
           END-IF

      *
      *   A CANCEL is judged under the letter of the change it
      *   withdraws - see 1675-EDIT-CANCEL-CARD.
      *
           IF WS-CARD-OK-SW = "Y" AND TRN-FUNCTION NOT = "CANCEL"
               PERFORM 2100-VALIDATE-AUTHORIZATION
               IF WS-NOT-AUTHORIZED
                   MOVE "OPERATOR NOT AUTHORIZED" TO
                           PERFORM 1650-REJECT-CARD
                   END-READ
               END-IF
           END-IF

           IF WS-CARD-OK-SW = "Y"
               EVALUATE TRN-FUNCTION
                   WHEN "APPROVE"
                   WHEN "REJECT"
                       PERFORM 1670-EDIT-DECISION-CARD
                   WHEN "CANCEL"
                       PERFORM 1675-EDIT-CANCEL-CARD
                   WHEN OTHER
                       PERFORM 1660-JUDGE-DUAL-CONTROL
               END-EVALUATE
           END-IF.

       1610-EDIT-EFFECTIVE-CARD.
      *
      *   An EFFDATE card changes nothing itself: it sets the date
      *   the DEFINE, SUSPEND, and RETIRE cards behind it take
      *   effect, up to the next EFFDATE card.  A blank or zero date
      *   puts the cards behind it back to applying now.  A date
      *   that is bad, or not after today, rejects the card - and
      *   every change card it governs with it, since those were
      *   keyed to wait and must not slip through applying now.
      *   Nothing further is checked on a control card, so the edit
      *   stops here with the card still ACCEPTED.
      *
           MOVE "N" TO WS-EFF-BAD-SW
           MOVE 0 TO WS-DECK-EFF-DATE
           EVALUATE TRUE
               WHEN TRN-EFFECTIVE-DATE = SPACES
               WHEN TRN-EFFECTIVE-DATE = ZEROS
                   MOVE "CARDS BELOW APPLY NOW"
                       TO WS-CARD-REASON(WS-CARD-SUB)
               WHEN TRN-EFFECTIVE-DATE IS NOT NUMERIC
                   MOVE "EFFECTIVE DATE IS NOT NUMERIC"
                       TO WS-CARD-REASON(WS-CARD-SUB)
                   PERFORM 1650-REJECT-CARD
               WHEN OTHER
                   MOVE TRN-EFFECTIVE-DATE TO WS-EFF-DATE-WORK
                   IF FUNCTION TEST-DATE-YYYYMMDD(WS-EFF-DATE-WORK)
                           NOT = 0
                       MOVE "EFFECTIVE DATE IS NOT A DATE"
                           TO WS-CARD-REASON(WS-CARD-SUB)
                       PERFORM 1650-REJECT-CARD
                   ELSE
                       IF WS-EFF-DATE-WORK NOT > WS-TODAY-DATE
                           MOVE "EFFECTIVE DATE NOT AFTER TODAY"
                               TO WS-CARD-REASON(WS-CARD-SUB)
                           PERFORM 1650-REJECT-CARD
                       ELSE
                           MOVE WS-EFF-DATE-WORK TO WS-DECK-EFF-DATE
                           STRING "CARDS BELOW EFFECTIVE "
                                      DELIMITED BY SIZE
                                  WS-DECK-EFF-DATE DELIMITED BY SIZE
                               INTO WS-CARD-REASON(WS-CARD-SUB)
                           END-STRING
                       END-IF
                   END-IF
           END-EVALUATE
           IF WS-CARD-OK-SW = "N"
               MOVE "Y" TO WS-EFF-BAD-SW
           ELSE
               MOVE "N" TO WS-CARD-OK-SW
           END-IF.

       1620-CHECK-SCHEDULING.
      *
      *   Behind an EFFDATE card only DEFINE, SUSPEND, and RETIRE
      *   can wait for a date.  VIEW and the item decisions (APPROVE,
      *   REJECT, CANCEL) are not changes of their own and run as
      *   usual; any other change card is rejected rather than
      *   quietly applied now when its operator meant it to wait.
      *
           IF WS-EFF-BAD OR WS-DECK-EFF-DATE > 0
               EVALUATE TRN-FUNCTION
                   WHEN "VIEW"
                   WHEN "APPROVE"
                   WHEN "REJECT"
                   WHEN "CANCEL"
                       CONTINUE
                   WHEN "DEFINE"
                   WHEN "SUSPEND"
                   WHEN "RETIRE"
                       IF WS-EFF-BAD
                           MOVE "EFFECTIVE DATE CARD REJECTED"
                               TO WS-CARD-REASON(WS-CARD-SUB)
                           PERFORM 1650-REJECT-CARD
                       ELSE
                           MOVE WS-DECK-EFF-DATE
                               TO WS-CARD-EFF-DATE(WS-CARD-SUB)
                       END-IF
                   WHEN OTHER
                       MOVE "FUNCTION CANNOT BE SCHEDULED"
                           TO WS-CARD-REASON(WS-CARD-SUB)
                       PERFORM 1650-REJECT-CARD
               END-EVALUATE
           END-IF.

       1650-REJECT-CARD.
           MOVE "R" TO WS-CARD-STATUS(WS-CARD-SUB)
           SET WS-REJECTS-SEEN TO TRUE.

       1660-JUDGE-DUAL-CONTROL.
      *
      *   A clean RESET, RETIRE, RELEASE, or GRANT card is held for a
      *   second signature rather than applied.  GRANT goes through
      *   on one signature only while nobody can give the second -
      *   see 0260-CHECK-APPROVERS.
      *
           IF TRN-FUNCTION = "RESET" OR "RETIRE" OR "RELEASE"
               MOVE "Y" TO WS-CARD-HOLD-SW(WS-CARD-SUB)
           END-IF
           IF TRN-FUNCTION = "GRANT"
               IF WS-APPROVER-ON-FILE
                   MOVE "Y" TO WS-CARD-HOLD-SW(WS-CARD-SUB)
               ELSE
                   MOVE "ONE SIGNATURE - NO APPROVER"
                       TO WS-CARD-REASON(WS-CARD-SUB)
               END-IF
           END-IF.

       1670-EDIT-DECISION-CARD.
      *
      *   APPROVE and REJECT name a pending item by number.  The
      *   operator on the card already holds the A letter in scope
      *   for the card's counter (the authorization check); here
      *   the item must be open, be for that same counter, have been
      *   keyed by someone else, not already be decided by an
      *   earlier card in this deck - and, for an approval, its
      *   maker must still hold the authority the change needs.
      *
           MOVE "N" TO WS-DECIDED-SW
           IF TRN-NEW-VALUE > 999999
               MOVE "PENDING ITEM NOT ON FILE"
                   TO WS-CARD-REASON(WS-CARD-SUB)
               PERFORM 1650-REJECT-CARD
           ELSE
               MOVE TRN-NEW-VALUE TO PND-ID
               READ PND-FILE
                   INVALID KEY
                       MOVE "PENDING ITEM NOT ON FILE"
                           TO WS-CARD-REASON(WS-CARD-SUB)
                       PERFORM 1650-REJECT-CARD
               END-READ
           END-IF

           IF WS-CARD-OK-SW = "Y"
               EVALUATE TRUE
                   WHEN PND-EXPIRED
                       MOVE "PENDING ITEM HAS EXPIRED"
                           TO WS-CARD-REASON(WS-CARD-SUB)
                       PERFORM 1650-REJECT-CARD
                   WHEN NOT PND-PENDING
                       MOVE "PENDING ITEM ALREADY DECIDED"
                           TO WS-CARD-REASON(WS-CARD-SUB)
                       PERFORM 1650-REJECT-CARD
                   WHEN PND-COUNTER-ID NOT = TRN-COUNTER-ID
                       MOVE "COUNTER DOES NOT MATCH ITEM"
                           TO WS-CARD-REASON(WS-CARD-SUB)
                       PERFORM 1650-REJECT-CARD
                   WHEN PND-MAKER-ID = TRN-AUTH-ID
                       MOVE "CHECKER MAY NOT BE THE MAKER"
                           TO WS-CARD-REASON(WS-CARD-SUB)
                       PERFORM 1650-REJECT-CARD
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           IF WS-CARD-OK-SW = "Y"
               PERFORM 1680-CHECK-DECIDED-IN-DECK
               IF WS-DECIDED-SW = "Y"
                   MOVE "PENDING ITEM ALREADY DECIDED"
                       TO WS-CARD-REASON(WS-CARD-SUB)
                   PERFORM 1650-REJECT-CARD
               END-IF
           END-IF

           IF WS-CARD-OK-SW = "Y" AND TRN-FUNCTION = "APPROVE"
               PERFORM 1690-CHECK-MAKER-AUTHORITY
           END-IF

           IF WS-CARD-OK-SW = "Y"
               MOVE PND-MAKER-ID TO WS-CARD-MAKER(WS-CARD-SUB)
               MOVE TRN-AUTH-ID TO WS-CARD-CHECKER(WS-CARD-SUB)
               MOVE PND-ID TO WS-CARD-PEND-ID(WS-CARD-SUB)
               STRING "FOR " DELIMITED BY SIZE
                      PND-FUNCTION DELIMITED BY SPACE
                      " KEYED " DELIMITED BY SIZE
                      PND-KEYED-DATE DELIMITED BY SIZE
                   INTO WS-CARD-REASON(WS-CARD-SUB)
               END-STRING
           END-IF.

       1675-EDIT-CANCEL-CARD.
      *
      *   CANCEL names a scheduled item by number.  The item must
      *   still be waiting, be for the card's counter, and not be
      *   cancelled by an earlier card in this deck; the operator
      *   must hold, in scope, the letter for the change being
      *   withdrawn - whoever may key a RETIRE may call one off.
      *   Once the nightly step has applied an item it is history:
      *   the change is undone with a card of its own.
      *
           IF TRN-NEW-VALUE > 999999
               MOVE "SCHEDULED ITEM NOT ON FILE"
                   TO WS-CARD-REASON(WS-CARD-SUB)
               PERFORM 1650-REJECT-CARD
           ELSE
               MOVE TRN-NEW-VALUE TO SCH-ID
               READ SCH-FILE KEY IS SCH-ID
                   INVALID KEY
                       MOVE "SCHEDULED ITEM NOT ON FILE"
                           TO WS-CARD-REASON(WS-CARD-SUB)
                       PERFORM 1650-REJECT-CARD
               END-READ
           END-IF

           IF WS-CARD-OK-SW = "Y"
               EVALUATE TRUE
                   WHEN NOT SCH-SCHEDULED
                       MOVE "SCHEDULED ITEM ALREADY CLOSED"
                           TO WS-CARD-REASON(WS-CARD-SUB)
                       PERFORM 1650-REJECT-CARD
                   WHEN SCH-COUNTER-ID NOT = TRN-COUNTER-ID
                       MOVE "COUNTER DOES NOT MATCH ITEM"
                           TO WS-CARD-REASON(WS-CARD-SUB)
                       PERFORM 1650-REJECT-CARD
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF

           IF WS-CARD-OK-SW = "Y"
               PERFORM 1685-CHECK-CANCELLED-IN-DECK
               IF WS-DECIDED-SW = "Y"
                   MOVE "SCHEDULED ITEM ALREADY CLOSED"
                       TO WS-CARD-REASON(WS-CARD-SUB)
                   PERFORM 1650-REJECT-CARD
               END-IF
           END-IF

           IF WS-CARD-OK-SW = "Y"
               MOVE SCH-FUNCTION TO TRN-FUNCTION
               PERFORM 2100-VALIDATE-AUTHORIZATION
               MOVE WS-CARD-IMAGE(WS-CARD-SUB) TO TRN-RECORD
               IF WS-NOT-AUTHORIZED
                   MOVE "OPERATOR NOT AUTHORIZED"
                       TO WS-CARD-REASON(WS-CARD-SUB)
                   PERFORM 1650-REJECT-CARD
               END-IF
           END-IF

           IF WS-CARD-OK-SW = "Y"
               MOVE SCH-ID TO WS-CARD-PEND-ID(WS-CARD-SUB)
               STRING "CANCELS " DELIMITED BY SIZE
                      SCH-FUNCTION DELIMITED BY SPACE
                      " DUE " DELIMITED BY SIZE
                      SCH-EFFECTIVE-DATE DELIMITED BY SIZE
                   INTO WS-CARD-REASON(WS-CARD-SUB)
               END-STRING
           END-IF.

       1685-CHECK-CANCELLED-IN-DECK.
           MOVE "N" TO WS-DECIDED-SW
           PERFORM VARYING WS-PRIOR-SUB FROM 1 BY 1
                   UNTIL WS-PRIOR-SUB NOT < WS-CARD-SUB
               IF WS-CARD-STATUS(WS-PRIOR-SUB) = "A"
                       AND WS-CARD-PEND-ID(WS-PRIOR-SUB) = SCH-ID
                       AND WS-CARD-IMAGE(WS-PRIOR-SUB)(1:8)
                           = "CANCEL"
                   MOVE "Y" TO WS-DECIDED-SW
               END-IF
           END-PERFORM.

       1680-CHECK-DECIDED-IN-DECK.
           PERFORM VARYING WS-PRIOR-SUB FROM 1 BY 1
                   UNTIL WS-PRIOR-SUB NOT < WS-CARD-SUB
               IF WS-CARD-STATUS(WS-PRIOR-SUB) = "A"
                       AND WS-CARD-PEND-ID(WS-PRIOR-SUB) = PND-ID
                       AND (WS-CARD-IMAGE(WS-PRIOR-SUB)(1:8)
                               = "APPROVE"
                           OR WS-CARD-IMAGE(WS-PRIOR-SUB)(1:8)
                               = "REJECT")
                   MOVE "Y" TO WS-DECIDED-SW
               END-IF
           END-PERFORM.

       1690-CHECK-MAKER-AUTHORITY.
      *
      *   The held card is judged again under its maker, exactly as
      *   the apply pass will run it - a maker revoked or moved out
      *   of scope since keying cannot have the change approved
      *   through on someone else's signature.
      *
           MOVE PND-CARD-IMAGE TO TRN-RECORD
           PERFORM 2100-VALIDATE-AUTHORIZATION
           MOVE WS-CARD-IMAGE(WS-CARD-SUB) TO TRN-RECORD
           IF WS-NOT-AUTHORIZED
               MOVE "MAKER NO LONGER AUTHORIZED"
                   TO WS-CARD-REASON(WS-CARD-SUB)
               PERFORM 1650-REJECT-CARD
           END-IF.

       1700-NUMBER-HELD-CARDS.
      *
      *   Item numbers are given out only once the deck is known to
      *   apply, so every number on the register is one that lands
      *   on PNDFILE - or, for a scheduled change, on SCHFILE.
      *
           PERFORM VARYING WS-CARD-SUB FROM 1 BY 1
                   UNTIL WS-CARD-SUB > WS-CARD-COUNT
               IF WS-CARD-STATUS(WS-CARD-SUB) = "A"
                       AND WS-CARD-HOLD-SW(WS-CARD-SUB) = "Y"
                   ADD 1 TO WS-PND-HIGH-ID
                   MOVE WS-PND-HIGH-ID TO WS-CARD-PEND-ID(WS-CARD-SUB)
                   IF WS-CARD-EFF-DATE(WS-CARD-SUB) > 0
                       STRING "HELD FOR APPROVAL EFF "
                                  DELIMITED BY SIZE
                              WS-CARD-EFF-DATE(WS-CARD-SUB)
                                  DELIMITED BY SIZE
                           INTO WS-CARD-REASON(WS-CARD-SUB)
                       END-STRING
                   ELSE
                       MOVE "HELD FOR APPROVAL"
                           TO WS-CARD-REASON(WS-CARD-SUB)
                   END-IF
               END-IF
               IF WS-CARD-STATUS(WS-CARD-SUB) = "A"
                       AND WS-CARD-HOLD-SW(WS-CARD-SUB) = "N"
                       AND WS-CARD-EFF-DATE(WS-CARD-SUB) > 0
                   ADD 1 TO WS-SCH-HIGH-ID
                   MOVE WS-SCH-HIGH-ID TO WS-CARD-PEND-ID(WS-CARD-SUB)
                   STRING "SCHEDULED FOR " DELIMITED BY SIZE
                          WS-CARD-EFF-DATE(WS-CARD-SUB)
                              DELIMITED BY SIZE
                       INTO WS-CARD-REASON(WS-CARD-SUB)
                   END-STRING
               END-IF
           END-PERFORM.

       1800-PRINT-REGISTER.
           MOVE WS-TODAY-DATE TO WS-RHL-DATE
           MOVE WS-RUN-MODE TO WS-RHL-MODE
                   MOVE "REJECTED" TO WS-RGL-VERDICT
               END-IF
               MOVE WS-CARD-REASON(WS-CARD-SUB) TO WS-RGL-REASON
               MOVE WS-CARD-MAKER(WS-CARD-SUB) TO WS-RGL-MAKER
               MOVE WS-CARD-CHECKER(WS-CARD-SUB) TO WS-RGL-CHECKER
               IF WS-CARD-PEND-ID(WS-CARD-SUB) > 0
                   MOVE WS-CARD-PEND-ID(WS-CARD-SUB) TO WS-RGL-PEND-ID
               ELSE
                   MOVE SPACES TO WS-RGL-PEND-ID
               END-IF
               WRITE RPT-LINE FROM WS-REGISTER-LINE
           END-PERFORM

                   UNTIL WS-CARD-SUB > WS-CARD-COUNT
               IF WS-CARD-STATUS(WS-CARD-SUB) = "A"
                   MOVE WS-CARD-IMAGE(WS-CARD-SUB) TO TRN-RECORD
                   EVALUATE TRUE
                       WHEN WS-CARD-HOLD-SW(WS-CARD-SUB) = "Y"
                           PERFORM 4100-HOLD-FOR-APPROVAL
                       WHEN TRN-FUNCTION = "APPROVE"
                           PERFORM 4200-APPLY-APPROVAL
                       WHEN TRN-FUNCTION = "REJECT"
                           PERFORM 4300-APPLY-REJECTION
                       WHEN TRN-FUNCTION = "CANCEL"
                           PERFORM 4700-APPLY-CANCEL
                       WHEN TRN-FUNCTION = "EFFDATE"
                           CONTINUE
                       WHEN WS-CARD-EFF-DATE(WS-CARD-SUB) > 0
                           PERFORM 4500-SCHEDULE-CHANGE
                       WHEN OTHER
                           MOVE SPACES TO LK-APPROVER-ID
                           PERFORM 2000-PROCESS-TRANSACTION
                   END-EVALUATE
               END-IF
           END-PERFORM.

       4100-HOLD-FOR-APPROVAL.
           MOVE WS-CARD-PEND-ID(WS-CARD-SUB) TO PND-ID
           MOVE TRN-FUNCTION TO PND-FUNCTION
           MOVE TRN-COUNTER-ID TO PND-COUNTER-ID
           MOVE TRN-RECORD TO PND-CARD-IMAGE
           MOVE TRN-AUTH-ID TO PND-MAKER-ID
           ACCEPT PND-KEYED-DATE FROM DATE YYYYMMDD
           ACCEPT PND-KEYED-TIME FROM TIME
           SET PND-PENDING TO TRUE
           MOVE SPACES TO PND-CHECKER-ID
           MOVE 0 TO PND-DECIDED-DATE
           MOVE 0 TO PND-DECIDED-TIME
           MOVE SPACES TO PND-DECIDE-REASON
           MOVE 0 TO PND-APPLY-RC
           MOVE WS-CARD-EFF-DATE(WS-CARD-SUB) TO PND-EFFECTIVE-DATE
           WRITE PND-RECORD
           IF WS-PND-STATUS = "00"
               DISPLAY "NUMB-HOLD  " TRN-FUNCTION " " TRN-COUNTER-ID
                   " HELD AS ITEM " PND-ID
                   " BY " TRN-AUTH-ID
           ELSE
               DISPLAY "NUMB-HOLD  " TRN-FUNCTION " " TRN-COUNTER-ID
                   " FAILED - PNDFILE STATUS " WS-PND-STATUS
               SET WS-APPROVAL-FAILED TO TRUE
           END-IF.

       4200-APPLY-APPROVAL.
      *
      *   The held card runs exactly as keyed, under its maker's
      *   operator-id, with the checker riding along in
      *   LK-APPROVER-ID so the audit record carries both.  A held
      *   change whose effective date is still ahead is scheduled
      *   instead, both signatures going onto SCHFILE with it.  A
      *   maker revoked, expired, or moved out of scope since keying
      *   cannot have the change go through on the checker's say-so:
      *   the item closes rejected, reason AUTH, nothing applied.
      *
           MOVE TRN-AUTH-ID TO WS-CHECKER-ID
           MOVE TRN-REASON-CODE TO WS-CHECKER-REASON
           MOVE WS-CARD-PEND-ID(WS-CARD-SUB) TO PND-ID
           READ PND-FILE
               INVALID KEY
                   DISPLAY "NUMB-APPR  ITEM " PND-ID
                       " FAILED - NOT ON PNDFILE"
                   SET WS-APPROVAL-FAILED TO TRUE
           END-READ
           IF WS-PND-STATUS = "00"
                   AND PND-EFFECTIVE-DATE > WS-TODAY-DATE
               PERFORM 4250-SCHEDULE-APPROVAL
           END-IF
           IF WS-PND-STATUS = "00"
                   AND PND-EFFECTIVE-DATE NOT > WS-TODAY-DATE
               MOVE PND-CARD-IMAGE TO TRN-RECORD
               MOVE WS-CHECKER-ID TO LK-APPROVER-ID
               MOVE 0 TO LK-RETURN-CODE
               PERFORM 2000-PROCESS-TRANSACTION
               MOVE LK-RETURN-CODE TO PND-APPLY-RC
               MOVE SPACES TO LK-APPROVER-ID
               IF WS-NOT-AUTHORIZED
                   PERFORM 4280-CLOSE-UNAUTHORIZED
               ELSE
                   SET PND-APPROVED TO TRUE
                   PERFORM 4400-STAMP-DECISION
                   DISPLAY "NUMB-APPR  ITEM " PND-ID " "
                       PND-FUNCTION " " PND-COUNTER-ID
                       " KEYED BY " PND-MAKER-ID
                       " APPROVED BY " WS-CHECKER-ID
                       " RC " PND-APPLY-RC
               END-IF
           END-IF.

       4250-SCHEDULE-APPROVAL.
      *
      *   The pending item is closed only once the change is safely
      *   on SCHFILE - if the WRITE fails it stays pending, so the
      *   change can still be approved again rather than being lost
      *   between the two files.
      *
           MOVE PND-CARD-IMAGE TO TRN-RECORD
           ADD 1 TO WS-SCH-HIGH-ID
           MOVE WS-SCH-HIGH-ID TO SCH-ID
           MOVE PND-EFFECTIVE-DATE TO SCH-EFFECTIVE-DATE
           MOVE PND-MAKER-ID TO SCH-MAKER-ID
           MOVE WS-CHECKER-ID TO SCH-APPROVER-ID
           PERFORM 4550-WRITE-SCHEDULE-ITEM
           IF WS-SCH-STATUS = "00"
               MOVE 0 TO PND-APPLY-RC
               SET PND-APPROVED TO TRUE
               PERFORM 4400-STAMP-DECISION
               DISPLAY "NUMB-APPR  ITEM " PND-ID " "
                   PND-FUNCTION " " PND-COUNTER-ID
                   " KEYED BY " PND-MAKER-ID
                   " APPROVED BY " WS-CHECKER-ID
                   " SCHEDULED AS ITEM " SCH-ID
                   " FOR " SCH-EFFECTIVE-DATE
           ELSE
               SET WS-APPROVAL-FAILED TO TRUE
               DISPLAY "NUMB-APPR  ITEM " PND-ID " "
                   PND-FUNCTION " " PND-COUNTER-ID
                   " NOT SCHEDULED - LEFT PENDING"
           END-IF.

       4280-CLOSE-UNAUTHORIZED.
           MOVE WS-NOT-AUTH-RC TO PND-APPLY-RC
           MOVE "AUTH" TO WS-CHECKER-REASON
           SET PND-REJECTED TO TRUE
           PERFORM 4400-STAMP-DECISION
           SET WS-APPROVAL-FAILED TO TRUE
           DISPLAY "NUMB-APPR  ITEM " PND-ID " "
               PND-FUNCTION " " PND-COUNTER-ID
               " KEYED BY " PND-MAKER-ID
               " APPROVED BY " WS-CHECKER-ID
               " NOT APPLIED - MAKER NOT AUTHORIZED, RC "
               PND-APPLY-RC.

       4300-APPLY-REJECTION.
           MOVE TRN-AUTH-ID TO WS-CHECKER-ID
           MOVE TRN-REASON-CODE TO WS-CHECKER-REASON
           MOVE WS-CARD-PEND-ID(WS-CARD-SUB) TO PND-ID
           READ PND-FILE
               INVALID KEY
                   DISPLAY "NUMB-REJT  ITEM " PND-ID
                       " FAILED - NOT ON PNDFILE"
                   SET WS-APPROVAL-FAILED TO TRUE
               NOT INVALID KEY
                   SET PND-REJECTED TO TRUE
                   MOVE 0 TO PND-APPLY-RC
                   PERFORM 4400-STAMP-DECISION
                   DISPLAY "NUMB-REJT  ITEM " PND-ID " "
                       PND-FUNCTION " " PND-COUNTER-ID
                       " KEYED BY " PND-MAKER-ID
                       " REJECTED BY " WS-CHECKER-ID
                       " REASON " WS-CHECKER-REASON
           END-READ.

       4500-SCHEDULE-CHANGE.
           MOVE WS-CARD-PEND-ID(WS-CARD-SUB) TO SCH-ID
           MOVE WS-CARD-EFF-DATE(WS-CARD-SUB) TO SCH-EFFECTIVE-DATE
           MOVE TRN-AUTH-ID TO SCH-MAKER-ID
           MOVE SPACES TO SCH-APPROVER-ID
           PERFORM 4550-WRITE-SCHEDULE-ITEM.

       4550-WRITE-SCHEDULE-ITEM.
      *
      *   TRN-RECORD holds the change card as keyed; the caller has
      *   set the key and the signatures.
      *
           MOVE TRN-FUNCTION TO SCH-FUNCTION
           MOVE TRN-COUNTER-ID TO SCH-COUNTER-ID
           MOVE TRN-RECORD TO SCH-CARD-IMAGE
           ACCEPT SCH-KEYED-DATE FROM DATE YYYYMMDD
           ACCEPT SCH-KEYED-TIME FROM TIME
           SET SCH-SCHEDULED TO TRUE
           MOVE SPACES TO SCH-CLOSED-BY
           MOVE 0 TO SCH-CLOSED-DATE
           MOVE 0 TO SCH-CLOSED-TIME
           MOVE SPACES TO SCH-CLOSE-REASON
           MOVE 0 TO SCH-APPLY-RC
           WRITE SCH-RECORD
           IF WS-SCH-STATUS = "00"
               DISPLAY "NUMB-SCHD  " SCH-FUNCTION " " SCH-COUNTER-ID
                   " SCHEDULED AS ITEM " SCH-ID
                   " FOR " SCH-EFFECTIVE-DATE
                   " BY " SCH-MAKER-ID
           ELSE
               DISPLAY "NUMB-SCHD  " SCH-FUNCTION " " SCH-COUNTER-ID
                   " FAILED - SCHFILE STATUS " WS-SCH-STATUS
               SET WS-SCHED-FAILED TO TRUE
           END-IF.

       4700-APPLY-CANCEL.
           MOVE WS-CARD-PEND-ID(WS-CARD-SUB) TO SCH-ID
           READ SCH-FILE KEY IS SCH-ID
               INVALID KEY
                   DISPLAY "NUMB-CANC  ITEM " SCH-ID
                       " FAILED - NOT ON SCHFILE"
                   SET WS-SCHED-FAILED TO TRUE
               NOT INVALID KEY
                   SET SCH-CANCELLED TO TRUE
                   MOVE TRN-AUTH-ID TO SCH-CLOSED-BY
                   ACCEPT SCH-CLOSED-DATE FROM DATE YYYYMMDD
                   ACCEPT SCH-CLOSED-TIME FROM TIME
                   MOVE TRN-REASON-CODE TO SCH-CLOSE-REASON
                   MOVE 0 TO SCH-APPLY-RC
                   REWRITE SCH-RECORD
                   DISPLAY "NUMB-CANC  ITEM " SCH-ID " "
                       SCH-FUNCTION " " SCH-COUNTER-ID
                       " DUE " SCH-EFFECTIVE-DATE
                       " CANCELLED BY " TRN-AUTH-ID
                       " REASON " TRN-REASON-CODE
           END-READ.

       4400-STAMP-DECISION.
           MOVE WS-CHECKER-ID TO PND-CHECKER-ID
           ACCEPT PND-DECIDED-DATE FROM DATE YYYYMMDD
           ACCEPT PND-DECIDED-TIME FROM TIME
           MOVE WS-CHECKER-REASON TO PND-DECIDE-REASON
           REWRITE PND-RECORD.

       5000-PRINT-PENDING-LIST.
      *
      *   Closes the report with every item still waiting for its
      *   second signature - the checker's worklist, item numbers
      *   and all - and the ones that expired at this startup.
      *
           WRITE RPT-LINE FROM WS-PENDING-HDG-LINE
           MOVE "N" TO WS-PND-EOF-SW
           MOVE 0 TO PND-ID
           START PND-FILE KEY NOT < PND-ID
               INVALID KEY
                   SET WS-PND-EOF TO TRUE
           END-START
           IF NOT WS-PND-EOF
               PERFORM 0440-READ-PENDING
           END-IF
           PERFORM UNTIL WS-PND-EOF
               PERFORM 5100-PRINT-ONE-PENDING
               PERFORM 0440-READ-PENDING
           END-PERFORM
           MOVE WS-PND-OPEN-COUNT TO WS-PTL-OPEN
           MOVE WS-PND-EXPIRED-COUNT TO WS-PTL-EXPIRED
           WRITE RPT-LINE FROM WS-PENDING-TOTAL-LINE.

       5100-PRINT-ONE-PENDING.
           MOVE SPACES TO WS-PDL-STATUS
           IF PND-PENDING
               ADD 1 TO WS-PND-OPEN-COUNT
               MOVE "AWAITING APPROVAL" TO WS-PDL-STATUS
           END-IF
           IF PND-EXPIRED AND PND-DECIDED-DATE = WS-TODAY-DATE
               MOVE "EXPIRED UNAPPROVED" TO WS-PDL-STATUS
           END-IF
           IF WS-PDL-STATUS NOT = SPACES
               MOVE PND-ID TO WS-PDL-ID
               MOVE PND-FUNCTION TO WS-PDL-FUNCTION
               MOVE PND-COUNTER-ID TO WS-PDL-COUNTER-ID
               MOVE PND-KEYED-DATE TO WS-PDL-DATE
               MOVE PND-MAKER-ID TO WS-PDL-MAKER
               WRITE RPT-LINE FROM WS-PENDING-LINE
           END-IF.

       6000-APPLY-DUE-CHANGES.
      *
      *   The nightly step.  SCHFILE is in effective-date order, so
      *   the browse stops at the first item not yet due; an item
      *   from a night the step did not run is simply still due and
      *   goes through now.
      *
           MOVE "N" TO WS-SCH-EOF-SW
           MOVE LOW-VALUES TO SCH-KEY
           START SCH-FILE KEY NOT < SCH-KEY
               INVALID KEY
                   SET WS-SCH-EOF TO TRUE
           END-START
           IF NOT WS-SCH-EOF
               PERFORM 0490-READ-SCHEDULE
           END-IF
           PERFORM UNTIL WS-SCH-EOF
               IF SCH-EFFECTIVE-DATE > WS-TODAY-DATE
                   SET WS-SCH-EOF TO TRUE
               ELSE
                   IF SCH-SCHEDULED
                       PERFORM 6100-APPLY-ONE-DUE
                   END-IF
                   PERFORM 0490-READ-SCHEDULE
               END-IF
           END-PERFORM.

       6100-APPLY-ONE-DUE.
      *
      *   The card runs exactly as keyed, through the same dispatch
      *   as a card applied on the day - so its maker's authority
      *   is judged as it stands tonight (a maker revoked or moved
      *   out of scope since keying cannot have the change go
      *   through), and NUMBSEQ writes the audit record with the
      *   maker as operator and any checker as approver.
      *
           MOVE SCH-CARD-IMAGE TO TRN-RECORD
           MOVE SCH-APPROVER-ID TO LK-APPROVER-ID
           MOVE 0 TO LK-RETURN-CODE
           PERFORM 2000-PROCESS-TRANSACTION
           MOVE SPACES TO LK-APPROVER-ID
           MOVE LK-RETURN-CODE TO SCH-APPLY-RC
           MOVE SPACES TO SCH-CLOSE-REASON
           EVALUATE TRUE
               WHEN WS-NOT-AUTHORIZED
                   SET SCH-FAILED TO TRUE
                   MOVE 0 TO SCH-APPLY-RC
                   MOVE "AUTH" TO SCH-CLOSE-REASON
               WHEN LK-RETURN-CODE = 0
                   SET SCH-APPLIED TO TRUE
               WHEN OTHER
                   SET SCH-FAILED TO TRUE
           END-EVALUATE
           IF SCH-FAILED
               SET WS-SCHED-FAILED TO TRUE
           END-IF
           MOVE WS-JOB-ID TO SCH-CLOSED-BY
           ACCEPT SCH-CLOSED-DATE FROM DATE YYYYMMDD
           ACCEPT SCH-CLOSED-TIME FROM TIME
           REWRITE SCH-RECORD
           DISPLAY "NUMB-DUE   ITEM " SCH-ID " "
               SCH-FUNCTION " " SCH-COUNTER-ID
               " DUE " SCH-EFFECTIVE-DATE
               " KEYED BY " SCH-MAKER-ID
               " STATUS " SCH-STATUS
               " RC " SCH-APPLY-RC.

       7000-PRINT-SCHEDULE-LIST.
      *
      *   Every scheduled change still waiting, in effective-date
      *   order, and the ones applied, failed, or cancelled today -
      *   the listing the owning departments check their dates
      *   against.
      *
           WRITE RPT-LINE FROM WS-SCHEDULE-HDG-LINE
           MOVE "N" TO WS-SCH-EOF-SW
           MOVE LOW-VALUES TO SCH-KEY
           START SCH-FILE KEY NOT < SCH-KEY
               INVALID KEY
                   SET WS-SCH-EOF TO TRUE
           END-START
           IF NOT WS-SCH-EOF
               PERFORM 0490-READ-SCHEDULE
           END-IF
           PERFORM UNTIL WS-SCH-EOF
               PERFORM 7100-PRINT-ONE-SCHEDULED
               PERFORM 0490-READ-SCHEDULE
           END-PERFORM
           MOVE WS-SCH-OPEN-COUNT TO WS-STL-OPEN
           MOVE WS-SCH-APPLIED-COUNT TO WS-STL-APPLIED
           MOVE WS-SCH-FAILED-COUNT TO WS-STL-FAILED
           MOVE WS-SCH-CANCEL-COUNT TO WS-STL-CANCELLED
           WRITE RPT-LINE FROM WS-SCHEDULE-TOTAL-LINE.

       7100-PRINT-ONE-SCHEDULED.
           MOVE SPACES TO WS-SDL-STATUS
           EVALUATE TRUE
               WHEN SCH-SCHEDULED
                   ADD 1 TO WS-SCH-OPEN-COUNT
                   IF SCH-EFFECTIVE-DATE > WS-TODAY-DATE
                       MOVE "SCHEDULED" TO WS-SDL-STATUS
                   ELSE
                       MOVE "DUE - AWAITING SCHD RUN" TO WS-SDL-STATUS
                   END-IF
               WHEN SCH-CLOSED-DATE NOT = WS-TODAY-DATE
                   CONTINUE
               WHEN SCH-APPLIED
                   ADD 1 TO WS-SCH-APPLIED-COUNT
                   MOVE "APPLIED TODAY" TO WS-SDL-STATUS
               WHEN SCH-FAILED
                   ADD 1 TO WS-SCH-FAILED-COUNT
                   STRING "FAILED TODAY RC " DELIMITED BY SIZE
                          SCH-APPLY-RC DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          SCH-CLOSE-REASON DELIMITED BY SIZE
                       INTO WS-SDL-STATUS
                   END-STRING
               WHEN SCH-CANCELLED
                   ADD 1 TO WS-SCH-CANCEL-COUNT
                   STRING "CANCELLED BY " DELIMITED BY SIZE
                          SCH-CLOSED-BY DELIMITED BY SIZE
                       INTO WS-SDL-STATUS
                   END-STRING
           END-EVALUATE
           IF WS-SDL-STATUS NOT = SPACES
               MOVE SCH-EFFECTIVE-DATE TO WS-SDL-DATE
               MOVE SCH-ID TO WS-SDL-ID
               MOVE SCH-FUNCTION TO WS-SDL-FUNCTION
               MOVE SCH-COUNTER-ID TO WS-SDL-COUNTER-ID
               MOVE SCH-MAKER-ID TO WS-SDL-MAKER
               MOVE SCH-APPROVER-ID TO WS-SDL-APPROVER
               WRITE RPT-LINE FROM WS-SCHEDULE-LINE
           END-IF.

       2000-PROCESS-TRANSACTION.
           PERFORM 2100-VALIDATE-AUTHORIZATION

                   MOVE "G" TO WS-FUNC-LETTER
               WHEN "REVOKE"
                   MOVE "G" TO WS-FUNC-LETTER
               WHEN "APPROVE"
                   MOVE "A" TO WS-FUNC-LETTER
               WHEN "REJECT"
                   MOVE "A" TO WS-FUNC-LETTER
               WHEN OTHER
                   MOVE SPACE TO WS-FUNC-LETTER
           END-EVALUATE.
                   IF (TRN-FUNCTION = "RESET" OR "DEFINE"
                           OR "SUSPEND" OR "RETIRE" OR "VOID"
                           OR "RELEASE" OR "GRANT" OR "REVOKE"
                           OR "PROFILE" OR "CLOSEGAP" OR "APPROVE"
                           OR "REJECT")
                       AND WS-AUTH-LEVEL(WS-AUTH-IDX) = "R"
                       SET WS-AUTHORIZED TO TRUE
                   END-IF
           MOVE "VOID" TO LK-FUNCTION
           MOVE TRN-COUNTER-ID TO LK-COUNTER-ID
           MOVE TRN-NEW-VALUE TO LK-NEW-VALUE
           MOVE SPACES TO LK-REQ-SYSTEM
           MOVE SPACES TO LK-CORREL-ID
           MOVE TRN-AUTH-ID TO LK-AUTH-ID
           MOVE TRN-REASON-CODE TO LK-REASON-CODE
           MOVE WS-JOB-ID TO LK-JOB-ID
