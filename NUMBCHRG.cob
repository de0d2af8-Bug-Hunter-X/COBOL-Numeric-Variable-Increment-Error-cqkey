       IDENTIFICATION DIVISION.
       PROGRAM-ID. NUMBCHRG.
       AUTHOR. OPERATIONS-SUPPORT.
      *----------------------------------------------------------------
      *  NUMBCHRG - Monthly number-consumption chargeback.
      *
      *  Finance charges departments and outside systems for the
      *  numbers they draw, and until now nothing added issuance up
      *  by who got it.  This report reads the issuance register
      *  (see REGREC) for one calendar month and totals what was
      *  issued, voided, and released three ways - by the owning
      *  department (DEF-DEPARTMENT on the definition master), by
      *  requesting system (REG-REQ-SYSTEM, a partner on PRFFILE or
      *  the job that called the service directly), and by counter.
      *  Every register record issued in the month counts as
      *  issued whatever its status; voided is REG-VOIDED, released
      *  is REG-RETURNED (a partner's unused tail handed back
      *  through NUMBSRVR), and charged is issued less released -
      *  a spoiled number was still consumed.
      *
      *  Each partner system also shows how many days of the month
      *  its draws reached PRF-DAILY-CAP, from the register's issue
      *  dates against the cap on the profile today.
      *
      *  CHGFILE is the general ledger feed: one H header, one D
      *  record per payer and counter, one T trailer with the record
      *  count and hash totals.  A number drawn by a partner on the
      *  profile master is charged to that partner; anything else is
      *  charged to the counter's department.
      *
      *  The grand total must tie to the NUMBRPT increment total for
      *  the same month - INCR records count one, BLOCK records
      *  their range, a RELEAS tail comes back off - taken here from
      *  the archived periods on the history dataset and the live
      *  AUDFILE.  Each counter prints its own audit increments and
      *  difference, and the tie line prints any difference; a
      *  difference ends the run with return code 4 so it is not
      *  missed before the charges post.
      *
      *  PARM cols 1-6 are the period as CCYYMM; absent or not
      *  numeric, the month before the run date applies, so the job
      *  scheduled on the first of the month bills the month just
      *  closed.  A numeric PARM whose month is not 01 through 12 is
      *  a mistyped period, not a request for the default - the run
      *  ends with return code 16 before anything is read or
      *  written.
      *
      *  Change log
      *  ----------
      *  2026-10-15  Original.
      *  2026-10-15  End with return code 16 on a PARM month outside
      *              01-12.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REG-FILE ASSIGN TO "REGFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS REG-KEY
               ALTERNATE RECORD KEY IS REG-FORMATTED
                   WITH DUPLICATES
               ALTERNATE RECORD KEY IS REG-REQUESTER-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-REG-STATUS.

           SELECT DEF-FILE ASSIGN TO "DEFFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEF-COUNTER-ID
               FILE STATUS IS WS-DEF-STATUS.

           SELECT PRF-FILE ASSIGN TO "PRFFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRF-SYSTEM
               FILE STATUS IS WS-PRF-STATUS.

           SELECT AUD-FILE ASSIGN TO "AUDFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

           SELECT HST-FILE ASSIGN TO "HSTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HST-STATUS.

           SELECT RPT-FILE ASSIGN TO "RPTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

           SELECT CHG-FILE ASSIGN TO "CHGFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REG-FILE.
           COPY REGREC.

       FD  DEF-FILE.
           COPY DEFREC.

       FD  PRF-FILE.
           COPY PRFREC.

       FD  AUD-FILE.
           COPY AUDREC.

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

       FD  RPT-FILE.
       01  RPT-LINE                     PIC X(132).

       FD  CHG-FILE.
       01  CHG-RECORD                   PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-REG-STATUS                PIC X(02).
       01  WS-DEF-STATUS                PIC X(02).
       01  WS-PRF-STATUS                PIC X(02).
       01  WS-AUD-STATUS                PIC X(02).
       01  WS-HST-STATUS                PIC X(02).
       01  WS-RPT-STATUS                PIC X(02).
       01  WS-CHG-STATUS                PIC X(02).

       01  WS-CONSTANTS.
           05  WS-CTR-TABLE-MAX         PIC 9(04) VALUE 500.
           05  WS-DPT-TABLE-MAX         PIC 9(04) VALUE 100.
           05  WS-SYS-TABLE-MAX         PIC 9(04) VALUE 200.
           05  WS-CHG-TABLE-MAX         PIC 9(04) VALUE 1000.
           05  WS-NO-DEPARTMENT         PIC X(04) VALUE "????".
           05  WS-ABEND-CODE            PIC X(08) VALUE "NUMB036E".

       01  WS-SWITCHES.
           05  WS-REG-EOF-SW            PIC X(01) VALUE "N".
               88  WS-REG-EOF                    VALUE "Y".
           05  WS-AUD-EOF-SW            PIC X(01) VALUE "N".
               88  WS-AUD-EOF                    VALUE "Y".
           05  WS-HST-EOF-SW            PIC X(01) VALUE "N".
               88  WS-HST-EOF                    VALUE "Y".
           05  WS-TABLE-FULL-SW         PIC X(01) VALUE "N".
               88  WS-TABLE-FULL                 VALUE "Y".
           05  WS-CTR-FOUND-SW          PIC X(01).
           05  WS-DPT-FOUND-SW          PIC X(01).
           05  WS-SYS-FOUND-SW          PIC X(01).
           05  WS-CHG-FOUND-SW          PIC X(01).

       01  WS-PERIOD-WORK.
           05  WS-TODAY-DATE            PIC 9(08).
           05  WS-TODAY-PARTS REDEFINES WS-TODAY-DATE.
               10  WS-TODAY-CCYY        PIC 9(04).
               10  WS-TODAY-MM          PIC 9(02).
               10  WS-TODAY-DD          PIC 9(02).
           05  WS-PERIOD                PIC 9(06).
           05  WS-PERIOD-PARTS REDEFINES WS-PERIOD.
               10  WS-PERIOD-CCYY       PIC 9(04).
               10  WS-PERIOD-MM         PIC 9(02).
           05  WS-PERIOD-FROM           PIC 9(08).
           05  WS-PERIOD-TO             PIC 9(08).

      *
      *   One audit-trail record at a time, from either the history
      *   dataset or the live file, so one paragraph tallies both.
      *
       01  WS-TRAIL-WORK.
           05  WS-TRL-COUNTER-ID        PIC X(08).
           05  WS-TRL-OLD-VALUE         PIC 9(09).
           05  WS-TRL-NEW-VALUE         PIC 9(09).
           05  WS-TRL-RUN-DATE          PIC 9(08).
           05  WS-TRL-TXN-TYPE          PIC X(06).
           05  WS-TRL-TAIL              PIC 9(09).

       01  WS-TALLY-WORK.
           05  WS-TLY-COUNTER-ID        PIC X(08).
           05  WS-TLY-DEPT              PIC X(04).
           05  WS-TLY-VOIDED            PIC 9(01).
           05  WS-TLY-RELEASED          PIC 9(01).
           05  WS-TLY-DAY               PIC 9(02).
           05  WS-TLY-PAYER-TYPE        PIC X(01).
           05  WS-TLY-PAYER             PIC X(08).
           05  WS-DAY-SUB               PIC 9(02).
           05  WS-UNTRACKED-RECORDS     PIC 9(07) VALUE 0.

       01  WS-GRAND-TOTALS.
           05  WS-GRD-ISSUED            PIC 9(09) VALUE 0.
           05  WS-GRD-VOIDED            PIC 9(09) VALUE 0.
           05  WS-GRD-RELEASED          PIC 9(09) VALUE 0.
           05  WS-GRD-CHARGED           PIC 9(09) VALUE 0.
           05  WS-GRD-AUD-INCR          PIC 9(09) VALUE 0.
           05  WS-GRD-DIFF              PIC S9(09) VALUE 0.
           05  WS-CTR-DIFF              PIC S9(09).
           05  WS-DIFF-COUNT            PIC 9(05) VALUE 0.

      *
      *   Every counter with register or trail activity in the
      *   period, with its owning department off the definition
      *   master and its own audit-trail increment total.
      *
       01  WS-CTR-TABLE.
           05  WS-CTR-COUNT             PIC 9(04) VALUE 0.
           05  WS-CTR-ENTRY OCCURS 500 TIMES
                   INDEXED BY WS-CTR-IDX.
               10  WS-CTR-ID            PIC X(08).
               10  WS-CTR-DEPT          PIC X(04).
               10  WS-CTR-ISSUED        PIC 9(09).
               10  WS-CTR-VOIDED        PIC 9(09).
               10  WS-CTR-RELEASED      PIC 9(09).
               10  WS-CTR-AUD-INCR      PIC 9(09).

       01  WS-DPT-TABLE.
           05  WS-DPT-COUNT             PIC 9(04) VALUE 0.
           05  WS-DPT-ENTRY OCCURS 100 TIMES
                   INDEXED BY WS-DPT-IDX.
               10  WS-DPT-ID            PIC X(04).
               10  WS-DPT-ISSUED        PIC 9(09).
               10  WS-DPT-VOIDED        PIC 9(09).
               10  WS-DPT-RELEASED      PIC 9(09).

      *
      *   One slot per requesting system, carrying the day-by-day
      *   draw totals the daily-cap count is taken from.
      *
       01  WS-SYS-TABLE.
           05  WS-SYS-COUNT             PIC 9(04) VALUE 0.
           05  WS-SYS-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-SYS-IDX.
               10  WS-SYS-ID            PIC X(08).
               10  WS-SYS-PARTNER-SW    PIC X(01).
               10  WS-SYS-CAP           PIC 9(09).
               10  WS-SYS-ISSUED        PIC 9(09).
               10  WS-SYS-VOIDED        PIC 9(09).
               10  WS-SYS-RELEASED      PIC 9(09).
               10  WS-SYS-CAP-DAYS      PIC 9(02).
               10  WS-SYS-DAY-QTY       OCCURS 31 TIMES
                                        PIC 9(09).

       01  WS-CHG-TABLE.
           05  WS-CHG-COUNT             PIC 9(04) VALUE 0.
           05  WS-CHG-ENTRY OCCURS 1000 TIMES
                   INDEXED BY WS-CHG-IDX.
               10  WS-CHG-PAYER-TYPE    PIC X(01).
               10  WS-CHG-PAYER         PIC X(08).
               10  WS-CHG-COUNTER-ID    PIC X(08).
               10  WS-CHG-DEPT          PIC X(04).
               10  WS-CHG-ISSUED        PIC 9(09).
               10  WS-CHG-VOIDED        PIC 9(09).
               10  WS-CHG-RELEASED      PIC 9(09).

       01  WS-HEADING-LINE.
           05  FILLER                   PIC X(51) VALUE
               "NUMBCHRG - NUMBER CONSUMPTION CHARGEBACK FOR PERIOD".
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-HDG-PERIOD            PIC 9(06).
           05  FILLER                   PIC X(05) VALUE " RUN ".
           05  WS-HDG-RUN-DATE          PIC 9(08).
           05  FILLER                   PIC X(61) VALUE SPACES.

       01  WS-SECTION-LINE.
           05  WS-SEC-TEXT              PIC X(44).
           05  FILLER                   PIC X(88) VALUE SPACES.

       01  WS-DEPT-LINE.
           05  FILLER                   PIC X(05) VALUE "DEPT ".
           05  WS-DPL-DEPT              PIC X(04).
           05  FILLER                   PIC X(08) VALUE " ISSUED ".
           05  WS-DPL-ISSUED            PIC 9(09).
           05  FILLER                   PIC X(08) VALUE " VOIDED ".
           05  WS-DPL-VOIDED            PIC 9(09).
           05  FILLER                   PIC X(10) VALUE " RELEASED ".
           05  WS-DPL-RELEASED          PIC 9(09).
           05  FILLER                   PIC X(09) VALUE " CHARGED ".
           05  WS-DPL-CHARGED           PIC 9(09).
           05  FILLER                   PIC X(52) VALUE SPACES.

       01  WS-SYSTEM-LINE.
           05  FILLER                   PIC X(07) VALUE "SYSTEM ".
           05  WS-SYL-SYSTEM            PIC X(08).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-SYL-KIND              PIC X(08).
           05  FILLER                   PIC X(08) VALUE " ISSUED ".
           05  WS-SYL-ISSUED            PIC 9(09).
           05  FILLER                   PIC X(08) VALUE " VOIDED ".
           05  WS-SYL-VOIDED            PIC 9(09).
           05  FILLER                   PIC X(10) VALUE " RELEASED ".
           05  WS-SYL-RELEASED          PIC 9(09).
           05  FILLER                   PIC X(09) VALUE " CHARGED ".
           05  WS-SYL-CHARGED           PIC 9(09).
           05  FILLER                   PIC X(05) VALUE " CAP ".
           05  WS-SYL-CAP               PIC 9(09).
           05  FILLER                   PIC X(10) VALUE " CAP DAYS ".
           05  WS-SYL-CAP-DAYS          PIC 9(02).
           05  FILLER                   PIC X(11) VALUE SPACES.

       01  WS-COUNTER-LINE.
           05  FILLER                   PIC X(08) VALUE "COUNTER ".
           05  WS-CTL-COUNTER-ID        PIC X(08).
           05  FILLER                   PIC X(06) VALUE " DEPT ".
           05  WS-CTL-DEPT              PIC X(04).
           05  FILLER                   PIC X(08) VALUE " ISSUED ".
           05  WS-CTL-ISSUED            PIC 9(09).
           05  FILLER                   PIC X(08) VALUE " VOIDED ".
           05  WS-CTL-VOIDED            PIC 9(09).
           05  FILLER                   PIC X(10) VALUE " RELEASED ".
           05  WS-CTL-RELEASED          PIC 9(09).
           05  FILLER                   PIC X(10) VALUE " AUD INCR ".
           05  WS-CTL-AUD-INCR          PIC 9(09).
           05  FILLER                   PIC X(06) VALUE " DIFF ".
           05  WS-CTL-DIFF              PIC -(09)9.
           05  FILLER                   PIC X(18) VALUE SPACES.

       01  WS-GRAND-LINE.
           05  FILLER                   PIC X(12) VALUE "GRAND TOTAL ".
           05  FILLER                   PIC X(08) VALUE " ISSUED ".
           05  WS-GRL-ISSUED            PIC 9(09).
           05  FILLER                   PIC X(08) VALUE " VOIDED ".
           05  WS-GRL-VOIDED            PIC 9(09).
           05  FILLER                   PIC X(10) VALUE " RELEASED ".
           05  WS-GRL-RELEASED          PIC 9(09).
           05  FILLER                   PIC X(09) VALUE " CHARGED ".
           05  WS-GRL-CHARGED           PIC 9(09).
           05  FILLER                   PIC X(49) VALUE SPACES.

       01  WS-TIE-LINE.
           05  FILLER                   PIC X(37) VALUE
               "TIE TO AUDIT TRAIL - REGISTER ISSUED ".
           05  WS-TIE-ISSUED            PIC 9(09).
           05  FILLER                   PIC X(16) VALUE
               " AUD INCREMENTS ".
           05  WS-TIE-AUD-INCR          PIC 9(09).
           05  FILLER                   PIC X(12) VALUE " DIFFERENCE ".
           05  WS-TIE-DIFF              PIC -(09)9.
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-TIE-STATUS            PIC X(10).
           05  FILLER                   PIC X(28) VALUE SPACES.

       01  WS-UNTRACKED-LINE.
           05  FILLER                   PIC X(44) VALUE
               "REGISTER RECORDS LEFT OUT - TABLE FULL      ".
           05  WS-UNL-COUNT             PIC 9(07).
           05  FILLER                   PIC X(81) VALUE SPACES.

      *
      *   General ledger feed: one H header, one D record per payer
      *   and counter, one T trailer with the record count and hash
      *   totals the ledger interface balances against.  Payer type
      *   P is a partner system, D a department.
      *
       01  WS-CHG-HEADER.
           05  FILLER                   PIC X(01) VALUE "H".
           05  WS-CGH-PERIOD            PIC 9(06).
           05  WS-CGH-RUN-DATE          PIC 9(08).
           05  FILLER                   PIC X(08) VALUE "NUMBCHRG".
           05  FILLER                   PIC X(57) VALUE SPACES.

       01  WS-CHG-DETAIL.
           05  FILLER                   PIC X(01) VALUE "D".
           05  WS-CGD-PERIOD            PIC 9(06).
           05  WS-CGD-PAYER-TYPE        PIC X(01).
           05  WS-CGD-PAYER             PIC X(08).
           05  WS-CGD-COUNTER-ID        PIC X(08).
           05  WS-CGD-DEPT              PIC X(04).
           05  WS-CGD-ISSUED            PIC 9(09).
           05  WS-CGD-VOIDED            PIC 9(09).
           05  WS-CGD-RELEASED          PIC 9(09).
           05  WS-CGD-CHARGED           PIC 9(09).
           05  FILLER                   PIC X(16) VALUE SPACES.

       01  WS-CHG-TRAILER.
           05  FILLER                   PIC X(01) VALUE "T".
           05  WS-CGT-RECORD-COUNT      PIC 9(07).
           05  WS-CGT-ISSUED-HASH       PIC 9(11).
           05  WS-CGT-CHARGED-HASH      PIC 9(11).
           05  FILLER                   PIC X(50) VALUE SPACES.

       01  WS-CHG-COUNTERS.
           05  WS-CHG-RECORD-COUNT      PIC 9(07) VALUE 0.
           05  WS-CHG-ISSUED-HASH       PIC 9(11) VALUE 0.
           05  WS-CHG-CHARGED-HASH      PIC 9(11) VALUE 0.

       LINKAGE SECTION.
       01  LK-PARM-AREA.
           05  LK-PARM-LENGTH           PIC S9(04) COMP.
           05  LK-PARM-TEXT             PIC X(20).

       PROCEDURE DIVISION USING LK-PARM-AREA.
       0000-MAIN-PROCESS.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           PERFORM 0100-PROCESS-PARM

           OPEN INPUT REG-FILE
           OPEN INPUT DEF-FILE
           OPEN INPUT PRF-FILE
           OPEN INPUT AUD-FILE
           OPEN OUTPUT RPT-FILE
           OPEN OUTPUT CHG-FILE

           MOVE WS-PERIOD TO WS-HDG-PERIOD
           MOVE WS-TODAY-DATE TO WS-HDG-RUN-DATE
           WRITE RPT-LINE FROM WS-HEADING-LINE

           PERFORM 1000-SCAN-REGISTER
           PERFORM 2000-SCAN-HISTORY-TRAIL
           PERFORM 2500-SCAN-LIVE-TRAIL
           PERFORM 3000-COUNT-CAP-DAYS

           PERFORM 5000-PRINT-DEPARTMENTS
           PERFORM 5200-PRINT-SYSTEMS
           PERFORM 5400-PRINT-COUNTERS
           PERFORM 5600-PRINT-GRAND-TOTALS
           PERFORM 6000-WRITE-CHARGE-FILE

           CLOSE REG-FILE
           CLOSE DEF-FILE
           CLOSE PRF-FILE
           CLOSE AUD-FILE
           CLOSE RPT-FILE
           CLOSE CHG-FILE

           IF WS-GRD-DIFF NOT = 0 OR WS-TABLE-FULL
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

       0100-PROCESS-PARM.
      *
      *   The default is the month before the run date - January's
      *   run bills December of the year before.
      *
           IF LK-PARM-LENGTH >= 6
                   AND LK-PARM-TEXT(1:6) IS NUMERIC
               MOVE LK-PARM-TEXT(1:6) TO WS-PERIOD
               IF WS-PERIOD-MM < 1 OR WS-PERIOD-MM > 12
                   DISPLAY WS-ABEND-CODE " PARM PERIOD "
                       LK-PARM-TEXT(1:6)
                       " IS NOT A CCYYMM MONTH - NOTHING BILLED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           ELSE
               IF WS-TODAY-MM = 1
                   COMPUTE WS-PERIOD-CCYY = WS-TODAY-CCYY - 1
                   MOVE 12 TO WS-PERIOD-MM
               ELSE
                   MOVE WS-TODAY-CCYY TO WS-PERIOD-CCYY
                   COMPUTE WS-PERIOD-MM = WS-TODAY-MM - 1
               END-IF
           END-IF
           COMPUTE WS-PERIOD-FROM = WS-PERIOD * 100 + 1
           COMPUTE WS-PERIOD-TO = WS-PERIOD * 100 + 31.

       1000-SCAN-REGISTER.
           MOVE LOW-VALUES TO REG-KEY
           START REG-FILE KEY NOT < REG-KEY
               INVALID KEY
                   SET WS-REG-EOF TO TRUE
           END-START
           PERFORM UNTIL WS-REG-EOF
               READ REG-FILE NEXT RECORD
                   AT END
                       SET WS-REG-EOF TO TRUE
                   NOT AT END
                       IF REG-ISSUE-DATE NOT < WS-PERIOD-FROM
                               AND REG-ISSUE-DATE NOT > WS-PERIOD-TO
                           PERFORM 1100-TALLY-REGISTER-RECORD
                       END-IF
               END-READ
           END-PERFORM.

       1100-TALLY-REGISTER-RECORD.
      *
      *   A record that cannot get a slot in every table it belongs
      *   to is left out of all of them, so the three views still
      *   add to the same grand total; the count left out prints
      *   after the totals.
      *
           MOVE REG-COUNTER-ID TO WS-TLY-COUNTER-ID
           PERFORM 1300-LOCATE-COUNTER
           IF WS-CTR-FOUND-SW = "Y"
               MOVE WS-CTR-DEPT(WS-CTR-IDX) TO WS-TLY-DEPT
               PERFORM 1400-LOCATE-DEPARTMENT
           END-IF
           IF WS-CTR-FOUND-SW = "Y" AND WS-DPT-FOUND-SW = "Y"
               PERFORM 1500-LOCATE-SYSTEM
           END-IF
           IF WS-CTR-FOUND-SW = "Y" AND WS-DPT-FOUND-SW = "Y"
                   AND WS-SYS-FOUND-SW = "Y"
               IF WS-SYS-PARTNER-SW(WS-SYS-IDX) = "Y"
                   MOVE "P" TO WS-TLY-PAYER-TYPE
                   MOVE REG-REQ-SYSTEM TO WS-TLY-PAYER
               ELSE
                   MOVE "D" TO WS-TLY-PAYER-TYPE
                   MOVE WS-TLY-DEPT TO WS-TLY-PAYER
               END-IF
               PERFORM 1600-LOCATE-CHARGE
           END-IF

           IF WS-CTR-FOUND-SW = "Y" AND WS-DPT-FOUND-SW = "Y"
                   AND WS-SYS-FOUND-SW = "Y"
                   AND WS-CHG-FOUND-SW = "Y"
               PERFORM 1200-ADD-TO-TABLES
           ELSE
               ADD 1 TO WS-UNTRACKED-RECORDS
           END-IF.

       1200-ADD-TO-TABLES.
           MOVE 0 TO WS-TLY-VOIDED
           MOVE 0 TO WS-TLY-RELEASED
           IF REG-VOIDED
               MOVE 1 TO WS-TLY-VOIDED
           END-IF
           IF REG-RETURNED
               MOVE 1 TO WS-TLY-RELEASED
           END-IF

           ADD 1 TO WS-CTR-ISSUED(WS-CTR-IDX)
           ADD WS-TLY-VOIDED TO WS-CTR-VOIDED(WS-CTR-IDX)
           ADD WS-TLY-RELEASED TO WS-CTR-RELEASED(WS-CTR-IDX)

           ADD 1 TO WS-DPT-ISSUED(WS-DPT-IDX)
           ADD WS-TLY-VOIDED TO WS-DPT-VOIDED(WS-DPT-IDX)
           ADD WS-TLY-RELEASED TO WS-DPT-RELEASED(WS-DPT-IDX)

           ADD 1 TO WS-SYS-ISSUED(WS-SYS-IDX)
           ADD WS-TLY-VOIDED TO WS-SYS-VOIDED(WS-SYS-IDX)
           ADD WS-TLY-RELEASED TO WS-SYS-RELEASED(WS-SYS-IDX)
           MOVE REG-ISSUE-DATE(7:2) TO WS-TLY-DAY
           IF WS-TLY-DAY > 0 AND WS-TLY-DAY NOT > 31
               ADD 1 TO WS-SYS-DAY-QTY(WS-SYS-IDX, WS-TLY-DAY)
           END-IF

           ADD 1 TO WS-CHG-ISSUED(WS-CHG-IDX)
           ADD WS-TLY-VOIDED TO WS-CHG-VOIDED(WS-CHG-IDX)
           ADD WS-TLY-RELEASED TO WS-CHG-RELEASED(WS-CHG-IDX)

           ADD 1 TO WS-GRD-ISSUED
           ADD WS-TLY-VOIDED TO WS-GRD-VOIDED
           ADD WS-TLY-RELEASED TO WS-GRD-RELEASED.

       1300-LOCATE-COUNTER.
      *
      *   The VARYING phrase steps the index once more after the
      *   iteration that sets the found switch, so it has to be
      *   stepped back to land on the matched slot.  A new counter
      *   takes its department from the definition master.
      *
           MOVE "N" TO WS-CTR-FOUND-SW
           IF WS-CTR-COUNT > 0
               PERFORM VARYING WS-CTR-IDX FROM 1 BY 1
                       UNTIL WS-CTR-IDX > WS-CTR-COUNT
                           OR WS-CTR-FOUND-SW = "Y"
                   IF WS-CTR-ID(WS-CTR-IDX) = WS-TLY-COUNTER-ID
                       MOVE "Y" TO WS-CTR-FOUND-SW
                   END-IF
               END-PERFORM
               IF WS-CTR-FOUND-SW = "Y"
                   SET WS-CTR-IDX DOWN BY 1
               END-IF
           END-IF

           IF WS-CTR-FOUND-SW = "N"
               IF WS-CTR-COUNT < WS-CTR-TABLE-MAX
                   ADD 1 TO WS-CTR-COUNT
                   SET WS-CTR-IDX TO WS-CTR-COUNT
                   MOVE WS-TLY-COUNTER-ID TO WS-CTR-ID(WS-CTR-IDX)
                   MOVE 0 TO WS-CTR-ISSUED(WS-CTR-IDX)
                   MOVE 0 TO WS-CTR-VOIDED(WS-CTR-IDX)
                   MOVE 0 TO WS-CTR-RELEASED(WS-CTR-IDX)
                   MOVE 0 TO WS-CTR-AUD-INCR(WS-CTR-IDX)
                   MOVE WS-TLY-COUNTER-ID TO DEF-COUNTER-ID
                   READ DEF-FILE
                       INVALID KEY
                           MOVE WS-NO-DEPARTMENT
                               TO WS-CTR-DEPT(WS-CTR-IDX)
                       NOT INVALID KEY
                           MOVE DEF-DEPARTMENT
                               TO WS-CTR-DEPT(WS-CTR-IDX)
                   END-READ
                   IF WS-CTR-DEPT(WS-CTR-IDX) = SPACES
                       MOVE WS-NO-DEPARTMENT
                           TO WS-CTR-DEPT(WS-CTR-IDX)
                   END-IF
                   MOVE "Y" TO WS-CTR-FOUND-SW
               ELSE
                   PERFORM 1900-REPORT-TABLE-FULL
               END-IF
           END-IF.

       1400-LOCATE-DEPARTMENT.
           MOVE "N" TO WS-DPT-FOUND-SW
           IF WS-DPT-COUNT > 0
               PERFORM VARYING WS-DPT-IDX FROM 1 BY 1
                       UNTIL WS-DPT-IDX > WS-DPT-COUNT
                           OR WS-DPT-FOUND-SW = "Y"
                   IF WS-DPT-ID(WS-DPT-IDX) = WS-TLY-DEPT
                       MOVE "Y" TO WS-DPT-FOUND-SW
                   END-IF
               END-PERFORM
               IF WS-DPT-FOUND-SW = "Y"
                   SET WS-DPT-IDX DOWN BY 1
               END-IF
           END-IF

           IF WS-DPT-FOUND-SW = "N"
               IF WS-DPT-COUNT < WS-DPT-TABLE-MAX
                   ADD 1 TO WS-DPT-COUNT
                   SET WS-DPT-IDX TO WS-DPT-COUNT
                   MOVE WS-TLY-DEPT TO WS-DPT-ID(WS-DPT-IDX)
                   MOVE 0 TO WS-DPT-ISSUED(WS-DPT-IDX)
                   MOVE 0 TO WS-DPT-VOIDED(WS-DPT-IDX)
                   MOVE 0 TO WS-DPT-RELEASED(WS-DPT-IDX)
                   MOVE "Y" TO WS-DPT-FOUND-SW
               ELSE
                   PERFORM 1900-REPORT-TABLE-FULL
               END-IF
           END-IF.

       1500-LOCATE-SYSTEM.
      *
      *   A requesting system on the profile master is a partner
      *   and carries its daily cap; anything else is a job that
      *   called the service directly.
      *
           MOVE "N" TO WS-SYS-FOUND-SW
           IF WS-SYS-COUNT > 0
               PERFORM VARYING WS-SYS-IDX FROM 1 BY 1
                       UNTIL WS-SYS-IDX > WS-SYS-COUNT
                           OR WS-SYS-FOUND-SW = "Y"
                   IF WS-SYS-ID(WS-SYS-IDX) = REG-REQ-SYSTEM
                       MOVE "Y" TO WS-SYS-FOUND-SW
                   END-IF
               END-PERFORM
               IF WS-SYS-FOUND-SW = "Y"
                   SET WS-SYS-IDX DOWN BY 1
               END-IF
           END-IF

           IF WS-SYS-FOUND-SW = "N"
               IF WS-SYS-COUNT < WS-SYS-TABLE-MAX
                   ADD 1 TO WS-SYS-COUNT
                   SET WS-SYS-IDX TO WS-SYS-COUNT
                   MOVE REG-REQ-SYSTEM TO WS-SYS-ID(WS-SYS-IDX)
                   MOVE 0 TO WS-SYS-ISSUED(WS-SYS-IDX)
                   MOVE 0 TO WS-SYS-VOIDED(WS-SYS-IDX)
                   MOVE 0 TO WS-SYS-RELEASED(WS-SYS-IDX)
                   MOVE 0 TO WS-SYS-CAP-DAYS(WS-SYS-IDX)
                   PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                           UNTIL WS-DAY-SUB > 31
                       MOVE 0 TO WS-SYS-DAY-QTY(WS-SYS-IDX, WS-DAY-SUB)
                   END-PERFORM
                   MOVE REG-REQ-SYSTEM TO PRF-SYSTEM
                   READ PRF-FILE
                       INVALID KEY
                           MOVE "N" TO WS-SYS-PARTNER-SW(WS-SYS-IDX)
                           MOVE 0 TO WS-SYS-CAP(WS-SYS-IDX)
                       NOT INVALID KEY
                           MOVE "Y" TO WS-SYS-PARTNER-SW(WS-SYS-IDX)
                           MOVE PRF-DAILY-CAP TO WS-SYS-CAP(WS-SYS-IDX)
                   END-READ
                   MOVE "Y" TO WS-SYS-FOUND-SW
               ELSE
                   PERFORM 1900-REPORT-TABLE-FULL
               END-IF
           END-IF.

       1600-LOCATE-CHARGE.
           MOVE "N" TO WS-CHG-FOUND-SW
           IF WS-CHG-COUNT > 0
               PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
                       UNTIL WS-CHG-IDX > WS-CHG-COUNT
                           OR WS-CHG-FOUND-SW = "Y"
                   IF WS-CHG-PAYER-TYPE(WS-CHG-IDX) = WS-TLY-PAYER-TYPE
                       AND WS-CHG-PAYER(WS-CHG-IDX) = WS-TLY-PAYER
                       AND WS-CHG-COUNTER-ID(WS-CHG-IDX)
                           = WS-TLY-COUNTER-ID
                       MOVE "Y" TO WS-CHG-FOUND-SW
                   END-IF
               END-PERFORM
               IF WS-CHG-FOUND-SW = "Y"
                   SET WS-CHG-IDX DOWN BY 1
               END-IF
           END-IF

           IF WS-CHG-FOUND-SW = "N"
               IF WS-CHG-COUNT < WS-CHG-TABLE-MAX
                   ADD 1 TO WS-CHG-COUNT
                   SET WS-CHG-IDX TO WS-CHG-COUNT
                   MOVE WS-TLY-PAYER-TYPE
                       TO WS-CHG-PAYER-TYPE(WS-CHG-IDX)
                   MOVE WS-TLY-PAYER TO WS-CHG-PAYER(WS-CHG-IDX)
                   MOVE WS-TLY-COUNTER-ID
                       TO WS-CHG-COUNTER-ID(WS-CHG-IDX)
                   MOVE WS-TLY-DEPT TO WS-CHG-DEPT(WS-CHG-IDX)
                   MOVE 0 TO WS-CHG-ISSUED(WS-CHG-IDX)
                   MOVE 0 TO WS-CHG-VOIDED(WS-CHG-IDX)
                   MOVE 0 TO WS-CHG-RELEASED(WS-CHG-IDX)
                   MOVE "Y" TO WS-CHG-FOUND-SW
               ELSE
                   PERFORM 1900-REPORT-TABLE-FULL
               END-IF
           END-IF.

       1900-REPORT-TABLE-FULL.
           IF NOT WS-TABLE-FULL
               SET WS-TABLE-FULL TO TRUE
               DISPLAY "NUMB022W - CHARGEBACK TABLE FULL, SOME "
                   "ACTIVITY IS NOT IN THIS REPORT"
           END-IF.

       2000-SCAN-HISTORY-TRAIL.
      *
      *   The month being billed has usually been archived by the
      *   time the report runs, so the archived periods count first.
      *   A shop without a history dataset yet just skips the pass.
      *
           OPEN INPUT HST-FILE
           IF WS-HST-STATUS = "00"
               PERFORM 2100-READ-HISTORY
               PERFORM UNTIL WS-HST-EOF
                   MOVE HST-COUNTER-ID TO WS-TRL-COUNTER-ID
                   MOVE HST-OLD-VALUE TO WS-TRL-OLD-VALUE
                   MOVE HST-NEW-VALUE TO WS-TRL-NEW-VALUE
                   MOVE HST-RUN-DATE TO WS-TRL-RUN-DATE
                   MOVE HST-TXN-TYPE TO WS-TRL-TXN-TYPE
                   PERFORM 2800-TALLY-TRAIL-RECORD
                   PERFORM 2100-READ-HISTORY
               END-PERFORM
               CLOSE HST-FILE
           ELSE
               DISPLAY "NUMB023I - NO HISTORY DATASET, AUDIT "
                   "INCREMENTS COVER THE LIVE TRAIL ONLY"
           END-IF.

       2100-READ-HISTORY.
           READ HST-FILE
               AT END
                   SET WS-HST-EOF TO TRUE
           END-READ.

       2500-SCAN-LIVE-TRAIL.
           PERFORM 2600-READ-LIVE
           PERFORM UNTIL WS-AUD-EOF
               MOVE AUD-COUNTER-ID TO WS-TRL-COUNTER-ID
               MOVE AUD-OLD-VALUE TO WS-TRL-OLD-VALUE
               MOVE AUD-NEW-VALUE TO WS-TRL-NEW-VALUE
               MOVE AUD-RUN-DATE TO WS-TRL-RUN-DATE
               MOVE AUD-TXN-TYPE TO WS-TRL-TXN-TYPE
               PERFORM 2800-TALLY-TRAIL-RECORD
               PERFORM 2600-READ-LIVE
           END-PERFORM.

       2600-READ-LIVE.
           READ AUD-FILE
               AT END
                   SET WS-AUD-EOF TO TRUE
           END-READ.

       2800-TALLY-TRAIL-RECORD.
      *
      *   The same arithmetic NUMBRPT's TOTAL INCREMENTS uses: an
      *   INCR record is one number, a BLOCK record its whole range,
      *   and a RELEAS record takes its tail back off - never below
      *   zero, as NUMBRPT will not net a tail whose BLOCK fell in an
      *   earlier period.  Nothing else moves the count.
      *
           IF WS-TRL-RUN-DATE NOT < WS-PERIOD-FROM
                   AND WS-TRL-RUN-DATE NOT > WS-PERIOD-TO
                   AND (WS-TRL-TXN-TYPE = "INCR"
                       OR WS-TRL-TXN-TYPE = "BLOCK"
                       OR WS-TRL-TXN-TYPE = "RELEAS")
               MOVE WS-TRL-COUNTER-ID TO WS-TLY-COUNTER-ID
               PERFORM 1300-LOCATE-COUNTER
               IF WS-CTR-FOUND-SW = "Y"
                   EVALUATE WS-TRL-TXN-TYPE
                       WHEN "INCR"
                           ADD 1 TO WS-CTR-AUD-INCR(WS-CTR-IDX)
                       WHEN "BLOCK"
                           COMPUTE WS-CTR-AUD-INCR(WS-CTR-IDX) =
                               WS-CTR-AUD-INCR(WS-CTR-IDX)
                               + WS-TRL-NEW-VALUE - WS-TRL-OLD-VALUE
                       WHEN "RELEAS"
                           IF WS-TRL-OLD-VALUE > WS-TRL-NEW-VALUE
                               COMPUTE WS-TRL-TAIL =
                                   WS-TRL-OLD-VALUE - WS-TRL-NEW-VALUE
                               IF WS-CTR-AUD-INCR(WS-CTR-IDX)
                                       NOT < WS-TRL-TAIL
                                   SUBTRACT WS-TRL-TAIL
                                       FROM WS-CTR-AUD-INCR(WS-CTR-IDX)
                               END-IF
                           END-IF
                   END-EVALUATE
               END-IF
           END-IF.

       3000-COUNT-CAP-DAYS.
      *
      *   A day counts when the partner's draws that day reached the
      *   cap - at that point NUMBSRVR was answering DCAP.  The cap
      *   is the one on the profile today; the master keeps no
      *   history of earlier caps.
      *
           PERFORM VARYING WS-SYS-IDX FROM 1 BY 1
                   UNTIL WS-SYS-IDX > WS-SYS-COUNT
               IF WS-SYS-PARTNER-SW(WS-SYS-IDX) = "Y"
                       AND WS-SYS-CAP(WS-SYS-IDX) > 0
                   PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
                           UNTIL WS-DAY-SUB > 31
                       IF WS-SYS-DAY-QTY(WS-SYS-IDX, WS-DAY-SUB)
                               NOT < WS-SYS-CAP(WS-SYS-IDX)
                           ADD 1 TO WS-SYS-CAP-DAYS(WS-SYS-IDX)
                       END-IF
                   END-PERFORM
               END-IF
           END-PERFORM.

       5000-PRINT-DEPARTMENTS.
           MOVE "CONSUMPTION BY DEPARTMENT" TO WS-SEC-TEXT
           WRITE RPT-LINE FROM WS-SECTION-LINE
           PERFORM VARYING WS-DPT-IDX FROM 1 BY 1
                   UNTIL WS-DPT-IDX > WS-DPT-COUNT
               MOVE WS-DPT-ID(WS-DPT-IDX) TO WS-DPL-DEPT
               MOVE WS-DPT-ISSUED(WS-DPT-IDX) TO WS-DPL-ISSUED
               MOVE WS-DPT-VOIDED(WS-DPT-IDX) TO WS-DPL-VOIDED
               MOVE WS-DPT-RELEASED(WS-DPT-IDX) TO WS-DPL-RELEASED
               COMPUTE WS-DPL-CHARGED =
                   WS-DPT-ISSUED(WS-DPT-IDX)
                   - WS-DPT-RELEASED(WS-DPT-IDX)
               WRITE RPT-LINE FROM WS-DEPT-LINE
           END-PERFORM.

       5200-PRINT-SYSTEMS.
           MOVE "CONSUMPTION BY REQUESTING SYSTEM" TO WS-SEC-TEXT
           WRITE RPT-LINE FROM WS-SECTION-LINE
           PERFORM VARYING WS-SYS-IDX FROM 1 BY 1
                   UNTIL WS-SYS-IDX > WS-SYS-COUNT
               MOVE WS-SYS-ID(WS-SYS-IDX) TO WS-SYL-SYSTEM
               IF WS-SYS-PARTNER-SW(WS-SYS-IDX) = "Y"
                   MOVE "PARTNER" TO WS-SYL-KIND
               ELSE
                   MOVE "INTERNAL" TO WS-SYL-KIND
               END-IF
               MOVE WS-SYS-ISSUED(WS-SYS-IDX) TO WS-SYL-ISSUED
               MOVE WS-SYS-VOIDED(WS-SYS-IDX) TO WS-SYL-VOIDED
               MOVE WS-SYS-RELEASED(WS-SYS-IDX) TO WS-SYL-RELEASED
               COMPUTE WS-SYL-CHARGED =
                   WS-SYS-ISSUED(WS-SYS-IDX)
                   - WS-SYS-RELEASED(WS-SYS-IDX)
               MOVE WS-SYS-CAP(WS-SYS-IDX) TO WS-SYL-CAP
               MOVE WS-SYS-CAP-DAYS(WS-SYS-IDX) TO WS-SYL-CAP-DAYS
               WRITE RPT-LINE FROM WS-SYSTEM-LINE
           END-PERFORM.

       5400-PRINT-COUNTERS.
      *
      *   Each counter's register total beside its own audit-trail
      *   increments, so an out-of-tie grand total points straight
      *   at the counter responsible.
      *
           MOVE "CONSUMPTION BY COUNTER - TIE TO AUDIT TRAIL"
               TO WS-SEC-TEXT
           WRITE RPT-LINE FROM WS-SECTION-LINE
           PERFORM VARYING WS-CTR-IDX FROM 1 BY 1
                   UNTIL WS-CTR-IDX > WS-CTR-COUNT
               MOVE WS-CTR-ID(WS-CTR-IDX) TO WS-CTL-COUNTER-ID
               MOVE WS-CTR-DEPT(WS-CTR-IDX) TO WS-CTL-DEPT
               MOVE WS-CTR-ISSUED(WS-CTR-IDX) TO WS-CTL-ISSUED
               MOVE WS-CTR-VOIDED(WS-CTR-IDX) TO WS-CTL-VOIDED
               MOVE WS-CTR-RELEASED(WS-CTR-IDX) TO WS-CTL-RELEASED
               MOVE WS-CTR-AUD-INCR(WS-CTR-IDX) TO WS-CTL-AUD-INCR
               COMPUTE WS-CTR-DIFF =
                   WS-CTR-ISSUED(WS-CTR-IDX)
                   - WS-CTR-AUD-INCR(WS-CTR-IDX)
               MOVE WS-CTR-DIFF TO WS-CTL-DIFF
               IF WS-CTR-DIFF NOT = 0
                   ADD 1 TO WS-DIFF-COUNT
               END-IF
               ADD WS-CTR-AUD-INCR(WS-CTR-IDX) TO WS-GRD-AUD-INCR
               WRITE RPT-LINE FROM WS-COUNTER-LINE
           END-PERFORM.

       5600-PRINT-GRAND-TOTALS.
           COMPUTE WS-GRD-CHARGED = WS-GRD-ISSUED - WS-GRD-RELEASED
           MOVE WS-GRD-ISSUED TO WS-GRL-ISSUED
           MOVE WS-GRD-VOIDED TO WS-GRL-VOIDED
           MOVE WS-GRD-RELEASED TO WS-GRL-RELEASED
           MOVE WS-GRD-CHARGED TO WS-GRL-CHARGED
           WRITE RPT-LINE FROM WS-GRAND-LINE

           COMPUTE WS-GRD-DIFF = WS-GRD-ISSUED - WS-GRD-AUD-INCR
           MOVE WS-GRD-ISSUED TO WS-TIE-ISSUED
           MOVE WS-GRD-AUD-INCR TO WS-TIE-AUD-INCR
           MOVE WS-GRD-DIFF TO WS-TIE-DIFF
           IF WS-GRD-DIFF = 0
               MOVE "TIES" TO WS-TIE-STATUS
           ELSE
               MOVE "OUT OF TIE" TO WS-TIE-STATUS
               DISPLAY "NUMB024W - CHARGEBACK TOTAL DOES NOT TIE TO "
                   "THE AUDIT TRAIL FOR " WS-PERIOD
                   ", " WS-DIFF-COUNT " COUNTER(S) DIFFER"
           END-IF
           WRITE RPT-LINE FROM WS-TIE-LINE

           IF WS-UNTRACKED-RECORDS > 0
               MOVE WS-UNTRACKED-RECORDS TO WS-UNL-COUNT
               WRITE RPT-LINE FROM WS-UNTRACKED-LINE
           END-IF.

       6000-WRITE-CHARGE-FILE.
           MOVE WS-PERIOD TO WS-CGH-PERIOD
           MOVE WS-TODAY-DATE TO WS-CGH-RUN-DATE
           WRITE CHG-RECORD FROM WS-CHG-HEADER

           PERFORM VARYING WS-CHG-IDX FROM 1 BY 1
                   UNTIL WS-CHG-IDX > WS-CHG-COUNT
               MOVE WS-PERIOD TO WS-CGD-PERIOD
               MOVE WS-CHG-PAYER-TYPE(WS-CHG-IDX) TO WS-CGD-PAYER-TYPE
               MOVE WS-CHG-PAYER(WS-CHG-IDX) TO WS-CGD-PAYER
               MOVE WS-CHG-COUNTER-ID(WS-CHG-IDX) TO WS-CGD-COUNTER-ID
               MOVE WS-CHG-DEPT(WS-CHG-IDX) TO WS-CGD-DEPT
               MOVE WS-CHG-ISSUED(WS-CHG-IDX) TO WS-CGD-ISSUED
               MOVE WS-CHG-VOIDED(WS-CHG-IDX) TO WS-CGD-VOIDED
               MOVE WS-CHG-RELEASED(WS-CHG-IDX) TO WS-CGD-RELEASED
               COMPUTE WS-CGD-CHARGED =
                   WS-CHG-ISSUED(WS-CHG-IDX)
                   - WS-CHG-RELEASED(WS-CHG-IDX)
               WRITE CHG-RECORD FROM WS-CHG-DETAIL
               ADD 1 TO WS-CHG-RECORD-COUNT
               ADD WS-CGD-ISSUED TO WS-CHG-ISSUED-HASH
               ADD WS-CGD-CHARGED TO WS-CHG-CHARGED-HASH
           END-PERFORM

           MOVE WS-CHG-RECORD-COUNT TO WS-CGT-RECORD-COUNT
           MOVE WS-CHG-ISSUED-HASH TO WS-CGT-ISSUED-HASH
           MOVE WS-CHG-CHARGED-HASH TO WS-CGT-CHARGED-HASH
           WRITE CHG-RECORD FROM WS-CHG-TRAILER.
