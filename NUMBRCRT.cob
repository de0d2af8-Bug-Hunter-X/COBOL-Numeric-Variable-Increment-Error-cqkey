      *  2026-09-02  Original.
      *  2026-09-02  Widen the function fields to ten letters along
      *              with SEC-FUNCTIONS (see SECREC).
      *  2026-10-15  Add the A (approve) letter and widen the
      *              function fields to twelve with SEC-FUNCTIONS.
      *              An approver's last use is the latest trail
      *              record carrying them in AUD-APPROVER-ID.
      *  2026-10-15  Carry the history layout out to AUDREC's new
      *              AUD-CHAIN-VALUE.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  HST-TXN-TYPE            PIC X(06).
           05  HST-REASON-CODE         PIC X(04).
           05  HST-AUTH-ID             PIC X(08).
           05  HST-APPROVER-ID         PIC X(08).
           05  HST-CHAIN-VALUE         PIC 9(12).

       FD  RPT-FILE.
       01  RPT-LINE                     PIC X(132).
       01  WS-RPT-STATUS                PIC X(02).

       01  WS-CONSTANTS.
           05  WS-FUNC-LETTERS          PIC X(11) VALUE "VRDSTOGEPCA".
           05  WS-UNAUDITED-LETTERS     PIC X(02) VALUE "VC".
           05  WS-OPER-LIMIT            PIC 9(04) VALUE 200.
           05  WS-ORPHAN-LIMIT          PIC 9(04) VALUE 100.
           05  WS-OPR-ENTRY OCCURS 200 TIMES
                   INDEXED BY WS-OPR-IDX.
               10  WS-OPR-ID            PIC X(08).
               10  WS-OPR-FUNCS         PIC X(12).
               10  WS-OPR-EFF           PIC 9(08).
               10  WS-OPR-EXP           PIC 9(08).
               10  WS-OPR-SCOPES.
                   15  WS-OPR-SCOPE     OCCURS 5 TIMES
                                        PIC X(08).
               10  WS-OPR-STAT          PIC X(01).
               10  WS-OPR-LAST-USE      OCCURS 11 TIMES
                                        PIC 9(08).
               10  WS-OPR-SEC-ACTION    PIC X(06).
               10  WS-OPR-SEC-DATE      PIC 9(08).
       01  WS-WORK-FIELDS.
           05  WS-USE-TXN-TYPE          PIC X(06).
           05  WS-USE-AUTH-ID           PIC X(08).
           05  WS-USE-APPROVER-ID       PIC X(08).
           05  WS-USE-TARGET-ID         PIC X(08).
           05  WS-USE-DATE              PIC 9(08).
           05  WS-USE-LETTER            PIC X(01).
           05  FILLER                   PIC X(09) VALUE "OPERATOR ".
           05  WS-OPL-ID                PIC X(08).
           05  FILLER                   PIC X(07) VALUE " FUNCS ".
           05  WS-OPL-FUNCS             PIC X(12).
           05  FILLER                   PIC X(05) VALUE " EFF ".
           05  WS-OPL-EFF               PIC 9(08).
           05  FILLER                   PIC X(05) VALUE " EXP ".
           05  WS-OPL-STAT              PIC X(01).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-OPL-FLAG              PIC X(10).
           05  FILLER                   PIC X(50) VALUE SPACES.

       01  WS-SCOPE-LINE.
           05  FILLER                   PIC X(09) VALUE "   SCOPE ".
               MOVE SEC-SCOPE TO WS-OPR-SCOPES(WS-OPR-IDX)
               MOVE SEC-STATUS TO WS-OPR-STAT(WS-OPR-IDX)
               PERFORM VARYING WS-LTR-SUB FROM 1 BY 1
                       UNTIL WS-LTR-SUB > 11
                   MOVE 0 TO WS-OPR-LAST-USE(WS-OPR-IDX, WS-LTR-SUB)
               END-PERFORM
               MOVE SPACES TO WS-OPR-SEC-ACTION(WS-OPR-IDX)
           PERFORM UNTIL WS-AUD-EOF
               MOVE AUD-TXN-TYPE TO WS-USE-TXN-TYPE
               MOVE AUD-AUTH-ID TO WS-USE-AUTH-ID
               MOVE AUD-APPROVER-ID TO WS-USE-APPROVER-ID
               MOVE AUD-COUNTER-ID TO WS-USE-TARGET-ID
               MOVE AUD-RUN-DATE TO WS-USE-DATE
               PERFORM 3000-APPLY-TRAIL-RECORD
               PERFORM UNTIL WS-HST-EOF
                   MOVE HST-TXN-TYPE TO WS-USE-TXN-TYPE
                   MOVE HST-AUTH-ID TO WS-USE-AUTH-ID
                   MOVE HST-APPROVER-ID TO WS-USE-APPROVER-ID
                   MOVE HST-COUNTER-ID TO WS-USE-TARGET-ID
                   MOVE HST-RUN-DATE TO WS-USE-DATE
                   PERFORM 3000-APPLY-TRAIL-RECORD
      *   Two things come off every trail record: the authorizing
      *   operator's use of the function letter (the INCR/BLOCK
      *   records the services write on their own carry no
      *   operator, and their blank auth-id matches nobody), the
      *   approving operator's use of the A letter on a dual-control
      *   change, and for GRANT/REVOKE records the security action
      *   against the TARGET operator carried in the counter-id
      *   column.
      *
           PERFORM 3100-MAP-TXN-LETTER
           IF WS-USE-LETTER NOT = SPACE
               END-IF
           END-IF

           IF WS-USE-APPROVER-ID NOT = SPACES
               MOVE WS-USE-APPROVER-ID TO WS-USE-AUTH-ID
               MOVE "A" TO WS-USE-LETTER
               PERFORM 3200-FIND-OPERATOR
               IF WS-OPR-FOUND-SW = "Y"
                   PERFORM 3300-NOTE-FUNCTION-USE
               END-IF
           END-IF

           IF WS-USE-TXN-TYPE = "GRANT"
                   OR WS-USE-TXN-TYPE = "REVOKE"
               PERFORM 3500-NOTE-SECURITY-ACTION

       3300-NOTE-FUNCTION-USE.
           PERFORM VARYING WS-LTR-SUB FROM 1 BY 1
                   UNTIL WS-LTR-SUB > 11
               IF WS-FUNC-LETTERS(WS-LTR-SUB:1) = WS-USE-LETTER
                   IF WS-USE-DATE >
                           WS-OPR-LAST-USE(WS-OPR-IDX, WS-LTR-SUB)
           WRITE RPT-LINE FROM WS-SCOPE-LINE

           PERFORM VARYING WS-LTR-SUB FROM 1 BY 1
                   UNTIL WS-LTR-SUB > 11
               PERFORM 5300-PRINT-ONE-FUNCTION
           END-PERFORM.

