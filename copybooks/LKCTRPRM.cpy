      *                and LK-REASON-CODE are logged to the audit
      *                trail and are the caller's responsibility to
      *                validate before requesting the reset
      *    RECOVER   - rebuild LK-COUNTER-ID's control record from a
      *                replay of the audit trail (NUMBRCVR): the
      *                counter is set to LK-NEW-VALUE, CTL-SEED to
      *                LK-SEED-VALUE, and the last-update stamps to
      *                LK-UPDATE-DATE/LK-UPDATE-TIME (a zero seed or
      *                date leaves the stored one, or today's stamp
      *                when there is none), writing the control
      *                record when the restore lost it altogether.
      *                Audited as a RESET with the caller's
      *                LK-REASON-CODE and LK-AUTH-ID.  The counter
      *                must be on the definition master but may be
      *                suspended or retired
      *    DEFINE    - add LK-COUNTER-ID to the definition master
      *                with LK-DESCRIPTION, LK-DEPARTMENT, and
      *                LK-CEILING, status ACTIVE; redefining an
      *                LK-REASON-CODE and LK-AUTH-ID; the counter
      *                itself does not move.  The number must have
      *                an issuance register record (else return
      *                code 98), and that record is marked voided.
      *                When LK-REQ-SYSTEM is not spaces the register
      *                must show the number issued to LK-REQ-SYSTEM
      *                under LK-CORREL-ID (else 85).  A number already
      *                voided answers 87 and is not audited again; a
      *                returned number is refused with 86
      *    RETURN    - mark the unused tail LK-BLOCK-START through
      *                LK-BLOCK-END of a partner's range returned on
      *                the issuance register and write one RETURN
      *                audit record for it, with LK-REASON-CODE and
      *                LK-AUTH-ID; the counter does not move.  Every
      *                number must be on the register (98) and, when
      *                LK-REQ-SYSTEM is not spaces, issued to that
      *                requester (85).  Voided numbers in the tail
      *                stay voided.  LK-BLOCK-SIZE returns the count
      *                newly returned, or on 87 (nothing left open,
      *                all already returned) the count returned before
      *    GRANT     - audit a security grant; LK-COUNTER-ID carries
      *                the TARGET OPERATOR-ID (not a counter) and
      *                LK-AUTH-ID the granting operator.  The
      *    82 - DECODE: the embedded year digits are not numeric
      *    83 - DECODE: the check digit does not verify
      *    84 - DECODE: the counter digits are not numeric
      *    85 - VOID/RETURN refused: the register shows the number
      *         issued to a different system or correlation-id
      *    86 - VOID of a number returned unused, or RETURN of a
      *         tail with nothing in it open to return
      *    87 - VOID/RETURN already on file - nothing was changed
      *         or audited; treat as done
      *    90 - LK-COUNTER-ID has reached its overflow ceiling, or a
      *         GETBLOCK would carry it past the ceiling
      *    91 - the CTLFILE serialization lock is held by another
      *    96 - LK-BLOCK-SIZE was zero on a GETBLOCK
      *    97 - RELEASE refused: the counter has moved past the
      *         reservation, the values named are not a tail, or
      *         the last-issued value is below the reservation;
      *         RETURN refused: the values are not a range or the
      *         range is longer than 9999 numbers
      *    98 - VOID/RETURN refused: a number named has no issuance
      *         register record, so it was never issued
      *    99 - LK-FUNCTION was not recognized
      *
      *  LK-BLOCK-SIZE/LK-BLOCK-START/LK-BLOCK-END added for the
      *  got this number" without the sysout archives.  NUMBSRVR
      *  passes its partner's system and correlation-id through; a
      *  direct caller puts its own job-id in LK-REQ-SYSTEM and
      *  spaces in LK-CORREL-ID.  On VOID and RETURN they name the
      *  requester the number must have gone to; an operator caller
      *  passes spaces.  Appended fields - recompile.
      *
      *  LK-SEED-VALUE/LK-UPDATE-DATE/LK-UPDATE-TIME carry the
      *  rebuilt seed and last-update stamps on RECOVER and are
      *  ignored by every other function.  Appended fields -
      *  recompile.
      *
      *  LK-APPROVER-ID names the second operator who approved a
      *  dual-control change (NUMBMNT APPROVE card) and rides onto
      *  the audit record beside LK-AUTH-ID, the operator who keyed
      *  it.  Honored on the maintenance functions (RESET, RECOVER,
      *  RELEASE, VOID, DEFINE, SUSPEND, RETIRE, GRANT, REVOKE,
      *  PROFILE); a caller with no second signature passes spaces.
      *  The service-written INCR/BLOCK/year-rollback records always
      *  carry spaces.  Appended field - recompile.
      *
      *  LK-FORMAT-* carry a DEFINE's document number format into the
      *  definition master (see DEFREC for the field meanings).  On a
           05  LK-REQ-SYSTEM           PIC X(08).
           05  LK-CORREL-ID            PIC X(16).
           05  LK-DECODE-YEAR          PIC 9(04).
           05  LK-SEED-VALUE           PIC 9(09).
           05  LK-UPDATE-DATE          PIC 9(08).
           05  LK-UPDATE-TIME          PIC 9(06).
           05  LK-APPROVER-ID          PIC X(08).
