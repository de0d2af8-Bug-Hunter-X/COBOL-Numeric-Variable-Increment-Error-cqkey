      *              the reservation rolls the counter into ranges
      *              earlier blocks already issued.  The risk line's
      *              wording generalizes from RESET to ROLLBACK.
      *  2026-10-15  List NUMBSRVR's RETURN records with the
      *              maintenance lines - a partner's returned tail
      *              moves no counter and must not break the gap
      *              chain or net out of TOTAL INCREMENTS.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
                   OR AUD-TXN-TYPE = "GRANT"
                   OR AUD-TXN-TYPE = "REVOKE"
                   OR AUD-TXN-TYPE = "PROFIL"
                   OR AUD-TXN-TYPE = "RETURN"
               PERFORM 2250-PROCESS-MAINT-RECORD
           ELSE
               IF AUD-TXN-TYPE = "VOID"
