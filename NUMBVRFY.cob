      *              counters this step stopped cross-checking the
      *              ones that needed it most.  The overflow guards
      *              stay, reworded off the hard-coded count.
      *  2026-10-15  Follow CHKFILE onto its job-and-counter key -
      *              a multi-counter NUMBINCR run keeps one
      *              checkpoint per counter, and every open one is
      *              checked.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT CHK-FILE ASSIGN TO "CHKFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHK-KEY
               FILE STATUS IS WS-CHK-STATUS.

           SELECT RPT-FILE ASSIGN TO "RPTFILE"
           END-PERFORM.

       5000-VERIFY-CHECKPOINTS.
           MOVE LOW-VALUES TO CHK-KEY
           START CHK-FILE KEY NOT < CHK-KEY
               INVALID KEY
                   SET WS-CHK-EOF TO TRUE
           END-START
