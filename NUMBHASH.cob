       IDENTIFICATION DIVISION.
       PROGRAM-ID. NUMBHASH.
       AUTHOR. OPERATIONS-SUPPORT.
      *----------------------------------------------------------------
      *  NUMBHASH - Audit chain value computation.
      *
      *  Folds the chained bytes of one audit record into the chain
      *  value of the id's previous record, one byte at a time, as a
      *  base-257 polynomial reduced modulo the largest twelve-digit
      *  prime, so a change to any byte of any record - or a record
      *  dropped or inserted - carries forward into every later chain
      *  value for the id.  Called by NUMBSEQ to stamp each record it
      *  writes and by NUMBAVFY to recompute the chain; see LKCHNPRM
      *  and AUDREC.  Opens no files and keeps no state between
      *  calls.
      *
      *  The arithmetic may never change once records carry it -
      *  every chain value already on the trail and on CHNFILE was
      *  computed with it.
      *
      *  Change log
      *  ----------
      *  2026-10-15  Original.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-CONSTANTS.
           05  WS-CHAIN-RADIX          PIC 9(03) VALUE 257.
           05  WS-CHAIN-MODULUS        PIC 9(12) VALUE 999999999989.
           05  WS-DATA-LENGTH          PIC 9(03) VALUE 82.

       01  WS-WORK-AREA.
           05  WS-CHAIN-WORK           PIC 9(15).
           05  WS-BYTE-IDX             PIC 9(03).

       LINKAGE SECTION.
           COPY LKCHNPRM.

       PROCEDURE DIVISION USING LK-CHN-PARM.
       0000-MAIN-PROCESS.
      *
      *   The working value stays below the modulus, so the widest
      *   intermediate - modulus times radix plus one byte - fits
      *   comfortably in fifteen digits.
      *
           MOVE LK-CHN-PREVIOUS TO WS-CHAIN-WORK
           PERFORM VARYING WS-BYTE-IDX FROM 1 BY 1
                   UNTIL WS-BYTE-IDX > WS-DATA-LENGTH
               COMPUTE WS-CHAIN-WORK = FUNCTION MOD(
                   WS-CHAIN-WORK * WS-CHAIN-RADIX
                   + FUNCTION ORD(LK-CHN-DATA(WS-BYTE-IDX:1)),
                   WS-CHAIN-MODULUS)
           END-PERFORM
           MOVE WS-CHAIN-WORK TO LK-CHN-RESULT
           GOBACK.
