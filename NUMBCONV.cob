       IDENTIFICATION DIVISION.
       PROGRAM-ID. NUMBCONV.
       AUTHOR. OPERATIONS-SUPPORT.
      *----------------------------------------------------------------
      *  NUMBCONV - Master file unload/reload and layout conversion.
      *
      *  Every widening of a master file record has ended with the
      *  copybook saying the old file must be "unloaded under the
      *  old copybook and reloaded under this one", and every time
      *  that meant a one-off program.  This is the one program.  It
      *  knows every layout CTLFILE, DEFFILE, SECFILE, PRFFILE,
      *  CHKFILE, and EXCFILE has been written under (see CNVLAYT).
      *
      *  UNLOAD copies one file to CNVFILE, a neutral flat file that
      *  describes itself: an H header naming the file and stamping
      *  the layout version, record length, and key length; one F
      *  record per field of that layout (name, offset, length,
      *  class); one D record per master record carrying its image
      *  exactly as written; and a T trailer with the record count,
      *  a key hash total, and a value total.  The current layout is
      *  unloaded straight from the master.  A file still on an
      *  earlier layout cannot be opened under today's copybook, so
      *  it is first copied off byte for byte (IDCAMS REPRO) and the
      *  copy is read from IMGFILE, with the version it was written
      *  under named on the PARM.
      *
      *  RELOAD reads CNVFILE back, checks the F records against the
      *  layout it knows for the stamped version, converts every
      *  record to the current copybook - widened numbers zero-
      *  filled, widened SEC-FUNCTIONS blank-filled, every field
      *  after them shifted across - and writes the master afresh.
      *  It then reads the master it just loaded back end to end.
      *  The record count, key hash, and value total of the
      *  unload's trailer, the records converted, the records
      *  loaded, and the records read back must all agree, or the
      *  run stops with return code 16 and the steps behind it do
      *  not run.
      *
      *  The key hash weights each key byte by its position, so a
      *  dropped, duplicated, or garbled key shows even when the
      *  count holds.  The value total is the file's principal
      *  numeric field under the current layout (CTL-NUMBER,
      *  DEF-CEILING, SEC-EFF-DATE, PRF-DAILY-CAP, CHK-LAST-NUMBER,
      *  EXC-MISSING) - a widening that lost digits shows there.
      *
      *  PARM:  cols 1-6   UNLOAD or RELOAD
      *         cols 7-9   file - CTL, DEF, SEC, PRF, CHK, or EXC
      *         cols 10-11 UNLOAD only: layout version of IMGFILE;
      *                    blank unloads the master itself under
      *                    the current layout
      *
      *  Change log
      *  ----------
      *  2026-10-15  Original.
      *  2026-10-15  CHKFILE layout 03 - keyed by job and counter,
      *              with the range's first number and NUMBSEQ's
      *              refusal code appended.  Layouts 01 and 02
      *              convert with both new fields zero.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTL-FILE ASSIGN TO "CTLFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CTL-COUNTER-ID
               FILE STATUS IS WS-CTL-STATUS.

           SELECT DEF-FILE ASSIGN TO "DEFFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DEF-COUNTER-ID
               FILE STATUS IS WS-DEF-STATUS.

           SELECT SEC-FILE ASSIGN TO "SECFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SEC-OPER-ID
               FILE STATUS IS WS-SEC-STATUS.

           SELECT PRF-FILE ASSIGN TO "PRFFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PRF-SYSTEM
               FILE STATUS IS WS-PRF-STATUS.

           SELECT CHK-FILE ASSIGN TO "CHKFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CHK-KEY
               FILE STATUS IS WS-CHK-STATUS.

           SELECT EXC-FILE ASSIGN TO "EXCFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS EXC-KEY
               FILE STATUS IS WS-EXC-STATUS.

           SELECT IMG-FILE ASSIGN TO "IMGFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-IMG-STATUS.

           SELECT CNV-FILE ASSIGN TO "CNVFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CNV-STATUS.

           SELECT RPT-FILE ASSIGN TO "RPTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CTL-FILE.
           COPY CTLREC.

       FD  DEF-FILE.
           COPY DEFREC.

       FD  SEC-FILE.
           COPY SECREC.

       FD  PRF-FILE.
           COPY PRFREC.

       FD  CHK-FILE.
           COPY CHKREC.

       FD  EXC-FILE.
           COPY EXCREC.

       FD  IMG-FILE.
       01  IMG-RECORD                   PIC X(100).

      *
      *   The neutral unload record.  D images are left-justified
      *   in CNV-D-IMAGE at the stamped record length.
      *
       FD  CNV-FILE.
       01  CNV-RECORD.
           05  CNV-TYPE                 PIC X(01).
               88  CNV-HEADER                     VALUE "H".
               88  CNV-FIELD                      VALUE "F".
               88  CNV-DATA                       VALUE "D".
               88  CNV-TRAILER                    VALUE "T".
           05  CNV-BODY                 PIC X(119).
           05  CNV-HEADER-BODY REDEFINES CNV-BODY.
               10  CNV-H-PROGRAM        PIC X(08).
               10  CNV-H-FILE-ID        PIC X(08).
               10  CNV-H-VERSION        PIC 9(02).
               10  CNV-H-REC-LENGTH     PIC 9(03).
               10  CNV-H-KEY-LENGTH     PIC 9(02).
               10  CNV-H-FIELD-COUNT    PIC 9(02).
               10  CNV-H-DATE           PIC 9(08).
               10  CNV-H-TIME           PIC 9(06).
               10  CNV-H-SOURCE         PIC X(08).
               10  FILLER               PIC X(72).
           05  CNV-FIELD-BODY REDEFINES CNV-BODY.
               10  CNV-F-SEQ            PIC 9(02).
               10  CNV-F-NAME           PIC X(20).
               10  CNV-F-OFFSET         PIC 9(03).
               10  CNV-F-LENGTH         PIC 9(03).
               10  CNV-F-CLASS          PIC X(01).
               10  FILLER               PIC X(90).
           05  CNV-DATA-BODY REDEFINES CNV-BODY.
               10  CNV-D-SEQ            PIC 9(09).
               10  CNV-D-IMAGE          PIC X(100).
               10  FILLER               PIC X(10).
           05  CNV-TRAILER-BODY REDEFINES CNV-BODY.
               10  CNV-T-COUNT          PIC 9(09).
               10  CNV-T-KEY-HASH       PIC 9(15).
               10  CNV-T-VALUE-TOTAL    PIC 9(15).
               10  FILLER               PIC X(80).

       FD  RPT-FILE.
       01  RPT-LINE                     PIC X(132).

       WORKING-STORAGE SECTION.
       01  WS-CTL-STATUS                PIC X(02).
       01  WS-DEF-STATUS                PIC X(02).
       01  WS-SEC-STATUS                PIC X(02).
       01  WS-PRF-STATUS                PIC X(02).
       01  WS-CHK-STATUS                PIC X(02).
       01  WS-EXC-STATUS                PIC X(02).
       01  WS-IMG-STATUS                PIC X(02).
       01  WS-CNV-STATUS                PIC X(02).
       01  WS-RPT-STATUS                PIC X(02).
       01  WS-MST-STATUS                PIC X(02).

       01  WS-ABEND-CODE                PIC X(08) VALUE "NUMB025E".
       01  WS-ABEND-TEXT                PIC X(60).

           COPY CNVLAYT.

       01  WS-SWITCHES.
           05  WS-MODE                  PIC X(06).
               88  WS-UNLOAD                      VALUE "UNLOAD".
               88  WS-RELOAD                      VALUE "RELOAD".
           05  WS-SOURCE-SW             PIC X(01).
               88  WS-FROM-MASTER                 VALUE "M".
               88  WS-FROM-IMAGE                  VALUE "I".
           05  WS-EOF-SW                PIC X(01).
               88  WS-EOF                         VALUE "Y".
           05  WS-FOUND-SW              PIC X(01).
           05  WS-TRAILER-SW            PIC X(01) VALUE "N".
               88  WS-TRAILER-SEEN               VALUE "Y".
           05  WS-BALANCE-SW            PIC X(01) VALUE "Y".
               88  WS-BALANCED                   VALUE "Y".

       01  WS-LAYOUT-WORK.
           05  WS-FILE-CODE             PIC X(03).
           05  WS-FILE-ID               PIC X(08).
           05  WS-LAYOUT-VERSION        PIC 9(02).
           05  WS-CURRENT-VERSION       PIC 9(02).
           05  WS-REC-LENGTH            PIC 9(03).
           05  WS-CURRENT-LENGTH        PIC 9(03).
           05  WS-KEY-LENGTH            PIC 9(02).
           05  WS-FIELD-COUNT           PIC 9(02).
           05  WS-FIELDS-CHECKED        PIC 9(02).
           05  WS-VALUE-FIELD           PIC X(20).
           05  WS-KEY-SUB               PIC 9(02).
           05  WS-REC-KEY-HASH          PIC 9(15).
           05  WS-REC-VALUE             PIC 9(09).
           05  WS-REJECT-COUNT          PIC 9(09) VALUE 0.
           05  WS-TODAY-DATE            PIC 9(08).
           05  WS-TODAY-TIME            PIC 9(08).

      *
      *   The three sets of totals a reload must balance, plus the
      *   one an unload writes on its trailer.
      *
       01  WS-SOURCE-TOTALS.
           05  WS-SRC-COUNT             PIC 9(09) VALUE 0.
           05  WS-SRC-KEY-HASH          PIC 9(15) VALUE 0.
           05  WS-SRC-VALUE-TOTAL       PIC 9(15) VALUE 0.

       01  WS-TRAILER-TOTALS.
           05  WS-TRL-COUNT             PIC 9(09) VALUE 0.
           05  WS-TRL-KEY-HASH          PIC 9(15) VALUE 0.
           05  WS-TRL-VALUE-TOTAL       PIC 9(15) VALUE 0.

       01  WS-LOADED-TOTALS.
           05  WS-LOD-COUNT             PIC 9(09) VALUE 0.
           05  WS-LOD-KEY-HASH          PIC 9(15) VALUE 0.
           05  WS-LOD-VALUE-TOTAL       PIC 9(15) VALUE 0.

       01  WS-READBACK-TOTALS.
           05  WS-RBK-COUNT             PIC 9(09) VALUE 0.
           05  WS-RBK-KEY-HASH          PIC 9(15) VALUE 0.
           05  WS-RBK-VALUE-TOTAL       PIC 9(15) VALUE 0.

       01  WS-PRINT-TOTALS.
           05  WS-PRT-COUNT             PIC 9(09).
           05  WS-PRT-KEY-HASH          PIC 9(15).
           05  WS-PRT-VALUE-TOTAL       PIC 9(15).

      *
      *   A record image as read, under whatever layout it was
      *   written - and the same image under the current layout.
      *   Each earlier layout is described over the source image;
      *   only the fields a conversion or a total needs are named
      *   over the current one.
      *
       01  WS-SRC-IMAGE                 PIC X(100).

       01  WS-CTL-V1 REDEFINES WS-SRC-IMAGE.
           05  WS-CTL-V1-COUNTER-ID     PIC X(08).
           05  WS-CTL-V1-NUMBER         PIC 9(05).
           05  WS-CTL-V1-SEED           PIC 9(05).
           05  WS-CTL-V1-UPDATE-DATE    PIC 9(08).
           05  WS-CTL-V1-UPDATE-TIME    PIC 9(06).

       01  WS-SEC-V1 REDEFINES WS-SRC-IMAGE.
           05  WS-SEC-V1-OPER-ID        PIC X(08).
           05  WS-SEC-V1-FUNCTIONS      PIC X(08).
           05  WS-SEC-V1-TAIL           PIC X(71).

       01  WS-SEC-V2 REDEFINES WS-SRC-IMAGE.
           05  WS-SEC-V2-OPER-ID        PIC X(08).
           05  WS-SEC-V2-FUNCTIONS      PIC X(10).
           05  WS-SEC-V2-TAIL           PIC X(71).

       01  WS-CHK-V1 REDEFINES WS-SRC-IMAGE.
           05  WS-CHK-V1-JOB-ID         PIC X(08).
           05  WS-CHK-V1-COUNTER-ID     PIC X(08).
           05  WS-CHK-V1-LAST-NUMBER    PIC 9(05).
           05  WS-CHK-V1-TXN-REQUESTED  PIC 9(04).
           05  WS-CHK-V1-TXN-DONE       PIC 9(04).
           05  WS-CHK-V1-STATUS         PIC X(01).

       01  WS-CHK-V2 REDEFINES WS-SRC-IMAGE.
           05  WS-CHK-V2-JOB-ID         PIC X(08).
           05  WS-CHK-V2-COUNTER-ID     PIC X(08).
           05  WS-CHK-V2-LAST-NUMBER    PIC 9(09).
           05  WS-CHK-V2-TXN-REQUESTED  PIC 9(04).
           05  WS-CHK-V2-TXN-DONE       PIC 9(04).
           05  WS-CHK-V2-STATUS         PIC X(01).

       01  WS-CUR-IMAGE                 PIC X(100).

       01  WS-CTL-CUR REDEFINES WS-CUR-IMAGE.
           05  WS-CTL-CUR-COUNTER-ID    PIC X(08).
           05  WS-CTL-CUR-NUMBER        PIC 9(09).
           05  WS-CTL-CUR-SEED          PIC 9(09).
           05  WS-CTL-CUR-UPDATE-DATE   PIC 9(08).
           05  WS-CTL-CUR-UPDATE-TIME   PIC 9(06).

       01  WS-DEF-CUR REDEFINES WS-CUR-IMAGE.
           05  FILLER                   PIC X(43).
           05  WS-DEF-CUR-CEILING       PIC 9(09).

       01  WS-SEC-CUR REDEFINES WS-CUR-IMAGE.
           05  WS-SEC-CUR-OPER-ID       PIC X(08).
           05  WS-SEC-CUR-FUNCTIONS     PIC X(12).
           05  WS-SEC-CUR-TAIL          PIC X(71).
           05  WS-SEC-CUR-TAIL-FIELDS REDEFINES WS-SEC-CUR-TAIL.
               10  WS-SEC-CUR-EFF-DATE  PIC 9(08).
               10  FILLER               PIC X(63).

       01  WS-PRF-CUR REDEFINES WS-CUR-IMAGE.
           05  FILLER                   PIC X(52).
           05  WS-PRF-CUR-DAILY-CAP     PIC 9(09).

       01  WS-CHK-CUR REDEFINES WS-CUR-IMAGE.
           05  WS-CHK-CUR-JOB-ID        PIC X(08).
           05  WS-CHK-CUR-COUNTER-ID    PIC X(08).
           05  WS-CHK-CUR-LAST-NUMBER   PIC 9(09).
           05  WS-CHK-CUR-TXN-REQUESTED PIC 9(04).
           05  WS-CHK-CUR-TXN-DONE      PIC 9(04).
           05  WS-CHK-CUR-STATUS        PIC X(01).
           05  WS-CHK-CUR-FIRST-NUMBER  PIC 9(09).
           05  WS-CHK-CUR-REFUSAL-CODE  PIC 9(02).

       01  WS-EXC-CUR REDEFINES WS-CUR-IMAGE.
           05  FILLER                   PIC X(26).
           05  WS-EXC-CUR-MISSING       PIC 9(09).

       01  WS-HEADING-LINE.
           05  FILLER                   PIC X(39) VALUE
               "NUMBCONV - MASTER FILE UNLOAD/RELOAD - ".
           05  WS-HDG-MODE              PIC X(06).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-HDG-FILE-ID           PIC X(08).
           05  FILLER                   PIC X(05) VALUE " RUN ".
           05  WS-HDG-DATE              PIC 9(08).
           05  FILLER                   PIC X(65) VALUE SPACES.

       01  WS-LAYOUT-LINE.
           05  FILLER                   PIC X(14) VALUE
               "LAYOUT READ   ".
           05  WS-LYL-VERSION           PIC 9(02).
           05  FILLER                   PIC X(08) VALUE " LENGTH ".
           05  WS-LYL-LENGTH            PIC 9(03).
           05  FILLER                   PIC X(19) VALUE
               "  CURRENT LAYOUT   ".
           05  WS-LYL-CURRENT           PIC 9(02).
           05  FILLER                   PIC X(08) VALUE " LENGTH ".
           05  WS-LYL-CURRENT-LENGTH    PIC 9(03).
           05  FILLER                   PIC X(09) VALUE "  SOURCE ".
           05  WS-LYL-SOURCE            PIC X(08).
           05  FILLER                   PIC X(56) VALUE SPACES.

       01  WS-TOTALS-LINE.
           05  WS-TTL-LABEL             PIC X(20).
           05  FILLER                   PIC X(09) VALUE " RECORDS ".
           05  WS-TTL-COUNT             PIC 9(09).
           05  FILLER                   PIC X(10) VALUE " KEY HASH ".
           05  WS-TTL-KEY-HASH          PIC 9(15).
           05  FILLER                   PIC X(13) VALUE
               " VALUE TOTAL ".
           05  WS-TTL-VALUE-TOTAL       PIC 9(15).
           05  FILLER                   PIC X(01) VALUE SPACE.
           05  WS-TTL-VALUE-FIELD       PIC X(20).
           05  FILLER                   PIC X(20) VALUE SPACES.

       01  WS-RESULT-LINE.
           05  WS-RSL-TEXT              PIC X(50).
           05  FILLER                   PIC X(82) VALUE SPACES.

       LINKAGE SECTION.
       01  LK-PARM-AREA.
           05  LK-PARM-LENGTH           PIC S9(04) COMP.
           05  LK-PARM-TEXT             PIC X(20).

       PROCEDURE DIVISION USING LK-PARM-AREA.
       0000-MAIN-PROCESS.
           ACCEPT WS-TODAY-DATE FROM DATE YYYYMMDD
           ACCEPT WS-TODAY-TIME FROM TIME
           PERFORM 0100-PROCESS-PARM

           OPEN OUTPUT RPT-FILE
           MOVE WS-MODE TO WS-HDG-MODE
           MOVE WS-FILE-ID TO WS-HDG-FILE-ID
           MOVE WS-TODAY-DATE TO WS-HDG-DATE
           WRITE RPT-LINE FROM WS-HEADING-LINE

           IF WS-UNLOAD
               PERFORM 1000-UNLOAD
           ELSE
               PERFORM 4000-RELOAD
           END-IF

           CLOSE RPT-FILE
           IF NOT WS-BALANCED
               DISPLAY "NUMB026E - " WS-FILE-ID
                   " RELOAD DOES NOT BALANCE TO THE UNLOAD"
                   " - DO NOT RUN AGAINST THIS FILE"
               MOVE 16 TO RETURN-CODE
           END-IF
           STOP RUN.

       0100-PROCESS-PARM.
           IF LK-PARM-LENGTH < 9
               MOVE "PARM MUST NAME UNLOAD/RELOAD AND A FILE"
                   TO WS-ABEND-TEXT
               PERFORM 0900-STOP-RUN
           END-IF
           MOVE LK-PARM-TEXT(1:6) TO WS-MODE
           MOVE LK-PARM-TEXT(7:3) TO WS-FILE-CODE
           IF NOT WS-UNLOAD AND NOT WS-RELOAD
               MOVE "PARM COLS 1-6 MUST BE UNLOAD OR RELOAD"
                   TO WS-ABEND-TEXT
               PERFORM 0900-STOP-RUN
           END-IF
           MOVE SPACES TO WS-FILE-ID
           STRING WS-FILE-CODE "FILE" DELIMITED BY SIZE
               INTO WS-FILE-ID

      *
      *   The layout version only means something on an unload of
      *   an image copy; a reload takes it from the CNVFILE header.
      *
           MOVE 0 TO WS-LAYOUT-VERSION
           IF WS-UNLOAD AND LK-PARM-LENGTH >= 11
                   AND LK-PARM-TEXT(10:2) NOT = SPACES
               IF LK-PARM-TEXT(10:2) IS NUMERIC
                   MOVE LK-PARM-TEXT(10:2) TO WS-LAYOUT-VERSION
               ELSE
                   MOVE "PARM COLS 10-11 MUST BE A LAYOUT VERSION"
                       TO WS-ABEND-TEXT
                   PERFORM 0900-STOP-RUN
               END-IF
           END-IF

           PERFORM 0200-FIND-CURRENT-LAYOUT.

       0200-FIND-CURRENT-LAYOUT.
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING WS-KEY-SUB FROM 1 BY 1
                   UNTIL WS-KEY-SUB > WS-CNV-VERSION-COUNT
                       OR WS-FOUND-SW = "Y"
               IF WS-CNV-VER-FILE(WS-KEY-SUB) = WS-FILE-CODE
                       AND WS-CNV-VER-CURRENT(WS-KEY-SUB)
                   MOVE "Y" TO WS-FOUND-SW
                   MOVE WS-CNV-VER-VERSION(WS-KEY-SUB)
                       TO WS-CURRENT-VERSION
                   MOVE WS-CNV-VER-LENGTH(WS-KEY-SUB)
                       TO WS-CURRENT-LENGTH
                   MOVE WS-CNV-VER-KEY-LEN(WS-KEY-SUB)
                       TO WS-KEY-LENGTH
               END-IF
           END-PERFORM
           IF WS-FOUND-SW = "N"
               MOVE "PARM COLS 7-9 NAME NO FILE THIS PROGRAM KNOWS"
                   TO WS-ABEND-TEXT
               PERFORM 0900-STOP-RUN
           END-IF

           EVALUATE WS-FILE-CODE
               WHEN "CTL"
                   MOVE "CTL-NUMBER" TO WS-VALUE-FIELD
               WHEN "DEF"
                   MOVE "DEF-CEILING" TO WS-VALUE-FIELD
               WHEN "SEC"
                   MOVE "SEC-EFF-DATE" TO WS-VALUE-FIELD
               WHEN "PRF"
                   MOVE "PRF-DAILY-CAP" TO WS-VALUE-FIELD
               WHEN "CHK"
                   MOVE "CHK-LAST-NUMBER" TO WS-VALUE-FIELD
               WHEN "EXC"
                   MOVE "EXC-MISSING" TO WS-VALUE-FIELD
           END-EVALUATE.

       0300-FIND-LAYOUT.
      *
      *   Record length and field count of WS-LAYOUT-VERSION, the
      *   layout the records in hand were written under.
      *
           MOVE "N" TO WS-FOUND-SW
           PERFORM VARYING WS-KEY-SUB FROM 1 BY 1
                   UNTIL WS-KEY-SUB > WS-CNV-VERSION-COUNT
                       OR WS-FOUND-SW = "Y"
               IF WS-CNV-VER-FILE(WS-KEY-SUB) = WS-FILE-CODE
                       AND WS-CNV-VER-VERSION(WS-KEY-SUB)
                           = WS-LAYOUT-VERSION
                   MOVE "Y" TO WS-FOUND-SW
                   MOVE WS-CNV-VER-LENGTH(WS-KEY-SUB)
                       TO WS-REC-LENGTH
               END-IF
           END-PERFORM
           IF WS-FOUND-SW = "N"
               MOVE "NO KNOWN LAYOUT FOR THAT FILE AND VERSION"
                   TO WS-ABEND-TEXT
               PERFORM 0900-STOP-RUN
           END-IF

           MOVE 0 TO WS-FIELD-COUNT
           PERFORM VARYING WS-KEY-SUB FROM 1 BY 1
                   UNTIL WS-KEY-SUB > WS-CNV-FIELD-COUNT
               IF WS-CNV-FLD-FILE(WS-KEY-SUB) = WS-FILE-CODE
                       AND WS-CNV-FLD-VERSION(WS-KEY-SUB)
                           = WS-LAYOUT-VERSION
                   ADD 1 TO WS-FIELD-COUNT
               END-IF
           END-PERFORM.

       0900-STOP-RUN.
           DISPLAY WS-ABEND-CODE " " WS-ABEND-TEXT
               " - RUN TERMINATED"
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       1000-UNLOAD.
      *
      *   No version on the PARM, or the current one, reads the
      *   master itself; an earlier version reads the image copy.
      *
           IF WS-LAYOUT-VERSION = 0
               MOVE WS-CURRENT-VERSION TO WS-LAYOUT-VERSION
           END-IF
           PERFORM 0300-FIND-LAYOUT
           MOVE "N" TO WS-EOF-SW
           IF WS-LAYOUT-VERSION = WS-CURRENT-VERSION
               SET WS-FROM-MASTER TO TRUE
               PERFORM 2000-OPEN-MASTER-INPUT
               MOVE "MASTER" TO WS-LYL-SOURCE
           ELSE
               SET WS-FROM-IMAGE TO TRUE
               OPEN INPUT IMG-FILE
               IF WS-IMG-STATUS NOT = "00"
                   MOVE "IMGFILE COULD NOT BE OPENED"
                       TO WS-ABEND-TEXT
                   PERFORM 0900-STOP-RUN
               END-IF
               MOVE "IMGFILE" TO WS-LYL-SOURCE
           END-IF
           OPEN OUTPUT CNV-FILE
           PERFORM 5000-PRINT-LAYOUT-LINE

           PERFORM 1100-WRITE-HEADER
           PERFORM 1200-WRITE-FIELD-RECORDS

           PERFORM 1500-READ-SOURCE
           PERFORM UNTIL WS-EOF
               PERFORM 1300-UNLOAD-RECORD
               PERFORM 1500-READ-SOURCE
           END-PERFORM

           PERFORM 1900-WRITE-TRAILER

           IF WS-FROM-MASTER
               PERFORM 2200-CLOSE-MASTER
           ELSE
               CLOSE IMG-FILE
           END-IF
           CLOSE CNV-FILE

           MOVE "UNLOADED" TO WS-TTL-LABEL
           MOVE WS-SOURCE-TOTALS TO WS-PRINT-TOTALS
           PERFORM 5100-PRINT-TOTALS-LINE
           MOVE "UNLOAD COMPLETE" TO WS-RSL-TEXT
           WRITE RPT-LINE FROM WS-RESULT-LINE.

       1100-WRITE-HEADER.
           MOVE SPACES TO CNV-RECORD
           SET CNV-HEADER TO TRUE
           MOVE "NUMBCONV" TO CNV-H-PROGRAM
           MOVE WS-FILE-ID TO CNV-H-FILE-ID
           MOVE WS-LAYOUT-VERSION TO CNV-H-VERSION
           MOVE WS-REC-LENGTH TO CNV-H-REC-LENGTH
           MOVE WS-KEY-LENGTH TO CNV-H-KEY-LENGTH
           MOVE WS-FIELD-COUNT TO CNV-H-FIELD-COUNT
           MOVE WS-TODAY-DATE TO CNV-H-DATE
           MOVE WS-TODAY-TIME(1:6) TO CNV-H-TIME
           MOVE WS-LYL-SOURCE TO CNV-H-SOURCE
           WRITE CNV-RECORD.

       1200-WRITE-FIELD-RECORDS.
           PERFORM VARYING WS-KEY-SUB FROM 1 BY 1
                   UNTIL WS-KEY-SUB > WS-CNV-FIELD-COUNT
               IF WS-CNV-FLD-FILE(WS-KEY-SUB) = WS-FILE-CODE
                       AND WS-CNV-FLD-VERSION(WS-KEY-SUB)
                           = WS-LAYOUT-VERSION
                   MOVE SPACES TO CNV-RECORD
                   SET CNV-FIELD TO TRUE
                   MOVE WS-CNV-FLD-SEQ(WS-KEY-SUB) TO CNV-F-SEQ
                   MOVE WS-CNV-FLD-NAME(WS-KEY-SUB) TO CNV-F-NAME
                   MOVE WS-CNV-FLD-OFFSET(WS-KEY-SUB) TO CNV-F-OFFSET
                   MOVE WS-CNV-FLD-LENGTH(WS-KEY-SUB) TO CNV-F-LENGTH
                   MOVE WS-CNV-FLD-CLASS(WS-KEY-SUB) TO CNV-F-CLASS
                   WRITE CNV-RECORD
               END-IF
           END-PERFORM.

       1300-UNLOAD-RECORD.
      *
      *   The image goes out exactly as read; the totals are taken
      *   under the current layout, which is what the reload will
      *   count when it reads the converted master back.
      *
           PERFORM 3000-CONVERT-TO-CURRENT
           PERFORM 3500-TOTAL-RECORD
           ADD 1 TO WS-SRC-COUNT
           ADD WS-REC-KEY-HASH TO WS-SRC-KEY-HASH
           ADD WS-REC-VALUE TO WS-SRC-VALUE-TOTAL

           MOVE SPACES TO CNV-RECORD
           SET CNV-DATA TO TRUE
           MOVE WS-SRC-COUNT TO CNV-D-SEQ
           MOVE WS-SRC-IMAGE(1:WS-REC-LENGTH) TO CNV-D-IMAGE
           WRITE CNV-RECORD.

       1500-READ-SOURCE.
           MOVE SPACES TO WS-SRC-IMAGE
           IF WS-FROM-MASTER
               PERFORM 2100-READ-MASTER
           ELSE
               READ IMG-FILE
                   AT END
                       SET WS-EOF TO TRUE
                   NOT AT END
                       MOVE IMG-RECORD(1:WS-REC-LENGTH)
                           TO WS-SRC-IMAGE
               END-READ
           END-IF.

       1900-WRITE-TRAILER.
           MOVE SPACES TO CNV-RECORD
           SET CNV-TRAILER TO TRUE
           MOVE WS-SRC-COUNT TO CNV-T-COUNT
           MOVE WS-SRC-KEY-HASH TO CNV-T-KEY-HASH
           MOVE WS-SRC-VALUE-TOTAL TO CNV-T-VALUE-TOTAL
           WRITE CNV-RECORD.

       2000-OPEN-MASTER-INPUT.
      *
      *   Opens the named master for a browse from the lowest key.
      *   Used by the unload, and by the reload to read back what it
      *   has just loaded.
      *
           EVALUATE WS-FILE-CODE
               WHEN "CTL"
                   OPEN INPUT CTL-FILE
                   MOVE WS-CTL-STATUS TO WS-MST-STATUS
                   MOVE LOW-VALUES TO CTL-COUNTER-ID
                   START CTL-FILE KEY NOT < CTL-COUNTER-ID
                       INVALID KEY
                           SET WS-EOF TO TRUE
                   END-START
               WHEN "DEF"
                   OPEN INPUT DEF-FILE
                   MOVE WS-DEF-STATUS TO WS-MST-STATUS
                   MOVE LOW-VALUES TO DEF-COUNTER-ID
                   START DEF-FILE KEY NOT < DEF-COUNTER-ID
                       INVALID KEY
                           SET WS-EOF TO TRUE
                   END-START
               WHEN "SEC"
                   OPEN INPUT SEC-FILE
                   MOVE WS-SEC-STATUS TO WS-MST-STATUS
                   MOVE LOW-VALUES TO SEC-OPER-ID
                   START SEC-FILE KEY NOT < SEC-OPER-ID
                       INVALID KEY
                           SET WS-EOF TO TRUE
                   END-START
               WHEN "PRF"
                   OPEN INPUT PRF-FILE
                   MOVE WS-PRF-STATUS TO WS-MST-STATUS
                   MOVE LOW-VALUES TO PRF-SYSTEM
                   START PRF-FILE KEY NOT < PRF-SYSTEM
                       INVALID KEY
                           SET WS-EOF TO TRUE
                   END-START
               WHEN "CHK"
                   OPEN INPUT CHK-FILE
                   MOVE WS-CHK-STATUS TO WS-MST-STATUS
                   MOVE LOW-VALUES TO CHK-KEY
                   START CHK-FILE KEY NOT < CHK-KEY
                       INVALID KEY
                           SET WS-EOF TO TRUE
                   END-START
               WHEN "EXC"
                   OPEN INPUT EXC-FILE
                   MOVE WS-EXC-STATUS TO WS-MST-STATUS
                   MOVE LOW-VALUES TO EXC-KEY
                   START EXC-FILE KEY NOT < EXC-KEY
                       INVALID KEY
                           SET WS-EOF TO TRUE
                   END-START
           END-EVALUATE
           IF WS-MST-STATUS NOT = "00"
               MOVE SPACES TO WS-ABEND-TEXT
               STRING WS-FILE-ID " COULD NOT BE OPENED FOR INPUT"
                   DELIMITED BY SIZE INTO WS-ABEND-TEXT
               PERFORM 0900-STOP-RUN
           END-IF.

       2100-READ-MASTER.
           EVALUATE WS-FILE-CODE
               WHEN "CTL"
                   READ CTL-FILE NEXT RECORD
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE CTL-RECORD TO WS-SRC-IMAGE
                   END-READ
               WHEN "DEF"
                   READ DEF-FILE NEXT RECORD
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE DEF-RECORD TO WS-SRC-IMAGE
                   END-READ
               WHEN "SEC"
                   READ SEC-FILE NEXT RECORD
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE SEC-RECORD TO WS-SRC-IMAGE
                   END-READ
               WHEN "PRF"
                   READ PRF-FILE NEXT RECORD
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE PRF-RECORD TO WS-SRC-IMAGE
                   END-READ
               WHEN "CHK"
                   READ CHK-FILE NEXT RECORD
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE CHK-RECORD TO WS-SRC-IMAGE
                   END-READ
               WHEN "EXC"
                   READ EXC-FILE NEXT RECORD
                       AT END
                           SET WS-EOF TO TRUE
                       NOT AT END
                           MOVE EXC-RECORD TO WS-SRC-IMAGE
                   END-READ
           END-EVALUATE.

       2200-CLOSE-MASTER.
           EVALUATE WS-FILE-CODE
               WHEN "CTL"
                   CLOSE CTL-FILE
               WHEN "DEF"
                   CLOSE DEF-FILE
               WHEN "SEC"
                   CLOSE SEC-FILE
               WHEN "PRF"
                   CLOSE PRF-FILE
               WHEN "CHK"
                   CLOSE CHK-FILE
               WHEN "EXC"
                   CLOSE EXC-FILE
           END-EVALUATE.

       3000-CONVERT-TO-CURRENT.
      *
      *   Builds the current-layout image of the record in hand.
      *   Widened numbers take their value (MOVE zero-fills the new
      *   leading digits); widened SEC-FUNCTIONS keeps its letters
      *   left-justified and blank-fills; everything behind a
      *   widened field moves across unchanged.
      *
           MOVE SPACES TO WS-CUR-IMAGE
           EVALUATE TRUE
               WHEN WS-LAYOUT-VERSION = WS-CURRENT-VERSION
                   MOVE WS-SRC-IMAGE TO WS-CUR-IMAGE
               WHEN WS-FILE-CODE = "CTL" AND WS-LAYOUT-VERSION = 1
                   MOVE WS-CTL-V1-COUNTER-ID TO WS-CTL-CUR-COUNTER-ID
                   MOVE WS-CTL-V1-NUMBER TO WS-CTL-CUR-NUMBER
                   MOVE WS-CTL-V1-SEED TO WS-CTL-CUR-SEED
                   MOVE WS-CTL-V1-UPDATE-DATE
                       TO WS-CTL-CUR-UPDATE-DATE
                   MOVE WS-CTL-V1-UPDATE-TIME
                       TO WS-CTL-CUR-UPDATE-TIME
               WHEN WS-FILE-CODE = "SEC" AND WS-LAYOUT-VERSION = 1
                   MOVE WS-SEC-V1-OPER-ID TO WS-SEC-CUR-OPER-ID
                   MOVE WS-SEC-V1-FUNCTIONS TO WS-SEC-CUR-FUNCTIONS
                   MOVE WS-SEC-V1-TAIL TO WS-SEC-CUR-TAIL
               WHEN WS-FILE-CODE = "SEC" AND WS-LAYOUT-VERSION = 2
                   MOVE WS-SEC-V2-OPER-ID TO WS-SEC-CUR-OPER-ID
                   MOVE WS-SEC-V2-FUNCTIONS TO WS-SEC-CUR-FUNCTIONS
                   MOVE WS-SEC-V2-TAIL TO WS-SEC-CUR-TAIL
               WHEN WS-FILE-CODE = "CHK" AND WS-LAYOUT-VERSION = 1
                   MOVE WS-CHK-V1-JOB-ID TO WS-CHK-CUR-JOB-ID
                   MOVE WS-CHK-V1-COUNTER-ID TO WS-CHK-CUR-COUNTER-ID
                   MOVE WS-CHK-V1-LAST-NUMBER
                       TO WS-CHK-CUR-LAST-NUMBER
                   MOVE WS-CHK-V1-TXN-REQUESTED
                       TO WS-CHK-CUR-TXN-REQUESTED
                   MOVE WS-CHK-V1-TXN-DONE TO WS-CHK-CUR-TXN-DONE
                   MOVE WS-CHK-V1-STATUS TO WS-CHK-CUR-STATUS
                   MOVE 0 TO WS-CHK-CUR-FIRST-NUMBER
                   MOVE 0 TO WS-CHK-CUR-REFUSAL-CODE
               WHEN WS-FILE-CODE = "CHK" AND WS-LAYOUT-VERSION = 2
                   MOVE WS-CHK-V2-JOB-ID TO WS-CHK-CUR-JOB-ID
                   MOVE WS-CHK-V2-COUNTER-ID TO WS-CHK-CUR-COUNTER-ID
                   MOVE WS-CHK-V2-LAST-NUMBER
                       TO WS-CHK-CUR-LAST-NUMBER
                   MOVE WS-CHK-V2-TXN-REQUESTED
                       TO WS-CHK-CUR-TXN-REQUESTED
                   MOVE WS-CHK-V2-TXN-DONE TO WS-CHK-CUR-TXN-DONE
                   MOVE WS-CHK-V2-STATUS TO WS-CHK-CUR-STATUS
                   MOVE 0 TO WS-CHK-CUR-FIRST-NUMBER
                   MOVE 0 TO WS-CHK-CUR-REFUSAL-CODE
           END-EVALUATE.

       3500-TOTAL-RECORD.
      *
      *   Key hash and value of the current-layout image in hand.
      *   A value field that is not numeric counts zero rather than
      *   abending the run - the record still counts and still
      *   hashes.
      *
           MOVE 0 TO WS-REC-KEY-HASH
           PERFORM VARYING WS-KEY-SUB FROM 1 BY 1
                   UNTIL WS-KEY-SUB > WS-KEY-LENGTH
               COMPUTE WS-REC-KEY-HASH = WS-REC-KEY-HASH
                   + FUNCTION ORD(WS-CUR-IMAGE(WS-KEY-SUB:1))
                   * WS-KEY-SUB
           END-PERFORM

           MOVE 0 TO WS-REC-VALUE
           EVALUATE WS-FILE-CODE
               WHEN "CTL"
                   IF WS-CTL-CUR-NUMBER IS NUMERIC
                       MOVE WS-CTL-CUR-NUMBER TO WS-REC-VALUE
                   END-IF
               WHEN "DEF"
                   IF WS-DEF-CUR-CEILING IS NUMERIC
                       MOVE WS-DEF-CUR-CEILING TO WS-REC-VALUE
                   END-IF
               WHEN "SEC"
                   IF WS-SEC-CUR-EFF-DATE IS NUMERIC
                       MOVE WS-SEC-CUR-EFF-DATE TO WS-REC-VALUE
                   END-IF
               WHEN "PRF"
                   IF WS-PRF-CUR-DAILY-CAP IS NUMERIC
                       MOVE WS-PRF-CUR-DAILY-CAP TO WS-REC-VALUE
                   END-IF
               WHEN "CHK"
                   IF WS-CHK-CUR-LAST-NUMBER IS NUMERIC
                       MOVE WS-CHK-CUR-LAST-NUMBER TO WS-REC-VALUE
                   END-IF
               WHEN "EXC"
                   IF WS-EXC-CUR-MISSING IS NUMERIC
                       MOVE WS-EXC-CUR-MISSING TO WS-REC-VALUE
                   END-IF
           END-EVALUATE.

       4000-RELOAD.
           OPEN INPUT CNV-FILE
           IF WS-CNV-STATUS NOT = "00"
               MOVE "CNVFILE COULD NOT BE OPENED" TO WS-ABEND-TEXT
               PERFORM 0900-STOP-RUN
           END-IF
           PERFORM 4100-READ-HEADER
           PERFORM 4200-CHECK-FIELD-RECORDS
           MOVE "CNVFILE" TO WS-LYL-SOURCE
           PERFORM 5000-PRINT-LAYOUT-LINE

           PERFORM 4500-OPEN-MASTER-OUTPUT
           PERFORM UNTIL WS-EOF
               EVALUATE TRUE
                   WHEN CNV-DATA AND NOT WS-TRAILER-SEEN
                       PERFORM 4300-LOAD-RECORD
                   WHEN CNV-TRAILER AND NOT WS-TRAILER-SEEN
                       SET WS-TRAILER-SEEN TO TRUE
                       MOVE CNV-T-COUNT TO WS-TRL-COUNT
                       MOVE CNV-T-KEY-HASH TO WS-TRL-KEY-HASH
                       MOVE CNV-T-VALUE-TOTAL TO WS-TRL-VALUE-TOTAL
                   WHEN OTHER
                       MOVE "CNVFILE RECORD OUT OF SEQUENCE"
                           TO WS-ABEND-TEXT
                       PERFORM 0900-STOP-RUN
               END-EVALUATE
               PERFORM 4150-READ-CNV
           END-PERFORM
           CLOSE CNV-FILE
           PERFORM 2200-CLOSE-MASTER

           IF NOT WS-TRAILER-SEEN
               MOVE "CNVFILE HAS NO TRAILER - UNLOAD DID NOT FINISH"
                   TO WS-ABEND-TEXT
               PERFORM 0900-STOP-RUN
           END-IF

           PERFORM 4700-READ-BACK
           PERFORM 4800-CHECK-BALANCE.

       4100-READ-HEADER.
           MOVE "N" TO WS-EOF-SW
           PERFORM 4150-READ-CNV
           IF WS-EOF OR NOT CNV-HEADER
                   OR CNV-H-PROGRAM NOT = "NUMBCONV"
               MOVE "CNVFILE DOES NOT START WITH A NUMBCONV HEADER"
                   TO WS-ABEND-TEXT
               PERFORM 0900-STOP-RUN
           END-IF
           IF CNV-H-FILE-ID NOT = WS-FILE-ID
               MOVE SPACES TO WS-ABEND-TEXT
               STRING "CNVFILE HOLDS " CNV-H-FILE-ID
                   " NOT " WS-FILE-ID
                   DELIMITED BY SIZE INTO WS-ABEND-TEXT
               PERFORM 0900-STOP-RUN
           END-IF
           MOVE CNV-H-VERSION TO WS-LAYOUT-VERSION
           PERFORM 0300-FIND-LAYOUT
           IF CNV-H-REC-LENGTH NOT = WS-REC-LENGTH
                   OR CNV-H-FIELD-COUNT NOT = WS-FIELD-COUNT
               MOVE "CNVFILE HEADER DOES NOT MATCH ITS LAYOUT"
                   TO WS-ABEND-TEXT
               PERFORM 0900-STOP-RUN
           END-IF
           PERFORM 4150-READ-CNV.

       4150-READ-CNV.
           READ CNV-FILE
               AT END
                   SET WS-EOF TO TRUE
           END-READ.

       4200-CHECK-FIELD-RECORDS.
      *
      *   The F records must describe, field for field, the layout
      *   this program holds for the stamped version - a file whose
      *   description disagrees was not written under that version
      *   and converting it would scramble every record.
      *
           MOVE 0 TO WS-FIELDS-CHECKED
           PERFORM UNTIL WS-EOF OR NOT CNV-FIELD
               MOVE "N" TO WS-FOUND-SW
               PERFORM VARYING WS-KEY-SUB FROM 1 BY 1
                       UNTIL WS-KEY-SUB > WS-CNV-FIELD-COUNT
                           OR WS-FOUND-SW = "Y"
                   IF WS-CNV-FLD-FILE(WS-KEY-SUB) = WS-FILE-CODE
                           AND WS-CNV-FLD-VERSION(WS-KEY-SUB)
                               = WS-LAYOUT-VERSION
                           AND WS-CNV-FLD-SEQ(WS-KEY-SUB) = CNV-F-SEQ
                       MOVE "Y" TO WS-FOUND-SW
                   END-IF
               END-PERFORM
      *        The VARYING phrase steps past the matched entry once
      *        more before the found switch is tested.
               IF WS-FOUND-SW = "Y"
                   SUBTRACT 1 FROM WS-KEY-SUB
               END-IF
               IF WS-FOUND-SW = "N"
                       OR WS-CNV-FLD-NAME(WS-KEY-SUB) NOT = CNV-F-NAME
                       OR WS-CNV-FLD-OFFSET(WS-KEY-SUB)
                           NOT = CNV-F-OFFSET
                       OR WS-CNV-FLD-LENGTH(WS-KEY-SUB)
                           NOT = CNV-F-LENGTH
                       OR WS-CNV-FLD-CLASS(WS-KEY-SUB)
                           NOT = CNV-F-CLASS
                   MOVE SPACES TO WS-ABEND-TEXT
                   STRING "CNVFILE FIELD " CNV-F-NAME
                       " DOES NOT MATCH ITS LAYOUT"
                       DELIMITED BY SIZE INTO WS-ABEND-TEXT
                   PERFORM 0900-STOP-RUN
               END-IF
               ADD 1 TO WS-FIELDS-CHECKED
               PERFORM 4150-READ-CNV
           END-PERFORM
           IF WS-FIELDS-CHECKED NOT = WS-FIELD-COUNT
               MOVE "CNVFILE FIELD DESCRIPTION IS INCOMPLETE"
                   TO WS-ABEND-TEXT
               PERFORM 0900-STOP-RUN
           END-IF.

       4300-LOAD-RECORD.
           MOVE SPACES TO WS-SRC-IMAGE
           MOVE CNV-D-IMAGE(1:WS-REC-LENGTH) TO WS-SRC-IMAGE
           PERFORM 3000-CONVERT-TO-CURRENT
           PERFORM 3500-TOTAL-RECORD
           ADD 1 TO WS-SRC-COUNT
           ADD WS-REC-KEY-HASH TO WS-SRC-KEY-HASH
           ADD WS-REC-VALUE TO WS-SRC-VALUE-TOTAL

           PERFORM 4400-WRITE-MASTER
           IF WS-MST-STATUS = "00"
               ADD 1 TO WS-LOD-COUNT
               ADD WS-REC-KEY-HASH TO WS-LOD-KEY-HASH
               ADD WS-REC-VALUE TO WS-LOD-VALUE-TOTAL
           ELSE
               ADD 1 TO WS-REJECT-COUNT
               DISPLAY "NUMB027W - " WS-FILE-ID " RECORD "
                   CNV-D-SEQ " KEY " WS-CUR-IMAGE(1:WS-KEY-LENGTH)
                   " NOT LOADED, STATUS " WS-MST-STATUS
           END-IF.

       4400-WRITE-MASTER.
           EVALUATE WS-FILE-CODE
               WHEN "CTL"
                   MOVE WS-CUR-IMAGE TO CTL-RECORD
                   WRITE CTL-RECORD
                   MOVE WS-CTL-STATUS TO WS-MST-STATUS
               WHEN "DEF"
                   MOVE WS-CUR-IMAGE TO DEF-RECORD
                   WRITE DEF-RECORD
                   MOVE WS-DEF-STATUS TO WS-MST-STATUS
               WHEN "SEC"
                   MOVE WS-CUR-IMAGE TO SEC-RECORD
                   WRITE SEC-RECORD
                   MOVE WS-SEC-STATUS TO WS-MST-STATUS
               WHEN "PRF"
                   MOVE WS-CUR-IMAGE TO PRF-RECORD
                   WRITE PRF-RECORD
                   MOVE WS-PRF-STATUS TO WS-MST-STATUS
               WHEN "CHK"
                   MOVE WS-CUR-IMAGE TO CHK-RECORD
                   WRITE CHK-RECORD
                   MOVE WS-CHK-STATUS TO WS-MST-STATUS
               WHEN "EXC"
                   MOVE WS-CUR-IMAGE TO EXC-RECORD
                   WRITE EXC-RECORD
                   MOVE WS-EXC-STATUS TO WS-MST-STATUS
           END-EVALUATE.

       4500-OPEN-MASTER-OUTPUT.
      *
      *   The master is loaded afresh - whatever the DD points at is
      *   replaced, so the job points it at a newly defined cluster.
      *
           EVALUATE WS-FILE-CODE
               WHEN "CTL"
                   OPEN OUTPUT CTL-FILE
                   MOVE WS-CTL-STATUS TO WS-MST-STATUS
               WHEN "DEF"
                   OPEN OUTPUT DEF-FILE
                   MOVE WS-DEF-STATUS TO WS-MST-STATUS
               WHEN "SEC"
                   OPEN OUTPUT SEC-FILE
                   MOVE WS-SEC-STATUS TO WS-MST-STATUS
               WHEN "PRF"
                   OPEN OUTPUT PRF-FILE
                   MOVE WS-PRF-STATUS TO WS-MST-STATUS
               WHEN "CHK"
                   OPEN OUTPUT CHK-FILE
                   MOVE WS-CHK-STATUS TO WS-MST-STATUS
               WHEN "EXC"
                   OPEN OUTPUT EXC-FILE
                   MOVE WS-EXC-STATUS TO WS-MST-STATUS
           END-EVALUATE
           IF WS-MST-STATUS NOT = "00"
               MOVE SPACES TO WS-ABEND-TEXT
               STRING WS-FILE-ID " COULD NOT BE OPENED FOR OUTPUT"
                   DELIMITED BY SIZE INTO WS-ABEND-TEXT
               PERFORM 0900-STOP-RUN
           END-IF.

       4700-READ-BACK.
           MOVE "N" TO WS-EOF-SW
           PERFORM 2000-OPEN-MASTER-INPUT
           PERFORM 2100-READ-MASTER
           PERFORM UNTIL WS-EOF
               MOVE WS-SRC-IMAGE TO WS-CUR-IMAGE
               PERFORM 3500-TOTAL-RECORD
               ADD 1 TO WS-RBK-COUNT
               ADD WS-REC-KEY-HASH TO WS-RBK-KEY-HASH
               ADD WS-REC-VALUE TO WS-RBK-VALUE-TOTAL
               PERFORM 2100-READ-MASTER
           END-PERFORM
           PERFORM 2200-CLOSE-MASTER.

       4800-CHECK-BALANCE.
      *
      *   Trailer, converted, loaded, and read back must all agree.
      *   Converted against the trailer proves CNVFILE arrived whole;
      *   loaded against converted proves every record was taken;
      *   read back against loaded proves the master holds them.
      *
           MOVE WS-TRAILER-TOTALS TO WS-PRINT-TOTALS
           MOVE "UNLOAD TRAILER" TO WS-TTL-LABEL
           PERFORM 5100-PRINT-TOTALS-LINE
           MOVE WS-SOURCE-TOTALS TO WS-PRINT-TOTALS
           MOVE "CONVERTED" TO WS-TTL-LABEL
           PERFORM 5100-PRINT-TOTALS-LINE
           MOVE WS-LOADED-TOTALS TO WS-PRINT-TOTALS
           MOVE "LOADED" TO WS-TTL-LABEL
           PERFORM 5100-PRINT-TOTALS-LINE
           MOVE WS-READBACK-TOTALS TO WS-PRINT-TOTALS
           MOVE "READ BACK" TO WS-TTL-LABEL
           PERFORM 5100-PRINT-TOTALS-LINE

           IF WS-SOURCE-TOTALS NOT = WS-TRAILER-TOTALS
                   OR WS-LOADED-TOTALS NOT = WS-TRAILER-TOTALS
                   OR WS-READBACK-TOTALS NOT = WS-TRAILER-TOTALS
                   OR WS-REJECT-COUNT > 0
               MOVE "N" TO WS-BALANCE-SW
               MOVE "OUT OF BALANCE - RELOADED FILE IS NOT FIT FOR USE"
                   TO WS-RSL-TEXT
           ELSE
               MOVE "BALANCED - RELOAD COMPLETE" TO WS-RSL-TEXT
           END-IF
           WRITE RPT-LINE FROM WS-RESULT-LINE.

       5000-PRINT-LAYOUT-LINE.
           MOVE WS-LAYOUT-VERSION TO WS-LYL-VERSION
           MOVE WS-REC-LENGTH TO WS-LYL-LENGTH
           MOVE WS-CURRENT-VERSION TO WS-LYL-CURRENT
           MOVE WS-CURRENT-LENGTH TO WS-LYL-CURRENT-LENGTH
           WRITE RPT-LINE FROM WS-LAYOUT-LINE.

       5100-PRINT-TOTALS-LINE.
           MOVE WS-PRT-COUNT TO WS-TTL-COUNT
           MOVE WS-PRT-KEY-HASH TO WS-TTL-KEY-HASH
           MOVE WS-PRT-VALUE-TOTAL TO WS-TTL-VALUE-TOTAL
           MOVE WS-VALUE-FIELD TO WS-TTL-VALUE-FIELD
           WRITE RPT-LINE FROM WS-TOTALS-LINE.
